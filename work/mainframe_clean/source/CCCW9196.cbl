000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9196.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9196
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    REFERENCE-TABLE LOADER.  A CALLED SUBPROGRAM
000130*              (LIKE CCCW9195, NOT A SCHEDULED JOB) THAT
000140*              READS THE CLCWW135 MAINTAINED REFERENCE FILE
000150*              AND RETURNS ONE TABLE'S VALUES IN FORCE ON A
000160*              GIVEN DATE INTO THE CALLER'S OWN TABLE - THE
000170*              REASON CODES, REPORTING FLOORS, STATE RULES,
000180*              TREATY RATES, CF/SF LIST, RETENTION SCHEDULE
000190*              AND CHARGEBACK RATES THAT USED TO BE COMPILED
000200*              INTO THE PROGRAMS.  FOR EACH KEY THE ROW WITH
000210*              THE LATEST EFFECTIVE DATE NOT AFTER THE AS-OF
000220*              DATE WINS; A RETIRED ROW DROPS THE KEY.  THE
000230*              ANSWER DOES NOT DEPEND ON FILE ORDER.  THE
000240*              FILE IS READ ON EVERY CALL, ONE TABLE A CALL.
000250*
000260*  CALL:       CALL "CCCW9196" USING REF-LOAD-AREA (CLCWW138)
000270*                                    <CALLER TABLE>.
000280*
000290******************************************************************
000300*                      MODIFICATION HISTORY
000310******************************************************************
000320* DATE     INIT  DESCRIPTION
000330* -------- ----  --------------------------------------------
000340* 10/2026  RF    NEW PROGRAM - EFFECTIVE-DATED REFERENCE TABLE
000350*                LOADER
000360******************************************************************
000370  ENVIRONMENT DIVISION.
000380  CONFIGURATION SECTION.
000390  SOURCE-COMPUTER.   IBM-370.
000400  OBJECT-COMPUTER.   IBM-370.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430
000440      SELECT REF-TABLE-FILE      ASSIGN TO REFTBL
000450          ORGANIZATION IS SEQUENTIAL.
000460
000470  DATA DIVISION.
000480  FILE SECTION.
000490
000500  FD  REF-TABLE-FILE
000510      BLOCK CONTAINS 0 RECORDS
000520      RECORDING MODE IS F
000530      LABEL RECORDS ARE STANDARD
000540      DATA RECORD IS REF-TABLE-RCD.
000550
000560      COPY CLCWW135.
000570
000580  WORKING-STORAGE SECTION.
000590
000600  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9196".
000610
000620  01  WS-SWITCHES.
000630      05  WS-REF-EOF-SW           PIC X(01) VALUE "N".
000640          88  WS-REF-EOF                  VALUE "Y".
000650      05  WS-LD-KEY-FOUND-SW      PIC X(01) VALUE "N".
000660          88  WS-LD-KEY-FOUND             VALUE "Y".
000670      05  WS-LD-SLOT-FOUND-SW     PIC X(01) VALUE "N".
000680          88  WS-LD-SLOT-FOUND            VALUE "Y".
000690
000700* EVERY KEY OF THE REQUESTED TABLE WITH A ROW IN FORCE ON THE
000710* AS-OF DATE, HELD IN KEY SEQUENCE.  THE FIRST 56 BYTES OF AN
000720* ENTRY ARE THE RL-FORMAT-ROW IMAGE RETURNED TO A LISTING.
000730  01  WS-LD-TABLE.
000740      05  WS-LD-ENTRY             OCCURS 200 TIMES.
000750          10  WS-LD-KEY               PIC X(08).
000760          10  WS-LD-EFF-DATE          PIC 9(08).
000770          10  WS-LD-DATA              PIC X(40).
000780          10  WS-LD-STATUS            PIC X(01).
000790              88  WS-LD-RETIRED           VALUE "D".
000800  77  WS-LD-COUNT                 PIC 9(04) COMP VALUE ZERO.
000810  77  WS-LD-TABLE-MAX             PIC 9(04) COMP VALUE 200.
000820  77  WS-LD-DROPPED               PIC 9(07) COMP VALUE ZERO.
000830  77  WS-LD-SUB                   PIC 9(04) COMP VALUE ZERO.
000840  77  WS-LD-NEXT-SUB              PIC 9(04) COMP VALUE ZERO.
000850  77  WS-LD-MATCHED-SUB           PIC 9(04) COMP VALUE ZERO.
000860  77  WS-LD-INSERT-SUB            PIC 9(04) COMP VALUE ZERO.
000870  77  WS-LD-OFFSET                PIC 9(07) COMP VALUE ZERO.
000880
000890  LINKAGE SECTION.
000900
000910      COPY CLCWW138.
000920
000930* THE CALLER'S TABLE, ADDRESSED AS RL-ENTRY-LIMIT ENTRIES OF
000940* RL-ENTRY-LENGTH BYTES EACH.
000950  01  RL-CALLER-TABLE             PIC X(12000).
000960
000970  PROCEDURE DIVISION USING REF-LOAD-AREA
000980                           RL-CALLER-TABLE.
000990
001000  0000-MAINLINE.
001010
001020      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001030
001040      OPEN INPUT REF-TABLE-FILE.
001050      PERFORM 2000-READ-REF-ROW      THRU 2000-EXIT
001060          UNTIL WS-REF-EOF.
001070      CLOSE REF-TABLE-FILE.
001080
001090      PERFORM 3000-RETURN-ENTRIES    THRU 3000-EXIT.
001100
001110      GOBACK.
001120
001130  1000-INITIALIZE.
001140
001150      MOVE "N"                    TO WS-REF-EOF-SW.
001160      MOVE ZERO                   TO WS-LD-COUNT.
001170      MOVE ZERO                   TO WS-LD-DROPPED.
001180      MOVE ZERO                   TO RL-ROWS-READ.
001190      MOVE ZERO                   TO RL-ENTRY-COUNT.
001200      MOVE ZERO                   TO RL-DROPPED.
001210      MOVE "0"                    TO RL-RESULT.
001220
001230      IF NOT RL-FORMAT-ROW
001240          MOVE "D"                TO RL-ENTRY-FORMAT
001250      END-IF.
001260
001270  1000-EXIT.
001280      EXIT.
001290
001300* 2000-READ-REF-ROW
001310*   KEEPS A ROW OF THE REQUESTED TABLE THAT IS IN EFFECT ON THE
001320*   AS-OF DATE WHEN ITS KEY IS NEW, OR WHEN IT IS AT LEAST AS
001330*   RECENT AS THE ROW ALREADY HELD FOR THE KEY.  A ROW DATED
001340*   AFTER THE AS-OF DATE HAS NOT TAKEN EFFECT AND IS PASSED BY.
001350  2000-READ-REF-ROW.
001360
001370      READ REF-TABLE-FILE
001380          AT END
001390              MOVE "Y" TO WS-REF-EOF-SW
001400              GO TO 2000-EXIT
001410      END-READ.
001420
001430      IF REF-TABLE-ID NOT = RL-TABLE-ID
001440          GO TO 2000-EXIT
001450      END-IF.
001460
001470      ADD 1 TO RL-ROWS-READ.
001480
001490      IF REF-EFF-DATE > RL-AS-OF-DATE
001500          GO TO 2000-EXIT
001510      END-IF.
001520
001530      PERFORM 2100-FIND-KEY          THRU 2100-EXIT.
001540
001550      IF WS-LD-KEY-FOUND
001560          IF REF-EFF-DATE NOT < WS-LD-EFF-DATE (WS-LD-MATCHED-SUB)
001570              MOVE REF-EFF-DATE
001580                  TO WS-LD-EFF-DATE (WS-LD-MATCHED-SUB)
001590              MOVE REF-DATA
001600                  TO WS-LD-DATA (WS-LD-MATCHED-SUB)
001610              MOVE REF-STATUS
001620                  TO WS-LD-STATUS (WS-LD-MATCHED-SUB)
001630          END-IF
001640          GO TO 2000-EXIT
001650      END-IF.
001660
001670      IF WS-LD-COUNT NOT < WS-LD-TABLE-MAX
001680          ADD 1 TO WS-LD-DROPPED
001690          GO TO 2000-EXIT
001700      END-IF.
001710
001720      PERFORM 2200-OPEN-SLOT         THRU 2200-EXIT.
001730
001740      MOVE REF-KEY        TO WS-LD-KEY (WS-LD-INSERT-SUB).
001750      MOVE REF-EFF-DATE   TO WS-LD-EFF-DATE (WS-LD-INSERT-SUB).
001760      MOVE REF-DATA       TO WS-LD-DATA (WS-LD-INSERT-SUB).
001770      MOVE REF-STATUS     TO WS-LD-STATUS (WS-LD-INSERT-SUB).
001780
001790  2000-EXIT.
001800      EXIT.
001810
001820* 2100-FIND-KEY
001830*   SEARCHES THE HELD KEYS FOR THE ROW'S KEY.  WHEN IT IS NOT
001840*   HELD, WS-LD-INSERT-SUB IS LEFT AT THE FIRST ENTRY WITH A
001850*   HIGHER KEY (OR ONE PAST THE LAST) - WHERE THE KEY BELONGS.
001860*   2110-SEARCH-KEY CAPTURES BOTH SUBSCRIPTS AT THE MOMENT OF
001870*   THE MATCH, THE SAME AS CCMR6330'S 2110-SEARCH-VENDOR.
001880  2100-FIND-KEY.
001890
001900      MOVE "N"                    TO WS-LD-KEY-FOUND-SW.
001910      MOVE "N"                    TO WS-LD-SLOT-FOUND-SW.
001920      MOVE ZERO                   TO WS-LD-MATCHED-SUB.
001930      COMPUTE WS-LD-INSERT-SUB = WS-LD-COUNT + 1.
001940
001950      PERFORM 2110-SEARCH-KEY THRU 2110-EXIT
001960          VARYING WS-LD-SUB FROM 1 BY 1
001970          UNTIL WS-LD-SUB > WS-LD-COUNT
001980             OR WS-LD-KEY-FOUND
001990             OR WS-LD-SLOT-FOUND.
002000
002010  2100-EXIT.
002020      EXIT.
002030
002040  2110-SEARCH-KEY.
002050
002060      IF REF-KEY = WS-LD-KEY (WS-LD-SUB)
002070          MOVE "Y" TO WS-LD-KEY-FOUND-SW
002080          MOVE WS-LD-SUB TO WS-LD-MATCHED-SUB
002090          GO TO 2110-EXIT
002100      END-IF.
002110
002120      IF REF-KEY < WS-LD-KEY (WS-LD-SUB)
002130          MOVE "Y" TO WS-LD-SLOT-FOUND-SW
002140          MOVE WS-LD-SUB TO WS-LD-INSERT-SUB
002150      END-IF.
002160
002170  2110-EXIT.
002180      EXIT.
002190
002200* 2200-OPEN-SLOT
002210*   MOVES EVERY ENTRY FROM WS-LD-INSERT-SUB ON DOWN ONE PLACE,
002220*   WORKING FROM THE BOTTOM, SO THE NEW KEY GOES IN IN ORDER.
002230  2200-OPEN-SLOT.
002240
002250      PERFORM 2210-MOVE-ENTRY-DOWN THRU 2210-EXIT
002260          VARYING WS-LD-SUB FROM WS-LD-COUNT BY -1
002270          UNTIL WS-LD-SUB < WS-LD-INSERT-SUB.
002280
002290      ADD 1 TO WS-LD-COUNT.
002300
002310  2200-EXIT.
002320      EXIT.
002330
002340  2210-MOVE-ENTRY-DOWN.
002350
002360      COMPUTE WS-LD-NEXT-SUB = WS-LD-SUB + 1.
002370      MOVE WS-LD-ENTRY (WS-LD-SUB)
002380                                  TO WS-LD-ENTRY (WS-LD-NEXT-SUB).
002385
002390  2210-EXIT.
002400      EXIT.
002410
002420* 3000-RETURN-ENTRIES
002430*   COPIES EACH KEY STILL IN FORCE (NOT RETIRED) INTO THE
002440*   CALLER'S TABLE, KEY SEQUENCE.  WHAT THE CALLER'S TABLE OR
002450*   THIS PROGRAM'S OWN COULD NOT HOLD IS COUNTED IN RL-DROPPED.
002460  3000-RETURN-ENTRIES.
002470
002480      MOVE WS-LD-DROPPED          TO RL-DROPPED.
002490
002500      PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT
002510          VARYING WS-LD-SUB FROM 1 BY 1
002520          UNTIL WS-LD-SUB > WS-LD-COUNT.
002530
002540      IF RL-ENTRY-COUNT = ZERO
002550          MOVE "1"                TO RL-RESULT
002560      ELSE
002570          IF RL-DROPPED > ZERO
002580              MOVE "2"            TO RL-RESULT
002590          END-IF
002600      END-IF.
002610
002620  3000-EXIT.
002630      EXIT.
002640
002650  3100-RETURN-ENTRY.
002660
002670      IF WS-LD-RETIRED (WS-LD-SUB)
002680          GO TO 3100-EXIT
002690      END-IF.
002700
002710      IF RL-ENTRY-COUNT NOT < RL-ENTRY-LIMIT
002720          ADD 1 TO RL-DROPPED
002730          GO TO 3100-EXIT
002740      END-IF.
002750
002760      ADD 1 TO RL-ENTRY-COUNT.
002770      COMPUTE WS-LD-OFFSET =
002780          (RL-ENTRY-COUNT - 1) * RL-ENTRY-LENGTH + 1.
002790
002800      IF RL-FORMAT-ROW
002810          MOVE WS-LD-ENTRY (WS-LD-SUB) (1:RL-ENTRY-LENGTH)
002820              TO RL-CALLER-TABLE (WS-LD-OFFSET:RL-ENTRY-LENGTH)
002830      ELSE
002840          MOVE WS-LD-DATA (WS-LD-SUB) (1:RL-ENTRY-LENGTH)
002850              TO RL-CALLER-TABLE (WS-LD-OFFSET:RL-ENTRY-LENGTH)
002860      END-IF.
002870
002880  3100-EXIT.
002890      EXIT.
