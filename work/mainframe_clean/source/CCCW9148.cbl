000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9148.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9148
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    POSITIVE-PAY EXCEPTION DECISIONS TO THE BANK.
000130*              APPLIES THE PAY/RETURN DECISIONS TREASURY KEYED
000140*              (CLCWW141) TO THE CCCW9147 WORKLIST (CLCWW140)
000150*              AND WRITES THE BANK'S DECISION FILE (CLCWW142) -
000160*              ONE DETAIL PER EXCEPTION ITEM.  AN ITEM NOBODY
000170*              DECIDED GOES TO THE BANK AS A RETURN.  A DECISION
000180*              KEYED AFTER THE CUTOFF, WITHOUT A USER ID, OR FOR
000190*              AN ITEM NOT ON THE WORKLIST IS NOT SENT; WHERE AN
000200*              ITEM WAS DECIDED MORE THAN ONCE THE LATEST KEYED
000210*              STANDS.  THE DECISION REGISTER SHOWS, ITEM BY
000220*              ITEM, WHAT WENT TO THE BANK, WHO DECIDED IT AND
000230*              WHEN, AND EVERY DECISION THAT WAS NOT SENT.
000240*
000250*  FILES:      PPXWORK  - CCCW9147 DECISION WORKLIST
000260*              PPXDEC   - TREASURY'S KEYED DECISIONS
000270*              PPDECBNK - DECISION FILE TO THE BANK
000280*              PPXREG   - DECISION REGISTER
000290*
000300*  PARM:       THE BANK'S DECISION CUTOFF, HHMM (OPTIONAL -
000310*              DEFAULT 1100).  A DECISION KEYED AFTER THE CUTOFF
000320*              TODAY IS NOT SENT, AND A RUN THAT FINISHES THE
000330*              FILE AFTER THE CUTOFF ENDS RC=8 - THE BANK WILL
000340*              ALREADY HAVE APPLIED ITS OWN DEFAULT, SO TREASURY
000350*              MUST CALL THE DECISIONS IN.
000360*
000370******************************************************************
000380*                      MODIFICATION HISTORY
000390******************************************************************
000400* DATE     INIT  DESCRIPTION
000410* -------- ----  --------------------------------------------
000420* 10/2026  RF    NEW PROGRAM - POSITIVE-PAY PAY/RETURN DECISION
000430*                FILE AND DECISION REGISTER
000440******************************************************************
000450  ENVIRONMENT DIVISION.
000460  CONFIGURATION SECTION.
000470  SOURCE-COMPUTER.   IBM-370.
000480  OBJECT-COMPUTER.   IBM-370.
000490  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000510
000520      COPY C2INX001.
000530
000540      SELECT PPX-WORKLIST-FILE   ASSIGN TO PPXWORK
000550          ORGANIZATION IS SEQUENTIAL.
000560
000570      SELECT PPX-DECISION-FILE   ASSIGN TO PPXDEC
000580          ORGANIZATION IS SEQUENTIAL.
000590
000600      SELECT PPX-BANK-DECISION-FILE ASSIGN TO PPDECBNK
000610          ORGANIZATION IS SEQUENTIAL.
000620
000630      SELECT PPX-REGISTER-RPT    ASSIGN TO PPXREG
000640          ORGANIZATION IS SEQUENTIAL.
000650
000660      COPY C2INX004.
000670
000680  DATA DIVISION.
000690  FILE SECTION.
000700
000710      COPY C2INX002.
000720
000730  FD  PPX-WORKLIST-FILE
000740      BLOCK CONTAINS 0 RECORDS
000750      RECORDING MODE IS F
000760      LABEL RECORDS ARE STANDARD
000770      DATA RECORD IS PPX-WORKLIST-RCD.
000780
000790      COPY CLCWW140.
000800
000810  FD  PPX-DECISION-FILE
000820      BLOCK CONTAINS 0 RECORDS
000830      RECORDING MODE IS F
000840      LABEL RECORDS ARE STANDARD
000850      DATA RECORD IS PPX-DECISION-RCD.
000860
000870      COPY CLCWW141.
000880
000890  FD  PPX-BANK-DECISION-FILE
000900      BLOCK CONTAINS 0 RECORDS
000910      RECORDING MODE IS F
000920      LABEL RECORDS ARE STANDARD
000930      DATA RECORD IS PPX-BANK-DECISION-RCD.
000940
000950      COPY CLCWW142.
000960
000970  FD  PPX-REGISTER-RPT
000980      BLOCK CONTAINS 0 RECORDS
000990      RECORDING MODE IS F
001000      LABEL RECORDS ARE STANDARD
001010      DATA RECORD IS PPX-REGISTER-RCD.
001020
001030  01  PPX-REGISTER-RCD              PIC X(133).
001040
001050      COPY C2INX005.
001060
001070  WORKING-STORAGE SECTION.
001080
001090      COPY C2INX003.
001100
001110      COPY C2INX006.
001120
001130      COPY CLCWW133.
001140
001150  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9148".
001160
001170  01  WS-SWITCHES.
001180      05  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
001190          88  WS-WORK-EOF                 VALUE "Y".
001200      05  WS-DEC-EOF-SW           PIC X(01) VALUE "N".
001210          88  WS-DEC-EOF                  VALUE "Y".
001220      05  WS-DEC-FOUND-SW         PIC X(01) VALUE "N".
001230          88  WS-DEC-FOUND                VALUE "Y".
001240      05  WS-PAST-CUTOFF-SW       PIC X(01) VALUE "N".
001250          88  WS-PAST-CUTOFF              VALUE "Y".
001260
001270  01  WS-COUNTERS.
001280      05  WS-DECISIONS-READ       PIC 9(09) COMP VALUE ZERO.
001290      05  WS-DECISIONS-REJECTED   PIC 9(09) COMP VALUE ZERO.
001300      05  WS-DECISIONS-SUPERSEDED PIC 9(09) COMP VALUE ZERO.
001310      05  WS-DECISIONS-UNMATCHED  PIC 9(09) COMP VALUE ZERO.
001320      05  WS-ITEMS-READ           PIC 9(09) COMP VALUE ZERO.
001330      05  WS-ITEMS-PAID           PIC 9(09) COMP VALUE ZERO.
001340      05  WS-ITEMS-RETURNED       PIC 9(09) COMP VALUE ZERO.
001350      05  WS-ITEMS-DEFAULTED      PIC 9(09) COMP VALUE ZERO.
001360
001370  77  WS-TOTAL-PAID-AMOUNT        PIC S9(12)V99 VALUE ZERO.
001380
001390* THE BANK'S DECISION CUTOFF AND THIS RUN'S CLOCK.  A DECISION
001400* IS IN TIME WHEN ITS KEYED STAMP IS NOT AFTER THE CUTOFF STAMP.
001410  77  WS-DEFAULT-CUTOFF           PIC 9(04) VALUE 1100.
001420  01  WS-CUTOFF-STAMP.
001430      05  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001440      05  WS-CUTOFF-TIME          PIC 9(04) VALUE ZERO.
001450  01  WS-RUN-TIME.
001460      05  WS-RUN-HH               PIC X(02) VALUE "00".
001470      05  WS-RUN-MM               PIC X(02) VALUE "00".
001480  01  WS-RUN-TIME-N REDEFINES WS-RUN-TIME
001490                                  PIC 9(04).
001500
001510* THE KEYED DECISIONS THAT PASSED EDIT, ONE PER ITEM - THE
001520* LATEST KEYED WHERE TREASURY DECIDED AN ITEM MORE THAN ONCE.
001530  01  WS-DEC-TABLE.
001540      05  WS-DEC-ENTRY            OCCURS 500 TIMES.
001550          10  WS-DEC-KEY.
001560              15  WS-DEC-BR-CODE      PIC X(03).
001570              15  WS-DEC-CHK-NUM      PIC X(08).
001580          10  WS-DEC-DECISION         PIC X(01).
001590          10  WS-DEC-USER-ID          PIC X(08).
001600          10  WS-DEC-KEYED-STAMP.
001610              15  WS-DEC-KEYED-DATE   PIC 9(08).
001620              15  WS-DEC-KEYED-TIME   PIC 9(04).
001630          10  WS-DEC-NOTE             PIC X(30).
001640          10  WS-DEC-USED             PIC X(01).
001650
001660  77  WS-DEC-COUNT                PIC 9(03) COMP VALUE ZERO.
001670  77  WS-DEC-TABLE-MAX            PIC 9(03) COMP VALUE 500.
001680  77  WS-DEC-DROPPED              PIC 9(07) COMP VALUE ZERO.
001690  77  WS-DEC-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001700  77  WS-DEC-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001710  77  WS-DEC-SEARCH-KEY           PIC X(11) VALUE SPACES.
001720
001730  77  WS-REJECT-MSG               PIC X(26) VALUE SPACES.
001740
001750  01  WS-REG-TITLE.
001760      05  FILLER                  PIC X(01) VALUE SPACES.
001770      05  FILLER                  PIC X(37)
001780              VALUE "POSITIVE-PAY DECISION REGISTER - RUN ".
001790      05  RGT-RUN-DATE            PIC X(08).
001800      05  FILLER                  PIC X(04) VALUE " AT ".
001810      05  RGT-RUN-TIME            PIC X(04).
001820      05  FILLER                  PIC X(15)
001830              VALUE "   BANK CUTOFF ".
001840      05  RGT-CUTOFF-TIME         PIC X(04).
001850      05  FILLER                  PIC X(60) VALUE SPACES.
001860
001870  01  WS-REG-SECTION.
001880      05  FILLER                  PIC X(01) VALUE SPACES.
001890      05  RGS-TEXT                PIC X(60).
001900      05  FILLER                  PIC X(72) VALUE SPACES.
001910
001920  01  WS-REG-COLUMNS.
001930      05  FILLER                  PIC X(05) VALUE " BR  ".
001940      05  FILLER                  PIC X(09) VALUE "CHECK    ".
001950      05  FILLER                  PIC X(02) VALUE "T ".
001960      05  FILLER                  PIC X(16)
001970              VALUE "   PAID AMOUNT  ".
001980      05  FILLER                  PIC X(07) VALUE "DECIDE ".
001990      05  FILLER                  PIC X(04) VALUE "RR  ".
002000      05  FILLER                  PIC X(08) VALUE "SOURCE  ".
002010      05  FILLER                  PIC X(09) VALUE "USER ID  ".
002020      05  FILLER                  PIC X(09) VALUE "KEYED DT ".
002030      05  FILLER                  PIC X(06) VALUE "TIME  ".
002040      05  FILLER                  PIC X(32) VALUE "NOTE".
002050      05  FILLER                  PIC X(26) VALUE "MESSAGE".
002060
002070  01  WS-REG-LINE.
002080      05  FILLER                  PIC X(01) VALUE SPACES.
002090      05  DRL-BR-CODE             PIC X(03).
002100      05  FILLER                  PIC X(01) VALUE SPACES.
002110      05  DRL-CHK-NUM             PIC X(08).
002120      05  FILLER                  PIC X(01) VALUE SPACES.
002130      05  DRL-TYPE                PIC X(01).
002140      05  FILLER                  PIC X(01) VALUE SPACES.
002150      05  DRL-PAID-AMOUNT         PIC ---,---,--9.99.
002160      05  FILLER                  PIC X(02) VALUE SPACES.
002170      05  DRL-DECISION            PIC X(06).
002180      05  FILLER                  PIC X(01) VALUE SPACES.
002190      05  DRL-REASON              PIC X(02).
002200      05  FILLER                  PIC X(02) VALUE SPACES.
002210      05  DRL-SOURCE              PIC X(07).
002220      05  FILLER                  PIC X(01) VALUE SPACES.
002230      05  DRL-USER-ID             PIC X(08).
002240      05  FILLER                  PIC X(01) VALUE SPACES.
002250      05  DRL-KEYED-DATE          PIC X(08).
002260      05  FILLER                  PIC X(01) VALUE SPACES.
002270      05  DRL-KEYED-TIME          PIC X(04).
002280      05  FILLER                  PIC X(02) VALUE SPACES.
002290      05  DRL-NOTE                PIC X(30).
002300      05  FILLER                  PIC X(02) VALUE SPACES.
002310      05  DRL-MESSAGE             PIC X(26).
002320
002330  01  WS-REG-TOTAL-LINE.
002340      05  FILLER                  PIC X(03) VALUE SPACES.
002350      05  RTL-LITERAL             PIC X(30).
002360      05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002370      05  FILLER                  PIC X(89) VALUE SPACES.
002380
002390  LINKAGE SECTION.
002400
002410* RUN-TIME PARM - THE BANK'S DECISION CUTOFF, HHMM.
002420  01  LS-PARM-DATA.
002430      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002440      05  LS-PARM-CUTOFF-TIME     PIC X(04).
002450
002460  PROCEDURE DIVISION USING LS-PARM-DATA.
002470
002480  0000-MAINLINE.
002490
002500      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002510
002520      PERFORM 2000-DECIDE-ITEM       THRU 2000-EXIT
002530          UNTIL WS-WORK-EOF.
002540
002550      PERFORM 3000-LIST-UNMATCHED    THRU 3000-EXIT.
002560
002570      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002580
002590      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
002600
002610      GOBACK.
002620
002630  1000-INITIALIZE.
002640
002650      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002660      OPEN EXTEND RUN-HISTORY-FILE.
002670
002680      COPY C2INZ001.
002690
002700      MOVE WS-DEFAULT-CUTOFF      TO WS-CUTOFF-TIME.
002710
002720      IF LS-PARM-LENGTH > 3
002730          AND LS-PARM-CUTOFF-TIME NOT = SPACES
002740          IF LS-PARM-CUTOFF-TIME NOT NUMERIC
002750              MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
002760              MOVE "PPX01"               TO SAR-RETURN-CODE
002770              MOVE SPACES                TO SAR-DB-NAME
002780              MOVE "PARM CUTOFF TIME"    TO SAR-TABLE-NAME
002790              MOVE SPACES                TO SAR-SQLCODE
002800              GO TO 9998-COREDUMP
002810          END-IF
002820          MOVE LS-PARM-CUTOFF-TIME TO WS-CUTOFF-TIME
002830      END-IF.
002840
002850      MOVE SWA-CURRENT-CCYY-DATE  TO WS-CUTOFF-DATE.
002860      MOVE SWA-CURR-HH            TO WS-RUN-HH.
002870      MOVE SWA-CURR-MM            TO WS-RUN-MM.
002880
002890      MOVE "BANK DECISION CUTOFF (HHMM):" TO SCR-LITERAL.
002900      MOVE WS-CUTOFF-TIME         TO SCR-COUNT.
002910      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
002920      PERFORM 8999-WRITE-SYSOUT.
002930
002940      OPEN INPUT  PPX-WORKLIST-FILE.
002950      OPEN OUTPUT PPX-BANK-DECISION-FILE.
002960      OPEN OUTPUT PPX-REGISTER-RPT.
002970
002980      MOVE SWA-CURRENT-CCYY-DATE  TO RGT-RUN-DATE.
002990      MOVE WS-RUN-TIME            TO RGT-RUN-TIME.
003000      MOVE WS-CUTOFF-TIME         TO RGT-CUTOFF-TIME.
003010      MOVE WS-REG-TITLE           TO PPX-REGISTER-RCD.
003020      WRITE PPX-REGISTER-RCD.
003030
003040      MOVE "DECISIONS NOT SENT - FAILED EDIT OR SUPERSEDED"
003050                                  TO RGS-TEXT.
003060      PERFORM 7000-WRITE-SECTION-HEAD THRU 7000-EXIT.
003070
003080      MOVE SPACES                 TO PPX-BANK-DECISION-RCD.
003090      MOVE "H"                    TO BD-RECORD-TYPE.
003100      MOVE SWA-CURRENT-CCYY-DATE  TO BD-HDR-FILE-DATE.
003110      MOVE WS-RUN-TIME-N          TO BD-HDR-FILE-TIME.
003120      MOVE WS-CUTOFF-TIME         TO BD-HDR-CUTOFF-TIME.
003130      WRITE PPX-BANK-DECISION-RCD.
003140
003150      OPEN INPUT PPX-DECISION-FILE.
003160      PERFORM 1100-LOAD-DECISION THRU 1100-EXIT
003170          UNTIL WS-DEC-EOF.
003180      IF WS-DEC-DROPPED > ZERO
003190          MOVE "*DECISION TABLE FULL, DROPPED:" TO SCR-LITERAL
003200          MOVE WS-DEC-DROPPED         TO SCR-COUNT
003210          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
003220          PERFORM 8999-WRITE-SYSOUT
003230      END-IF.
003240      CLOSE PPX-DECISION-FILE.
003250
003260      MOVE "ITEM DECISIONS SENT TO THE BANK" TO RGS-TEXT.
003270      PERFORM 7000-WRITE-SECTION-HEAD THRU 7000-EXIT.
003280
003290  1000-EXIT.
003300      EXIT.
003310
003320* 1100-LOAD-DECISION
003330*   EDITS ONE KEYED DECISION.  A DECISION THAT FAILS EDIT, OR
003340*   THAT A LATER-KEYED DECISION FOR THE SAME ITEM REPLACES, IS
003350*   LISTED ON THE REGISTER AS NOT SENT.
003360  1100-LOAD-DECISION.
003370
003380      READ PPX-DECISION-FILE
003390          AT END
003400              MOVE "Y" TO WS-DEC-EOF-SW
003410              GO TO 1100-EXIT
003420      END-READ.
003430
003440      ADD 1 TO WS-DECISIONS-READ.
003450
003460      IF NOT DT-DECISION-VALID
003470          MOVE "DECISION NOT P OR R"  TO WS-REJECT-MSG
003480          PERFORM 1200-REJECT-DECISION THRU 1200-EXIT
003490          GO TO 1100-EXIT
003500      END-IF.
003510
003520      IF DT-USER-ID = SPACES
003530          MOVE "NO USER ID"           TO WS-REJECT-MSG
003540          PERFORM 1200-REJECT-DECISION THRU 1200-EXIT
003550          GO TO 1100-EXIT
003560      END-IF.
003570
003580      IF DT-KEYED-DATE NOT NUMERIC
003590          OR DT-KEYED-TIME NOT NUMERIC
003600          MOVE "KEYED DATE/TIME INVALID" TO WS-REJECT-MSG
003610          PERFORM 1200-REJECT-DECISION THRU 1200-EXIT
003620          GO TO 1100-EXIT
003630      END-IF.
003640
003650      IF DT-KEYED-STAMP > WS-CUTOFF-STAMP
003660          MOVE "KEYED AFTER BANK CUTOFF" TO WS-REJECT-MSG
003670          PERFORM 1200-REJECT-DECISION THRU 1200-EXIT
003680          GO TO 1100-EXIT
003690      END-IF.
003700
003710      MOVE DT-ITEM-KEY            TO WS-DEC-SEARCH-KEY.
003720      PERFORM 2500-FIND-DECISION THRU 2500-EXIT.
003730
003740      IF WS-DEC-FOUND
003750          IF DT-KEYED-STAMP <
003760                 WS-DEC-KEYED-STAMP (WS-DEC-MATCHED-SUB)
003770              MOVE "SUPERSEDED BY LATER ENTRY" TO WS-REJECT-MSG
003780              PERFORM 1200-REJECT-DECISION THRU 1200-EXIT
003790              ADD 1 TO WS-DECISIONS-SUPERSEDED
003800              GO TO 1100-EXIT
003810          END-IF
003820          MOVE "SUPERSEDED BY LATER ENTRY" TO WS-REJECT-MSG
003830          MOVE WS-DEC-MATCHED-SUB TO WS-DEC-TBL-SUB
003840          PERFORM 1300-REPORT-TABLE-DECISION THRU 1300-EXIT
003850          ADD 1 TO WS-DECISIONS-REJECTED
003860          ADD 1 TO WS-DECISIONS-SUPERSEDED
003870          PERFORM 1400-STORE-DECISION THRU 1400-EXIT
003880          GO TO 1100-EXIT
003890      END-IF.
003900
003910      IF WS-DEC-COUNT NOT < WS-DEC-TABLE-MAX
003920          ADD 1 TO WS-DEC-DROPPED
003930          GO TO 1100-EXIT
003940      END-IF.
003950
003960      ADD 1 TO WS-DEC-COUNT.
003970      MOVE WS-DEC-COUNT           TO WS-DEC-MATCHED-SUB.
003980      PERFORM 1400-STORE-DECISION THRU 1400-EXIT.
003990
004000  1100-EXIT.
004010      EXIT.
004020
004030* 1200-REJECT-DECISION
004040*   LISTS THE DECISION JUST READ AS NOT SENT, FOR THE REASON IN
004050*   WS-REJECT-MSG.
004060  1200-REJECT-DECISION.
004070
004080      ADD 1 TO WS-DECISIONS-REJECTED.
004090
004100      MOVE SPACES                 TO WS-REG-LINE.
004110      MOVE DT-ISSUING-BR-CODE     TO DRL-BR-CODE.
004120      MOVE DT-ONSITE-CHK-NUM      TO DRL-CHK-NUM.
004130      MOVE ZERO                   TO DRL-PAID-AMOUNT.
004140      EVALUATE TRUE
004150          WHEN DT-PAY
004160              MOVE "PAY"              TO DRL-DECISION
004170          WHEN DT-RETURN
004180              MOVE "RETURN"           TO DRL-DECISION
004190          WHEN OTHER
004200              MOVE DT-DECISION        TO DRL-DECISION
004210      END-EVALUATE.
004220      MOVE "KEYED"                TO DRL-SOURCE.
004230      MOVE DT-USER-ID             TO DRL-USER-ID.
004240      MOVE DT-KEYED-DATE          TO DRL-KEYED-DATE.
004250      MOVE DT-KEYED-TIME          TO DRL-KEYED-TIME.
004260      MOVE DT-NOTE                TO DRL-NOTE.
004270      MOVE WS-REJECT-MSG          TO DRL-MESSAGE.
004280      MOVE WS-REG-LINE            TO PPX-REGISTER-RCD.
004290      WRITE PPX-REGISTER-RCD.
004300
004310  1200-EXIT.
004320      EXIT.
004330
004340* 1300-REPORT-TABLE-DECISION
004350*   LISTS THE TABLED DECISION AT WS-DEC-TBL-SUB AS NOT SENT,
004360*   FOR THE REASON IN WS-REJECT-MSG.
004370  1300-REPORT-TABLE-DECISION.
004380
004390      MOVE SPACES                 TO WS-REG-LINE.
004400      MOVE WS-DEC-BR-CODE (WS-DEC-TBL-SUB)    TO DRL-BR-CODE.
004410      MOVE WS-DEC-CHK-NUM (WS-DEC-TBL-SUB)    TO DRL-CHK-NUM.
004420      MOVE ZERO                   TO DRL-PAID-AMOUNT.
004430      IF WS-DEC-DECISION (WS-DEC-TBL-SUB) = "P"
004440          MOVE "PAY"              TO DRL-DECISION
004450      ELSE
004460          MOVE "RETURN"           TO DRL-DECISION
004470      END-IF.
004480      MOVE "KEYED"                TO DRL-SOURCE.
004490      MOVE WS-DEC-USER-ID (WS-DEC-TBL-SUB)    TO DRL-USER-ID.
004500      MOVE WS-DEC-KEYED-DATE (WS-DEC-TBL-SUB) TO DRL-KEYED-DATE.
004510      MOVE WS-DEC-KEYED-TIME (WS-DEC-TBL-SUB) TO DRL-KEYED-TIME.
004520      MOVE WS-DEC-NOTE (WS-DEC-TBL-SUB)       TO DRL-NOTE.
004530      MOVE WS-REJECT-MSG          TO DRL-MESSAGE.
004540      MOVE WS-REG-LINE            TO PPX-REGISTER-RCD.
004550      WRITE PPX-REGISTER-RCD.
004560
004570  1300-EXIT.
004580      EXIT.
004590
004600* 1400-STORE-DECISION
004610*   TABLES THE DECISION JUST READ AT WS-DEC-MATCHED-SUB.
004620  1400-STORE-DECISION.
004630
004640      MOVE DT-ITEM-KEY     TO WS-DEC-KEY (WS-DEC-MATCHED-SUB).
004650      MOVE DT-DECISION     TO WS-DEC-DECISION
004660                              (WS-DEC-MATCHED-SUB).
004670      MOVE DT-USER-ID      TO WS-DEC-USER-ID (WS-DEC-MATCHED-SUB).
004680      MOVE DT-KEYED-STAMP  TO WS-DEC-KEYED-STAMP
004690                              (WS-DEC-MATCHED-SUB).
004700      MOVE DT-NOTE         TO WS-DEC-NOTE (WS-DEC-MATCHED-SUB).
004710      MOVE "N"             TO WS-DEC-USED (WS-DEC-MATCHED-SUB).
004720
004730  1400-EXIT.
004740      EXIT.
004750
004760* 2000-DECIDE-ITEM
004770*   ONE WORKLIST ITEM: TREASURY'S DECISION IF ONE STANDS, A
004780*   RETURN IF NOT.  EVERY ITEM GOES TO THE BANK.
004790  2000-DECIDE-ITEM.
004800
004810      READ PPX-WORKLIST-FILE
004820          AT END
004830              MOVE "Y" TO WS-WORK-EOF-SW
004840              GO TO 2000-EXIT
004850      END-READ.
004860
004870      ADD 1 TO WS-ITEMS-READ.
004880
004890      MOVE SPACES                 TO PPX-BANK-DECISION-RCD.
004900      MOVE "D"                    TO BD-RECORD-TYPE.
004910      MOVE PX-ISSUING-BR-CODE     TO BD-ISSUING-BR-CODE.
004920      MOVE PX-ONSITE-CHK-NUM      TO BD-CHECK-NUM.
004930      MOVE PX-PAID-DATE           TO BD-PAID-DATE.
004940      MOVE PX-PAID-AMOUNT         TO BD-PAID-AMOUNT.
004950
004960      MOVE SPACES                 TO WS-REG-LINE.
004970      MOVE PX-ISSUING-BR-CODE     TO DRL-BR-CODE.
004980      MOVE PX-ONSITE-CHK-NUM      TO DRL-CHK-NUM.
004990      MOVE PX-EXCEPTION-TYPE      TO DRL-TYPE.
005000      MOVE PX-PAID-AMOUNT         TO DRL-PAID-AMOUNT.
005010
005020      MOVE PX-ITEM-KEY            TO WS-DEC-SEARCH-KEY.
005030      PERFORM 2500-FIND-DECISION THRU 2500-EXIT.
005040
005050      IF WS-DEC-FOUND
005060          MOVE "Y"                TO WS-DEC-USED
005070                                     (WS-DEC-MATCHED-SUB)
005080          MOVE WS-DEC-DECISION (WS-DEC-MATCHED-SUB) TO BD-DECISION
005090          MOVE "KEYED"            TO DRL-SOURCE
005100          MOVE WS-DEC-USER-ID (WS-DEC-MATCHED-SUB) TO DRL-USER-ID
005110          MOVE WS-DEC-KEYED-DATE (WS-DEC-MATCHED-SUB)
005120                                  TO DRL-KEYED-DATE
005130          MOVE WS-DEC-KEYED-TIME (WS-DEC-MATCHED-SUB)
005140                                  TO DRL-KEYED-TIME
005150          MOVE WS-DEC-NOTE (WS-DEC-MATCHED-SUB) TO DRL-NOTE
005160      ELSE
005170          MOVE "R"                TO BD-DECISION
005180          MOVE "DEFAULT"          TO DRL-SOURCE
005190          MOVE "NOT WORKED - RETURNED" TO DRL-MESSAGE
005200          ADD 1 TO WS-ITEMS-DEFAULTED
005210      END-IF.
005220
005230      IF BD-PAY
005240          MOVE "PAY"              TO DRL-DECISION
005250          ADD 1 TO WS-ITEMS-PAID
005260      ELSE
005270          PERFORM 2600-SET-RETURN-REASON THRU 2600-EXIT
005280          MOVE "RETURN"           TO DRL-DECISION
005290          MOVE BD-RETURN-REASON   TO DRL-REASON
005300          ADD 1 TO WS-ITEMS-RETURNED
005310      END-IF.
005320
005330      ADD BD-PAID-AMOUNT          TO WS-TOTAL-PAID-AMOUNT.
005340      WRITE PPX-BANK-DECISION-RCD.
005350
005360      MOVE WS-REG-LINE            TO PPX-REGISTER-RCD.
005370      WRITE PPX-REGISTER-RCD.
005380
005390  2000-EXIT.
005400      EXIT.
005410
005420* 2500-FIND-DECISION
005430*   SEARCHES THE DECISION TABLE FOR THE KEY PRIMED BY THE
005440*   CALLER, CAPTURING THE MATCHED SUBSCRIPT AT THE MOMENT OF
005450*   THE MATCH.
005460  2500-FIND-DECISION.
005470
005480      MOVE "N" TO WS-DEC-FOUND-SW.
005490      MOVE ZERO TO WS-DEC-MATCHED-SUB.
005500
005510      PERFORM 2510-SEARCH-DECISION THRU 2510-EXIT
005520          VARYING WS-DEC-TBL-SUB FROM 1 BY 1
005530          UNTIL WS-DEC-TBL-SUB > WS-DEC-COUNT
005540             OR WS-DEC-FOUND.
005550
005560  2500-EXIT.
005570      EXIT.
005580
005590  2510-SEARCH-DECISION.
005600
005610      IF WS-DEC-SEARCH-KEY = WS-DEC-KEY (WS-DEC-TBL-SUB)
005620          MOVE "Y" TO WS-DEC-FOUND-SW
005630          MOVE WS-DEC-TBL-SUB TO WS-DEC-MATCHED-SUB
005640      END-IF.
005650
005660  2510-EXIT.
005670      EXIT.
005680
005690* 2600-SET-RETURN-REASON
005700*   THE REASON THE BANK IS GIVEN FOR A RETURN, STRONGEST FIRST:
005710*   A STOP OR VOID ON FILE, A REISSUE THAT REPLACED THE CHECK,
005720*   THEN THE EXCEPTION ITSELF.
005730  2600-SET-RETURN-REASON.
005740
005750      EVALUATE TRUE
005760          WHEN PX-STOPPED OR PX-VOIDED
005770              MOVE "SP"               TO BD-RETURN-REASON
005780          WHEN PX-REI-NEW-CHK-NUM NOT = SPACES
005790              MOVE "RP"               TO BD-RETURN-REASON
005800          WHEN PX-PAID-NOT-ISSUED
005810              MOVE "NI"               TO BD-RETURN-REASON
005820          WHEN OTHER
005830              MOVE "AM"               TO BD-RETURN-REASON
005840      END-EVALUATE.
005850
005860  2600-EXIT.
005870      EXIT.
005880
005890* 3000-LIST-UNMATCHED
005900*   A DECISION FOR AN ITEM NOT ON THE WORKLIST WENT NOWHERE -
005910*   USUALLY A MIS-KEYED CHECK NUMBER, WHOSE REAL ITEM WAS THEN
005920*   RETURNED BY DEFAULT.
005930  3000-LIST-UNMATCHED.
005940
005950      MOVE "DECISIONS FOR NO ITEM ON THE WORKLIST" TO RGS-TEXT.
005960      PERFORM 7000-WRITE-SECTION-HEAD THRU 7000-EXIT.
005970
005980      MOVE "NO SUCH ITEM ON WORKLIST" TO WS-REJECT-MSG.
005990      PERFORM 3100-LIST-UNMATCHED-DEC THRU 3100-EXIT
006000          VARYING WS-DEC-TBL-SUB FROM 1 BY 1
006010          UNTIL WS-DEC-TBL-SUB > WS-DEC-COUNT.
006020
006030  3000-EXIT.
006040      EXIT.
006050
006060  3100-LIST-UNMATCHED-DEC.
006070
006080      IF WS-DEC-USED (WS-DEC-TBL-SUB) = "Y"
006090          GO TO 3100-EXIT
006100      END-IF.
006110
006120      ADD 1 TO WS-DECISIONS-UNMATCHED.
006130      PERFORM 1300-REPORT-TABLE-DECISION THRU 1300-EXIT.
006140
006150  3100-EXIT.
006160      EXIT.
006170
006180* 7000-WRITE-SECTION-HEAD
006190*   A BLANK LINE, THE SECTION TITLE IN RGS-TEXT, AND THE COLUMN
006200*   HEADINGS.
006210  7000-WRITE-SECTION-HEAD.
006220
006230      MOVE SPACES                 TO PPX-REGISTER-RCD.
006240      WRITE PPX-REGISTER-RCD.
006250      MOVE WS-REG-SECTION         TO PPX-REGISTER-RCD.
006260      WRITE PPX-REGISTER-RCD.
006270      MOVE WS-REG-COLUMNS         TO PPX-REGISTER-RCD.
006280      WRITE PPX-REGISTER-RCD.
006290
006300  7000-EXIT.
006310      EXIT.
006320
006330* 7100-WRITE-REGISTER-TOTAL
006340*   ONE TOTAL LINE - RTL-LITERAL AND RTL-COUNT PRIMED BY THE
006350*   CALLER.
006360  7100-WRITE-REGISTER-TOTAL.
006370
006380      MOVE WS-REG-TOTAL-LINE      TO PPX-REGISTER-RCD.
006390      WRITE PPX-REGISTER-RCD.
006400
006410  7100-EXIT.
006420      EXIT.
006430
006440  8000-WRAPUP.
006450
006460      MOVE SPACES                 TO PPX-BANK-DECISION-RCD.
006470      MOVE "T"                    TO BD-RECORD-TYPE.
006480      MOVE WS-ITEMS-READ          TO BD-TLR-ITEM-COUNT.
006490      MOVE WS-ITEMS-PAID          TO BD-TLR-PAY-COUNT.
006500      MOVE WS-ITEMS-RETURNED      TO BD-TLR-RETURN-COUNT.
006510      MOVE WS-TOTAL-PAID-AMOUNT   TO BD-TLR-TOTAL-AMOUNT.
006520      WRITE PPX-BANK-DECISION-RCD.
006530
006540* THE FILE IS COMPLETE - IF THE CLOCK IS ALREADY PAST THE
006550* CUTOFF, THE BANK HAS APPLIED ITS OWN DEFAULT TO THESE ITEMS.
006560      ACCEPT SWA-CURRENT-TIME     FROM TIME.
006570      MOVE SWA-CURR-HH            TO WS-RUN-HH.
006580      MOVE SWA-CURR-MM            TO WS-RUN-MM.
006590      IF WS-RUN-TIME-N > WS-CUTOFF-TIME
006600          MOVE "Y"                TO WS-PAST-CUTOFF-SW
006610          MOVE "*FILE BUILT PAST CUTOFF AT:" TO SCR-LITERAL
006620          MOVE WS-RUN-TIME-N      TO SCR-COUNT
006630          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
006640          PERFORM 8999-WRITE-SYSOUT
006650          MOVE "*** FILE BUILT AFTER THE BANK CUTOFF - CALL IN"
006660                                  TO RGS-TEXT
006670          MOVE SPACES             TO PPX-REGISTER-RCD
006680          WRITE PPX-REGISTER-RCD
006690          MOVE WS-REG-SECTION     TO PPX-REGISTER-RCD
006700          WRITE PPX-REGISTER-RCD
006710      END-IF.
006720
006730      MOVE SPACES                 TO PPX-REGISTER-RCD.
006740      WRITE PPX-REGISTER-RCD.
006750      MOVE "ITEMS SENT TO THE BANK"  TO RTL-LITERAL.
006760      MOVE WS-ITEMS-READ          TO RTL-COUNT.
006770      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006780      MOVE "  PAY"                TO RTL-LITERAL.
006790      MOVE WS-ITEMS-PAID          TO RTL-COUNT.
006800      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006810      MOVE "  RETURN"             TO RTL-LITERAL.
006820      MOVE WS-ITEMS-RETURNED      TO RTL-COUNT.
006830      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006840      MOVE "  RETURN - NOT WORKED" TO RTL-LITERAL.
006850      MOVE WS-ITEMS-DEFAULTED     TO RTL-COUNT.
006860      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006870      MOVE "DECISIONS KEYED"      TO RTL-LITERAL.
006880      MOVE WS-DECISIONS-READ      TO RTL-COUNT.
006890      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006900      MOVE "  NOT SENT - EDIT/SUPERSEDED" TO RTL-LITERAL.
006910      MOVE WS-DECISIONS-REJECTED  TO RTL-COUNT.
006920      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006930      MOVE "  NOT SENT - NO SUCH ITEM" TO RTL-LITERAL.
006940      MOVE WS-DECISIONS-UNMATCHED TO RTL-COUNT.
006950      PERFORM 7100-WRITE-REGISTER-TOTAL THRU 7100-EXIT.
006960
006970      MOVE "DECISIONS READ:"      TO SCR-LITERAL.
006980      MOVE WS-DECISIONS-READ      TO SCR-COUNT.
006990      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007000      PERFORM 8999-WRITE-SYSOUT.
007010
007020      MOVE "DECISIONS REJECTED:"  TO SCR-LITERAL.
007030      MOVE WS-DECISIONS-REJECTED  TO SCR-COUNT.
007040      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007050      PERFORM 8999-WRITE-SYSOUT.
007060
007070      MOVE "  REJECTED AS SUPERSEDED:" TO SCR-LITERAL.
007080      MOVE WS-DECISIONS-SUPERSEDED TO SCR-COUNT.
007090      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007100      PERFORM 8999-WRITE-SYSOUT.
007110
007120      MOVE "DECISIONS FOR NO ITEM:" TO SCR-LITERAL.
007130      MOVE WS-DECISIONS-UNMATCHED TO SCR-COUNT.
007140      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007150      PERFORM 8999-WRITE-SYSOUT.
007160
007170      MOVE "WORKLIST ITEMS READ:" TO SCR-LITERAL.
007180      MOVE WS-ITEMS-READ          TO SCR-COUNT.
007190      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007200      PERFORM 8999-WRITE-SYSOUT.
007210
007220      MOVE "ITEMS PAID:"          TO SCR-LITERAL.
007230      MOVE WS-ITEMS-PAID          TO SCR-COUNT.
007240      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007250      PERFORM 8999-WRITE-SYSOUT.
007260
007270      MOVE "ITEMS RETURNED:"      TO SCR-LITERAL.
007280      MOVE WS-ITEMS-RETURNED      TO SCR-COUNT.
007290      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007300      PERFORM 8999-WRITE-SYSOUT.
007310
007320      MOVE "ITEMS RETURNED BY DEFAULT:" TO SCR-LITERAL.
007330      MOVE WS-ITEMS-DEFAULTED     TO SCR-COUNT.
007340      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007350      PERFORM 8999-WRITE-SYSOUT.
007360
007370      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
007380
007390      COPY C2INZ003.
007400
007410      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
007420
007430  8000-EXIT.
007440      EXIT.
007450
007460* 8980-NOTE-TABLE-CAPACITY
007470*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
007480*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
007490*   DROPPED ENTRY ENDS THE RUN RC=12.
007500  8980-NOTE-TABLE-CAPACITY.
007510
007520      MOVE "POSITIVE-PAY DECISIONS" TO TC-NOTE-NAME.
007530      MOVE WS-DEC-TABLE-MAX         TO TC-NOTE-LIMIT.
007540      MOVE WS-DEC-COUNT             TO TC-NOTE-HIGH.
007550      MOVE WS-DEC-DROPPED           TO TC-NOTE-DROPPED.
007560      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
007570
007580      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
007590
007600  8980-EXIT.
007610      EXIT.
007620
007630* 8900-SET-RETURN-CODE
007640*   RC=0 CLEAN; RC=4 ANY ITEM RETURNED BY DEFAULT OR ANY KEYED
007650*   DECISION NOT SENT; RC=8 THE FILE WAS BUILT AFTER THE BANK
007660*   CUTOFF.  RC=12 ANY DECISION THE TABLE COULD NOT HOLD - ITS
007670*   ITEM WENT TO THE BANK AS A RETURN (SEE THE CAPACITY REPORT).
007680  8900-SET-RETURN-CODE.
007690
007700      MOVE ZERO TO RETURN-CODE.
007710
007720      IF WS-ITEMS-DEFAULTED > ZERO
007730          OR WS-DECISIONS-REJECTED > ZERO
007740          OR WS-DECISIONS-UNMATCHED > ZERO
007750          MOVE 4 TO RETURN-CODE
007760      END-IF.
007770
007780      IF WS-PAST-CUTOFF
007790          MOVE 8 TO RETURN-CODE
007800      END-IF.
007810
007820      IF TC-TABLE-OVERFLOW
007830          MOVE TC-OVERFLOW-RC TO RETURN-CODE
007840      END-IF.
007850
007860  8900-EXIT.
007870      EXIT.
007880
007890      COPY CLCWW134.
007900
007910      COPY C2INZ002.
007920
007930      COPY C2INZ004.
007940
007950      COPY C2INZ005.
007960
007970      PPX-WORKLIST-FILE
007980      PPX-BANK-DECISION-FILE
007990      PPX-REGISTER-RPT
008000      RUN-HISTORY-FILE.
008010
008020  9999-EXIT.
008030      EXIT.
