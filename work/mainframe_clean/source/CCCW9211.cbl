000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9211.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9211
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    PAID-ITEM IMAGE INDEX LOAD.  TAKES THE BANK'S
000130*              DAILY IMAGE INDEX (CLCWW180) - ONE ENTRY PER
000140*              CHECK IT PAID AND IMAGED - AND APPENDS IT TO THE
000150*              CLCWW181 PAID-ITEM IMAGE HISTORY, SO THE IMAGE
000160*              REFERENCE FOR ANY PAID CHECK CAN BE FOUND ON CW97
000170*              (CCMR6317) AND ASKED FOR WITH CCCW9212 WITHOUT A
000180*              CALL TO THE BANK.  EACH ENTRY IS PROVED AGAINST
000190*              THE SAME DAY'S CLCWW052 PAID-ITEMS FEED CCCW9140
000200*              READS, ON THE ISSUING BRANCH AND ONSITE CHECK
000210*              NUMBER, AND CARRIES HOW IT MATCHED:
000220*                M - ON THE PAID FEED AT THE SAME AMOUNT
000230*                A - ON THE PAID FEED AT A DIFFERENT AMOUNT
000240*                U - NOT ON THE PAID FEED
000250*              EVERY ENTRY IS KEPT WHATEVER ITS MATCH - THE IMAGE
000260*              IS THE BANK'S EVIDENCE EITHER WAY.  THE EXCEPTION
000270*              REPORT LISTS THE A AND U ENTRIES AND EVERY PAID
000280*              ITEM THE BANK SENT NO IMAGE FOR.
000290*              THE HISTORY IS AGED OFF BY CCCW9134 (PARM='IMG')
000300*              ON THE PAID DATE UNDER THE RETENTION SCHEDULE.
000310*
000320*  FILES:      IMGIDX   - BANK DAILY IMAGE INDEX (CLCWW180)
000330*              BANKPAID - BANK PAID-ITEMS FEED (CLCWW052)
000340*              IMGHSTI  - PAID-ITEM IMAGE HISTORY (CLCWW181)
000350*                                                    TO IMGHSTO
000360*              IMGEXCP  - IMAGE INDEX EXCEPTION REPORT
000370*
000380*  RETURN:     RC=0 CLEAN.  RC=4 EXCEPTIONS ON THE REPORT.
000390*              RC=12 THE PAID-ITEMS TABLE FILLED.
000400*
000410******************************************************************
000420*                      MODIFICATION HISTORY
000430******************************************************************
000440* DATE     INIT  DESCRIPTION
000450* -------- ----  --------------------------------------------
000460* 10/2026  RF    NEW PROGRAM - PAID-ITEM IMAGE INDEX LOAD AND
000470*                HISTORY
000480******************************************************************
000490  ENVIRONMENT DIVISION.
000500  CONFIGURATION SECTION.
000510  SOURCE-COMPUTER.   IBM-370.
000520  OBJECT-COMPUTER.   IBM-370.
000530  INPUT-OUTPUT SECTION.
000540  FILE-CONTROL.
000550
000560      COPY C2INX001.
000570
000580      SELECT IMAGE-INDEX-FILE    ASSIGN TO IMGIDX
000590          ORGANIZATION IS SEQUENTIAL.
000600
000610      SELECT BANK-PAID-FILE      ASSIGN TO BANKPAID
000620          ORGANIZATION IS SEQUENTIAL.
000630
000640      SELECT IMAGE-HIST-IN-FILE  ASSIGN TO IMGHSTI
000650          ORGANIZATION IS SEQUENTIAL.
000660
000670      SELECT IMAGE-HIST-OUT-FILE ASSIGN TO IMGHSTO
000680          ORGANIZATION IS SEQUENTIAL.
000690
000700      SELECT IMAGE-EXCEPT-RPT    ASSIGN TO IMGEXCP
000710          ORGANIZATION IS SEQUENTIAL.
000720
000730      COPY C2INX004.
000740
000750  DATA DIVISION.
000760  FILE SECTION.
000770
000780      COPY C2INX002.
000790
000800  FD  IMAGE-INDEX-FILE
000810      BLOCK CONTAINS 0 RECORDS
000820      RECORDING MODE IS F
000830      LABEL RECORDS ARE STANDARD
000840      DATA RECORD IS BANK-IMAGE-INDEX-RCD.
000850
000860      COPY CLCWW180.
000870
000880  FD  BANK-PAID-FILE
000890      BLOCK CONTAINS 0 RECORDS
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS BANK-PAID-RCD.
000930
000940      COPY CLCWW052.
000950
000960  FD  IMAGE-HIST-IN-FILE
000970      BLOCK CONTAINS 0 RECORDS
000980      RECORDING MODE IS F
000990      LABEL RECORDS ARE STANDARD
001000      DATA RECORD IS IMAGE-HIST-IN-RCD.
001010
001020  01  IMAGE-HIST-IN-RCD             PIC X(100).
001030
001040  FD  IMAGE-HIST-OUT-FILE
001050      BLOCK CONTAINS 0 RECORDS
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      DATA RECORD IS IMAGE-HIST-OUT-RCD.
001090
001100  01  IMAGE-HIST-OUT-RCD            PIC X(100).
001110
001120  FD  IMAGE-EXCEPT-RPT
001130      BLOCK CONTAINS 0 RECORDS
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD
001160      DATA RECORD IS IMAGE-EXCEPT-RCD.
001170
001180  01  IMAGE-EXCEPT-RCD              PIC X(133).
001190
001200      COPY C2INX005.
001210
001220  WORKING-STORAGE SECTION.
001230
001240      COPY C2INX003.
001250
001260      COPY C2INX006.
001270
001280      COPY CLCWW181.
001290
001300      COPY CLCWW133.
001310
001320      COPY CLCWW166.
001330
001340  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9211".
001350
001360  01  WS-SWITCHES.
001370      05  WS-INDEX-EOF-SW         PIC X(01) VALUE "N".
001380          88  WS-INDEX-EOF                VALUE "Y".
001390      05  WS-PAID-EOF-SW          PIC X(01) VALUE "N".
001400          88  WS-PAID-EOF                 VALUE "Y".
001410      05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001420          88  WS-HIST-EOF                 VALUE "Y".
001430      05  WS-PAID-FOUND-SW        PIC X(01) VALUE "N".
001440          88  WS-PAID-FOUND               VALUE "Y".
001450
001460  01  WS-COUNTERS.
001470      05  WS-HIST-CARRIED         PIC 9(09) COMP VALUE ZERO.
001480      05  WS-INDEX-READ           PIC 9(09) COMP VALUE ZERO.
001490      05  WS-INDEX-MATCHED        PIC 9(09) COMP VALUE ZERO.
001500      05  WS-INDEX-AMT-DIFF       PIC 9(09) COMP VALUE ZERO.
001510      05  WS-INDEX-NOT-PAID       PIC 9(09) COMP VALUE ZERO.
001520      05  WS-PAID-READ            PIC 9(09) COMP VALUE ZERO.
001530      05  WS-PAID-NO-IMAGE        PIC 9(09) COMP VALUE ZERO.
001540      05  WS-HIST-WRITTEN         PIC 9(09) COMP VALUE ZERO.
001550
001560  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001570
001580* THE DAY'S PAID ITEMS, FOR THE MATCH - MARKED AS THE BANK'S
001590* INDEX ACCOUNTS FOR EACH ONE.
001600  01  WS-PAID-TABLE.
001610      05  WS-PAID-ENTRY           OCCURS 5000 TIMES.
001620          10  WS-PAID-BR              PIC X(03).
001630          10  WS-PAID-CHK             PIC X(08).
001640          10  WS-PAID-DATE            PIC 9(08).
001650          10  WS-PAID-AMOUNT          PIC S9(10)V99.
001660          10  WS-PAID-IMAGED-SW       PIC X(01).
001670              88  WS-PAID-IMAGED              VALUE "Y".
001680  77  WS-PAID-COUNT               PIC 9(04) COMP VALUE ZERO.
001690  77  WS-PAID-TABLE-MAX           PIC 9(04) COMP VALUE 5000.
001700  77  WS-PAID-DROPPED             PIC 9(07) COMP VALUE ZERO.
001710  77  WS-PAID-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
001720  77  WS-PAID-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
001730
001740  01  WS-EXC-TITLE.
001750      05  FILLER                  PIC X(01) VALUE SPACES.
001760      05  FILLER                  PIC X(32) VALUE
001770          "PAID-ITEM IMAGE INDEX EXCEPTIONS".
001780      05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
001790      05  ETL-RUN-DATE            PIC 9(08).
001800      05  FILLER                  PIC X(80) VALUE SPACES.
001810
001820  01  WS-EXC-COL-HEADING.
001830      05  FILLER                  PIC X(03) VALUE SPACES.
001840      05  FILLER                  PIC X(05) VALUE "BR   ".
001850      05  FILLER                  PIC X(10) VALUE "CHECK     ".
001860      05  FILLER                  PIC X(10) VALUE "PAID ON   ".
001870      05  FILLER                  PIC X(19) VALUE
001880          "     INDEX AMOUNT  ".
001890      05  FILLER                  PIC X(19) VALUE
001900          "      PAID AMOUNT  ".
001910      05  FILLER                  PIC X(40) VALUE "EXCEPTION".
001920      05  FILLER                  PIC X(27) VALUE SPACES.
001930
001940  01  WS-EXC-LINE.
001950      05  FILLER                  PIC X(03) VALUE SPACES.
001960      05  EXL-BR                  PIC X(03).
001970      05  FILLER                  PIC X(02) VALUE SPACES.
001980      05  EXL-CHK                 PIC X(08).
001990      05  FILLER                  PIC X(02) VALUE SPACES.
002000      05  EXL-PAID-DATE           PIC X(08).
002010      05  FILLER                  PIC X(02) VALUE SPACES.
002020      05  EXL-INDEX-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
002030      05  EXL-INDEX-AMOUNT-X REDEFINES EXL-INDEX-AMOUNT
002040                                  PIC X(17).
002050      05  FILLER                  PIC X(02) VALUE SPACES.
002060      05  EXL-PAID-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
002070      05  EXL-PAID-AMOUNT-X REDEFINES EXL-PAID-AMOUNT
002080                                  PIC X(17).
002090      05  FILLER                  PIC X(02) VALUE SPACES.
002100      05  EXL-TEXT                PIC X(40).
002110      05  FILLER                  PIC X(27) VALUE SPACES.
002120
002130  01  WS-EXC-COUNT-LINE.
002140      05  FILLER                  PIC X(03) VALUE SPACES.
002150      05  ECL-LITERAL             PIC X(40).
002160      05  ECL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002170      05  FILLER                  PIC X(79) VALUE SPACES.
002180
002190  PROCEDURE DIVISION.
002200
002210  0000-MAINLINE.
002220
002230      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002240
002250      PERFORM 2000-CARRY-HISTORY     THRU 2000-EXIT
002260          UNTIL WS-HIST-EOF.
002270
002280      PERFORM 3000-LOAD-INDEX-RCD    THRU 3000-EXIT
002290          UNTIL WS-INDEX-EOF.
002300
002310      PERFORM 4000-LIST-NO-IMAGE     THRU 4000-EXIT
002320          VARYING WS-PAID-TBL-SUB FROM 1 BY 1
002330          UNTIL WS-PAID-TBL-SUB > WS-PAID-COUNT.
002340
002350      PERFORM 7000-WRITE-TOTALS      THRU 7000-EXIT.
002360
002370      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002380
002390      GOBACK.
002400
002410  1000-INITIALIZE.
002420
002430      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002440      OPEN EXTEND RUN-HISTORY-FILE.
002450
002460      COPY C2INZ001.
002470
002480      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
002490
002500      OPEN INPUT  IMAGE-INDEX-FILE.
002510      OPEN INPUT  IMAGE-HIST-IN-FILE.
002520      OPEN OUTPUT IMAGE-HIST-OUT-FILE.
002530      OPEN OUTPUT IMAGE-EXCEPT-RPT.
002540
002550      PERFORM 1100-LOAD-PAID      THRU 1100-EXIT.
002560
002570      MOVE "CLCWW181"             TO WS-LV-CHECK-FILE-ID.
002580      MOVE "IMGHSTI"              TO WS-LV-CHECK-DDNAME.
002590      MOVE "N"                    TO WS-LV-EMPTY-SW.
002600      READ IMAGE-HIST-IN-FILE INTO LAYOUT-HEADER-RCD
002610          AT END
002620              MOVE "Y"            TO WS-LV-EMPTY-SW
002630      END-READ.
002640      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
002650
002660      IF WS-LV-FILE-EMPTY
002670          CLOSE IMAGE-HIST-IN-FILE
002680          OPEN INPUT IMAGE-HIST-IN-FILE
002690      END-IF.
002700
002710      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
002720      WRITE IMAGE-HIST-OUT-RCD FROM LAYOUT-HEADER-RCD.
002730
002740      MOVE WS-TODAY               TO ETL-RUN-DATE.
002750      MOVE WS-EXC-TITLE           TO IMAGE-EXCEPT-RCD.
002760      WRITE IMAGE-EXCEPT-RCD.
002770      MOVE SPACES                 TO IMAGE-EXCEPT-RCD.
002780      WRITE IMAGE-EXCEPT-RCD.
002790      MOVE WS-EXC-COL-HEADING     TO IMAGE-EXCEPT-RCD.
002800      WRITE IMAGE-EXCEPT-RCD.
002810
002820  1000-EXIT.
002830      EXIT.
002840
002850* 1100-LOAD-PAID
002860*   THE DAY'S PAID-ITEMS FEED INTO THE MATCH TABLE.  AN ITEM
002870*   PAST THE TABLE'S LIMIT IS COUNTED AS DROPPED - THE RUN
002880*   ENDS RC=12 SO THE LIMIT IS RAISED BEFORE THE NEXT ONE.
002890  1100-LOAD-PAID.
002900
002910      OPEN INPUT BANK-PAID-FILE.
002920
002930      PERFORM 1110-LOAD-PAID-RCD  THRU 1110-EXIT
002940          UNTIL WS-PAID-EOF.
002950
002960      CLOSE BANK-PAID-FILE.
002970
002980  1100-EXIT.
002990      EXIT.
003000
003010  1110-LOAD-PAID-RCD.
003020
003030      READ BANK-PAID-FILE
003040          AT END
003050              MOVE "Y" TO WS-PAID-EOF-SW
003060              GO TO 1110-EXIT
003070      END-READ.
003080
003090      ADD 1 TO WS-PAID-READ.
003100
003110      IF WS-PAID-COUNT NOT < WS-PAID-TABLE-MAX
003120          ADD 1 TO WS-PAID-DROPPED
003130          GO TO 1110-EXIT
003140      END-IF.
003150
003160      ADD 1 TO WS-PAID-COUNT.
003170      MOVE PD-ISSUING-BR-CODE     TO WS-PAID-BR (WS-PAID-COUNT).
003180      MOVE PD-ONSITE-CHK-NUM      TO WS-PAID-CHK (WS-PAID-COUNT).
003190      MOVE PD-PAID-DATE           TO WS-PAID-DATE (WS-PAID-COUNT).
003200      MOVE PD-PAID-AMOUNT    TO WS-PAID-AMOUNT (WS-PAID-COUNT).
003210      MOVE "N"            TO WS-PAID-IMAGED-SW (WS-PAID-COUNT).
003220
003230  1110-EXIT.
003240      EXIT.
003250
003260* 2000-CARRY-HISTORY
003270*   THE PRIOR GENERATION CARRIES FORWARD AS IT STANDS; ITS
003280*   LAYOUT HEADER WAS READ AND CHECKED AT INITIALIZATION.
003290  2000-CARRY-HISTORY.
003300
003310      READ IMAGE-HIST-IN-FILE
003320          AT END
003330              MOVE "Y" TO WS-HIST-EOF-SW
003340              GO TO 2000-EXIT
003350      END-READ.
003360
003370      WRITE IMAGE-HIST-OUT-RCD FROM IMAGE-HIST-IN-RCD.
003380      ADD 1 TO WS-HIST-CARRIED.
003390      ADD 1 TO WS-HIST-WRITTEN.
003400
003410  2000-EXIT.
003420      EXIT.
003430
003440* 3000-LOAD-INDEX-RCD
003450*   ONE BANK INDEX ENTRY - MATCHED TO THE PAID FEED, STAMPED
003460*   WITH THE LOAD DATE AND HOW IT MATCHED, AND APPENDED TO THE
003470*   HISTORY.
003480  3000-LOAD-INDEX-RCD.
003490
003500      READ IMAGE-INDEX-FILE
003510          AT END
003520              MOVE "Y" TO WS-INDEX-EOF-SW
003530              GO TO 3000-EXIT
003540      END-READ.
003550
003560      ADD 1 TO WS-INDEX-READ.
003570
003580      MOVE SPACES                 TO PAID-IMAGE-RCD.
003590      MOVE IX-ISSUING-BR-CODE     TO PI-ISSUING-BR-CODE.
003600      MOVE IX-ONSITE-CHK-NUM      TO PI-ONSITE-CHK-NUM.
003610      MOVE IX-PAID-DATE           TO PI-PAID-DATE.
003620      MOVE IX-PAID-AMOUNT         TO PI-PAID-AMOUNT.
003630      MOVE IX-IMAGE-REF           TO PI-IMAGE-REF.
003640      MOVE WS-TODAY               TO PI-LOAD-DATE.
003650
003660      MOVE "N"                    TO WS-PAID-FOUND-SW.
003670      MOVE ZERO                   TO WS-PAID-HIT-SUB.
003680      PERFORM 3100-FIND-PAID      THRU 3100-EXIT
003690          VARYING WS-PAID-TBL-SUB FROM 1 BY 1
003700          UNTIL WS-PAID-TBL-SUB > WS-PAID-COUNT
003710             OR WS-PAID-FOUND.
003720
003730      MOVE SPACES                 TO WS-EXC-LINE.
003740      MOVE IX-ISSUING-BR-CODE     TO EXL-BR.
003750      MOVE IX-ONSITE-CHK-NUM      TO EXL-CHK.
003760      MOVE IX-PAID-DATE           TO EXL-PAID-DATE.
003770      MOVE IX-PAID-AMOUNT         TO EXL-INDEX-AMOUNT.
003780
003790      IF NOT WS-PAID-FOUND
003800          MOVE "U"                TO PI-MATCH-STATUS
003810          ADD 1 TO WS-INDEX-NOT-PAID
003820          MOVE SPACES             TO EXL-PAID-AMOUNT-X
003830          MOVE "IMAGED BUT NOT ON THE PAID-ITEMS FEED"
003840                                  TO EXL-TEXT
003850          PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT
003860      ELSE
003870          PERFORM 3200-MATCH-AMOUNT THRU 3200-EXIT
003880      END-IF.
003890
003900      WRITE IMAGE-HIST-OUT-RCD FROM PAID-IMAGE-RCD.
003910      ADD 1 TO WS-HIST-WRITTEN.
003920
003930  3000-EXIT.
003940      EXIT.
003950
003960  3100-FIND-PAID.
003970
003980      IF WS-PAID-BR (WS-PAID-TBL-SUB)  = IX-ISSUING-BR-CODE
003990          AND WS-PAID-CHK (WS-PAID-TBL-SUB) = IX-ONSITE-CHK-NUM
004000          MOVE "Y"                TO WS-PAID-FOUND-SW
004010          MOVE WS-PAID-TBL-SUB    TO WS-PAID-HIT-SUB
004020      END-IF.
004030
004040  3100-EXIT.
004050      EXIT.
004060
004070* 3200-MATCH-AMOUNT
004080*   THE ENTRY IS ON THE PAID FEED - THE PAID ITEM IS MARKED
004090*   IMAGED AND THE TWO AMOUNTS ARE COMPARED.
004100  3200-MATCH-AMOUNT.
004110
004120      MOVE "Y"             TO WS-PAID-IMAGED-SW (WS-PAID-HIT-SUB).
004130
004140      IF IX-PAID-AMOUNT NOT = WS-PAID-AMOUNT (WS-PAID-HIT-SUB)
004150          MOVE "A"                TO PI-MATCH-STATUS
004160          ADD 1 TO WS-INDEX-AMT-DIFF
004170          MOVE WS-PAID-AMOUNT (WS-PAID-HIT-SUB)
004180                                  TO EXL-PAID-AMOUNT
004190          MOVE "INDEX AMOUNT DIFFERS FROM THE PAID FEED"
004200                                  TO EXL-TEXT
004210          PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT
004220      ELSE
004230          MOVE "M"                TO PI-MATCH-STATUS
004240          ADD 1 TO WS-INDEX-MATCHED
004250      END-IF.
004260
004270  3200-EXIT.
004280      EXIT.
004290
004300* 4000-LIST-NO-IMAGE
004310*   A CHECK THE BANK PAID BUT SENT NO IMAGE ENTRY FOR - THE
004320*   BANK IS ASKED FOR IT BEFORE ANYONE NEEDS IT.
004330  4000-LIST-NO-IMAGE.
004340
004350      IF WS-PAID-IMAGED (WS-PAID-TBL-SUB)
004360          GO TO 4000-EXIT
004370      END-IF.
004380
004390      ADD 1 TO WS-PAID-NO-IMAGE.
004400
004410      MOVE SPACES                 TO WS-EXC-LINE.
004420      MOVE WS-PAID-BR (WS-PAID-TBL-SUB)   TO EXL-BR.
004430      MOVE WS-PAID-CHK (WS-PAID-TBL-SUB)  TO EXL-CHK.
004440      MOVE WS-PAID-DATE (WS-PAID-TBL-SUB) TO EXL-PAID-DATE.
004450      MOVE SPACES                 TO EXL-INDEX-AMOUNT-X.
004460      MOVE WS-PAID-AMOUNT (WS-PAID-TBL-SUB)
004470                                  TO EXL-PAID-AMOUNT.
004480      MOVE "PAID BUT NO IMAGE INDEXED BY THE BANK"
004490                                  TO EXL-TEXT.
004500      PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT.
004510
004520  4000-EXIT.
004530      EXIT.
004540
004550  7000-WRITE-TOTALS.
004560
004570      MOVE SPACES                 TO IMAGE-EXCEPT-RCD.
004580      WRITE IMAGE-EXCEPT-RCD.
004590
004600      MOVE "INDEX ENTRIES LOADED" TO ECL-LITERAL.
004610      MOVE WS-INDEX-READ          TO ECL-COUNT.
004620      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004630
004640      MOVE "  MATCHED TO THE PAID FEED" TO ECL-LITERAL.
004650      MOVE WS-INDEX-MATCHED       TO ECL-COUNT.
004660      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004670
004680      MOVE "  AMOUNT DIFFERS FROM THE PAID FEED" TO ECL-LITERAL.
004690      MOVE WS-INDEX-AMT-DIFF      TO ECL-COUNT.
004700      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004710
004720      MOVE "  NOT ON THE PAID FEED" TO ECL-LITERAL.
004730      MOVE WS-INDEX-NOT-PAID      TO ECL-COUNT.
004740      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004750
004760      MOVE "PAID ITEMS ON THE FEED" TO ECL-LITERAL.
004770      MOVE WS-PAID-READ           TO ECL-COUNT.
004780      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004790
004800      MOVE "  PAID WITH NO IMAGE INDEXED" TO ECL-LITERAL.
004810      MOVE WS-PAID-NO-IMAGE       TO ECL-COUNT.
004820      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004830
004840      IF WS-PAID-DROPPED > ZERO
004850          MOVE "*PAID ITEMS NOT LOADED - TABLE FULL"
004860                                  TO ECL-LITERAL
004870          MOVE WS-PAID-DROPPED    TO ECL-COUNT
004880          PERFORM 7910-WRITE-COUNT THRU 7910-EXIT
004890      END-IF.
004900
004910  7000-EXIT.
004920      EXIT.
004930
004940  7900-WRITE-EXCEPTION.
004950
004960      MOVE WS-EXC-LINE            TO IMAGE-EXCEPT-RCD.
004970      WRITE IMAGE-EXCEPT-RCD.
004980
004990  7900-EXIT.
005000      EXIT.
005010
005020  7910-WRITE-COUNT.
005030
005040      MOVE WS-EXC-COUNT-LINE      TO IMAGE-EXCEPT-RCD.
005050      WRITE IMAGE-EXCEPT-RCD.
005060
005070  7910-EXIT.
005080      EXIT.
005090
005100  8000-WRAPUP.
005110
005120      MOVE "HISTORY CARRIED FORWARD:" TO SCR-LITERAL.
005130      MOVE WS-HIST-CARRIED        TO SCR-COUNT.
005140      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005150      PERFORM 8999-WRITE-SYSOUT.
005160
005170      MOVE "INDEX ENTRIES READ:"  TO SCR-LITERAL.
005180      MOVE WS-INDEX-READ          TO SCR-COUNT.
005190      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005200      PERFORM 8999-WRITE-SYSOUT.
005210
005220      MOVE "INDEX ENTRIES MATCHED:" TO SCR-LITERAL.
005230      MOVE WS-INDEX-MATCHED       TO SCR-COUNT.
005240      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005250      PERFORM 8999-WRITE-SYSOUT.
005260
005270      MOVE "INDEX AMOUNT DIFFERS:" TO SCR-LITERAL.
005280      MOVE WS-INDEX-AMT-DIFF      TO SCR-COUNT.
005290      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005300      PERFORM 8999-WRITE-SYSOUT.
005310
005320      MOVE "INDEX NOT ON PAID FEED:" TO SCR-LITERAL.
005330      MOVE WS-INDEX-NOT-PAID      TO SCR-COUNT.
005340      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005350      PERFORM 8999-WRITE-SYSOUT.
005360
005370      MOVE "PAID ITEMS READ:"     TO SCR-LITERAL.
005380      MOVE WS-PAID-READ           TO SCR-COUNT.
005390      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005400      PERFORM 8999-WRITE-SYSOUT.
005410
005420      MOVE "PAID WITH NO IMAGE:"  TO SCR-LITERAL.
005430      MOVE WS-PAID-NO-IMAGE       TO SCR-COUNT.
005440      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005450      PERFORM 8999-WRITE-SYSOUT.
005460
005470      MOVE "HISTORY RECORDS WRITTEN:" TO SCR-LITERAL.
005480      MOVE WS-HIST-WRITTEN        TO SCR-COUNT.
005490      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005500      PERFORM 8999-WRITE-SYSOUT.
005510
005520      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005530
005540      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
005550
005560      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
005570
005580      COPY C2INZ003.
005590
005600      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005610
005620  8000-EXIT.
005630      EXIT.
005640
005650* 8900-SET-RETURN-CODE
005660*   RC=4 EXCEPTIONS ON THE REPORT, RC=12 A TABLE FILLED - THE
005670*   WORST ONE WINS.
005680  8900-SET-RETURN-CODE.
005690
005700      MOVE ZERO TO RETURN-CODE.
005710
005720      IF WS-INDEX-AMT-DIFF > ZERO
005730          OR WS-INDEX-NOT-PAID > ZERO
005740          OR WS-PAID-NO-IMAGE > ZERO
005750          MOVE 4 TO RETURN-CODE
005760      END-IF.
005770
005780      IF TC-TABLE-OVERFLOW
005790          MOVE TC-OVERFLOW-RC TO RETURN-CODE
005800      END-IF.
005810
005820  8900-EXIT.
005830      EXIT.
005840
005850* 8980-NOTE-TABLE-CAPACITY
005860*   NOTES THE PAID-ITEMS TABLE'S HIGH-WATER MARK, LIMIT AND
005870*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
005880  8980-NOTE-TABLE-CAPACITY.
005890
005900      MOVE "PAID ITEMS"             TO TC-NOTE-NAME.
005910      MOVE WS-PAID-TABLE-MAX        TO TC-NOTE-LIMIT.
005920      MOVE WS-PAID-COUNT            TO TC-NOTE-HIGH.
005930      MOVE WS-PAID-DROPPED          TO TC-NOTE-DROPPED.
005940      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
005950
005960      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
005970
005980  8980-EXIT.
005990      EXIT.
006000
006010      COPY CLCWW134.
006020
006030      COPY CLCWW167.
006040
006050      COPY C2INZ002.
006060
006070      COPY C2INZ004.
006080
006090      COPY C2INZ005.
006100
006110      IMAGE-INDEX-FILE
006120      IMAGE-HIST-IN-FILE
006130      IMAGE-HIST-OUT-FILE
006140      IMAGE-EXCEPT-RPT
006150      RUN-HISTORY-FILE.
006160
006170  9999-EXIT.
006180      EXIT.
