000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCMR6380.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCMR6380
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    CONTROLLED MAINTENANCE FOR THE CLCWW135 REFERENCE
000130*              FILE - THE REASON CODES AND REPORTING FLOORS,
000140*              STATE FILING RULES, TREATY RATES, CF/SF LIST,
000150*              RETENTION SCHEDULE AND CHARGEBACK RATES THE
000160*              BATCH READS THROUGH CCCW9196.  APPLIES ADD/
000170*              CHANGE/RETIRE TRANSACTIONS (CLCWW136), WRITES A
000180*              BEFORE/AFTER AUDIT RECORD (CLCWW137) FOR EVERY
000190*              CHANGE, AND PRINTS A CHANGE REGISTER FOR THE
000200*              CYCLE, THE SAME CONTROLS CCMR6330 PUTS ON THE
000210*              VENDOR MASTER.  A NEW VALUE IS A NEW ROW WITH
000220*              ITS OWN EFFECTIVE DATE - A ROW ALREADY IN FORCE
000230*              IS NEVER CHANGED OR BACKDATED OVER, SO WHAT WAS
000240*              IN FORCE FOR ANY PAST RUN STAYS ON THE FILE FOR
000250*              CCMR6385 TO LIST.  A FUTURE-DATED ROW IS APPLIED
000260*              NOW AND SIMPLY TAKES EFFECT ON ITS DATE; UNTIL
000270*              THEN IT MAY STILL BE CORRECTED OR WITHDRAWN.
000280*
000290*  PARM:       'INIT' - ONE-TIME CONVERSION.  LOADS THE CLCWW139
000300*              IMAGE OF THE FORMER COMPILED TABLES INTO AN EMPTY
000310*              REFERENCE FILE BEFORE ANY TRANSACTIONS ARE
000320*              APPLIED.  ABENDS IF THE FILE IS NOT EMPTY.
000330*
000340******************************************************************
000350*                      MODIFICATION HISTORY
000360******************************************************************
000370* DATE     INIT  DESCRIPTION
000380* -------- ----  --------------------------------------------
000390* 10/2026  RF    NEW PROGRAM - EFFECTIVE-DATED REFERENCE TABLE
000400*                MAINTENANCE WITH TRANSACTION AUDIT
000401* 10/2026  RF    EDIT THE BACT DISBURSEMENT ACCOUNT AND BTYP BAI2
000402*                TYPE CODE TABLES
00402a* 10/2026  RF    EDIT THE USBR USER HOME BRANCH TABLE
00402b* 10/2026  RF    EDIT THE CNTY COUNTRY NAME TABLE
00402c* 10/2026  RF    EDIT THE ESCL ALERT ESCALATION TABLE
00402d* 10/2026  RF    EDIT THE CLMD CLAIM DEADLINE TABLE
00402e* 10/2026  RF    ABEND TBLFL WHEN THE REFERENCE FILE HOLDS MORE
00402f*                ROWS THAN THE ROW TABLE - THE REWRITE DROPPED
00402g*                THEM
000410******************************************************************
000420  ENVIRONMENT DIVISION.
000430  CONFIGURATION SECTION.
000440  SOURCE-COMPUTER.   IBM-370.
000450  OBJECT-COMPUTER.   IBM-370.
000460  INPUT-OUTPUT SECTION.
000470  FILE-CONTROL.
000480
000490      COPY C2INX001.
000500
000510      SELECT REF-TABLE-FILE      ASSIGN TO REFTBL
000520          ORGANIZATION IS SEQUENTIAL.
000530
000540      SELECT REF-TABLE-OUT       ASSIGN TO REFTBLO
000550          ORGANIZATION IS SEQUENTIAL.
000560
000570      SELECT REF-TRAN-FILE       ASSIGN TO REFTRAN
000580          ORGANIZATION IS SEQUENTIAL.
000590
000600      SELECT REF-AUDIT-FILE      ASSIGN TO REFAUDIT
000610          ORGANIZATION IS SEQUENTIAL.
000620
000630      COPY C2INX004.
000640
000650  DATA DIVISION.
000660  FILE SECTION.
000670
000680      COPY C2INX002.
000690
000700  FD  REF-TABLE-FILE
000710      BLOCK CONTAINS 0 RECORDS
000720      RECORDING MODE IS F
000730      LABEL RECORDS ARE STANDARD
000740      DATA RECORD IS REF-TABLE-RCD.
000750
000760      COPY CLCWW135.
000770
000780* NEW GENERATION OF THE REFERENCE FILE - THE CLCWW135 LAYOUT
000790* IS ALREADY COPIED UNDER THE INPUT FD ABOVE.
000800  FD  REF-TABLE-OUT
000810      BLOCK CONTAINS 0 RECORDS
000820      RECORDING MODE IS F
000830      LABEL RECORDS ARE STANDARD
000840      DATA RECORD IS REF-TABLE-OUT-RCD.
000850
000860  01  REF-TABLE-OUT-RCD             PIC X(80).
000870
000880  FD  REF-TRAN-FILE
000890      BLOCK CONTAINS 0 RECORDS
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS REF-TRAN-RCD.
000930
000940      COPY CLCWW136.
000950
000960  FD  REF-AUDIT-FILE
000970      BLOCK CONTAINS 0 RECORDS
000980      RECORDING MODE IS F
000990      LABEL RECORDS ARE STANDARD
001000      DATA RECORD IS REF-AUDIT-RCD.
001010
001020      COPY CLCWW137.
001030
001040      COPY C2INX005.
001050
001060  WORKING-STORAGE SECTION.
001070
001080      COPY C2INX003.
001090
001100      COPY C2INX006.
001110
001120      COPY CLCWW133.
001130
001140      COPY CLCWW139.
001150
001160  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6380".
001170
001180  01  WS-SWITCHES.
001190      05  WS-REF-EOF-SW           PIC X(01) VALUE "N".
001200          88  WS-REF-EOF                  VALUE "Y".
001210      05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
001220          88  WS-TRAN-EOF                 VALUE "Y".
001230      05  WS-ROW-FOUND-SW         PIC X(01) VALUE "N".
001240          88  WS-ROW-FOUND                VALUE "Y".
001250      05  WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
001260          88  WS-SLOT-FOUND               VALUE "Y".
001270      05  WS-KEY-FOUND-SW         PIC X(01) VALUE "N".
001280          88  WS-KEY-ON-FILE              VALUE "Y".
001290      05  WS-TRAN-ERROR-SW        PIC X(01) VALUE "N".
001300          88  WS-TRAN-IN-ERROR            VALUE "Y".
001310      05  WS-INIT-RUN-SW          PIC X(01) VALUE "N".
001320          88  WS-INIT-RUN                 VALUE "Y".
001330
001340  01  WS-COUNTERS.
001350      05  WS-ROWS-READ            PIC 9(09) COMP VALUE ZERO.
001360      05  WS-ROWS-CONVERTED       PIC 9(09) COMP VALUE ZERO.
001370      05  WS-TRANS-READ           PIC 9(09) COMP VALUE ZERO.
001380      05  WS-ADDS-APPLIED         PIC 9(09) COMP VALUE ZERO.
001390      05  WS-CHANGES-APPLIED      PIC 9(09) COMP VALUE ZERO.
001400      05  WS-RETIRES-APPLIED      PIC 9(09) COMP VALUE ZERO.
001410      05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
001420      05  WS-ROWS-WRITTEN         PIC 9(09) COMP VALUE ZERO.
001430
001440* THE REFERENCE FILE HELD FOR THE CYCLE, IN TABLE/KEY/
001450* EFFECTIVE-DATE SEQUENCE.  ROWS ARE NEVER REMOVED - A RETIRE
001460* IS ITSELF A ROW.
001470  01  WS-ROW-TABLE.
001480      05  WS-ROW-ENTRY            OCCURS 3000 TIMES.
001490          10  WS-ROW-KEY.
001500              15  WS-ROW-TABLE-ID     PIC X(04).
001510              15  WS-ROW-REF-KEY      PIC X(08).
001520              15  WS-ROW-EFF-DATE     PIC 9(08).
001530          10  WS-ROW-STATUS           PIC X(01).
001540              88  WS-ROW-RETIRED          VALUE "D".
001550          10  WS-ROW-DATA             PIC X(40).
001560          10  WS-ROW-MAINT-DATE       PIC 9(08).
001570          10  WS-ROW-MAINT-USER       PIC X(08).
001580          10  FILLER                  PIC X(03).
001590
001600  77  WS-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
001610  77  WS-ROW-TABLE-MAX            PIC 9(04) COMP VALUE 3000.
001620  77  WS-ROW-DROPPED              PIC 9(07) COMP VALUE ZERO.
001630  77  WS-ROW-SUB                  PIC 9(04) COMP VALUE ZERO.
001640  77  WS-ROW-NEXT-SUB             PIC 9(04) COMP VALUE ZERO.
001650  77  WS-ROW-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001660  77  WS-ROW-INSERT-SUB           PIC 9(04) COMP VALUE ZERO.
001670  77  WS-SEED-SUB                 PIC 9(04) COMP VALUE ZERO.
001680  77  WS-KEY-LEN                  PIC 9(02) COMP VALUE ZERO.
001690
001700* THE ROW A TRANSACTION (OR A CONVERSION ENTRY) WOULD PUT ON
001710* THE FILE - SAME LAYOUT AS A WS-ROW-ENTRY.
001720  01  WS-CAND-ROW.
001730      05  WS-CAND-KEY.
001740          10  WS-CAND-TABLE-ID        PIC X(04).
001750          10  WS-CAND-REF-KEY         PIC X(08).
001760          10  WS-CAND-EFF-DATE        PIC 9(08).
001770      05  WS-CAND-STATUS              PIC X(01).
001780      05  WS-CAND-DATA                PIC X(40).
001790      05  WS-CAND-MAINT-DATE          PIC 9(08).
001800      05  WS-CAND-MAINT-USER          PIC X(08).
001810      05  FILLER                      PIC X(03).
001820  77  WS-CAND-ACTION              PIC X(01) VALUE SPACE.
001830
001840  77  WS-PREV-ROW-KEY             PIC X(20) VALUE LOW-VALUES.
001850  77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
001860  77  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
001870  77  WS-BEFORE-DATA              PIC X(40) VALUE SPACES.
001880  77  WS-DISPOSITION-TEXT         PIC X(24) VALUE SPACES.
001890
001900* CHANGE REGISTER LINE PRINTED TO SYSOUT FOR EVERY
001910* TRANSACTION WORKED THIS CYCLE.
001920  01  WS-REGISTER-LINE.
001930      05  FILLER                  PIC X(02) VALUE SPACES.
001940      05  RGL-ACTION              PIC X(01).
001950      05  FILLER                  PIC X(02) VALUE SPACES.
001960      05  RGL-TABLE-ID            PIC X(04).
001970      05  FILLER                  PIC X(02) VALUE SPACES.
001980      05  RGL-KEY                 PIC X(08).
001990      05  FILLER                  PIC X(02) VALUE SPACES.
002000      05  RGL-EFF-DATE            PIC X(08).
002010      05  FILLER                  PIC X(02) VALUE SPACES.
002020      05  RGL-USER-ID             PIC X(08).
002030      05  FILLER                  PIC X(02) VALUE SPACES.
002040      05  RGL-DISPOSITION         PIC X(24).
002050      05  FILLER                  PIC X(02) VALUE SPACES.
002060      05  RGL-DATA                PIC X(40).
002070      05  FILLER                  PIC X(26) VALUE SPACES.
002080
002090  LINKAGE SECTION.
002100
002110* RUN-TIME PARM - 'INIT' FOR THE ONE-TIME CONVERSION RUN.
002120  01  LS-PARM-DATA.
002130      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002140      05  LS-PARM-MODE            PIC X(04).
002150
002160  PROCEDURE DIVISION USING LS-PARM-DATA.
002170
002180  0000-MAINLINE.
002190
002200      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002210
002220      PERFORM 1700-LOAD-REF-FILE     THRU 1700-EXIT.
002230
002240      IF WS-INIT-RUN
002250          PERFORM 1800-CONVERT-TABLES THRU 1800-EXIT
002260      END-IF.
002270
002280      PERFORM 2000-PROCESS-TRAN      THRU 2000-EXIT
002290          UNTIL WS-TRAN-EOF.
002300
002310      PERFORM 4000-WRITE-REF-FILE    THRU 4000-EXIT.
002320
002330      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002340
002350      GOBACK.
002360
002370  1000-INITIALIZE.
002380
002390      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002400      OPEN EXTEND RUN-HISTORY-FILE.
002410
002420      COPY C2INZ001.
002430
002440      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY-CCYYMMDD.
002450
002460      IF LS-PARM-LENGTH > 3
002470          AND LS-PARM-MODE = "INIT"
002480          MOVE "Y"                TO WS-INIT-RUN-SW
002490          MOVE "CONVERSION RUN - PARM INIT"
002500                                  TO CC-E01W-DISPLAY-RCD
002510          PERFORM 8999-WRITE-SYSOUT
002520      END-IF.
002530
002540      OPEN INPUT  REF-TRAN-FILE.
002550      OPEN OUTPUT REF-TABLE-OUT.
002560      OPEN EXTEND REF-AUDIT-FILE.
002570
002580      MOVE SPACES                 TO WS-REGISTER-LINE.
002590      MOVE "ACT"                  TO WS-REGISTER-LINE (1:5).
002600      MOVE "TABL"                 TO RGL-TABLE-ID.
002610      MOVE "KEY"                  TO RGL-KEY.
002620      MOVE "EFF DATE"             TO RGL-EFF-DATE.
002630      MOVE "USER ID"              TO RGL-USER-ID.
002640      MOVE "DISPOSITION"          TO RGL-DISPOSITION.
002650      MOVE "ENTRY IMAGE"          TO RGL-DATA.
002660      MOVE WS-REGISTER-LINE       TO CC-E01W-DISPLAY-RCD.
002670      PERFORM 8999-WRITE-SYSOUT.
002680
002690  1000-EXIT.
002700      EXIT.
002710
002720* 1700-LOAD-REF-FILE
002730*   HOLDS THE CURRENT GENERATION.  THE FILE IS WRITTEN BY THIS
002740*   PROGRAM IN TABLE/KEY/EFFECTIVE-DATE SEQUENCE; A ROW OUT OF
002750*   SEQUENCE OR A DUPLICATE MEANS IT WAS BUILT OR EDITED SOME
002760*   OTHER WAY, AND THE RUN STOPS BEFORE IT WRITES A NEW ONE.
002762*   A FILE WITH MORE ROWS THAN THE TABLE HOLDS ABENDS TBLFL
002764*   THE SAME WAY, BEFORE ANY TRANSACTION IS APPLIED.
002770  1700-LOAD-REF-FILE.
002780
002790      OPEN INPUT REF-TABLE-FILE.
002800
002810      PERFORM 1710-READ-REF-ROW      THRU 1710-EXIT
002820          UNTIL WS-REF-EOF.
002830
002840      CLOSE REF-TABLE-FILE.
002850
002860  1700-EXIT.
002870      EXIT.
002880
002890  1710-READ-REF-ROW.
002900
002910      READ REF-TABLE-FILE
002920          AT END
002930              MOVE "Y" TO WS-REF-EOF-SW
002940              GO TO 1710-EXIT
002950      END-READ.
002960
002970      ADD 1 TO WS-ROWS-READ.
002980
002990      IF REF-ROW-KEY NOT > WS-PREV-ROW-KEY
003000          MOVE "1710-READ-REF-ROW"     TO SAR-PARAGRAPH
003010          MOVE "REF02"                 TO SAR-RETURN-CODE
003020          MOVE SPACES                  TO SAR-DB-NAME
003030          MOVE "REFTBL SEQUENCE"       TO SAR-TABLE-NAME
003040          MOVE SPACES                  TO SAR-SQLCODE
003050          GO TO 9998-COREDUMP
003060      END-IF.
003070      MOVE REF-ROW-KEY            TO WS-PREV-ROW-KEY.
003080
003084*   A ROW LEFT OFF THE TABLE WOULD BE MISSING FROM THE REWRITE
003086*   - NOTHING IS APPLIED OR WRITTEN UNTIL EVERY ROW FITS.
003090      IF WS-ROW-COUNT NOT < WS-ROW-TABLE-MAX
003100          ADD 1 TO WS-ROW-DROPPED
003102          MOVE "*ROW TABLE FULL, DROPPED:"   TO SCR-LITERAL
003104          MOVE WS-ROW-DROPPED          TO SCR-COUNT
003106          MOVE SYSOUT-COUNT-RCD        TO CC-E01W-DISPLAY-RCD
003108          PERFORM 8999-WRITE-SYSOUT
003110          MOVE "1710-READ-REF-ROW"     TO SAR-PARAGRAPH
003112          MOVE "TBLFL"                 TO SAR-RETURN-CODE
003114          MOVE SPACES                  TO SAR-DB-NAME
003116          MOVE "REFTBL ROWS"           TO SAR-TABLE-NAME
003118          MOVE SPACES                  TO SAR-SQLCODE
003119          GO TO 9998-COREDUMP
003120      END-IF.
003130
003140      ADD 1 TO WS-ROW-COUNT.
003150      MOVE REF-TABLE-RCD          TO WS-ROW-ENTRY (WS-ROW-COUNT).
003160
003170  1710-EXIT.
003180      EXIT.
003190
003200* 1800-CONVERT-TABLES
003210*   THE ONE-TIME CONVERSION: EACH CLCWW139 ENTRY GOES ON THE
003220*   EMPTY FILE AS AN ADD, AUDITED AND REGISTERED LIKE ANY
003230*   OTHER.  RUN AGAINST A FILE THAT ALREADY HOLDS ROWS IT WOULD
003240*   DUPLICATE THEM, SO IT STOPS INSTEAD.
003250  1800-CONVERT-TABLES.
003260
003270      IF WS-ROWS-READ > ZERO
003280          MOVE "1800-CONVERT-TABLES"   TO SAR-PARAGRAPH
003290          MOVE "REF03"                 TO SAR-RETURN-CODE
003300          MOVE SPACES                  TO SAR-DB-NAME
003310          MOVE "REFTBL NOT EMPTY"      TO SAR-TABLE-NAME
003320          MOVE SPACES                  TO SAR-SQLCODE
003330          GO TO 9998-COREDUMP
003340      END-IF.
003350
003360      PERFORM 1810-CONVERT-ENTRY     THRU 1810-EXIT
003370          VARYING WS-SEED-SUB FROM 1 BY 1
003380          UNTIL WS-SEED-SUB > WS-SEED-COUNT.
003390
003400  1800-EXIT.
003410      EXIT.
003420
003430  1810-CONVERT-ENTRY.
003440
003450      MOVE SPACES                 TO WS-CAND-ROW.
003460      MOVE "A"                    TO WS-CAND-ACTION.
003470      MOVE WS-SEED-TABLE-ID (WS-SEED-SUB) TO WS-CAND-TABLE-ID.
003480      MOVE WS-SEED-KEY (WS-SEED-SUB)      TO WS-CAND-REF-KEY.
003490      MOVE WS-SEED-EFF-DATE       TO WS-CAND-EFF-DATE.
003500      MOVE "A"                    TO WS-CAND-STATUS.
003510      MOVE WS-SEED-DATA (WS-SEED-SUB)     TO WS-CAND-DATA.
003520      MOVE WS-TODAY-CCYYMMDD      TO WS-CAND-MAINT-DATE.
003530      MOVE WS-SEED-USER-ID        TO WS-CAND-MAINT-USER.
003540
003550      PERFORM 2100-FIND-ROW          THRU 2100-EXIT.
003560
003570      IF WS-ROW-FOUND
003580          MOVE "DUPLICATE CONVERSION ROW" TO WS-DISPOSITION-TEXT
003590          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
003600          GO TO 1810-EXIT
003610      END-IF.
003620
003630      PERFORM 2500-INSERT-ROW        THRU 2500-EXIT.
003640      IF WS-DISPOSITION-TEXT NOT = SPACES
003650          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
003660          GO TO 1810-EXIT
003670      END-IF.
003680
003690      ADD 1 TO WS-ROWS-CONVERTED.
003700      MOVE SPACE                  TO WS-BEFORE-STATUS.
003710      MOVE SPACES                 TO WS-BEFORE-DATA.
003720      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
003730      MOVE "CONVERTED"            TO WS-DISPOSITION-TEXT.
003740      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
003750
003760  1810-EXIT.
003770      EXIT.
003780
003790  2000-PROCESS-TRAN.
003800
003810      READ REF-TRAN-FILE
003820          AT END
003830              MOVE "Y" TO WS-TRAN-EOF-SW
003840              GO TO 2000-EXIT
003850      END-READ.
003860
003870      ADD 1 TO WS-TRANS-READ.
003880
003890      MOVE SPACES                 TO WS-CAND-ROW.
003900      MOVE RT-ACTION              TO WS-CAND-ACTION.
003910      MOVE RT-TABLE-ID            TO WS-CAND-TABLE-ID.
003920      MOVE RT-KEY                 TO WS-CAND-REF-KEY.
003930      MOVE ZERO                   TO WS-CAND-EFF-DATE.
003940      IF RT-EFF-DATE NUMERIC
003950          MOVE RT-EFF-DATE        TO WS-CAND-EFF-DATE
003960      END-IF.
003970      MOVE "A"                    TO WS-CAND-STATUS.
003980      MOVE RT-DATA                TO WS-CAND-DATA.
003990      MOVE WS-TODAY-CCYYMMDD      TO WS-CAND-MAINT-DATE.
004000      MOVE RT-USER-ID             TO WS-CAND-MAINT-USER.
004010
004020      PERFORM 2050-EDIT-TRAN         THRU 2050-EXIT.
004030      IF WS-TRAN-IN-ERROR
004040          ADD 1 TO WS-TRANS-REJECTED
004050          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
004060          GO TO 2000-EXIT
004070      END-IF.
004080
004090      PERFORM 2100-FIND-ROW          THRU 2100-EXIT.
004100
004110      EVALUATE TRUE
004120          WHEN RT-ADD
004130              PERFORM 2200-APPLY-ADD     THRU 2200-EXIT
004140          WHEN RT-CHANGE
004150              PERFORM 2300-APPLY-CHANGE  THRU 2300-EXIT
004160          WHEN RT-DELETE
004170              PERFORM 2400-APPLY-RETIRE  THRU 2400-EXIT
004180      END-EVALUATE.
004190
004200  2000-EXIT.
004210      EXIT.
004220
004230* 2050-EDIT-TRAN
004240*   THE ROW KEY MUST NAME A TABLE, A KEY AND A REAL DATE.  AN
004250*   ADD OR RETIRE MAY NOT TAKE EFFECT BEFORE TODAY - THAT WOULD
004260*   REWRITE WHAT PAST RUNS WERE TOLD WAS IN FORCE.  AN ADD OR
004270*   CHANGE CARRIES A FULL ENTRY IMAGE THAT MUST BEGIN WITH THE
004280*   KEY AND PASS ITS TABLE'S FIELD EDITS.
004290  2050-EDIT-TRAN.
004300
004310      MOVE "Y"                    TO WS-TRAN-ERROR-SW.
004320
004330      IF NOT RT-ADD AND NOT RT-CHANGE AND NOT RT-DELETE
004340          MOVE "INVALID ACTION CODE"     TO WS-DISPOSITION-TEXT
004350          GO TO 2050-EXIT
004360      END-IF.
004370
004380      IF NOT RT-TABLE-VALID
004390          MOVE "INVALID TABLE ID"        TO WS-DISPOSITION-TEXT
004400          GO TO 2050-EXIT
004410      END-IF.
004420
004430      IF RT-KEY = SPACES
004440          MOVE "KEY MISSING"             TO WS-DISPOSITION-TEXT
004450          GO TO 2050-EXIT
004460      END-IF.
004470
004480      IF RT-EFF-DATE NOT NUMERIC
004490          OR RT-EFF-DATE = ZERO
004500          MOVE "INVALID EFFECTIVE DATE"  TO WS-DISPOSITION-TEXT
004510          GO TO 2050-EXIT
004520      END-IF.
004530
004540      IF RT-USER-ID = SPACES
004550          MOVE "USER ID MISSING"         TO WS-DISPOSITION-TEXT
004560          GO TO 2050-EXIT
004570      END-IF.
004580
004590      IF NOT RT-CHANGE
004600          AND RT-EFF-DATE < WS-TODAY-CCYYMMDD
004610          MOVE "EFFECTIVE DATE IN PAST"  TO WS-DISPOSITION-TEXT
004620          GO TO 2050-EXIT
004630      END-IF.
004640
004650      IF RT-DELETE
004660          MOVE SPACES             TO WS-CAND-DATA
004670          MOVE "D"                TO WS-CAND-STATUS
004680          MOVE "N"                TO WS-TRAN-ERROR-SW
004690          GO TO 2050-EXIT
004700      END-IF.
004710
004720      PERFORM 2060-EDIT-ENTRY-DATA   THRU 2060-EXIT.
004730      IF WS-DISPOSITION-TEXT NOT = SPACES
004740          GO TO 2050-EXIT
004750      END-IF.
004760
004770      IF RT-KEY NOT = RT-DATA (1:WS-KEY-LEN)
004780          MOVE "KEY DOES NOT MATCH DATA" TO WS-DISPOSITION-TEXT
004790          GO TO 2050-EXIT
004800      END-IF.
004810
004820      MOVE "N"                    TO WS-TRAN-ERROR-SW.
004830
004840  2050-EXIT.
004850      EXIT.
004860
004870* 2060-EDIT-ENTRY-DATA
004880*   THE FIELD EDITS FOR EACH TABLE'S ENTRY IMAGE, AND THE
004890*   LENGTH OF THE KEY THE IMAGE STARTS WITH.  A NUMERIC FIELD
004900*   THE CONSUMING PROGRAM COMPUTES WITH MUST BE NUMERIC HERE.
004910  2060-EDIT-ENTRY-DATA.
004920
004930      MOVE SPACES                 TO WS-DISPOSITION-TEXT.
004940
004950      EVALUATE RT-TABLE-ID
004960          WHEN "RSNC"
004970              MOVE 2 TO WS-KEY-LEN
004980              IF RT-RSNC-BOX NOT NUMERIC
004990                  MOVE "INVALID BOX NUMBER" TO WS-DISPOSITION-TEXT
005000              END-IF
005010              IF NOT RT-RSNC-FORM-VALID
005020                  MOVE "INVALID FORM CODE"  TO WS-DISPOSITION-TEXT
005030              END-IF
005040          WHEN "RTHR"
005050              MOVE 6 TO WS-KEY-LEN
005060              IF RT-RTHR-EFF-YEAR NOT NUMERIC
005070                  OR RT-RTHR-AMOUNT NOT NUMERIC
005080                  MOVE "THRESHOLD NOT NUMERIC"
005090                                            TO WS-DISPOSITION-TEXT
005100              END-IF
005110          WHEN "SRUL"
005120              MOVE 2 TO WS-KEY-LEN
005130              IF RT-SRUL-RATE NOT NUMERIC
005140                  OR RT-SRUL-THRESHOLD NOT NUMERIC
005150                  MOVE "STATE RULE NOT NUMERIC"
005160                                            TO WS-DISPOSITION-TEXT
005170              END-IF
005180              IF NOT RT-SRUL-FREQ-VALID
005190                  MOVE "INVALID DEPOSIT FREQ"
005200                                            TO WS-DISPOSITION-TEXT
005210              END-IF
005220          WHEN "TRTY"
005230              MOVE 3 TO WS-KEY-LEN
005240              IF RT-TRTY-RATE NOT NUMERIC
005250                  MOVE "RATE NOT NUMERIC"   TO WS-DISPOSITION-TEXT
005260              END-IF
005270          WHEN "CFSF"
005280              MOVE 2 TO WS-KEY-LEN
005290              IF RT-CFSF-CODE NOT NUMERIC
005300                  MOVE "INVALID CF/SF CODE" TO WS-DISPOSITION-TEXT
005310              END-IF
005320          WHEN "RETN"
005330              MOVE 3 TO WS-KEY-LEN
005340              IF RT-RETN-MONTHS NOT NUMERIC
005350                  OR RT-RETN-MONTHS = "000"
005360                  MOVE "INVALID RETENTION MONTHS"
005370                                            TO WS-DISPOSITION-TEXT
005380              END-IF
005390          WHEN "UCST"
005400              MOVE 4 TO WS-KEY-LEN
005410              IF RT-UCST-RATE NOT NUMERIC
005420                  MOVE "RATE NOT NUMERIC"   TO WS-DISPOSITION-TEXT
005430              END-IF
005431          WHEN "BACT"
005432              MOVE 4 TO WS-KEY-LEN
005433              IF RT-BACT-FIN-LABEL NOT NUMERIC
005434                  MOVE "FIN LABEL NOT NUMERIC"
005435                                            TO WS-DISPOSITION-TEXT
005436              END-IF
005437              IF RT-BACT-ACCOUNT-NUM = SPACES
005438                  MOVE "ACCOUNT NUMBER MISSING"
005439                                            TO WS-DISPOSITION-TEXT
005440              END-IF
005441          WHEN "BTYP"
005442              MOVE 3 TO WS-KEY-LEN
005443              IF RT-BTYP-CODE NOT NUMERIC
005444                  MOVE "TYPE CODE NOT NUMERIC"
005445                                            TO WS-DISPOSITION-TEXT
005446              END-IF
005447              IF NOT RT-BTYP-CATEGORY-VALID
005448                  MOVE "INVALID CATEGORY"   TO WS-DISPOSITION-TEXT
005449              END-IF
05449a          WHEN "USBR"
05449b              MOVE 8 TO WS-KEY-LEN
05449c              IF RT-USBR-BR-CODE = SPACES
05449d                  MOVE "BRANCH CODE MISSING"
05449e                                            TO WS-DISPOSITION-TEXT
05449f              END-IF
05449g          WHEN "CNTY"
05449h              MOVE 3 TO WS-KEY-LEN
05449i              IF RT-CNTY-NAME = SPACES
05449j                  MOVE "COUNTRY NAME MISSING"
05449k                                            TO WS-DISPOSITION-TEXT
05449l              END-IF
05449m          WHEN "ESCL"
05449n              MOVE 3 TO WS-KEY-LEN
05449o              IF NOT RT-ESCL-SEVERITY-VALID
05449p                  MOVE "INVALID SEVERITY"   TO WS-DISPOSITION-TEXT
05449q              END-IF
05449r              IF RT-ESCL-LEVEL NOT NUMERIC
05449s                  OR RT-ESCL-LEVEL = ZERO
05449t                  MOVE "INVALID ESCALATION LEVEL"
05449u                                            TO WS-DISPOSITION-TEXT
05449v              END-IF
05449w              IF RT-ESCL-ACK-HOURS NOT NUMERIC
05449x                  OR RT-ESCL-ACK-HOURS = ZERO
05449y                  MOVE "INVALID ACKNOWLEDGE HOURS"
05449z                                            TO WS-DISPOSITION-TEXT
0544Aa              END-IF
0544Ab              IF RT-ESCL-CONTACT = SPACES
0544Ac                  MOVE "CONTACT MISSING"    TO WS-DISPOSITION-TEXT
0544Ad              END-IF
0544Ae          WHEN "CLMD"
0544Af              MOVE 1 TO WS-KEY-LEN
0544Ag              IF NOT RT-CLMD-TYPE-VALID
0544Ah                  MOVE "INVALID CLAIM TYPE" TO WS-DISPOSITION-TEXT
0544Ai              END-IF
0544Aj              IF RT-CLMD-AFFID-DAYS NOT NUMERIC
0544Ak                  OR RT-CLMD-AFFID-DAYS = ZERO
0544Al                  OR RT-CLMD-FILE-DAYS NOT NUMERIC
0544Am                  OR RT-CLMD-FILE-DAYS = ZERO
0544An                  OR RT-CLMD-RECOVER-DAYS NOT NUMERIC
0544Ao                  OR RT-CLMD-RECOVER-DAYS = ZERO
0544Ap                  MOVE "INVALID DEADLINE DAYS"
0544Aq                                            TO WS-DISPOSITION-TEXT
0544Ar              END-IF
00544A      END-EVALUATE.
005450
005460  2060-EXIT.
005470      EXIT.
005480
005490* 2100-FIND-ROW
005500*   SEARCHES THE HELD FILE FOR THE CANDIDATE'S TABLE/KEY/
005510*   EFFECTIVE DATE.  WHEN THE ROW IS NOT THERE WS-ROW-INSERT-SUB
005520*   IS LEFT WHERE IT BELONGS - THE FIRST ROW WITH A HIGHER ROW
005530*   KEY, OR ONE PAST THE LAST.  2110-SEARCH-ROW CAPTURES BOTH
005540*   SUBSCRIPTS AT THE MOMENT OF THE MATCH.  WS-KEY-ON-FILE TELLS
005550*   WHETHER THE TABLE HOLDS THE KEY UNDER ANY EFFECTIVE DATE.
005560  2100-FIND-ROW.
005570
005580      MOVE "N"                    TO WS-ROW-FOUND-SW.
005590      MOVE "N"                    TO WS-SLOT-FOUND-SW.
005600      MOVE "N"                    TO WS-KEY-FOUND-SW.
005610      MOVE ZERO                   TO WS-ROW-MATCHED-SUB.
005620      COMPUTE WS-ROW-INSERT-SUB = WS-ROW-COUNT + 1.
005630
005640      PERFORM 2110-SEARCH-ROW THRU 2110-EXIT
005650          VARYING WS-ROW-SUB FROM 1 BY 1
005660          UNTIL WS-ROW-SUB > WS-ROW-COUNT
005670             OR WS-ROW-FOUND.
005680
005690  2100-EXIT.
005700      EXIT.
005710
005720  2110-SEARCH-ROW.
005730
005740      IF WS-ROW-TABLE-ID (WS-ROW-SUB) = WS-CAND-TABLE-ID
005750          AND WS-ROW-REF-KEY (WS-ROW-SUB) = WS-CAND-REF-KEY
005760          MOVE "Y" TO WS-KEY-FOUND-SW
005770      END-IF.
005780
005790      IF WS-ROW-KEY (WS-ROW-SUB) = WS-CAND-KEY
005800          MOVE "Y" TO WS-ROW-FOUND-SW
005810          MOVE WS-ROW-SUB TO WS-ROW-MATCHED-SUB
005820          GO TO 2110-EXIT
005830      END-IF.
005840
005850      IF WS-ROW-KEY (WS-ROW-SUB) > WS-CAND-KEY
005860          AND NOT WS-SLOT-FOUND
005870          MOVE "Y" TO WS-SLOT-FOUND-SW
005880          MOVE WS-ROW-SUB TO WS-ROW-INSERT-SUB
005890      END-IF.
005900
005910  2110-EXIT.
005920      EXIT.
005930
005940* 2200-APPLY-ADD
005950*   A NEW ROW - A NEW KEY, OR THE NEXT VALUE OF AN EXISTING KEY
005960*   FROM ITS EFFECTIVE DATE ON.  THE ROW IT SUPERSEDES STAYS.
005970  2200-APPLY-ADD.
005980
005990      IF WS-ROW-FOUND
006000          ADD 1 TO WS-TRANS-REJECTED
006010          MOVE "ROW ALREADY ON FILE"  TO WS-DISPOSITION-TEXT
006020          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006030          GO TO 2200-EXIT
006040      END-IF.
006050
006060      PERFORM 2500-INSERT-ROW        THRU 2500-EXIT.
006070      IF WS-DISPOSITION-TEXT NOT = SPACES
006080          ADD 1 TO WS-TRANS-REJECTED
006090          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006100          GO TO 2200-EXIT
006110      END-IF.
006120
006130      ADD 1 TO WS-ADDS-APPLIED.
006140      MOVE SPACE                  TO WS-BEFORE-STATUS.
006150      MOVE SPACES                 TO WS-BEFORE-DATA.
006160      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
006170      IF WS-KEY-ON-FILE
006180          MOVE "ADDED - NEW VALUE"    TO WS-DISPOSITION-TEXT
006190      ELSE
006200          MOVE "ADDED - NEW KEY"      TO WS-DISPOSITION-TEXT
006210      END-IF.
006220      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
006230
006240  2200-EXIT.
006250      EXIT.
006260
006270* 2300-APPLY-CHANGE
006280*   CORRECTS A ROW THAT HAS NOT YET TAKEN EFFECT.  A ROW IN
006290*   FORCE IS CHANGED BY ADDING ITS SUCCESSOR, NEVER IN PLACE.
006300  2300-APPLY-CHANGE.
006310
006320      IF NOT WS-ROW-FOUND
006330          ADD 1 TO WS-TRANS-REJECTED
006340          MOVE "ROW NOT ON FILE"      TO WS-DISPOSITION-TEXT
006350          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006360          GO TO 2300-EXIT
006370      END-IF.
006380
006390      IF WS-ROW-EFF-DATE (WS-ROW-MATCHED-SUB)
006400                                  NOT > WS-TODAY-CCYYMMDD
006410          ADD 1 TO WS-TRANS-REJECTED
006420          MOVE "ROW ALREADY IN FORCE" TO WS-DISPOSITION-TEXT
006430          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006440          GO TO 2300-EXIT
006450      END-IF.
006460
006470      IF WS-ROW-RETIRED (WS-ROW-MATCHED-SUB)
006480          ADD 1 TO WS-TRANS-REJECTED
006490          MOVE "ROW IS A RETIREMENT"  TO WS-DISPOSITION-TEXT
006500          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006510          GO TO 2300-EXIT
006520      END-IF.
006530
006540      PERFORM 2310-SAVE-BEFORE-ROW   THRU 2310-EXIT.
006550      MOVE WS-CAND-ROW
006560                          TO WS-ROW-ENTRY (WS-ROW-MATCHED-SUB).
006570      ADD 1 TO WS-CHANGES-APPLIED.
006580
006590      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
006600      MOVE "CHANGED"              TO WS-DISPOSITION-TEXT.
006610      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
006620
006630  2300-EXIT.
006640      EXIT.
006650
006660* 2310-SAVE-BEFORE-ROW
006670*   THE MATCHED ROW'S STATUS AND DATA BEFORE A CHANGE OR
006680*   RETIRE, FOR THE AUDIT RECORD.
006690  2310-SAVE-BEFORE-ROW.
006700
006710      MOVE WS-ROW-STATUS (WS-ROW-MATCHED-SUB)
006720                                  TO WS-BEFORE-STATUS.
006730      MOVE WS-ROW-DATA (WS-ROW-MATCHED-SUB)
006740                                  TO WS-BEFORE-DATA.
006750
006760  2310-EXIT.
006770      EXIT.
006780
006790* 2400-APPLY-RETIRE
006800*   TAKES THE KEY OFF ITS TABLE FROM THE EFFECTIVE DATE ON BY
006810*   ADDING A RETIRED (D) ROW.  A ROW NOT YET IN FORCE ON THE
006820*   SAME DATE IS WITHDRAWN BY TURNING IT INTO THE RETIREMENT.
006830  2400-APPLY-RETIRE.
006840
006850      IF NOT WS-KEY-ON-FILE
006860          ADD 1 TO WS-TRANS-REJECTED
006870          MOVE "KEY NOT ON FILE"      TO WS-DISPOSITION-TEXT
006880          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006890          GO TO 2400-EXIT
006900      END-IF.
006910
006920      IF WS-ROW-FOUND
006930          IF WS-ROW-EFF-DATE (WS-ROW-MATCHED-SUB)
006940                                  NOT > WS-TODAY-CCYYMMDD
006950              ADD 1 TO WS-TRANS-REJECTED
006960              MOVE "ROW ALREADY IN FORCE" TO WS-DISPOSITION-TEXT
006970              PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
006980              GO TO 2400-EXIT
006990          END-IF
007000          PERFORM 2310-SAVE-BEFORE-ROW THRU 2310-EXIT
007010          MOVE WS-CAND-ROW
007020                          TO WS-ROW-ENTRY (WS-ROW-MATCHED-SUB)
007030      ELSE
007040          PERFORM 2500-INSERT-ROW    THRU 2500-EXIT
007050          IF WS-DISPOSITION-TEXT NOT = SPACES
007060              ADD 1 TO WS-TRANS-REJECTED
007070              PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
007080              GO TO 2400-EXIT
007090          END-IF
007100          MOVE SPACE              TO WS-BEFORE-STATUS
007110          MOVE SPACES             TO WS-BEFORE-DATA
007120      END-IF.
007130
007140      ADD 1 TO WS-RETIRES-APPLIED.
007150      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
007160      MOVE "RETIRED"              TO WS-DISPOSITION-TEXT.
007170      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
007180
007190  2400-EXIT.
007200      EXIT.
007210
007220* 2500-INSERT-ROW
007230*   PUTS THE CANDIDATE ROW IN AT WS-ROW-INSERT-SUB, MOVING THE
007240*   ROWS BELOW IT DOWN ONE PLACE, SO THE FILE STAYS IN ROW KEY
007250*   SEQUENCE.  A FULL TABLE IS COUNTED AND THE ROW REFUSED.
007260  2500-INSERT-ROW.
007270
007280      MOVE SPACES                 TO WS-DISPOSITION-TEXT.
007290
007300      IF WS-ROW-COUNT NOT < WS-ROW-TABLE-MAX
007310          ADD 1 TO WS-ROW-DROPPED
007320          MOVE "REFERENCE TABLE FULL" TO WS-DISPOSITION-TEXT
007330          GO TO 2500-EXIT
007340      END-IF.
007350
007360      PERFORM 2510-MOVE-ROW-DOWN THRU 2510-EXIT
007370          VARYING WS-ROW-SUB FROM WS-ROW-COUNT BY -1
007380          UNTIL WS-ROW-SUB < WS-ROW-INSERT-SUB.
007390
007400      ADD 1 TO WS-ROW-COUNT.
007410      MOVE WS-CAND-ROW        TO WS-ROW-ENTRY (WS-ROW-INSERT-SUB).
007420
007430  2500-EXIT.
007440      EXIT.
007450
007460  2510-MOVE-ROW-DOWN.
007470
007480      COMPUTE WS-ROW-NEXT-SUB = WS-ROW-SUB + 1.
007490      MOVE WS-ROW-ENTRY (WS-ROW-SUB)
007500                              TO WS-ROW-ENTRY (WS-ROW-NEXT-SUB).
007510
007520  2510-EXIT.
007530      EXIT.
007540
007550* 2800-WRITE-AUDIT
007560*   WRITES THE BEFORE/AFTER AUDIT RECORD FOR AN APPLIED
007570*   TRANSACTION.  THE AUDIT FILE ACCUMULATES ACROSS CYCLES.
007580  2800-WRITE-AUDIT.
007590
007600      MOVE SPACES                 TO REF-AUDIT-RCD.
007610      MOVE WS-CAND-ACTION         TO RA-ACTION.
007620      MOVE WS-TODAY-CCYYMMDD      TO RA-CHANGE-DATE.
007630      MOVE WS-CAND-MAINT-USER     TO RA-USER-ID.
007640      MOVE WS-CAND-TABLE-ID       TO RA-TABLE-ID.
007650      MOVE WS-CAND-REF-KEY        TO RA-KEY.
007660      MOVE WS-CAND-EFF-DATE       TO RA-EFF-DATE.
007670      MOVE WS-BEFORE-STATUS       TO RA-BEFORE-STATUS.
007680      MOVE WS-BEFORE-DATA         TO RA-BEFORE-DATA.
007690      MOVE WS-CAND-STATUS         TO RA-AFTER-STATUS.
007700      MOVE WS-CAND-DATA           TO RA-AFTER-DATA.
007710      WRITE REF-AUDIT-RCD.
007720
007730  2800-EXIT.
007740      EXIT.
007750
007760  2900-WRITE-REGISTER-LINE.
007770
007780      MOVE SPACES                 TO WS-REGISTER-LINE.
007790      MOVE WS-CAND-ACTION         TO RGL-ACTION.
007800      MOVE WS-CAND-TABLE-ID       TO RGL-TABLE-ID.
007810      MOVE WS-CAND-REF-KEY        TO RGL-KEY.
007820      MOVE WS-CAND-EFF-DATE       TO RGL-EFF-DATE.
007830      MOVE WS-CAND-MAINT-USER     TO RGL-USER-ID.
007840      MOVE WS-DISPOSITION-TEXT    TO RGL-DISPOSITION.
007850      MOVE WS-CAND-DATA           TO RGL-DATA.
007860      MOVE WS-REGISTER-LINE       TO CC-E01W-DISPLAY-RCD.
007870      PERFORM 8999-WRITE-SYSOUT.
007880
007890  2900-EXIT.
007900      EXIT.
007910
007920* 4000-WRITE-REF-FILE
007930*   WRITES EVERY HELD ROW AS THE NEW GENERATION, IN ROW KEY
007940*   SEQUENCE.  NOTHING IS DROPPED - SUPERSEDED AND RETIRED ROWS
007950*   ARE THE HISTORY CCMR6385 LISTS FROM.
007960  4000-WRITE-REF-FILE.
007970
007980      PERFORM 4010-WRITE-REF-ROW THRU 4010-EXIT
007990          VARYING WS-ROW-SUB FROM 1 BY 1
008000          UNTIL WS-ROW-SUB > WS-ROW-COUNT.
008010
008020  4000-EXIT.
008030      EXIT.
008040
008050  4010-WRITE-REF-ROW.
008060
008070      MOVE WS-ROW-ENTRY (WS-ROW-SUB) TO REF-TABLE-OUT-RCD.
008080      WRITE REF-TABLE-OUT-RCD.
008090      ADD 1 TO WS-ROWS-WRITTEN.
008100
008110  4010-EXIT.
008120      EXIT.
008130
008140  8000-WRAPUP.
008150
008160      MOVE "REFERENCE ROWS READ:"  TO SCR-LITERAL.
008170      MOVE WS-ROWS-READ           TO SCR-COUNT.
008180      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008190      PERFORM 8999-WRITE-SYSOUT.
008200
008210      IF WS-INIT-RUN
008220          MOVE "ROWS CONVERTED:"      TO SCR-LITERAL
008230          MOVE WS-ROWS-CONVERTED      TO SCR-COUNT
008240          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
008250          PERFORM 8999-WRITE-SYSOUT
008260      END-IF.
008270
008280      MOVE "TRANSACTIONS READ:"    TO SCR-LITERAL.
008290      MOVE WS-TRANS-READ          TO SCR-COUNT.
008300      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008310      PERFORM 8999-WRITE-SYSOUT.
008320
008330      MOVE "ADDS APPLIED:"         TO SCR-LITERAL.
008340      MOVE WS-ADDS-APPLIED        TO SCR-COUNT.
008350      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008360      PERFORM 8999-WRITE-SYSOUT.
008370
008380      MOVE "CHANGES APPLIED:"      TO SCR-LITERAL.
008390      MOVE WS-CHANGES-APPLIED     TO SCR-COUNT.
008400      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008410      PERFORM 8999-WRITE-SYSOUT.
008420
008430      MOVE "RETIREMENTS APPLIED:"  TO SCR-LITERAL.
008440      MOVE WS-RETIRES-APPLIED     TO SCR-COUNT.
008450      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008460      PERFORM 8999-WRITE-SYSOUT.
008470
008480      MOVE SCL-REJECTED-LIT       TO SCR-LITERAL.
008490      MOVE WS-TRANS-REJECTED      TO SCR-COUNT.
008500      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008510      PERFORM 8999-WRITE-SYSOUT.
008520
008530      MOVE "REFERENCE ROWS WRITTEN:" TO SCR-LITERAL.
008540      MOVE WS-ROWS-WRITTEN        TO SCR-COUNT.
008550      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008560      PERFORM 8999-WRITE-SYSOUT.
008570
008580      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
008590
008600      COPY C2INZ003.
008610
008620      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
008630
008640  8000-EXIT.
008650      EXIT.
008660
008670* 8980-NOTE-TABLE-CAPACITY
008680*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
008690*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
008700*   DROPPED ENTRY ENDS THE RUN RC=12 - A DROPPED ROW IS MISSING
008710*   FROM THE REWRITE.
008720  8980-NOTE-TABLE-CAPACITY.
008730
008740      MOVE "REFERENCE FILE ROWS"    TO TC-NOTE-NAME.
008750      MOVE WS-ROW-TABLE-MAX         TO TC-NOTE-LIMIT.
008760      MOVE WS-ROW-COUNT             TO TC-NOTE-HIGH.
008770      MOVE WS-ROW-DROPPED           TO TC-NOTE-DROPPED.
008780      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
008790
008800      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
008810
008820      IF TC-TABLE-OVERFLOW
008830          MOVE TC-OVERFLOW-RC TO RETURN-CODE
008840      END-IF.
008850
008860  8980-EXIT.
008870      EXIT.
008880
008890      COPY CLCWW134.
008900
008910      COPY C2INZ002.
008920
008930      COPY C2INZ004.
008940
008950      COPY C2INZ005.
008960
008970      REF-TRAN-FILE
008980      REF-TABLE-OUT
008990      REF-AUDIT-FILE
009000      RUN-HISTORY-FILE.
009010
009020  9999-EXIT.
009030      EXIT.
