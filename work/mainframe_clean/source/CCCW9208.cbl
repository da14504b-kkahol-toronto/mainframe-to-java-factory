000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9208.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9208
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    OPERATIONS ALERT ESCALATION.  RUN EVERY HOUR
000130*              BY THE SCHEDULER.  READS THE CLCWW176 ALERT
000140*              REGISTER AND, FOR EVERY ALERT STILL OPEN (NOT
000150*              YET ACKNOWLEDGED ON CW94), LOOKS UP ITS
000160*              SEVERITY AND CURRENT LEVEL ON THE ESCL
000170*              ESCALATION TABLE (CLCWW178, LOADED FROM THE
000180*              CLCWW135 REFERENCE FILE THROUGH CCCW9196).  A
000190*              NEW ALERT IS GIVEN ITS LEVEL 01 CONTACT.  AN
000200*              ALERT LEFT UNACKNOWLEDGED LONGER THAN ITS
000210*              LEVEL'S ACKNOWLEDGMENT HOURS IS MOVED UP TO THE
000220*              NEXT LEVEL'S CONTACT AND THE CLOCK RESTARTS; ONE
000230*              ALREADY AT THE TOP OF ITS LADDER IS LISTED AS
000240*              OVERDUE ON EVERY RUN UNTIL SOMEONE ANSWERS IT.
000250*              EVERY ESCALATION AND OVERDUE ALERT IS LISTED ON
000260*              THE ESCALATION REPORT FOR THE OPERATIONS
000270*              BRIDGE.  ACKNOWLEDGED AND RESOLVED ALERTS ARE
000280*              COUNTED AND LEFT ALONE.
000290*
000300*  FILES:      ALERTREG  OPERATIONS ALERT REGISTER (I-O)
000310*              REFTBL    REFERENCE TABLES (THROUGH CCCW9196)
000320*              ALERTESC  ESCALATION REPORT
000330*
000340*  RETURN:     0  NOTHING OVERDUE
000350*              4  ALERTS ESCALATED OR OVERDUE AT THE TOP LEVEL
000360*              8  AN OPEN ALERT HAS NO ESCL ROW FOR ITS
000370*                 SEVERITY AND LEVEL - NOBODY IS BEING TOLD
000380*             12  TABLE OVERFLOW (SEE THE CAPACITY REPORT)
000390*
000400******************************************************************
000410*                      MODIFICATION HISTORY
000420******************************************************************
000430* DATE     INIT  DESCRIPTION
000440* -------- ----  --------------------------------------------
000450* 10/2026  RF    NEW PROGRAM - OPERATIONS ALERT ESCALATION
000460******************************************************************
000470  ENVIRONMENT DIVISION.
000480  CONFIGURATION SECTION.
000490  SOURCE-COMPUTER.   IBM-370.
000500  OBJECT-COMPUTER.   IBM-370.
000510  INPUT-OUTPUT SECTION.
000520  FILE-CONTROL.
000530
000540      COPY C2INX001.
000550
000560      SELECT ALERT-REGISTER-FILE ASSIGN TO ALERTREG
000570          ORGANIZATION IS SEQUENTIAL.
000580
000590      SELECT ALERT-ESCALATION-RPT ASSIGN TO ALERTESC
000600          ORGANIZATION IS SEQUENTIAL.
000610
000620      COPY C2INX004.
000630
000640  DATA DIVISION.
000650  FILE SECTION.
000660
000670      COPY C2INX002.
000680
000690  FD  ALERT-REGISTER-FILE
000700      BLOCK CONTAINS 0 RECORDS
000710      RECORDING MODE IS F
000720      LABEL RECORDS ARE STANDARD
000730      DATA RECORD IS ALERT-REG-RCD.
000740
000750      COPY CLCWW176.
000760
000770  FD  ALERT-ESCALATION-RPT
000780      BLOCK CONTAINS 0 RECORDS
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      DATA RECORD IS ALERT-ESCALATION-RCD.
000820
000830  01  ALERT-ESCALATION-RCD          PIC X(133).
000840
000850      COPY C2INX005.
000860
000870  WORKING-STORAGE SECTION.
000880
000890      COPY C2INX003.
000900
000910      COPY C2INX006.
000920
000930      COPY CLCWW138.
000940
000950      COPY CLCWW178.
000960
000970      COPY CLCWW133.
000980
000990  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9208".
001000
001010  01  WS-SWITCHES.
001020      05  WS-ALERT-EOF-SW         PIC X(01) VALUE "N".
001030          88  WS-ALERT-EOF                VALUE "Y".
001040      05  WS-ESCL-FOUND-SW        PIC X(01) VALUE "N".
001050          88  WS-ESCL-FOUND               VALUE "Y".
001060      05  WS-ALERT-CHANGED-SW     PIC X(01) VALUE "N".
001070          88  WS-ALERT-CHANGED            VALUE "Y".
001080
001090  01  WS-COUNTERS.
001100      05  WS-ALERTS-READ          PIC 9(09) COMP VALUE ZERO.
001110      05  WS-ALERTS-OPEN          PIC 9(09) COMP VALUE ZERO.
001120      05  WS-ALERTS-ACKED         PIC 9(09) COMP VALUE ZERO.
001130      05  WS-ALERTS-RESOLVED      PIC 9(09) COMP VALUE ZERO.
001140      05  WS-CONTACTS-ASSIGNED    PIC 9(09) COMP VALUE ZERO.
001150      05  WS-ALERTS-ESCALATED     PIC 9(09) COMP VALUE ZERO.
001160      05  WS-ALERTS-TOP-LEVEL     PIC 9(09) COMP VALUE ZERO.
001170      05  WS-ALERTS-NO-LADDER     PIC 9(09) COMP VALUE ZERO.
001180
001190  77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001200  77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
001210
001220* THE TIME OF THIS RUN (HHMMSSHH FROM THE SYSTEM CLOCK) AND OF
001230* THE ALERT'S LAST LEVEL CHANGE (HHMMSS FROM THE REGISTER).
001240  01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001250  01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
001260      05  WS-NOW-HHMMSS           PIC 9(06).
001270      05  WS-NOW-HHMMSS-PARTS REDEFINES WS-NOW-HHMMSS.
001280          10  WS-NOW-HH               PIC 9(02).
001290          10  WS-NOW-MM               PIC 9(02).
001300          10  WS-NOW-SS               PIC 9(02).
001310      05  FILLER                  PIC 9(02).
001320  01  WS-LVL-HHMMSS               PIC 9(06) VALUE ZERO.
001330  01  WS-LVL-HHMMSS-PARTS REDEFINES WS-LVL-HHMMSS.
001340      05  WS-LVL-HH               PIC 9(02).
001350      05  WS-LVL-MM               PIC 9(02).
001360      05  WS-LVL-SS               PIC 9(02).
001370
001380* ELAPSED TIME IS KEPT IN MINUTES - THE DAY NUMBER TIMES 1440
001390* PLUS THE MINUTES INTO THE DAY - SO AN ALERT RAISED LATE ONE
001400* EVENING IS TIMED CORRECTLY ACROSS MIDNIGHT AND MONTH END.
001410  77  WS-NOW-MINUTES              PIC 9(11) COMP VALUE ZERO.
001420  77  WS-LVL-MINUTES              PIC 9(11) COMP VALUE ZERO.
001430  77  WS-ELAPSED-MINUTES          PIC S9(11) COMP VALUE ZERO.
001440  77  WS-LIMIT-MINUTES            PIC 9(07) COMP VALUE ZERO.
001450  77  WS-HOURS-AT-LEVEL           PIC 9(07) COMP VALUE ZERO.
001460
001470* DAY NUMBERS, THE SAME AS CCCW9142.  9500-DAY-NUMBER TURNS
001480* WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY COUNT IN WS-DN-DAYS,
001490* COUNTING LEAP DAYS (EVERY FOURTH YEAR - GOOD THROUGH 2099).
001500  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
001510  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001520      05  WS-DN-CCYY              PIC 9(04).
001530      05  WS-DN-MM                PIC 9(02).
001540      05  WS-DN-DD                PIC 9(02).
001550  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
001560  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
001570  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
001580
001590  01  WS-CUM-DAYS-VALUES.
001600      05  FILLER                  PIC X(36)
001610              VALUE "000031059090120151181212243273304334".
001620  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001630      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
001640
001650* THE ESCL ROW WANTED - SEVERITY AND LEVEL, THE TABLE KEY.
001660  01  WS-WANT-ESCL-KEY.
001670      05  WS-WANT-SEVERITY        PIC X(01).
001680      05  WS-WANT-LEVEL           PIC 9(02).
001690  77  WS-ESCL-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
001700  77  WS-ESCL-MATCHED-SUB         PIC 9(04) COMP VALUE ZERO.
001710  77  WS-LEVEL-SUB                PIC 9(04) COMP VALUE ZERO.
001720
001730  01  WS-HEADING-1.
001740      05  FILLER                  PIC X(01) VALUE SPACES.
001750      05  FILLER                  PIC X(10) VALUE "CCCW9208".
001760      05  FILLER                  PIC X(40)
001770              VALUE "OPERATIONS ALERT ESCALATION REPORT".
001780      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
001790      05  HD1-RUN-DATE            PIC 9(08).
001800      05  FILLER                  PIC X(06) VALUE " TIME ".
001810      05  HD1-RUN-TIME            PIC 9(06).
001820      05  FILLER                  PIC X(52) VALUE SPACES.
001830
001840  01  WS-HEADING-2.
001850      05  FILLER                  PIC X(01) VALUE SPACES.
001860      05  FILLER                  PIC X(17) VALUE "ALERT ID".
001870      05  FILLER                  PIC X(09) VALUE "SOURCE".
001880      05  FILLER                  PIC X(04) VALUE "SEV".
001890      05  FILLER                  PIC X(09) VALUE "CODE".
001900      05  FILLER                  PIC X(04) VALUE "LVL".
001910      05  FILLER                  PIC X(09) VALUE "CONTACT".
001920      05  FILLER                  PIC X(27) VALUE "CONTACT NAME".
001930      05  FILLER                  PIC X(07) VALUE "HOURS".
001940      05  FILLER                  PIC X(46) VALUE "ACTION".
001950
001960  01  WS-DETAIL-LINE.
001970      05  FILLER                  PIC X(01) VALUE SPACES.
001980      05  DL-ALERT-ID             PIC X(16).
001990      05  FILLER                  PIC X(01) VALUE SPACES.
002000      05  DL-SOURCE-PGM           PIC X(08).
002010      05  FILLER                  PIC X(01) VALUE SPACES.
002020      05  DL-SEVERITY             PIC X(01).
002030      05  FILLER                  PIC X(03) VALUE SPACES.
002040      05  DL-ALERT-CODE           PIC X(08).
002050      05  FILLER                  PIC X(01) VALUE SPACES.
002060      05  DL-LEVEL                PIC 9(02).
002070      05  FILLER                  PIC X(02) VALUE SPACES.
002080      05  DL-CONTACT              PIC X(08).
002090      05  FILLER                  PIC X(01) VALUE SPACES.
002100      05  DL-CONTACT-NAME         PIC X(26).
002110      05  FILLER                  PIC X(01) VALUE SPACES.
002120      05  DL-HOURS                PIC ZZZ,ZZ9.
002130      05  FILLER                  PIC X(01) VALUE SPACES.
002140      05  DL-ACTION               PIC X(45).
002150
002160  01  WS-TEXT-LINE.
002170      05  FILLER                  PIC X(18) VALUE SPACES.
002180      05  TL-ALERT-TEXT           PIC X(60).
002190      05  FILLER                  PIC X(55) VALUE SPACES.
002200
002210  PROCEDURE DIVISION.
002220
002230  0000-MAINLINE.
002240
002250      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002260
002270      PERFORM 2000-PROCESS-ALERT     THRU 2000-EXIT
002280          UNTIL WS-ALERT-EOF.
002290
002300      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002310
002320      GOBACK.
002330
002340  1000-INITIALIZE.
002350
002360      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002370      OPEN EXTEND RUN-HISTORY-FILE.
002380
002390      COPY C2INZ001.
002400
002410      ACCEPT WS-TODAY-CCYYMMDD    FROM DATE YYYYMMDD.
002420      ACCEPT WS-NOW-TIME          FROM TIME.
002430
002440      MOVE WS-TODAY-CCYYMMDD      TO WS-DN-DATE.
002450      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
002460      COMPUTE WS-NOW-MINUTES = (WS-DN-DAYS * 1440)
002470                             + (WS-NOW-HH * 60) + WS-NOW-MM.
002480
002490      OPEN I-O    ALERT-REGISTER-FILE.
002500      OPEN OUTPUT ALERT-ESCALATION-RPT.
002510
002520      MOVE WS-TODAY-CCYYMMDD      TO HD1-RUN-DATE.
002530      MOVE WS-NOW-HHMMSS          TO HD1-RUN-TIME.
002540      MOVE WS-HEADING-1           TO ALERT-ESCALATION-RCD.
002550      WRITE ALERT-ESCALATION-RCD.
002560      MOVE SPACES                 TO ALERT-ESCALATION-RCD.
002570      WRITE ALERT-ESCALATION-RCD.
002580      MOVE WS-HEADING-2           TO ALERT-ESCALATION-RCD.
002590      WRITE ALERT-ESCALATION-RCD.
002600
002610      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
002620
002630  1000-EXIT.
002640      EXIT.
002650
002660* 1080-LOAD-REF-TABLES
002670*   LOADS THE ESCALATION LADDERS IN FORCE TODAY FROM THE
002680*   CLCWW135 REFERENCE FILE THROUGH CCCW9196.  AN EMPTY TABLE
002690*   ABENDS THE RUN; ROWS THE TABLE COULD NOT HOLD ARE CARRIED
002700*   INTO THE CAPACITY REPORT.
002710  1080-LOAD-REF-TABLES.
002720
002730      MOVE "D"                    TO RL-ENTRY-FORMAT.
002740      MOVE WS-TODAY-CCYYMMDD      TO RL-AS-OF-DATE.
002750
002760      MOVE "ESCL"                 TO RL-TABLE-ID.
002770      MOVE WS-ESCL-ENTRY-LEN      TO RL-ENTRY-LENGTH.
002780      MOVE WS-ESCL-TBL-LIMIT      TO RL-ENTRY-LIMIT.
002790      CALL "CCCW9196" USING REF-LOAD-AREA
002800                            WS-ESCALATION-TBL.
002810      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
002820      MOVE RL-ENTRY-COUNT         TO WS-ESCL-TBL-MAX.
002830      MOVE RL-DROPPED             TO WS-ESCL-DROPPED.
002840
002850  1080-EXIT.
002860      EXIT.
002870
002880* 1085-CHECK-REF-LOAD
002890*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
002900*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
002910  1085-CHECK-REF-LOAD.
002920
002930      IF RL-TABLE-EMPTY
002940          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
002950          MOVE "REF01"               TO SAR-RETURN-CODE
002960          MOVE SPACES                TO SAR-DB-NAME
002970          MOVE SPACES                TO SAR-TABLE-NAME
002980          STRING "REFTBL " RL-TABLE-ID
002990              DELIMITED BY SIZE INTO SAR-TABLE-NAME
003000          MOVE SPACES                TO SAR-SQLCODE
003010          GO TO 9998-COREDUMP
003020      END-IF.
003030
003040      MOVE SPACES                 TO SCR-LITERAL.
003050      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
003060          DELIMITED BY SIZE INTO SCR-LITERAL.
003070      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
003080      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003090      PERFORM 8999-WRITE-SYSOUT.
003100
003110  1085-EXIT.
003120      EXIT.
003130
003140* 2000-PROCESS-ALERT
003150*   ONLY AN OPEN ALERT ESCALATES - ONCE ACKNOWLEDGED SOMEONE
003160*   OWNS IT.  THE RECORD IS REWRITTEN ONLY WHEN ITS CONTACT OR
003170*   LEVEL CHANGED.
003180  2000-PROCESS-ALERT.
003190
003200      READ ALERT-REGISTER-FILE
003210          AT END
003220              MOVE "Y" TO WS-ALERT-EOF-SW
003230              GO TO 2000-EXIT
003240      END-READ.
003250
003260      ADD 1 TO WS-ALERTS-READ.
003270
003280      IF ALR-RESOLVED
003290          ADD 1 TO WS-ALERTS-RESOLVED
003300          GO TO 2000-EXIT
003310      END-IF.
003320
003330      IF ALR-ACKNOWLEDGED
003340          ADD 1 TO WS-ALERTS-ACKED
003350          GO TO 2000-EXIT
003360      END-IF.
003370
003380      ADD 1 TO WS-ALERTS-OPEN.
003390      MOVE "N"                    TO WS-ALERT-CHANGED-SW.
003400
003410      PERFORM 2100-CHECK-ESCALATION THRU 2100-EXIT.
003420
003430      IF WS-ALERT-CHANGED
003440          REWRITE ALERT-REG-RCD
003450      END-IF.
003460
003470  2000-EXIT.
003480      EXIT.
003490
003500* 2100-CHECK-ESCALATION
003510*   FINDS THE ALERT'S RUNG ON ITS SEVERITY'S LADDER.  A NEW
003520*   ALERT TAKES THE LEVEL 01 CONTACT.  ONCE THE TIME AT THIS
003530*   LEVEL PASSES THE LEVEL'S ACKNOWLEDGMENT HOURS THE ALERT
003540*   GOES TO THE NEXT RUNG, OR - AT THE TOP - IS LISTED OVERDUE.
003550  2100-CHECK-ESCALATION.
003560
003565      MOVE ZERO                   TO WS-LEVEL-SUB.
003570      MOVE ALR-SEVERITY           TO WS-WANT-SEVERITY.
003580      MOVE ALR-ESCL-LEVEL         TO WS-WANT-LEVEL.
003590      PERFORM 2200-FIND-ESCL-ROW  THRU 2200-EXIT.
003600
003610      IF NOT WS-ESCL-FOUND
003620          ADD 1 TO WS-ALERTS-NO-LADDER
003630          MOVE ZERO               TO WS-HOURS-AT-LEVEL
003640          MOVE "*NO ESCL ROW FOR THIS SEVERITY AND LEVEL*"
003650                                  TO DL-ACTION
003660          PERFORM 2900-WRITE-ALERT-LINE THRU 2900-EXIT
003670          GO TO 2100-EXIT
003680      END-IF.
003690
003700      MOVE WS-ESCL-MATCHED-SUB    TO WS-LEVEL-SUB.
003710
003720      IF ALR-ESCL-CONTACT = SPACES
003730          MOVE WS-ESCL-CONTACT (WS-LEVEL-SUB)
003740                                  TO ALR-ESCL-CONTACT
003750          MOVE "Y"                TO WS-ALERT-CHANGED-SW
003760          ADD 1 TO WS-CONTACTS-ASSIGNED
003770      END-IF.
003780
003790      MOVE ALR-ESCL-DATE          TO WS-DN-DATE.
003800      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
003810      MOVE ALR-ESCL-TIME          TO WS-LVL-HHMMSS.
003820      COMPUTE WS-LVL-MINUTES = (WS-DN-DAYS * 1440)
003830                             + (WS-LVL-HH * 60) + WS-LVL-MM.
003840      COMPUTE WS-ELAPSED-MINUTES =
003845          WS-NOW-MINUTES - WS-LVL-MINUTES.
003850      COMPUTE WS-LIMIT-MINUTES =
003860          WS-ESCL-ACK-HOURS (WS-LEVEL-SUB) * 60.
003870
003880      IF WS-ELAPSED-MINUTES < WS-LIMIT-MINUTES
003890          GO TO 2100-EXIT
003900      END-IF.
003910
003920      DIVIDE WS-ELAPSED-MINUTES BY 60 GIVING WS-HOURS-AT-LEVEL.
003930
003940      COMPUTE WS-WANT-LEVEL = ALR-ESCL-LEVEL + 1.
003950      PERFORM 2200-FIND-ESCL-ROW  THRU 2200-EXIT.
003960
003970      IF NOT WS-ESCL-FOUND
003980          ADD 1 TO WS-ALERTS-TOP-LEVEL
003990          MOVE "*OVERDUE - TOP OF ESCALATION LADDER*"
004000                                  TO DL-ACTION
004010          PERFORM 2900-WRITE-ALERT-LINE THRU 2900-EXIT
004020          GO TO 2100-EXIT
004030      END-IF.
004040
004050      MOVE WS-ESCL-MATCHED-SUB    TO WS-LEVEL-SUB.
004060      MOVE WS-WANT-LEVEL          TO ALR-ESCL-LEVEL.
004070      MOVE WS-ESCL-CONTACT (WS-LEVEL-SUB)
004080                                  TO ALR-ESCL-CONTACT.
004090      MOVE WS-TODAY-CCYYMMDD      TO ALR-ESCL-DATE.
004100      MOVE WS-NOW-HHMMSS          TO ALR-ESCL-TIME.
004110      MOVE "Y"                    TO WS-ALERT-CHANGED-SW.
004120      ADD 1 TO WS-ALERTS-ESCALATED.
004130
004140      MOVE "ESCALATED - NOT ACKNOWLEDGED IN TIME"
004150                                  TO DL-ACTION.
004160      PERFORM 2900-WRITE-ALERT-LINE THRU 2900-EXIT.
004170
004180  2100-EXIT.
004190      EXIT.
004200
004210* 2200-FIND-ESCL-ROW
004220*   SEARCHES THE LADDERS FOR WS-WANT-ESCL-KEY.
004230  2200-FIND-ESCL-ROW.
004240
004250      MOVE "N"                    TO WS-ESCL-FOUND-SW.
004260      MOVE ZERO                   TO WS-ESCL-MATCHED-SUB.
004270
004280      PERFORM 2210-SEARCH-ESCL    THRU 2210-EXIT
004290          VARYING WS-ESCL-TBL-SUB FROM 1 BY 1
004300          UNTIL WS-ESCL-TBL-SUB > WS-ESCL-TBL-MAX
004310             OR WS-ESCL-FOUND.
004320
004330  2200-EXIT.
004340      EXIT.
004350
004360  2210-SEARCH-ESCL.
004370
004380      IF WS-ESCL-KEY (WS-ESCL-TBL-SUB) = WS-WANT-ESCL-KEY
004390          MOVE "Y" TO WS-ESCL-FOUND-SW
004400          MOVE WS-ESCL-TBL-SUB TO WS-ESCL-MATCHED-SUB
004410      END-IF.
004420
004430  2210-EXIT.
004440      EXIT.
004450
004460* 2900-WRITE-ALERT-LINE
004470*   ONE ALERT ON THE ESCALATION REPORT, AS IT NOW STANDS, WITH
004480*   ITS TEXT ON THE LINE BELOW.  THE CALLER HAS SET DL-ACTION.
004490  2900-WRITE-ALERT-LINE.
004500
004510      MOVE ALR-ALERT-ID           TO DL-ALERT-ID.
004520      MOVE ALR-SOURCE-PGM         TO DL-SOURCE-PGM.
004530      MOVE ALR-SEVERITY           TO DL-SEVERITY.
004540      MOVE ALR-ALERT-CODE         TO DL-ALERT-CODE.
004550      MOVE ALR-ESCL-LEVEL         TO DL-LEVEL.
004560      MOVE ALR-ESCL-CONTACT       TO DL-CONTACT.
004570      MOVE WS-HOURS-AT-LEVEL      TO DL-HOURS.
004580
004590      IF WS-LEVEL-SUB > ZERO
004600          MOVE WS-ESCL-CONTACT-NAME (WS-LEVEL-SUB)
004610                                  TO DL-CONTACT-NAME
004620      ELSE
004630          MOVE SPACES             TO DL-CONTACT-NAME
004640      END-IF.
004650
004660      MOVE WS-DETAIL-LINE         TO ALERT-ESCALATION-RCD.
004670      WRITE ALERT-ESCALATION-RCD.
004680
004690      MOVE ALR-ALERT-TEXT         TO TL-ALERT-TEXT.
004700      MOVE WS-TEXT-LINE           TO ALERT-ESCALATION-RCD.
004710      WRITE ALERT-ESCALATION-RCD.
004720
004730  2900-EXIT.
004740      EXIT.
004750
004760  8000-WRAPUP.
004770
004780      MOVE "ALERTS READ:"         TO SCR-LITERAL.
004790      MOVE WS-ALERTS-READ         TO SCR-COUNT.
004800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004810      PERFORM 8999-WRITE-SYSOUT.
004820
004830      MOVE "ALERTS OPEN:"         TO SCR-LITERAL.
004840      MOVE WS-ALERTS-OPEN         TO SCR-COUNT.
004850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004860      PERFORM 8999-WRITE-SYSOUT.
004870
004880      MOVE "ALERTS ACKNOWLEDGED:" TO SCR-LITERAL.
004890      MOVE WS-ALERTS-ACKED        TO SCR-COUNT.
004900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004910      PERFORM 8999-WRITE-SYSOUT.
004920
004930      MOVE "ALERTS RESOLVED:"     TO SCR-LITERAL.
004940      MOVE WS-ALERTS-RESOLVED     TO SCR-COUNT.
004950      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004960      PERFORM 8999-WRITE-SYSOUT.
004970
004980      MOVE "LEVEL 01 CONTACTS ASSIGNED:" TO SCR-LITERAL.
004990      MOVE WS-CONTACTS-ASSIGNED   TO SCR-COUNT.
005000      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005010      PERFORM 8999-WRITE-SYSOUT.
005020
005030      MOVE "ALERTS ESCALATED:"    TO SCR-LITERAL.
005040      MOVE WS-ALERTS-ESCALATED    TO SCR-COUNT.
005050      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005060      PERFORM 8999-WRITE-SYSOUT.
005070
005080      MOVE "OVERDUE AT TOP LEVEL:" TO SCR-LITERAL.
005090      MOVE WS-ALERTS-TOP-LEVEL    TO SCR-COUNT.
005100      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005110      PERFORM 8999-WRITE-SYSOUT.
005120
005130      MOVE "OPEN WITH NO ESCL ROW:" TO SCR-LITERAL.
005140      MOVE WS-ALERTS-NO-LADDER    TO SCR-COUNT.
005150      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005160      PERFORM 8999-WRITE-SYSOUT.
005170
005180      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005190
005200      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
005210
005220      MOVE WS-RETURN-CODE         TO RETURN-CODE.
005230      MOVE WS-RETURN-CODE         TO SWA-RUN-COND-CODE.
005240
005250      COPY C2INZ003.
005260
005270      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005280
005290  8000-EXIT.
005300      EXIT.
005310
005320* 8980-NOTE-TABLE-CAPACITY
005330*   NOTES THE ESCALATION TABLE'S HIGH-WATER MARK, LIMIT AND
005340*   DROPPED-ROW COUNT AND PRINTS THE CAPACITY REPORT.  ANY
005350*   DROPPED ROW ENDS THE RUN RC=12.
005360  8980-NOTE-TABLE-CAPACITY.
005370
005380      MOVE "ESCALATION LADDERS"   TO TC-NOTE-NAME.
005390      MOVE WS-ESCL-TBL-LIMIT      TO TC-NOTE-LIMIT.
005400      MOVE WS-ESCL-TBL-MAX        TO TC-NOTE-HIGH.
005410      MOVE WS-ESCL-DROPPED        TO TC-NOTE-DROPPED.
005420      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
005430
005440      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
005450
005460  8980-EXIT.
005470      EXIT.
005480
005490* 8900-SET-RETURN-CODE
005500*   RC=0 NOTHING OVERDUE.  RC=4 AN ALERT WAS ESCALATED OR IS
005510*   OVERDUE AT THE TOP OF ITS LADDER.  RC=8 AN OPEN ALERT HAS
005520*   NO ESCL ROW, SO NO ONE IS ON THE HOOK FOR IT.  RC=12 THE
005530*   ESCALATION TABLE OVERFLOWED.
005540  8900-SET-RETURN-CODE.
005550
005560      MOVE ZERO TO WS-RETURN-CODE.
005570
005580      IF WS-ALERTS-ESCALATED > ZERO
005590         OR WS-ALERTS-TOP-LEVEL > ZERO
005600          MOVE 4 TO WS-RETURN-CODE
005610      END-IF.
005620
005630      IF WS-ALERTS-NO-LADDER > ZERO
005640          MOVE 8 TO WS-RETURN-CODE
005650      END-IF.
005660
005670      IF TC-TABLE-OVERFLOW
005680          MOVE TC-OVERFLOW-RC TO WS-RETURN-CODE
005690      END-IF.
005700
005710  8900-EXIT.
005720      EXIT.
005730
005740* 9500-DAY-NUMBER
005750*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
005760*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
005770*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
005780*   FEBRUARY.
005790  9500-DAY-NUMBER.
005800
005810      MOVE ZERO TO WS-DN-DAYS.
005820
005830      IF WS-DN-DATE = ZERO
005840         OR WS-DN-MM < 1 OR WS-DN-MM > 12
005850          GO TO 9500-EXIT
005860      END-IF.
005870
005880      DIVIDE WS-DN-CCYY BY 4
005890          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
005900
005910      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
005920                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
005930
005940      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
005950          SUBTRACT 1 FROM WS-DN-DAYS
005960      END-IF.
005970
005980  9500-EXIT.
005990      EXIT.
006000
006010      COPY CLCWW134.
006020
006030      COPY C2INZ002.
006040
006050      COPY C2INZ004.
006060
006070      COPY C2INZ005.
006080
006090      ALERT-REGISTER-FILE
006100      ALERT-ESCALATION-RPT
006110      RUN-HISTORY-FILE.
006120
006130  9999-EXIT.
006140      EXIT.
