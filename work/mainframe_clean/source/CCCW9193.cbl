000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9193.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9193
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    VENDOR-MASTER CHANGE / PAYMENT CORRELATION.  LINES
000130*              UP EVERY RECENT VENDOR-MASTER CHANGE ON THE
000135*              CLCWW058 MAINTENANCE AUDIT - CCMR6330 ONLINE
000140*              CHANGES AND THE CCCW9137 AP SYNC CHANGES (USER
000150*              APSYNC) ALIKE - WITH EVERY DISBURSEMENT ON THE
000160*              TEN99DTL STAGED DETAIL TO THE SAME TIN ISSUED
000170*              WITHIN THE PARM WINDOW AFTER THE CHANGE, FOR THE
000180*              FRAUD GROUP.  A NAME CHANGE
000190*              FOLLOWED DAYS LATER BY A CHECK TO THE TIN IS THE
000200*              PATTERN.  A CHANGE KEYED BY A USER WHO WORKS AT THE
000210*              BRANCH THAT ISSUED THE PAYMENT (USBR REFERENCE
000220*              TABLE) IS LISTED FIRST.
000230*
000240*  PARM:       WINDOW - CALENDAR DAYS AFTER A CHANGE TO WATCH ITS
000250*              TIN, E.G. PARM='014'.  NO PARM WATCHES TEN DAYS.
000260*              ONLY CHANGES MADE WITHIN THE WINDOW BEFORE TODAY
000270*              ARE STILL BEING WATCHED.
000280*
000290*  FILES:      VMAUDIT  - VENDOR-MASTER MAINTENANCE AUDIT
000300*              TEN99DTL - STAGED DISBURSEMENT DETAIL
000310*              REFTBL   - REFERENCE FILE (THROUGH CCCW9196)
000320*              VCHGRPT  - CHANGE / PAYMENT CORRELATION REPORT
000330*
000340******************************************************************
000350*                      MODIFICATION HISTORY
000360******************************************************************
000370* DATE     INIT  DESCRIPTION
000380* -------- ----  --------------------------------------------
000390* 10/2026  RF    NEW PROGRAM - VENDOR-MASTER CHANGE / PAYMENT
000400*                CORRELATION
0004va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0004vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
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
000510      SELECT VM-AUDIT-FILE       ASSIGN TO VMAUDIT
000520          ORGANIZATION IS SEQUENTIAL.
000530
000540      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000550          ORGANIZATION IS SEQUENTIAL.
000560
000570      SELECT CORRELATION-RPT     ASSIGN TO VCHGRPT
000580          ORGANIZATION IS SEQUENTIAL.
000590
000600      COPY C2INX004.
000610
000620  DATA DIVISION.
000630  FILE SECTION.
000640
000650      COPY C2INX002.
000660
000670  FD  VM-AUDIT-FILE
000680      BLOCK CONTAINS 0 RECORDS
000690      RECORDING MODE IS F
000700      LABEL RECORDS ARE STANDARD
000710      DATA RECORD IS VM-AUDIT-RCD.
000720
000730      COPY CLCWW058.
000740
000750  FD  TEN99-STAGING-FILE
000760      BLOCK CONTAINS 0 RECORDS
000770      RECORDING MODE IS F
000780      LABEL RECORDS ARE STANDARD
000790      DATA RECORD IS TEN99-STAGING-RCD.
000800
000810  01  TEN99-STAGING-RCD             PIC X(420).
000820
000830  FD  CORRELATION-RPT
000840      BLOCK CONTAINS 0 RECORDS
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
000870      DATA RECORD IS CORRELATION-RCD.
000880
000890  01  CORRELATION-RCD               PIC X(133).
000900
000910      COPY C2INX005.
000920
000930  WORKING-STORAGE SECTION.
000940
000950      COPY C2INX003.
000960
000970      COPY C2INX006.
000980
000990      COPY CLCWW133.
001000
001010      COPY CLCWW110.
001020
001030      COPY CLCWW138.
001040
001050      COPY CLCWW156.
001060
001070  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9193".
001080
001090* THE STAGED DETAIL RECORD, WITH ITS HEADER AND TRAILER.
001100      COPY CLCWW013.
001110
001120  01  WS-SWITCHES.
001130      05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001140          88  WS-AUDIT-EOF                VALUE "Y".
001150      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
001160          88  WS-STAGING-EOF              VALUE "Y".
001170      05  WS-USBR-FOUND-SW        PIC X(01) VALUE "N".
001180          88  WS-USBR-FOUND               VALUE "Y".
001190      05  WS-PRINT-PASS-SW        PIC X(01) VALUE "Y".
001200          88  WS-PRINT-SAME-BRANCH        VALUE "Y".
001210          88  WS-PRINT-OTHER              VALUE "N".
001220
001230  01  WS-COUNTERS.
001240      05  WS-AUDIT-READ           PIC 9(09) COMP VALUE ZERO.
001250      05  WS-CHANGES-WATCHED      PIC 9(09) COMP VALUE ZERO.
001260      05  WS-CHANGES-NO-BRANCH    PIC 9(09) COMP VALUE ZERO.
001270      05  WS-DETAIL-READ          PIC 9(09) COMP VALUE ZERO.
001280      05  WS-MATCHES              PIC 9(09) COMP VALUE ZERO.
001290      05  WS-SAME-BRANCH-MATCHES  PIC 9(09) COMP VALUE ZERO.
001300      05  WS-MATCHES-PRINTED      PIC 9(09) COMP VALUE ZERO.
001310
001320  01  WS-AMOUNTS.
001330      05  WS-MATCH-DOLLARS        PIC S9(13)V99 VALUE ZERO.
001340      05  WS-SAME-BRANCH-DOLLARS  PIC S9(13)V99 VALUE ZERO.
001350
001360* THE WATCH WINDOW - CALENDAR DAYS AFTER A CHANGE.
001370  77  WS-WINDOW-DAYS              PIC 9(03) COMP VALUE 10.
001380  77  WS-WATCH-FROM-DAYS          PIC 9(07) COMP VALUE ZERO.
001390  77  WS-WATCH-FROM-DAYS-LOW      PIC 9(07) COMP VALUE ZERO.
001400
001410* ONE ENTRY PER CHANGE STILL BEING WATCHED, WITH THE TIN IN
001420* BOTH ITS CLEAR FORM AND ITS AT-REST PROTECTED FORM - THE
001430* STAGED DETAIL CARRIES THE PROTECTED FORM, OLDER DETAIL THE
001440* CLEAR.  WS-CHG-HOME-BR IS THE CHANGING USER'S BRANCH, SPACES
001450* WHEN THE USER HAS NONE ON THE USBR TABLE.
001460  01  WS-CHG-TABLE.
001470      05  WS-CHG-ENTRY            OCCURS 2000 TIMES.
001480          10  WS-CHG-DATE             PIC 9(08).
001490          10  WS-CHG-DAYS             PIC 9(07) COMP.
001500          10  WS-CHG-ACTION           PIC X(01).
001510          10  WS-CHG-USER-ID          PIC X(08).
001520          10  WS-CHG-HOME-BR          PIC X(03).
001530          10  WS-CHG-TIN              PIC X(09).
001540          10  WS-CHG-TIN-PROT         PIC X(16).
001550          10  WS-CHG-BEFORE-NAME      PIC X(40).
001560          10  WS-CHG-AFTER-NAME       PIC X(40).
001570
001580  77  WS-CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
001590  77  WS-CHG-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
001600  77  WS-CHG-DROPPED              PIC 9(07) COMP VALUE ZERO.
001610  77  WS-CHG-SUB              PIC 9(04) COMP VALUE ZERO.
001620
001630* ONE ENTRY PER DISBURSEMENT TO A WATCHED TIN INSIDE ITS
001640* CHANGE'S WINDOW.  WS-MAT-SAME-BRANCH IS "Y" WHEN THE CHANGING
001650* USER WORKS AT THE ISSUING BRANCH.
001660  01  WS-MAT-TABLE.
001670      05  WS-MAT-ENTRY            OCCURS 5000 TIMES.
001680          10  WS-MAT-CHG-SUB          PIC 9(04) COMP.
001690          10  WS-MAT-BR-CODE          PIC X(03).
001700          10  WS-MAT-CHK-NUM          PIC X(08).
001710          10  WS-MAT-AMOUNT           PIC S9(10)V99.
001720          10  WS-MAT-PAY-DATE         PIC 9(08).
001730          10  WS-MAT-DAYS-AFTER       PIC 9(03) COMP.
001740          10  WS-MAT-SAME-BRANCH      PIC X(01).
001750
001760  77  WS-MAT-COUNT                PIC 9(04) COMP VALUE ZERO.
001770  77  WS-MAT-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
001780  77  WS-MAT-DROPPED              PIC 9(07) COMP VALUE ZERO.
001790  77  WS-MAT-SUB              PIC 9(04) COMP VALUE ZERO.
001800
001810  77  WS-USBR-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
001820  77  WS-USBR-SEARCH-USER         PIC X(08) VALUE SPACES.
001830  77  WS-USBR-MATCHED-BR          PIC X(03) VALUE SPACES.
001840
001850  77  WS-PAY-DATE                 PIC 9(08) VALUE ZERO.
001860  77  WS-PAY-DAYS                 PIC 9(07) COMP VALUE ZERO.
001870
001880* DAY NUMBERS FOR THE WATCH WINDOW.
001890* 9500-DAY-NUMBER TURNS WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY
001900* COUNT IN WS-DN-DAYS, COUNTING LEAP DAYS (EVERY FOURTH YEAR -
001910* GOOD THROUGH 2099).
001920  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
001930  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001940      05  WS-DN-CCYY              PIC 9(04).
001950      05  WS-DN-MM                PIC 9(02).
001960      05  WS-DN-DD                PIC 9(02).
001970  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
001980  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
001990  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
002000  77  WS-TODAY-DAYS               PIC 9(07) COMP VALUE ZERO.
002010  77  WS-ELAPSED-DAYS             PIC S9(07) COMP VALUE ZERO.
002020
002030  01  WS-CUM-DAYS-VALUES.
002040      05  FILLER                  PIC X(36)
002050              VALUE "000031059090120151181212243273304334".
002060  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002070      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
002080
002090* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
002100  01  WS-GRAND-TOTAL-LINE.
002110      05  FILLER                  PIC X(02) VALUE SPACES.
002120      05  GTL-LITERAL             PIC X(30).
002130      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
002140      05  FILLER                  PIC X(78) VALUE SPACES.
002150
002160  01  WS-RPT-TITLE.
002170      05  FILLER                  PIC X(01) VALUE SPACES.
002180      05  FILLER                  PIC X(52) VALUE
002190          "VENDOR-MASTER CHANGE / PAYMENT CORRELATION - WINDOW".
002200      05  RTL-WINDOW              PIC ZZ9.
002210      05  FILLER                  PIC X(11) VALUE " DAYS   RUN".
002220      05  FILLER                  PIC X(01) VALUE SPACES.
002230      05  RTL-RUN-DATE            PIC X(08).
002240      05  FILLER                  PIC X(57) VALUE SPACES.
002250
002260  01  WS-SECTION-LINE.
002270      05  FILLER                  PIC X(01) VALUE SPACES.
002280      05  SHL-TEXT                PIC X(80).
002290      05  FILLER                  PIC X(52) VALUE SPACES.
002300
002310  01  WS-CRL-COLUMNS.
002320      05  FILLER                  PIC X(05) VALUE " FLG ".
002330      05  FILLER                  PIC X(09) VALUE "CHANGED".
002340      05  FILLER                  PIC X(02) VALUE "A".
002350      05  FILLER                  PIC X(09) VALUE "USER".
002360      05  FILLER                  PIC X(10) VALUE "TIN".
002370      05  FILLER                  PIC X(26) VALUE "NAME BEFORE".
002380      05  FILLER                  PIC X(26) VALUE "NAME AFTER".
002390      05  FILLER                  PIC X(04) VALUE "BR".
002400      05  FILLER                  PIC X(09) VALUE "CHECK".
002410      05  FILLER                  PIC X(15)
002420              VALUE "        AMOUNT ".
002430      05  FILLER                  PIC X(09) VALUE "PAID".
002440      05  FILLER                  PIC X(09) VALUE "DAYS".
002450
002460  01  WS-CRL-LINE.
002470      05  FILLER                  PIC X(01) VALUE SPACES.
002480      05  CRL-FLAG                PIC X(03).
002490      05  FILLER                  PIC X(01) VALUE SPACES.
002500      05  CRL-CHG-DATE            PIC X(08).
002510      05  FILLER                  PIC X(01) VALUE SPACES.
002520      05  CRL-ACTION              PIC X(01).
002530      05  FILLER                  PIC X(01) VALUE SPACES.
002540      05  CRL-USER-ID             PIC X(08).
002550      05  FILLER                  PIC X(01) VALUE SPACES.
002560      05  CRL-TIN                 PIC X(09).
002570      05  FILLER                  PIC X(01) VALUE SPACES.
002580      05  CRL-BEFORE-NAME         PIC X(25).
002590      05  FILLER                  PIC X(01) VALUE SPACES.
002600      05  CRL-AFTER-NAME          PIC X(25).
002610      05  FILLER                  PIC X(01) VALUE SPACES.
002620      05  CRL-BR-CODE             PIC X(03).
002630      05  FILLER                  PIC X(01) VALUE SPACES.
002640      05  CRL-CHK-NUM             PIC X(08).
002650      05  FILLER                  PIC X(01) VALUE SPACES.
002660      05  CRL-AMOUNT              PIC ---,---,--9.99.
002670      05  FILLER                  PIC X(01) VALUE SPACES.
002680      05  CRL-PAY-DATE            PIC X(08).
002690      05  FILLER                  PIC X(01) VALUE SPACES.
002700      05  CRL-DAYS-AFTER          PIC ZZ9.
002710      05  FILLER                  PIC X(05) VALUE SPACES.
002720
002730  01  WS-TIE-LINE.
002740      05  FILLER                  PIC X(01) VALUE SPACES.
002750      05  TL-LITERAL              PIC X(50).
002760      05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002770      05  FILLER                  PIC X(02) VALUE SPACES.
002780      05  TL-AMOUNT               PIC ---,---,---,--9.99.
002790      05  FILLER                  PIC X(51) VALUE SPACES.
002800
002810  LINKAGE SECTION.
002820
002830* RUN-TIME PARM - THE WATCH WINDOW IN DAYS.
002840  01  LS-PARM-DATA.
002850      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002860      05  LS-PARM-WINDOW          PIC X(03).
002870
002880  PROCEDURE DIVISION USING LS-PARM-DATA.
002890
002900  0000-MAINLINE.
002910
002920      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002930
002940      PERFORM 2000-MATCH-DETAIL      THRU 2000-EXIT
002950          UNTIL WS-STAGING-EOF.
002960
002970      PERFORM 5000-PRINT-REPORT      THRU 5000-EXIT.
002980
002990      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
003000
003010      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
003020
003030      GOBACK.
003040
003050  1000-INITIALIZE.
003060
003070      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
003080      OPEN EXTEND RUN-HISTORY-FILE.
003090
003100      COPY C2INZ001.
003110
003120      IF LS-PARM-LENGTH > ZERO
003130          IF LS-PARM-WINDOW NUMERIC
003140             AND LS-PARM-WINDOW NOT = "000"
003150              MOVE LS-PARM-WINDOW     TO WS-WINDOW-DAYS
003160          ELSE
003170              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
003180              MOVE "PARM1"            TO SAR-RETURN-CODE
003190              MOVE SPACES             TO SAR-DB-NAME
003200              MOVE "VMAUDIT WINDOW"   TO SAR-TABLE-NAME
003210              MOVE SPACES             TO SAR-SQLCODE
003220              GO TO 9998-COREDUMP
003230          END-IF
003240      END-IF.
003250
003260      MOVE "WATCH WINDOW DAYS:"    TO SCR-LITERAL.
003270      MOVE WS-WINDOW-DAYS         TO SCR-COUNT.
003280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003290      PERFORM 8999-WRITE-SYSOUT.
003300
003310      MOVE SWA-CURRENT-CCYY-DATE  TO WS-DN-DATE.
003320      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
003330      MOVE WS-DN-DAYS             TO WS-TODAY-DAYS.
003340      COMPUTE WS-WATCH-FROM-DAYS = WS-TODAY-DAYS - WS-WINDOW-DAYS.
003350
003360      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
003370
003380      OPEN INPUT VM-AUDIT-FILE.
003390      PERFORM 1200-LOAD-CHANGE THRU 1200-EXIT
003400          UNTIL WS-AUDIT-EOF.
003410      CLOSE VM-AUDIT-FILE.
003420
003430      OPEN OUTPUT CORRELATION-RPT.
003440      OPEN INPUT TEN99-STAGING-FILE.
003450
003460  1000-EXIT.
003470      EXIT.
003480
003490* 1080-LOAD-REF-TABLES
003500*   LOADS THE USER HOME BRANCHES FROM THE CLCWW135 REFERENCE
003510*   FILE THROUGH CCCW9196 - THE VALUES IN FORCE ON THE RUN DATE.
003520*   AN EMPTY TABLE ABENDS THE RUN RATHER THAN LET IT RANK
003530*   NOTHING FIRST.
003540  1080-LOAD-REF-TABLES.
003550
003560      MOVE "D"                    TO RL-ENTRY-FORMAT.
003570      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
003580
003590      MOVE "USBR"                 TO RL-TABLE-ID.
003600      MOVE WS-USBR-ENTRY-LEN      TO RL-ENTRY-LENGTH.
003610      MOVE WS-USBR-TBL-LIMIT      TO RL-ENTRY-LIMIT.
003620      CALL "CCCW9196" USING REF-LOAD-AREA
003630                            WS-USER-BRANCH-TBL.
003640
003650      IF RL-TABLE-EMPTY
003660          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
003670          MOVE "REF01"               TO SAR-RETURN-CODE
003680          MOVE SPACES                TO SAR-DB-NAME
003690          MOVE "REFTBL USBR"         TO SAR-TABLE-NAME
003700          MOVE SPACES                TO SAR-SQLCODE
003710          GO TO 9998-COREDUMP
003720      END-IF.
003730
003740      MOVE RL-ENTRY-COUNT         TO WS-USBR-TBL-MAX.
003750      MOVE RL-DROPPED             TO WS-USBR-DROPPED.
003760
003770      MOVE "REF TABLE USBR ENTRIES:" TO SCR-LITERAL.
003780      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
003790      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003800      PERFORM 8999-WRITE-SYSOUT.
003810
003820  1080-EXIT.
003830      EXIT.
003840
003850* 1200-LOAD-CHANGE
003860*   ONE AUDIT RECORD.  A CHANGE MADE WITHIN THE WINDOW BEFORE
003870*   TODAY IS STILL BEING WATCHED; ONE WITH NO TIN CANNOT BE
003880*   MATCHED TO A PAYMENT.
003890  1200-LOAD-CHANGE.
003900
003910      READ VM-AUDIT-FILE
003920          AT END
003930              MOVE "Y" TO WS-AUDIT-EOF-SW
003940              GO TO 1200-EXIT
003950      END-READ.
003960
003970      ADD 1 TO WS-AUDIT-READ.
003980
003990      IF VA-CHANGE-DATE NOT NUMERIC
004000         OR VA-TIN = SPACES
004010          GO TO 1200-EXIT
004020      END-IF.
004030
004040      MOVE VA-CHANGE-DATE         TO WS-DN-DATE.
004050      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
004060
004070      IF WS-DN-DAYS = ZERO
004080         OR WS-DN-DAYS < WS-WATCH-FROM-DAYS
004090         OR WS-DN-DAYS > WS-TODAY-DAYS
004100          GO TO 1200-EXIT
004110      END-IF.
004120
004130      IF WS-CHG-COUNT NOT < WS-CHG-TABLE-MAX
004140          ADD 1 TO WS-CHG-DROPPED
004150          GO TO 1200-EXIT
004160      END-IF.
004170
004180      ADD 1 TO WS-CHG-COUNT.
004190      ADD 1 TO WS-CHANGES-WATCHED.
004200      MOVE WS-CHG-COUNT           TO WS-CHG-SUB.
004210      MOVE VA-CHANGE-DATE         TO WS-CHG-DATE (WS-CHG-SUB).
004220      MOVE WS-DN-DAYS             TO WS-CHG-DAYS (WS-CHG-SUB).
004230      MOVE VA-ACTION              TO WS-CHG-ACTION (WS-CHG-SUB).
004240      MOVE VA-USER-ID             TO WS-CHG-USER-ID (WS-CHG-SUB).
004250      MOVE VA-TIN                 TO WS-CHG-TIN (WS-CHG-SUB).
004260      MOVE VA-BEFORE-NAME
004270          TO WS-CHG-BEFORE-NAME (WS-CHG-SUB).
004280      MOVE VA-AFTER-NAME
004290          TO WS-CHG-AFTER-NAME (WS-CHG-SUB).
004300
004310      MOVE SPACES                 TO TP-TIN-WORK.
004320      MOVE VA-TIN                 TO TP-TIN-WORK.
004330      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
004340      MOVE TP-TIN-WORK            TO WS-CHG-TIN-PROT (WS-CHG-SUB).
004350
004360      IF WS-CHG-COUNT = 1
004370         OR WS-DN-DAYS < WS-WATCH-FROM-DAYS-LOW
004380          MOVE WS-DN-DAYS         TO WS-WATCH-FROM-DAYS-LOW
004390      END-IF.
004400
004410      MOVE VA-USER-ID             TO WS-USBR-SEARCH-USER.
004420      PERFORM 1300-FIND-USER-BRANCH THRU 1300-EXIT.
004430      MOVE WS-USBR-MATCHED-BR     TO WS-CHG-HOME-BR (WS-CHG-SUB).
004440      IF NOT WS-USBR-FOUND
004450          ADD 1 TO WS-CHANGES-NO-BRANCH
004460      END-IF.
004470
004480  1200-EXIT.
004490      EXIT.
004500
004510* 1300-FIND-USER-BRANCH
004520*   THE HOME BRANCH OF WS-USBR-SEARCH-USER, SPACES IF NONE.
004530  1300-FIND-USER-BRANCH.
004540
004550      MOVE "N"                    TO WS-USBR-FOUND-SW.
004560      MOVE SPACES                 TO WS-USBR-MATCHED-BR.
004570
004580      PERFORM 1310-SEARCH-USER-BRANCH THRU 1310-EXIT
004590          VARYING WS-USBR-TBL-SUB FROM 1 BY 1
004600          UNTIL WS-USBR-TBL-SUB > WS-USBR-TBL-MAX
004610             OR WS-USBR-FOUND.
004620
004630  1300-EXIT.
004640      EXIT.
004650
004660  1310-SEARCH-USER-BRANCH.
004670
004680      IF WS-USBR-SEARCH-USER = WS-USBR-USER-ID (WS-USBR-TBL-SUB)
004690          MOVE "Y" TO WS-USBR-FOUND-SW
004700          MOVE WS-USBR-BR-CODE (WS-USBR-TBL-SUB)
004710              TO WS-USBR-MATCHED-BR
004720      END-IF.
004730
004740  1310-EXIT.
004750      EXIT.
004760
004770* 2000-MATCH-DETAIL
004780*   ONE STAGED DISBURSEMENT, DATED BY THE CCCW9100 RUN THAT
004790*   ISSUED IT.  THE HEADER AND TRAILER ARE PASSED OVER, AS IS
004800*   ANYTHING ISSUED BEFORE THE OLDEST WATCHED CHANGE.
004810  2000-MATCH-DETAIL.
004820
004830      READ TEN99-STAGING-FILE INTO TEN99-RCD
004840          AT END
004850              MOVE "Y" TO WS-STAGING-EOF-SW
004860              GO TO 2000-EXIT
004870      END-READ.
004880
004890      IF TEN99-STAGING-RCD (1:10) = LOW-VALUES
004900         OR TEN99-STAGING-RCD (1:10) = HIGH-VALUES
004910          GO TO 2000-EXIT
004920      END-IF.
004930
004940      ADD 1 TO WS-DETAIL-READ.
004950
004960      IF WS-CHG-COUNT = ZERO
004970         OR TEN99-RUN-DATE-DATA NOT NUMERIC
004980          GO TO 2000-EXIT
004990      END-IF.
005000
005010      MOVE TEN99-RUN-DATE-DATA    TO WS-PAY-DATE WS-DN-DATE.
005020      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
005030      MOVE WS-DN-DAYS             TO WS-PAY-DAYS.
005040
005050      IF WS-PAY-DAYS = ZERO
005060         OR WS-PAY-DAYS < WS-WATCH-FROM-DAYS-LOW
005070          GO TO 2000-EXIT
005080      END-IF.
005090
005100      PERFORM 2100-CHECK-CHANGE THRU 2100-EXIT
005110          VARYING WS-CHG-SUB FROM 1 BY 1
005120          UNTIL WS-CHG-SUB > WS-CHG-COUNT.
005130
005140  2000-EXIT.
005150      EXIT.
005160
005170* 2100-CHECK-CHANGE
005180*   THE DISBURSEMENT MATCHES A WATCHED CHANGE WHEN IT GOES TO
005190*   THE CHANGED TIN ON OR AFTER THE CHANGE DATE AND WITHIN THE
005200*   WINDOW.
005210  2100-CHECK-CHANGE.
005220
005230      IF TEN99-SSN-TAX-ID-DATA NOT = WS-CHG-TIN-PROT (WS-CHG-SUB)
005240         AND TEN99-SSN-TAX-ID-DATA (1:9)
005250                                  NOT = WS-CHG-TIN (WS-CHG-SUB)
005260          GO TO 2100-EXIT
005270      END-IF.
005280
005290      COMPUTE WS-ELAPSED-DAYS = WS-PAY-DAYS
005300                              - WS-CHG-DAYS (WS-CHG-SUB).
005310
005320      IF WS-ELAPSED-DAYS < ZERO
005330         OR WS-ELAPSED-DAYS > WS-WINDOW-DAYS
005340          GO TO 2100-EXIT
005350      END-IF.
005360
005370      ADD 1 TO WS-MATCHES.
005380      ADD TEN99-RPT-DISB-AMT-DATA TO WS-MATCH-DOLLARS.
005390
005400      IF WS-CHG-HOME-BR (WS-CHG-SUB) NOT = SPACES
005410         AND WS-CHG-HOME-BR (WS-CHG-SUB)
005420                                  = TEN99-ISSUING-BR-CODE-DATA
005430          ADD 1 TO WS-SAME-BRANCH-MATCHES
005440          ADD TEN99-RPT-DISB-AMT-DATA TO WS-SAME-BRANCH-DOLLARS
005450      END-IF.
005460
005470      IF WS-MAT-COUNT NOT < WS-MAT-TABLE-MAX
005480          ADD 1 TO WS-MAT-DROPPED
005490          GO TO 2100-EXIT
005500      END-IF.
005510
005520      ADD 1 TO WS-MAT-COUNT.
005530      MOVE WS-MAT-COUNT           TO WS-MAT-SUB.
005540      MOVE WS-CHG-SUB         TO WS-MAT-CHG-SUB (WS-MAT-SUB).
005550      MOVE TEN99-ISSUING-BR-CODE-DATA
005560                                  TO WS-MAT-BR-CODE (WS-MAT-SUB).
005570      MOVE TEN99-ONSITE-CHK-NUM-DATA
005580                                  TO WS-MAT-CHK-NUM (WS-MAT-SUB).
005590      MOVE TEN99-RPT-DISB-AMT-DATA
005600                                  TO WS-MAT-AMOUNT (WS-MAT-SUB).
005610      MOVE WS-PAY-DATE            TO WS-MAT-PAY-DATE (WS-MAT-SUB).
005620      MOVE WS-ELAPSED-DAYS
005630              TO WS-MAT-DAYS-AFTER (WS-MAT-SUB).
005640
005650      IF WS-CHG-HOME-BR (WS-CHG-SUB) NOT = SPACES
005660         AND WS-CHG-HOME-BR (WS-CHG-SUB)
005670                                  = TEN99-ISSUING-BR-CODE-DATA
005680          MOVE "Y"          TO WS-MAT-SAME-BRANCH (WS-MAT-SUB)
005690      ELSE
005700          MOVE "N"          TO WS-MAT-SAME-BRANCH (WS-MAT-SUB)
005710      END-IF.
005720
005730  2100-EXIT.
005740      EXIT.
005750
005760* 5000-PRINT-REPORT
005770*   THE PAYMENTS FROM A BRANCH WHOSE OWN USER MADE THE CHANGE
005780*   PRINT FIRST, FOR THE FRAUD GROUP TO WORK; EVERY OTHER MATCH
005790*   FOLLOWS.
005800  5000-PRINT-REPORT.
005810
005820      MOVE WS-WINDOW-DAYS         TO RTL-WINDOW.
005830      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
005840      MOVE WS-RPT-TITLE           TO CORRELATION-RCD.
005850      WRITE CORRELATION-RCD.
005860
005870      MOVE "CHANGED BY A USER OF THE ISSUING BRANCH - REVIEW"
005880                                  TO SHL-TEXT.
005890      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
005900
005910      MOVE "Y"                    TO WS-PRINT-PASS-SW.
005920      PERFORM 5100-PRINT-MATCH THRU 5100-EXIT
005930          VARYING WS-MAT-SUB FROM 1 BY 1
005940          UNTIL WS-MAT-SUB > WS-MAT-COUNT.
005950
005960      MOVE "ALL OTHER PAYMENTS AFTER A VENDOR-MASTER CHANGE"
005970                                  TO SHL-TEXT.
005980      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
005990
006000      MOVE "N"                    TO WS-PRINT-PASS-SW.
006010      PERFORM 5100-PRINT-MATCH THRU 5100-EXIT
006020          VARYING WS-MAT-SUB FROM 1 BY 1
006030          UNTIL WS-MAT-SUB > WS-MAT-COUNT.
006040
006050      MOVE SPACES                 TO CORRELATION-RCD.
006060      WRITE CORRELATION-RCD.
006070
006080      MOVE SPACES                 TO WS-TIE-LINE.
006090      MOVE "VENDOR-MASTER CHANGES WATCHED"  TO TL-LITERAL.
006100      MOVE WS-CHANGES-WATCHED     TO TL-COUNT.
006110      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
006120
006130      MOVE SPACES                 TO WS-TIE-LINE.
006140      MOVE "  BY A USER WITH NO HOME BRANCH" TO TL-LITERAL.
006150      MOVE WS-CHANGES-NO-BRANCH   TO TL-COUNT.
006160      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
006170
006180      MOVE SPACES                 TO WS-TIE-LINE.
006190      MOVE "PAYMENTS AFTER A CHANGE"        TO TL-LITERAL.
006200      MOVE WS-MATCHES             TO TL-COUNT.
006210      MOVE WS-MATCH-DOLLARS       TO TL-AMOUNT.
006220      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
006230
006240      MOVE SPACES                 TO WS-TIE-LINE.
006250      MOVE "  CHANGED BY A USER OF THE ISSUING BRANCH"
006260                                  TO TL-LITERAL.
006270      MOVE WS-SAME-BRANCH-MATCHES TO TL-COUNT.
006280      MOVE WS-SAME-BRANCH-DOLLARS TO TL-AMOUNT.
006290      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
006300
006310  5000-EXIT.
006320      EXIT.
006330
006340  5100-PRINT-MATCH.
006350
006360      IF WS-MAT-SAME-BRANCH (WS-MAT-SUB) NOT = WS-PRINT-PASS-SW
006370          GO TO 5100-EXIT
006380      END-IF.
006390
006400      MOVE WS-MAT-CHG-SUB (WS-MAT-SUB) TO WS-CHG-SUB.
006410
006420      MOVE SPACES                 TO WS-CRL-LINE.
006430      IF WS-PRINT-SAME-BRANCH
006440          MOVE "***"              TO CRL-FLAG
006450      END-IF.
006460      MOVE WS-CHG-DATE (WS-CHG-SUB)    TO CRL-CHG-DATE.
006470      MOVE WS-CHG-ACTION (WS-CHG-SUB)  TO CRL-ACTION.
006480      MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO CRL-USER-ID.
006490      MOVE "XXXXX"                TO CRL-TIN (1:5).
006500      MOVE WS-CHG-TIN (WS-CHG-SUB) (6:4) TO CRL-TIN (6:4).
006510      MOVE WS-CHG-BEFORE-NAME (WS-CHG-SUB) TO CRL-BEFORE-NAME.
006520      MOVE WS-CHG-AFTER-NAME (WS-CHG-SUB)  TO CRL-AFTER-NAME.
006530      MOVE WS-MAT-BR-CODE (WS-MAT-SUB)     TO CRL-BR-CODE.
006540      MOVE WS-MAT-CHK-NUM (WS-MAT-SUB)     TO CRL-CHK-NUM.
006550      MOVE WS-MAT-AMOUNT (WS-MAT-SUB)      TO CRL-AMOUNT.
006560      MOVE WS-MAT-PAY-DATE (WS-MAT-SUB)    TO CRL-PAY-DATE.
006570      MOVE WS-MAT-DAYS-AFTER (WS-MAT-SUB)  TO CRL-DAYS-AFTER.
006580
006590      MOVE WS-CRL-LINE            TO CORRELATION-RCD.
006600      WRITE CORRELATION-RCD.
006610      ADD 1 TO WS-MATCHES-PRINTED.
006620
006630  5100-EXIT.
006640      EXIT.
006650
006660  8000-WRAPUP.
006670
006680      MOVE "AUDIT RECORDS READ:"   TO SCR-LITERAL.
006690      MOVE WS-AUDIT-READ          TO SCR-COUNT.
006700      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006710      PERFORM 8999-WRITE-SYSOUT.
006720
006730      MOVE "CHANGES WATCHED:"      TO SCR-LITERAL.
006740      MOVE WS-CHANGES-WATCHED     TO SCR-COUNT.
006750      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006760      PERFORM 8999-WRITE-SYSOUT.
006770
006780      MOVE "CHANGES NO HOME BRANCH:" TO SCR-LITERAL.
006790      MOVE WS-CHANGES-NO-BRANCH   TO SCR-COUNT.
006800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006810      PERFORM 8999-WRITE-SYSOUT.
006820
006830      MOVE "DETAIL RECORDS READ:"  TO SCR-LITERAL.
006840      MOVE WS-DETAIL-READ         TO SCR-COUNT.
006850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006860      PERFORM 8999-WRITE-SYSOUT.
006870
006880      MOVE "PAYMENTS AFTER A CHANGE:" TO SCR-LITERAL.
006890      MOVE WS-MATCHES             TO SCR-COUNT.
006900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006910      PERFORM 8999-WRITE-SYSOUT.
006920
006930      MOVE "SAME-BRANCH USER MATCHES:" TO SCR-LITERAL.
006940      MOVE WS-SAME-BRANCH-MATCHES TO SCR-COUNT.
006950      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006960      PERFORM 8999-WRITE-SYSOUT.
006970
006980      MOVE "MATCHES PRINTED:"      TO SCR-LITERAL.
006990      MOVE WS-MATCHES-PRINTED     TO SCR-COUNT.
007000      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007010      PERFORM 8999-WRITE-SYSOUT.
007020
007030      MOVE "PAYMENTS AFTER A CHANGE:" TO GTL-LITERAL.
007040      MOVE WS-MATCH-DOLLARS       TO GTL-AMOUNT.
007050      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
007060      PERFORM 8999-WRITE-SYSOUT.
007070
007080      MOVE "SAME-BRANCH USER MATCHES:" TO GTL-LITERAL.
007090      MOVE WS-SAME-BRANCH-DOLLARS TO GTL-AMOUNT.
007100      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
007110      PERFORM 8999-WRITE-SYSOUT.
007120
007130      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
007140
007150      COPY C2INZ003.
007160
007170      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
007180
007190  8000-EXIT.
007200      EXIT.
007210
007220* 8980-NOTE-TABLE-CAPACITY
007230*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPS AND
007240*   PRINTS THE CAPACITY REPORT.  A CHANGE, MATCH OR USER THE
007250*   TABLES COULD NOT HOLD ENDS THE RUN RC=12 - THE REPORT IS
007260*   INCOMPLETE.
007270  8980-NOTE-TABLE-CAPACITY.
007280
007290      MOVE "VENDOR CHANGES WATCHED"  TO TC-NOTE-NAME.
007300      MOVE WS-CHG-TABLE-MAX         TO TC-NOTE-LIMIT.
007310      MOVE WS-CHG-COUNT             TO TC-NOTE-HIGH.
007320      MOVE WS-CHG-DROPPED           TO TC-NOTE-DROPPED.
007330      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
007340
007350      MOVE "PAYMENT MATCHES"         TO TC-NOTE-NAME.
007360      MOVE WS-MAT-TABLE-MAX         TO TC-NOTE-LIMIT.
007370      MOVE WS-MAT-COUNT             TO TC-NOTE-HIGH.
007380      MOVE WS-MAT-DROPPED           TO TC-NOTE-DROPPED.
007390      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
007400
007410      MOVE "REFTBL USBR USERS"       TO TC-NOTE-NAME.
007420      MOVE WS-USBR-TBL-LIMIT        TO TC-NOTE-LIMIT.
007430      MOVE WS-USBR-TBL-MAX          TO TC-NOTE-HIGH.
007440      MOVE WS-USBR-DROPPED          TO TC-NOTE-DROPPED.
007450      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
007460
007470      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
007480
007490  8980-EXIT.
007500      EXIT.
007510
007520* 8900-SET-RETURN-CODE
007530*   RC=0 NOTHING TO LOOK AT.  RC=4 A PAYMENT WENT TO A TIN A
007540*   USER OF THE ISSUING BRANCH HAD JUST CHANGED.
007550  8900-SET-RETURN-CODE.
007560
007570      MOVE ZERO TO RETURN-CODE.
007580
007590      IF WS-SAME-BRANCH-MATCHES > ZERO
007600          MOVE 4 TO RETURN-CODE
007610      END-IF.
007620
007630      IF TC-TABLE-OVERFLOW
007640          MOVE TC-OVERFLOW-RC TO RETURN-CODE
007650      END-IF.
007660
007670  8900-EXIT.
007680      EXIT.
007690
007700* 9500-DAY-NUMBER
007710*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
007720*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
007730*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
007740*   FEBRUARY.
007750  9500-DAY-NUMBER.
007760
007770      MOVE ZERO TO WS-DN-DAYS.
007780
007790      IF WS-DN-DATE = ZERO
007800         OR WS-DN-MM < 1 OR WS-DN-MM > 12
007810          GO TO 9500-EXIT
007820      END-IF.
007830
007840      DIVIDE WS-DN-CCYY BY 4
007850          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
007860
007870      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
007880                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
007890
007900      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
007910          SUBTRACT 1 FROM WS-DN-DAYS
007920      END-IF.
007930
007940  9500-EXIT.
007950      EXIT.
007960
007970  9650-PRINT-SECTION.
007980
007990      MOVE SPACES                 TO CORRELATION-RCD.
008000      WRITE CORRELATION-RCD.
008010      MOVE WS-SECTION-LINE        TO CORRELATION-RCD.
008020      WRITE CORRELATION-RCD.
008030      MOVE WS-CRL-COLUMNS         TO CORRELATION-RCD.
008040      WRITE CORRELATION-RCD.
008050
008060  9650-EXIT.
008070      EXIT.
008080
008090  9670-PRINT-TIE-LINE.
008100
008110      MOVE WS-TIE-LINE            TO CORRELATION-RCD.
008120      WRITE CORRELATION-RCD.
008130
008140  9670-EXIT.
008150      EXIT.
008160
008170      COPY CLCWW111.
008180
008190      COPY CLCWW134.
008200
008210      COPY C2INZ002.
008220
008230      COPY C2INZ004.
008240
008250      COPY C2INZ005.
008260
008270      CORRELATION-RPT
008280      TEN99-STAGING-FILE
008290      RUN-HISTORY-FILE.
008300
008310  9999-EXIT.
008320      EXIT.
