000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9192.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9192
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    OFAC BLOCKED-PROPERTY LEDGER.  CCCW9100 HOLDS A
000130*              DISBURSEMENT WHOSE PAYEE MATCHES THE DENIED-PARTY
000140*              LIST (CLCWW092) AND WRITES THE HIT, WITH THE LIST
000150*              ENTRY MATCHED, TO THE CLCWW152 HIT FILE.  IN DAILY
000160*              MODE THIS PROGRAM:
000170*                - ADDS EACH NEW HIT TO THE CLCWW153 LEDGER
000180*                  PENDING COMPLIANCE REVIEW;
000190*                - APPLIES COMPLIANCE'S CLCWW154 DECISIONS - A
000200*                  CONFIRMED HIT IS BLOCKED, A FALSE POSITIVE IS
000210*                  CLEARED AND ITS PAYEE TIN AND LIST ENTRY ADDED
000220*                  TO THE CLCWW155 CLEAR FILE CCCW9100 READS SO
000230*                  THE PAYEE IS NOT STOPPED AGAIN, A BLOCKED ITEM
000240*                  LEAVES ONLY ON AN OFAC LICENSE, AND INTEREST
000250*                  THE BLOCKED ACCOUNT EARNS IS CREDITED TO IT;
000260*                - EXTRACTS EVERY NEWLY BLOCKED ITEM FOR THE
000270*                  INITIAL BLOCKING REPORT, DUE TO OFAC WITHIN TEN
000280*                  BUSINESS DAYS OF THE DATE THE FUNDS WERE
000290*                  STOPPED, AND FLAGS ONE FILED LATE;
000300*                - LISTS EVERY ITEM STILL PENDING REVIEW WITH THE
000310*                  BUSINESS DAYS IT HAS WAITED.
000320*              IN ANNUAL MODE IT EXTRACTS AND LISTS THE PROPERTY
000330*              BLOCKED AS OF JUNE 30 OF THE YEAR GIVEN - EVERY
000340*              ITEM BLOCKED ON OR BEFORE THAT DATE AND NOT
000350*              RELEASED BY IT - AT PRINCIPAL PLUS INTEREST
000360*              CREDITED, FOR THE ANNUAL REPORT OF BLOCKED PROPERTY
000370*              DUE BY SEPTEMBER 30.
000380*
000390*  PARM:       MODE - 'DAILY', OR 'ANNUAL CCYY' FOR THE ANNUAL
000400*              REPORT AS OF JUNE 30 OF CCYY.
000410*
000420*  FILES:      BPLEDGI  - BLOCKED-PROPERTY LEDGER FROM THE PRIOR
000430*                         RUN
000440*              DENYHIT  - CCCW9100 DENIED-PARTY HITS (DAILY)
000450*              BPTRAN   - COMPLIANCE DECISIONS (DAILY)
000460*              BPLEDGO  - LEDGER FOR THE NEXT RUN (DAILY)
000470*              BPINIT   - INITIAL BLOCKING REPORT EXTRACT (DAILY)
000480*              FPCLRI   - FALSE-POSITIVE CLEARS FROM THE PRIOR
000490*                         RUN (DAILY)
000500*              FPCLRO   - FALSE-POSITIVE CLEARS FOR THE NEXT RUN
000510*                         AND FOR CCCW9100 (DPCLEAR) (DAILY)
000520*              BPANNL   - ANNUAL REPORT EXTRACT (ANNUAL)
000530*              BPREG    - BLOCKED-PROPERTY REGISTER
00530a*              BUSCAL   - BUSINESS CALENDAR (DAILY)
000540*
000550******************************************************************
000560*                      MODIFICATION HISTORY
000570******************************************************************
000580* DATE     INIT  DESCRIPTION
000590* -------- ----  --------------------------------------------
000600* 10/2026  RF    NEW PROGRAM - OFAC BLOCKED-PROPERTY LEDGER,
000610*                INITIAL BLOCKING AND ANNUAL REPORT EXTRACTS
00610a* 10/2026  RF    COUNT THE REVIEW AND REPORT CLOCKS IN CLCWW065
00610b*                BUSINESS-CALENDAR DAYS, WEEKDAYS ONLY BEYOND
00610c*                THE CALENDAR'S RANGE
0061va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON BPLEDGI
0061vb*                AND WRITE ONE ON THE NEW BPLEDGO GENERATION
000620******************************************************************
000630  ENVIRONMENT DIVISION.
000640  CONFIGURATION SECTION.
000650  SOURCE-COMPUTER.   IBM-370.
000660  OBJECT-COMPUTER.   IBM-370.
000670  INPUT-OUTPUT SECTION.
000680  FILE-CONTROL.
000690
000700      COPY C2INX001.
000710
000720      SELECT LEDGER-IN-FILE      ASSIGN TO BPLEDGI
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      SELECT DENY-HIT-FILE       ASSIGN TO DENYHIT
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780      SELECT BLOCKED-TRAN-FILE   ASSIGN TO BPTRAN
000790          ORGANIZATION IS SEQUENTIAL.
000800
000810      SELECT LEDGER-OUT-FILE     ASSIGN TO BPLEDGO
000820          ORGANIZATION IS SEQUENTIAL.
000830
000840      SELECT INITIAL-RPT-FILE    ASSIGN TO BPINIT
000850          ORGANIZATION IS SEQUENTIAL.
000860
000870      SELECT CLEAR-IN-FILE       ASSIGN TO FPCLRI
000880          ORGANIZATION IS SEQUENTIAL.
000890
000900      SELECT CLEAR-OUT-FILE      ASSIGN TO FPCLRO
000910          ORGANIZATION IS SEQUENTIAL.
000920
000930      SELECT ANNUAL-RPT-FILE     ASSIGN TO BPANNL
000940          ORGANIZATION IS SEQUENTIAL.
000950
000960      SELECT BLOCKED-REGISTER-RPT ASSIGN TO BPREG
000970          ORGANIZATION IS SEQUENTIAL.
00970a
00970b      SELECT BUSCAL-FILE         ASSIGN TO BUSCAL
00970c          ORGANIZATION IS SEQUENTIAL.
000980
000990      COPY C2INX004.
001000
001010  DATA DIVISION.
001020  FILE SECTION.
001030
001040      COPY C2INX002.
001050
001060  FD  LEDGER-IN-FILE
001070      BLOCK CONTAINS 0 RECORDS
001080      RECORDING MODE IS F
001090      LABEL RECORDS ARE STANDARD
001100      DATA RECORD IS LEDGER-IN-RCD.
001110
001120  01  LEDGER-IN-RCD                 PIC X(320).
001130
001140  FD  DENY-HIT-FILE
001150      BLOCK CONTAINS 0 RECORDS
001160      RECORDING MODE IS F
001170      LABEL RECORDS ARE STANDARD
001180      DATA RECORD IS DENIED-PARTY-HIT-RCD.
001190
001200      COPY CLCWW152.
001210
001220  FD  BLOCKED-TRAN-FILE
001230      BLOCK CONTAINS 0 RECORDS
001240      RECORDING MODE IS F
001250      LABEL RECORDS ARE STANDARD
001260      DATA RECORD IS BLOCKED-TRAN-RCD.
001270
001280      COPY CLCWW154.
001290
001300  FD  LEDGER-OUT-FILE
001310      BLOCK CONTAINS 0 RECORDS
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD
001340      DATA RECORD IS LEDGER-OUT-RCD.
001350
001360  01  LEDGER-OUT-RCD                PIC X(320).
001370
001380  FD  INITIAL-RPT-FILE
001390      BLOCK CONTAINS 0 RECORDS
001400      RECORDING MODE IS F
001410      LABEL RECORDS ARE STANDARD
001420      DATA RECORD IS INITIAL-RPT-RCD.
001430
001440  01  INITIAL-RPT-RCD               PIC X(320).
001450
001460  FD  CLEAR-IN-FILE
001470      BLOCK CONTAINS 0 RECORDS
001480      RECORDING MODE IS F
001490      LABEL RECORDS ARE STANDARD
001500      DATA RECORD IS CLEAR-IN-RCD.
001510
001520  01  CLEAR-IN-RCD                  PIC X(130).
001530
001540  FD  CLEAR-OUT-FILE
001550      BLOCK CONTAINS 0 RECORDS
001560      RECORDING MODE IS F
001570      LABEL RECORDS ARE STANDARD
001580      DATA RECORD IS CLEAR-OUT-RCD.
001590
001600  01  CLEAR-OUT-RCD                 PIC X(130).
001610
001620  FD  ANNUAL-RPT-FILE
001630      BLOCK CONTAINS 0 RECORDS
001640      RECORDING MODE IS F
001650      LABEL RECORDS ARE STANDARD
001660      DATA RECORD IS ANNUAL-RPT-RCD.
001670
001680  01  ANNUAL-RPT-RCD                PIC X(320).
001690
001700  FD  BLOCKED-REGISTER-RPT
001710      BLOCK CONTAINS 0 RECORDS
001720      RECORDING MODE IS F
001730      LABEL RECORDS ARE STANDARD
001740      DATA RECORD IS BLOCKED-REGISTER-RCD.
001750
001760  01  BLOCKED-REGISTER-RCD          PIC X(133).
01760a
01760b  FD  BUSCAL-FILE
01760c      BLOCK CONTAINS 0 RECORDS
01760d      RECORDING MODE IS F
01760e      LABEL RECORDS ARE STANDARD
01760f      DATA RECORD IS BUSCAL-RCD.
01760g
01760h      COPY CLCWW065.
001770
001780      COPY C2INX005.
001790
001800  WORKING-STORAGE SECTION.
001810
001820      COPY C2INX003.
001830
001840      COPY C2INX006.
0018va
0018vb      COPY CLCWW166.
001850
001860      COPY CLCWW133.
001870
001880      COPY CLCWW110.
001890
001900  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9192".
001910
001920* THE LEDGER AND CLEAR RECORDS ARE BUILT AND EXAMINED HERE.
001930      COPY CLCWW153.
001940
001950      COPY CLCWW155.
001960
001970  01  WS-SWITCHES.
001980      05  WS-DAILY-MODE-SW        PIC X(01) VALUE "N".
001990          88  WS-DAILY-MODE               VALUE "Y".
002000      05  WS-ANNUAL-MODE-SW       PIC X(01) VALUE "N".
002010          88  WS-ANNUAL-MODE              VALUE "Y".
002020      05  WS-LEDGER-EOF-SW        PIC X(01) VALUE "N".
002030          88  WS-LEDGER-EOF               VALUE "Y".
002040      05  WS-HIT-EOF-SW           PIC X(01) VALUE "N".
002050          88  WS-HIT-EOF                  VALUE "Y".
002060      05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
002070          88  WS-TRAN-EOF                 VALUE "Y".
002080      05  WS-CLEAR-EOF-SW         PIC X(01) VALUE "N".
002090          88  WS-CLEAR-EOF                VALUE "Y".
002100      05  WS-BPL-FOUND-SW         PIC X(01) VALUE "N".
002110          88  WS-BPL-FOUND                VALUE "Y".
002120
002130  01  WS-COUNTERS.
002140      05  WS-LEDGER-READ          PIC 9(09) COMP VALUE ZERO.
002150      05  WS-LEDGER-WRITTEN       PIC 9(09) COMP VALUE ZERO.
002160      05  WS-LEDGER-AGED-OFF      PIC 9(09) COMP VALUE ZERO.
002170      05  WS-HITS-READ            PIC 9(09) COMP VALUE ZERO.
002180      05  WS-HITS-ADDED           PIC 9(09) COMP VALUE ZERO.
002190      05  WS-HITS-REPEATED        PIC 9(09) COMP VALUE ZERO.
002200      05  WS-TRANS-READ           PIC 9(09) COMP VALUE ZERO.
002210      05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
002220      05  WS-ITEMS-BLOCKED        PIC 9(09) COMP VALUE ZERO.
002230      05  WS-ITEMS-CLEARED        PIC 9(09) COMP VALUE ZERO.
002240      05  WS-ITEMS-RELEASED       PIC 9(09) COMP VALUE ZERO.
002250      05  WS-INTEREST-CREDITS     PIC 9(09) COMP VALUE ZERO.
002260      05  WS-CLEARS-CARRIED       PIC 9(09) COMP VALUE ZERO.
002270      05  WS-CLEARS-ADDED         PIC 9(09) COMP VALUE ZERO.
002280      05  WS-CLEARS-NO-TIN        PIC 9(09) COMP VALUE ZERO.
002290      05  WS-INITIAL-REPORTED     PIC 9(09) COMP VALUE ZERO.
002300      05  WS-INITIAL-LATE         PIC 9(09) COMP VALUE ZERO.
002310      05  WS-PENDING-ITEMS        PIC 9(09) COMP VALUE ZERO.
002320      05  WS-PENDING-OVERDUE      PIC 9(09) COMP VALUE ZERO.
002330      05  WS-BLOCKED-ITEMS        PIC 9(09) COMP VALUE ZERO.
002340      05  WS-ANNUAL-ITEMS         PIC 9(09) COMP VALUE ZERO.
002350      05  WS-ANNUAL-UNREVIEWED    PIC 9(09) COMP VALUE ZERO.
002360
002370  01  WS-AMOUNTS.
002380      05  WS-PENDING-DOLLARS      PIC S9(13)V99 VALUE ZERO.
002390      05  WS-BLOCKED-PRINCIPAL    PIC S9(13)V99 VALUE ZERO.
002400      05  WS-BLOCKED-INTEREST     PIC S9(13)V99 VALUE ZERO.
002410      05  WS-BLOCKED-TOTAL        PIC S9(13)V99 VALUE ZERO.
002420      05  WS-CLEARED-DOLLARS      PIC S9(13)V99 VALUE ZERO.
002430      05  WS-RELEASED-DOLLARS     PIC S9(13)V99 VALUE ZERO.
002440      05  WS-INITIAL-DOLLARS      PIC S9(13)V99 VALUE ZERO.
002450      05  WS-ITEM-VALUE           PIC S9(13)V99 VALUE ZERO.
002460
002470* THE INITIAL BLOCKING REPORT IS DUE WITHIN TEN BUSINESS DAYS
002480* OF THE DATE THE FUNDS WERE STOPPED.  A HIT STILL UNREVIEWED
002490* AFTER FIVE LEAVES COMPLIANCE TOO LITTLE TIME TO FILE IT.
002500  77  WS-REPORT-DUE-DAYS          PIC 9(03) COMP VALUE 10.
002510  77  WS-REVIEW-WARN-DAYS         PIC 9(03) COMP VALUE 5.
002520
002530* A CLEARED OR LICENSED-RELEASE ITEM STAYS ON THE LEDGER FOR
002540* THE FIVE YEARS ITS RECORDS MUST BE KEPT, THEN AGES OFF.
002550  77  WS-RETAIN-DAYS              PIC 9(05) COMP VALUE 1827.
002560
002570* THE ANNUAL REPORT'S AS-OF DATE - JUNE 30 OF THE PARM YEAR.
002580  01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
002590  01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
002600      05  WS-ASOF-CCYY            PIC X(04).
002610      05  WS-ASOF-MMDD            PIC X(04).
002620
002630* ONE ENTRY PER LEDGER ITEM, CARRIED WHOLE IN THE CLCWW153
002640* LAYOUT, PLUS EVERY HIT ADDED THIS RUN.  WS-BPL-RUN-ACTION
002650* NOTES WHAT THIS RUN DID TO THE ITEM.
002660  01  WS-BPL-TABLE.
002670      05  WS-BPL-ENTRY            OCCURS 5000 TIMES.
002680          10  WS-BPL-RCD              PIC X(320).
002690          10  WS-BPL-RUN-ACTION       PIC X(01).
002700
002710  77  WS-BPL-COUNT                PIC 9(04) COMP VALUE ZERO.
002720  77  WS-BPL-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
002730  77  WS-BPL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
002740  77  WS-BPL-ITEM-SUB          PIC 9(04) COMP VALUE ZERO.
002750  77  WS-BPL-SEARCH-KEY           PIC X(20) VALUE SPACES.
002760
002770  77  WS-REJECT-NOTE              PIC X(18) VALUE SPACES.
002780
002790* DAY NUMBERS FOR THE REVIEW AND REPORTING CLOCKS.
002800* 9500-DAY-NUMBER TURNS WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY
002810* COUNT IN WS-DN-DAYS, COUNTING LEAP DAYS (EVERY FOURTH YEAR -
002820* GOOD THROUGH 2099).  A DAY COUNT LEAVING REMAINDER 1 OR 2 ON
002830* DIVISION BY SEVEN IS A SATURDAY OR SUNDAY.
02830a* THE BUSINESS CALENDAR IS HELD AS DAY COUNTS - TWO YEARS OF
02830b* PROCESSING DAYS, SO A CLOCK RUNNING ACROSS YEAR END IS COUNTED
02830c* WHEN OPERATIONS SUPPLIES BOTH YEARS.
002840  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
002850  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
002860      05  WS-DN-CCYY              PIC 9(04).
002870      05  WS-DN-MM                PIC 9(02).
002880      05  WS-DN-DD                PIC 9(02).
002890  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
002900  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
002910  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
002920  77  WS-TODAY-DAYS               PIC 9(07) COMP VALUE ZERO.
002930  77  WS-ELAPSED-DAYS             PIC S9(07) COMP VALUE ZERO.
002940  77  WS-BD-DAY                   PIC 9(07) COMP VALUE ZERO.
002950  77  WS-BD-WEEKS                 PIC 9(07) COMP VALUE ZERO.
002960  77  WS-BD-REM                   PIC 9(01) COMP VALUE ZERO.
002970  77  WS-BUS-DAYS                 PIC 9(05) COMP VALUE ZERO.
02970a  01  WS-CAL-TABLE.
02970b      05  WS-CAL-DN-ENTRY         PIC 9(07) COMP OCCURS 800 TIMES.
02970c  77  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
02970d  77  WS-CAL-TABLE-MAX            PIC 9(04) COMP VALUE 800.
02970e  77  WS-CAL-DROPPED              PIC 9(07) COMP VALUE ZERO.
02970f  77  WS-CAL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
02970g  77  WS-CAL-MIN-DAYS             PIC 9(07) COMP VALUE ZERO.
02970h  77  WS-CAL-MAX-DAYS             PIC 9(07) COMP VALUE ZERO.
02970i  77  WS-BUSCAL-EOF-SW            PIC X(01) VALUE "N".
02970j      88  WS-BUSCAL-EOF               VALUE "Y".
002980
002990  01  WS-CUM-DAYS-VALUES.
003000      05  FILLER                  PIC X(36)
003010              VALUE "000031059090120151181212243273304334".
003020  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003030      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
003040
003050* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
003060  01  WS-GRAND-TOTAL-LINE.
003070      05  FILLER                  PIC X(02) VALUE SPACES.
003080      05  GTL-LITERAL             PIC X(30).
003090      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
003100      05  FILLER                  PIC X(78) VALUE SPACES.
003110
003120  01  WS-RPT-TITLE.
003130      05  FILLER                  PIC X(01) VALUE SPACES.
003140      05  RTL-TITLE               PIC X(60).
003150      05  FILLER                  PIC X(06) VALUE "  RUN ".
003160      05  RTL-RUN-DATE            PIC X(08).
003170      05  FILLER                  PIC X(58) VALUE SPACES.
003180
003190  01  WS-SECTION-LINE.
003200      05  FILLER                  PIC X(01) VALUE SPACES.
003210      05  SHL-TEXT                PIC X(80).
003220      05  FILLER                  PIC X(52) VALUE SPACES.
003230
003240  01  WS-BIL-COLUMNS.
003250      05  FILLER                  PIC X(11) VALUE " ACTION    ".
003260      05  FILLER                  PIC X(04) VALUE "BR  ".
003270      05  FILLER                  PIC X(09) VALUE "CHECK    ".
003280      05  FILLER                  PIC X(10) VALUE "DISB SEQ  ".
003290      05  FILLER                  PIC X(10) VALUE "TIN       ".
003300      05  FILLER                  PIC X(31) VALUE "PAYEE".
003310      05  FILLER                  PIC X(15)
003320              VALUE "        AMOUNT ".
003330      05  FILLER                  PIC X(11) VALUE "PROGRAM".
003340      05  FILLER                  PIC X(09) VALUE "DATE".
003350      05  FILLER                  PIC X(05) VALUE "DAYS ".
003360      05  FILLER                  PIC X(18) VALUE "NOTE".
003370
003380  01  WS-BIL-LINE.
003390      05  FILLER                  PIC X(01) VALUE SPACES.
003400      05  BIL-ACTION              PIC X(10).
003410      05  BIL-BR-CODE             PIC X(03).
003420      05  FILLER                  PIC X(01) VALUE SPACES.
003430      05  BIL-CHK-NUM             PIC X(08).
003440      05  FILLER                  PIC X(01) VALUE SPACES.
003450      05  BIL-DISB-SEQ            PIC 9(09).
003460      05  FILLER                  PIC X(01) VALUE SPACES.
003470      05  BIL-TIN                 PIC X(09).
003480      05  FILLER                  PIC X(01) VALUE SPACES.
003490      05  BIL-NAME                PIC X(30).
003500      05  FILLER                  PIC X(01) VALUE SPACES.
003510      05  BIL-AMOUNT              PIC ---,---,--9.99.
003520      05  FILLER                  PIC X(01) VALUE SPACES.
003530      05  BIL-PROGRAM             PIC X(10).
003540      05  FILLER                  PIC X(01) VALUE SPACES.
003550      05  BIL-DATE                PIC X(08).
003560      05  FILLER                  PIC X(01) VALUE SPACES.
003570      05  BIL-DAYS                PIC ZZZ9.
003580      05  FILLER                  PIC X(01) VALUE SPACES.
003590      05  BIL-NOTE                PIC X(18).
003600
003610  01  WS-TIE-LINE.
003620      05  FILLER                  PIC X(01) VALUE SPACES.
003630      05  TL-LITERAL              PIC X(50).
003640      05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
003650      05  FILLER                  PIC X(02) VALUE SPACES.
003660      05  TL-AMOUNT               PIC ---,---,---,--9.99.
003670      05  FILLER                  PIC X(51) VALUE SPACES.
003680
003690  LINKAGE SECTION.
003700
003710* RUN-TIME PARM - THE MODE AND, FOR THE ANNUAL REPORT, THE YEAR.
003720  01  LS-PARM-DATA.
003730      05  LS-PARM-LENGTH          PIC S9(04) COMP.
003740      05  LS-PARM-MODE            PIC X(06).
003750      05  FILLER                  PIC X(01).
003760      05  LS-PARM-YEAR            PIC X(04).
003770
003780  PROCEDURE DIVISION USING LS-PARM-DATA.
003790
003800  0000-MAINLINE.
003810
003820      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003830
003840      IF WS-DAILY-MODE
003850          PERFORM 2000-DAILY-CYCLE   THRU 2000-EXIT
003860      ELSE
003870          PERFORM 7000-ANNUAL-REPORT THRU 7000-EXIT
003880      END-IF.
003890
003900      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
003910
003920      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
003930
003940      GOBACK.
003950
003960  1000-INITIALIZE.
003970
003980      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
003990      OPEN EXTEND RUN-HISTORY-FILE.
004000
004010      COPY C2INZ001.
004020
004030      IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "DAILY"
004040          MOVE "Y" TO WS-DAILY-MODE-SW
004050      ELSE
004060          IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "ANNUAL"
004070              MOVE "Y" TO WS-ANNUAL-MODE-SW
004080          ELSE
004090              MOVE "INVALID OR MISSING MODE PARM - SUPPLY"
004100                                  TO CC-E01W-DISPLAY-RCD
004110              PERFORM 8999-WRITE-SYSOUT
004120              MOVE "DAILY OR ANNUAL CCYY AS THE RUN PARM."
004130                                  TO CC-E01W-DISPLAY-RCD
004140              PERFORM 8999-WRITE-SYSOUT
004150              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
004160              MOVE "PARM1"            TO SAR-RETURN-CODE
004170              MOVE SPACES             TO SAR-DB-NAME
004180              MOVE "BPLEDGI"          TO SAR-TABLE-NAME
004190              MOVE SPACES             TO SAR-SQLCODE
004200              GO TO 9998-COREDUMP
004210          END-IF
004220      END-IF.
004230
004240      IF WS-ANNUAL-MODE
004250          IF LS-PARM-LENGTH < 11
004260             OR LS-PARM-YEAR NOT NUMERIC
004270              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
004280              MOVE "PARM2"            TO SAR-RETURN-CODE
004290              MOVE SPACES             TO SAR-DB-NAME
004300              MOVE "BPLEDGI ANNUAL YEAR" TO SAR-TABLE-NAME
004310              MOVE SPACES             TO SAR-SQLCODE
004320              GO TO 9998-COREDUMP
004330          END-IF
004340          MOVE LS-PARM-YEAR           TO WS-ASOF-CCYY
004350          MOVE "0630"                 TO WS-ASOF-MMDD
004360          MOVE "ANNUAL REPORT AS OF:"  TO SCR-LITERAL
004370          MOVE WS-ASOF-DATE           TO SCR-COUNT
004380          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
004390          PERFORM 8999-WRITE-SYSOUT
004400      END-IF.
004410
004420      MOVE SWA-CURRENT-CCYY-DATE  TO WS-DN-DATE.
004430      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
004440      MOVE WS-DN-DAYS             TO WS-TODAY-DAYS.
04440a
04440b      IF WS-DAILY-MODE
04440c          OPEN INPUT BUSCAL-FILE
04440d          PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
04440e              UNTIL WS-BUSCAL-EOF
04440f          CLOSE BUSCAL-FILE
04440g          MOVE "BUSINESS CALENDAR DAYS:" TO SCR-LITERAL
04440h          MOVE WS-CAL-COUNT           TO SCR-COUNT
04440i          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
04440j          PERFORM 8999-WRITE-SYSOUT
04440k      END-IF.
004450
004460      OPEN OUTPUT BLOCKED-REGISTER-RPT.
004470
004480      IF WS-DAILY-MODE
004490          MOVE "OFAC BLOCKED-PROPERTY LEDGER REGISTER"
004500                                  TO RTL-TITLE
004510      ELSE
004520          MOVE SPACES             TO RTL-TITLE
004530          STRING "ANNUAL REPORT OF BLOCKED PROPERTY"
004540                  " AS OF JUNE 30, " WS-ASOF-CCYY
004550              DELIMITED BY SIZE INTO RTL-TITLE
004560      END-IF.
004570      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
004580      MOVE WS-RPT-TITLE           TO BLOCKED-REGISTER-RCD.
004590      WRITE BLOCKED-REGISTER-RCD.
004600
004610      OPEN INPUT LEDGER-IN-FILE.
0046va      PERFORM 1005-CHECK-LEDGER-LAYOUT THRU 1005-EXIT.
004620      PERFORM 1200-LOAD-LEDGER-RCD THRU 1200-EXIT
004630          UNTIL WS-LEDGER-EOF.
004640      CLOSE LEDGER-IN-FILE.
004650
004660  1000-EXIT.
004670      EXIT.
0046vb
0046vc* 1005-CHECK-LEDGER-LAYOUT
0046vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0046ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0046vf*   READ SEES END OF FILE.
0046vg  1005-CHECK-LEDGER-LAYOUT.
0046vh
0046vi      MOVE "CLCWW153"             TO WS-LV-CHECK-FILE-ID.
0046vj      MOVE "BPLEDGI"              TO WS-LV-CHECK-DDNAME.
0046vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0046vl      READ LEDGER-IN-FILE INTO LAYOUT-HEADER-RCD
0046vm          AT END
0046vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0046vo      END-READ.
0046vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0046vq
0046vr      IF WS-LV-FILE-EMPTY
0046vs          CLOSE LEDGER-IN-FILE
0046vt          OPEN INPUT LEDGER-IN-FILE
0046vu      END-IF.
0046vv
0046vw  1005-EXIT.
0046vx      EXIT.
004680
04680a* 1100-LOAD-CALENDAR
04680b*   LOADS ONE BUSINESS-CALENDAR DAY AS A DAY COUNT AND WIDENS
04680c*   THE CALENDAR'S RANGE TO TAKE IT IN.
04680d  1100-LOAD-CALENDAR.
04680e
04680f      READ BUSCAL-FILE
04680g          AT END
04680h              MOVE "Y" TO WS-BUSCAL-EOF-SW
04680i              GO TO 1100-EXIT
04680j      END-READ.
04680k
04680l      IF BC-PROCESS-DATE NOT NUMERIC
04680m          GO TO 1100-EXIT
04680n      END-IF.
04680o
04680p      MOVE BC-PROCESS-DATE        TO WS-DN-DATE.
04680q      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
04680r      IF WS-DN-DAYS = ZERO
04680s          GO TO 1100-EXIT
04680t      END-IF.
04680u
04680v      IF WS-CAL-COUNT NOT < WS-CAL-TABLE-MAX
04680w          ADD 1 TO WS-CAL-DROPPED
04680x          GO TO 1100-EXIT
04680y      END-IF.
04680z
04680A      ADD 1 TO WS-CAL-COUNT.
04680B      MOVE WS-DN-DAYS TO WS-CAL-DN-ENTRY (WS-CAL-COUNT).
04680C
04680D      IF WS-CAL-MIN-DAYS = ZERO
04680E         OR WS-DN-DAYS < WS-CAL-MIN-DAYS
04680F          MOVE WS-DN-DAYS         TO WS-CAL-MIN-DAYS
04680G      END-IF.
04680H      IF WS-DN-DAYS > WS-CAL-MAX-DAYS
04680I          MOVE WS-DN-DAYS         TO WS-CAL-MAX-DAYS
04680J      END-IF.
04680K
04680L  1100-EXIT.
04680M      EXIT.
04680N
004690* 1200-LOAD-LEDGER-RCD
004700*   LOADS ONE LEDGER ITEM.  A FULL TABLE ABENDS - AN ITEM LEFT
004710*   OFF WOULD DROP OFF THE NEXT LEDGER AND OUT OF THE BLOCKED-
004720*   PROPERTY RECORD.
004730  1200-LOAD-LEDGER-RCD.
004740
004750      READ LEDGER-IN-FILE INTO BLOCKED-PROPERTY-RCD
004760          AT END
004770              MOVE "Y" TO WS-LEDGER-EOF-SW
004780              GO TO 1200-EXIT
004790      END-READ.
004800
004810      ADD 1 TO WS-LEDGER-READ.
004820
004830      PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
004840
004850  1200-EXIT.
004860      EXIT.
004870
004880* 1500-FIND-ITEM
004890*   FINDS THE LEDGER ITEM KEYED WS-BPL-SEARCH-KEY - BRANCH,
004900*   CHECK NUMBER AND DISBURSEMENT SEQUENCE.
004910  1500-FIND-ITEM.
004920
004930      MOVE "N" TO WS-BPL-FOUND-SW.
004940      MOVE ZERO TO WS-BPL-ITEM-SUB.
004950
004960      PERFORM 1510-SEARCH-ITEM THRU 1510-EXIT
004970          VARYING WS-BPL-TBL-SUB FROM 1 BY 1
004980          UNTIL WS-BPL-TBL-SUB > WS-BPL-COUNT
004990             OR WS-BPL-FOUND.
005000
005010  1500-EXIT.
005020      EXIT.
005030
005040  1510-SEARCH-ITEM.
005050
005060      IF WS-BPL-SEARCH-KEY = WS-BPL-RCD (WS-BPL-TBL-SUB) (1:20)
005070          MOVE "Y" TO WS-BPL-FOUND-SW
005080          MOVE WS-BPL-TBL-SUB TO WS-BPL-ITEM-SUB
005090      END-IF.
005100
005110  1510-EXIT.
005120      EXIT.
005130
005140* 1600-ADD-ITEM
005150*   ADDS THE ITEM IN BLOCKED-PROPERTY-RCD TO THE TABLE.
005160  1600-ADD-ITEM.
005170
005180      IF WS-BPL-COUNT NOT < WS-BPL-TABLE-MAX
005190          MOVE "*BLOCKED-PROPERTY TABLE FULL AT:"
005200                                  TO CC-E01W-DISPLAY-RCD
005210          PERFORM 8999-WRITE-SYSOUT
005220          MOVE WS-BPL-TABLE-MAX   TO SCR-COUNT
005230          MOVE "LEDGER TABLE MAXIMUM:" TO SCR-LITERAL
005240          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005250          PERFORM 8999-WRITE-SYSOUT
005260          MOVE "1600-ADD-ITEM"    TO SAR-PARAGRAPH
005270          MOVE "TBLFL"            TO SAR-RETURN-CODE
005280          MOVE SPACES             TO SAR-DB-NAME
005290          MOVE "BPLEDGI ITEMS"    TO SAR-TABLE-NAME
005300          MOVE SPACES             TO SAR-SQLCODE
005310          GO TO 9998-COREDUMP
005320      END-IF.
005330
005340      ADD 1 TO WS-BPL-COUNT.
005350      MOVE WS-BPL-COUNT           TO WS-BPL-ITEM-SUB.
005360      MOVE BLOCKED-PROPERTY-RCD   TO WS-BPL-RCD (WS-BPL-ITEM-SUB).
005370      MOVE SPACE TO WS-BPL-RUN-ACTION (WS-BPL-ITEM-SUB).
005380
005390  1600-EXIT.
005400      EXIT.
005410
005420* 2000-DAILY-CYCLE
005430*   THE PRIOR CLEARS ARE CARRIED FORWARD FIRST SO TODAY'S ARE
005440*   ADDED BEHIND THEM.  NEW HITS GO ON THE LEDGER BEFORE THE
005450*   DECISIONS ARE APPLIED, SO COMPLIANCE CAN DECIDE A HIT THE
005460*   SAME DAY IT IS STOPPED.
005470  2000-DAILY-CYCLE.
005480
005490      OPEN INPUT  DENY-HIT-FILE.
005500      OPEN INPUT  BLOCKED-TRAN-FILE.
005510      OPEN INPUT  CLEAR-IN-FILE.
005520      OPEN OUTPUT CLEAR-OUT-FILE.
005530      OPEN OUTPUT INITIAL-RPT-FILE.
005540      OPEN OUTPUT LEDGER-OUT-FILE.
0055va      MOVE "CLCWW153"             TO WS-LV-CHECK-FILE-ID.
0055vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0055vc      WRITE LEDGER-OUT-RCD FROM LAYOUT-HEADER-RCD.
005550
005560      PERFORM 2500-CARRY-CLEAR THRU 2500-EXIT
005570          UNTIL WS-CLEAR-EOF.
005580
005590      PERFORM 2100-POST-HIT THRU 2100-EXIT
005600          UNTIL WS-HIT-EOF.
005610
005620      MOVE "COMPLIANCE DECISIONS APPLIED" TO SHL-TEXT.
005630      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
005640
005650      PERFORM 3000-APPLY-TRAN THRU 3000-EXIT
005660          UNTIL WS-TRAN-EOF.
005670
005680      MOVE "INITIAL BLOCKING REPORT - DUE WITHIN 10 BUSINESS DAYS"
005690                                  TO SHL-TEXT.
005700      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
005710
005720      PERFORM 4000-INITIAL-REPORT THRU 4000-EXIT
005730          VARYING WS-BPL-TBL-SUB FROM 1 BY 1
005740          UNTIL WS-BPL-TBL-SUB > WS-BPL-COUNT.
005750
005760      MOVE "HITS PENDING COMPLIANCE REVIEW" TO SHL-TEXT.
005770      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
005780
005790      PERFORM 5000-LIST-PENDING THRU 5000-EXIT
005800          VARYING WS-BPL-TBL-SUB FROM 1 BY 1
005810          UNTIL WS-BPL-TBL-SUB > WS-BPL-COUNT.
005820
005830      PERFORM 6000-WRITE-LEDGER THRU 6000-EXIT
005840          VARYING WS-BPL-TBL-SUB FROM 1 BY 1
005850          UNTIL WS-BPL-TBL-SUB > WS-BPL-COUNT.
005860
005870      PERFORM 6500-PRINT-DAILY-TOTALS THRU 6500-EXIT.
005880
005890      CLOSE DENY-HIT-FILE.
005900      CLOSE BLOCKED-TRAN-FILE.
005910      CLOSE CLEAR-IN-FILE.
005920      CLOSE CLEAR-OUT-FILE.
005930      CLOSE INITIAL-RPT-FILE.
005940      CLOSE LEDGER-OUT-FILE.
005950
005960  2000-EXIT.
005970      EXIT.
005980
005990* 2100-POST-HIT
006000*   A NEW HIT GOES ON THE LEDGER PENDING REVIEW.  A KEY ALREADY
006010*   ON THE LEDGER (A RERUN OF THE SAME FEED) IS COUNTED, NOT
006020*   ADDED AGAIN.
006030  2100-POST-HIT.
006040
006050      READ DENY-HIT-FILE
006060          AT END
006070              MOVE "Y" TO WS-HIT-EOF-SW
006080              GO TO 2100-EXIT
006090      END-READ.
006100
006110      ADD 1 TO WS-HITS-READ.
006120
006130      MOVE DH-KEY                 TO WS-BPL-SEARCH-KEY.
006140      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
006150
006160      IF WS-BPL-FOUND
006170          ADD 1 TO WS-HITS-REPEATED
006180          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
006190          STRING "  *HIT ALREADY ON LEDGER: "
006200                  DH-ISSUING-BR-CODE " " DH-ONSITE-CHK-NUM
006210                  " " DH-DISB-REQ-SEQ-NUM
006220              DELIMITED BY SIZE INTO CC-E01W-DISPLAY-RCD
006230          PERFORM 8999-WRITE-SYSOUT
006240          GO TO 2100-EXIT
006250      END-IF.
006260
006270      MOVE SPACES                 TO BLOCKED-PROPERTY-RCD.
006280      MOVE DH-KEY                 TO BP-KEY.
006290      MOVE "P"                    TO BP-STATUS.
006300      MOVE DH-RUN-DATE            TO BP-HIT-DATE.
006310      MOVE DH-RUN-SEQ             TO BP-HIT-RUN-SEQ.
006320      MOVE DH-SSN-TAX-ID          TO BP-SSN-TAX-ID.
006330      MOVE DH-PAYEE-NAME          TO BP-PAYEE-NAME.
006340      MOVE DH-ADDRESS-LINE1       TO BP-ADDRESS-LINE1.
006350      MOVE DH-CITY                TO BP-CITY.
006360      MOVE DH-STATE               TO BP-STATE.
006370      MOVE DH-ZIP                 TO BP-ZIP.
006380      MOVE DH-AMOUNT              TO BP-AMOUNT.
006390      MOVE DH-PAYMENT-METHOD      TO BP-PAYMENT-METHOD.
006400      MOVE DH-LIST-NAME           TO BP-LIST-NAME.
006410      MOVE DH-LIST-PROGRAM        TO BP-LIST-PROGRAM.
006420      MOVE ZERO                   TO BP-REVIEW-DATE
006430                                     BP-BLOCKED-DATE
006440                                     BP-INITIAL-RPT-DATE
006450                                     BP-INTEREST
006460                                     BP-INTEREST-DATE
006470                                     BP-RELEASE-DATE.
006480      PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
006490      MOVE "N" TO WS-BPL-RUN-ACTION (WS-BPL-ITEM-SUB).
006500      ADD 1 TO WS-HITS-ADDED.
006510
006520  2100-EXIT.
006530      EXIT.
006540
006550* 2500-CARRY-CLEAR
006560*   EVERY PRIOR FALSE-POSITIVE CLEAR GOES TO THE NEXT CLEAR FILE.
006570  2500-CARRY-CLEAR.
006580
006590      READ CLEAR-IN-FILE
006600          AT END
006610              MOVE "Y" TO WS-CLEAR-EOF-SW
006620              GO TO 2500-EXIT
006630      END-READ.
006640
006650      WRITE CLEAR-OUT-RCD FROM CLEAR-IN-RCD.
006660      ADD 1 TO WS-CLEARS-CARRIED.
006670
006680  2500-EXIT.
006690      EXIT.
006700
006710* 3000-APPLY-TRAN
006720*   APPLIES ONE COMPLIANCE DECISION TO ITS LEDGER ITEM.  EVERY
006730*   DECISION NAMES THE USER WHO KEYED IT; ONE THAT DOES NOT FIT
006740*   THE ITEM'S STATUS IS REJECTED ON THE REGISTER AND THE ITEM
006750*   LEFT AS IT WAS.
006760  3000-APPLY-TRAN.
006770
006780      READ BLOCKED-TRAN-FILE
006790          AT END
006800              MOVE "Y" TO WS-TRAN-EOF-SW
006810              GO TO 3000-EXIT
006820      END-READ.
006830
006840      ADD 1 TO WS-TRANS-READ.
006850
006860      IF BT-TRAN-DATE NOT NUMERIC
006870         OR BT-TRAN-DATE = ZERO
006880          MOVE SWA-CURRENT-CCYY-DATE TO BT-TRAN-DATE
006890      END-IF.
006900
006910      MOVE BT-KEY                 TO WS-BPL-SEARCH-KEY.
006920      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
006930
006940      IF NOT WS-BPL-FOUND
006950          MOVE "NOT ON LEDGER"    TO WS-REJECT-NOTE
006960          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
006970          GO TO 3000-EXIT
006980      END-IF.
006990
007000      MOVE WS-BPL-RCD (WS-BPL-ITEM-SUB) TO BLOCKED-PROPERTY-RCD.
007010
007020      IF BT-USER-ID = SPACES
007030          MOVE "NO USER ID"       TO WS-REJECT-NOTE
007040          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
007050          GO TO 3000-EXIT
007060      END-IF.
007070
007080      IF BT-CONFIRM-BLOCK
007090          PERFORM 3100-CONFIRM-BLOCK THRU 3100-EXIT
007100      ELSE
007110          IF BT-FALSE-POSITIVE
007120              PERFORM 3200-CLEAR-FALSE-POSITIVE THRU 3200-EXIT
007130          ELSE
007140              IF BT-LICENSED-RELEASE
007150                  PERFORM 3300-LICENSED-RELEASE THRU 3300-EXIT
007160              ELSE
007170                  IF BT-INTEREST-CREDIT
007180                      PERFORM 3400-CREDIT-INTEREST THRU 3400-EXIT
007190                  ELSE
007200                      MOVE "BAD TRAN TYPE" TO WS-REJECT-NOTE
007210                      PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
007220                  END-IF
007230              END-IF
007240          END-IF
007250      END-IF.
007260
007270  3000-EXIT.
007280      EXIT.
007290
007300* 3100-CONFIRM-BLOCK
007310*   A CONFIRMED HIT IS BLOCKED PROPERTY FROM THE DAY ITS FUNDS
007320*   WERE STOPPED - THE HIT DATE - WHICH STARTS THE REPORT CLOCK.
007330  3100-CONFIRM-BLOCK.
007340
007350      IF NOT BP-PENDING-REVIEW
007360          MOVE "NOT PENDING"      TO WS-REJECT-NOTE
007370          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
007380          GO TO 3100-EXIT
007390      END-IF.
007400
007410      MOVE "B"                    TO BP-STATUS.
007420      MOVE BT-TRAN-DATE           TO BP-REVIEW-DATE.
007430      MOVE BP-HIT-DATE            TO BP-BLOCKED-DATE.
007440      MOVE BT-USER-ID             TO BP-USER-ID.
007450      MOVE BLOCKED-PROPERTY-RCD   TO WS-BPL-RCD (WS-BPL-ITEM-SUB).
007460      MOVE "B" TO WS-BPL-RUN-ACTION (WS-BPL-ITEM-SUB).
007470      ADD 1 TO WS-ITEMS-BLOCKED.
007480
007490      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
007500      MOVE "BLOCKED"              TO BIL-ACTION.
007510      MOVE BT-TRAN-DATE           TO BIL-DATE.
007520      MOVE BT-USER-ID             TO BIL-NOTE.
007530      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
007540
007550  3100-EXIT.
007560      EXIT.
007570
007580* 3200-CLEAR-FALSE-POSITIVE
007590*   THE PAYEE IS NOT THE LISTED PARTY.  THE ITEM IS CLOSED AND
007600*   THE PAYEE'S TIN AND THE LIST ENTRY GO TO THE CLEAR FILE, SO
007610*   CCCW9100 LETS THE PAYEE'S NEXT DISBURSEMENT THROUGH THE SAME
007620*   ENTRY.  A PAYEE WITH NO TIN CANNOT BE TOLD FROM THE LISTED
007630*   PARTY BY NAME ALONE, SO NO CLEAR IS WRITTEN FOR IT.
007640  3200-CLEAR-FALSE-POSITIVE.
007650
007660      IF NOT BP-PENDING-REVIEW
007670          MOVE "NOT PENDING"      TO WS-REJECT-NOTE
007680          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
007690          GO TO 3200-EXIT
007700      END-IF.
007710
007720      MOVE "F"                    TO BP-STATUS.
007730      MOVE BT-TRAN-DATE           TO BP-REVIEW-DATE.
007740      MOVE BT-TRAN-DATE           TO BP-RELEASE-DATE.
007750      MOVE BT-USER-ID             TO BP-USER-ID.
007760      MOVE BLOCKED-PROPERTY-RCD   TO WS-BPL-RCD (WS-BPL-ITEM-SUB).
007770      MOVE "F" TO WS-BPL-RUN-ACTION (WS-BPL-ITEM-SUB).
007780      ADD 1 TO WS-ITEMS-CLEARED.
007790      ADD BP-AMOUNT               TO WS-CLEARED-DOLLARS.
007800
007810      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
007820      MOVE "FALSE POS"            TO BIL-ACTION.
007830      MOVE BT-TRAN-DATE           TO BIL-DATE.
007840
007850      IF BP-SSN-TAX-ID = SPACES
007860          ADD 1 TO WS-CLEARS-NO-TIN
007870          MOVE "NO TIN - NO CLEAR" TO BIL-NOTE
007880          PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT
007890          GO TO 3200-EXIT
007900      END-IF.
007910
007920      MOVE SPACES                 TO DENY-CLEAR-RCD.
007930      MOVE BP-SSN-TAX-ID          TO FP-SSN-TAX-ID.
007940      MOVE BP-LIST-NAME           TO FP-LIST-NAME.
007950      MOVE BP-LIST-PROGRAM        TO FP-LIST-PROGRAM.
007960      MOVE BP-PAYEE-NAME          TO FP-PAYEE-NAME.
007970      MOVE BT-TRAN-DATE           TO FP-CLEARED-DATE.
007980      MOVE BT-USER-ID             TO FP-USER-ID.
007990      WRITE CLEAR-OUT-RCD FROM DENY-CLEAR-RCD.
008000      ADD 1 TO WS-CLEARS-ADDED.
008010
008020      MOVE BT-USER-ID             TO BIL-NOTE.
008030      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
008040
008050  3200-EXIT.
008060      EXIT.
008070
008080* 3300-LICENSED-RELEASE
008090*   BLOCKED PROPERTY LEAVES THE LEDGER ONLY UNDER AN OFAC
008100*   LICENSE, WHOSE NUMBER THE RELEASE MUST CARRY.
008110  3300-LICENSED-RELEASE.
008120
008130      IF NOT BP-BLOCKED
008140          MOVE "NOT BLOCKED"      TO WS-REJECT-NOTE
008150          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
008160          GO TO 3300-EXIT
008170      END-IF.
008180
008190      IF BT-LICENSE-NUM = SPACES
008200          MOVE "NO LICENSE NUMBER" TO WS-REJECT-NOTE
008210          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
008220          GO TO 3300-EXIT
008230      END-IF.
008240
008250      MOVE "L"                    TO BP-STATUS.
008260      MOVE BT-TRAN-DATE           TO BP-RELEASE-DATE.
008270      MOVE BT-LICENSE-NUM         TO BP-LICENSE-NUM.
008280      MOVE BT-USER-ID             TO BP-USER-ID.
008290      MOVE BLOCKED-PROPERTY-RCD   TO WS-BPL-RCD (WS-BPL-ITEM-SUB).
008300      MOVE "L" TO WS-BPL-RUN-ACTION (WS-BPL-ITEM-SUB).
008310      ADD 1 TO WS-ITEMS-RELEASED.
008320      COMPUTE WS-RELEASED-DOLLARS = WS-RELEASED-DOLLARS
008330                                  + BP-AMOUNT + BP-INTEREST.
008340
008350      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
008360      MOVE "LICENSED"             TO BIL-ACTION.
008370      MOVE BT-TRAN-DATE           TO BIL-DATE.
008380      MOVE BT-LICENSE-NUM         TO BIL-NOTE.
008390      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
008400
008410  3300-EXIT.
008420      EXIT.
008430
008440* 3400-CREDIT-INTEREST
008450*   INTEREST THE BLOCKED ACCOUNT HAS EARNED IS CREDITED TO THE
008460*   ITEM - IT BELONGS TO THE BLOCKED PARTY AND IS REPORTED WITH
008470*   THE PRINCIPAL.
008480  3400-CREDIT-INTEREST.
008490
008500      IF NOT BP-BLOCKED
008510          MOVE "NOT BLOCKED"      TO WS-REJECT-NOTE
008520          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
008530          GO TO 3400-EXIT
008540      END-IF.
008550
008560      IF BT-INTEREST-AMT NOT NUMERIC
008570         OR BT-INTEREST-AMT = ZERO
008580          MOVE "NO INTEREST AMOUNT" TO WS-REJECT-NOTE
008590          PERFORM 3800-REJECT-TRAN THRU 3800-EXIT
008600          GO TO 3400-EXIT
008610      END-IF.
008620
008630      ADD BT-INTEREST-AMT         TO BP-INTEREST.
008640      MOVE BT-TRAN-DATE           TO BP-INTEREST-DATE.
008650      MOVE BLOCKED-PROPERTY-RCD   TO WS-BPL-RCD (WS-BPL-ITEM-SUB).
008660      ADD 1 TO WS-INTEREST-CREDITS.
008670
008680      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
008690      MOVE "INTEREST"             TO BIL-ACTION.
008700      MOVE BT-INTEREST-AMT        TO BIL-AMOUNT.
008710      MOVE BT-TRAN-DATE           TO BIL-DATE.
008720      MOVE BT-USER-ID             TO BIL-NOTE.
008730      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
008740
008750  3400-EXIT.
008760      EXIT.
008770
008780* 3800-REJECT-TRAN
008790*   LISTS A DECISION THAT WAS NOT APPLIED, WITH THE REASON.
008800  3800-REJECT-TRAN.
008810
008820      ADD 1 TO WS-TRANS-REJECTED.
008830
008840      MOVE SPACES                 TO WS-BIL-LINE.
008850      MOVE "REJECTED"             TO BIL-ACTION.
008860      MOVE BT-ISSUING-BR-CODE     TO BIL-BR-CODE.
008870      MOVE BT-ONSITE-CHK-NUM      TO BIL-CHK-NUM.
008880      IF BT-DISB-REQ-SEQ-NUM NUMERIC
008890          MOVE BT-DISB-REQ-SEQ-NUM TO BIL-DISB-SEQ
008900      ELSE
008910          MOVE ZERO               TO BIL-DISB-SEQ
008920      END-IF.
008930      MOVE "TYPE"                 TO BIL-NAME.
008940      MOVE BT-TRAN-TYPE           TO BIL-NAME (6:1).
008950      MOVE BT-USER-ID             TO BIL-PROGRAM.
008960      MOVE BT-TRAN-DATE           TO BIL-DATE.
008970      MOVE WS-REJECT-NOTE         TO BIL-NOTE.
008980      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
008990
009000  3800-EXIT.
009010      EXIT.
009020
009030* 4000-INITIAL-REPORT
009040*   EVERY BLOCKED ITEM NOT YET REPORTED GOES ON THE INITIAL
009050*   BLOCKING REPORT EXTRACT AND IS MARKED REPORTED TODAY.  ONE
009060*   PAST THE TENTH BUSINESS DAY SINCE ITS FUNDS WERE STOPPED IS
009070*   FLAGGED LATE.
009080  4000-INITIAL-REPORT.
009090
009100      MOVE WS-BPL-RCD (WS-BPL-TBL-SUB) TO BLOCKED-PROPERTY-RCD.
009110
009120      IF NOT BP-BLOCKED
009130         OR BP-INITIAL-RPT-DATE NOT = ZERO
009140          GO TO 4000-EXIT
009150      END-IF.
009160
009170      MOVE SWA-CURRENT-CCYY-DATE  TO BP-INITIAL-RPT-DATE.
009180      MOVE BLOCKED-PROPERTY-RCD   TO WS-BPL-RCD (WS-BPL-TBL-SUB).
009190      WRITE INITIAL-RPT-RCD FROM BLOCKED-PROPERTY-RCD.
009200      ADD 1 TO WS-INITIAL-REPORTED.
009210      ADD BP-AMOUNT               TO WS-INITIAL-DOLLARS.
009220
009230      MOVE BP-BLOCKED-DATE        TO WS-DN-DATE.
009240      PERFORM 9550-BUSINESS-DAYS THRU 9550-EXIT.
009250
009260      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
009270      MOVE "REPORT"               TO BIL-ACTION.
009280      MOVE BP-BLOCKED-DATE        TO BIL-DATE.
009290      MOVE WS-BUS-DAYS            TO BIL-DAYS.
009300
009310      IF WS-BUS-DAYS > WS-REPORT-DUE-DAYS
009320          ADD 1 TO WS-INITIAL-LATE
009330          MOVE "LATE - PAST 10 DAYS" TO BIL-NOTE
009340      END-IF.
009350
009360      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
009370
009380  4000-EXIT.
009390      EXIT.
009400
009410* 5000-LIST-PENDING
009420*   EVERY HIT STILL AWAITING A DECISION, WITH THE BUSINESS DAYS
009430*   SINCE ITS FUNDS WERE STOPPED.  PAST FIVE IT IS FLAGGED -
009440*   THE INITIAL REPORT CLOCK IS ALREADY RUNNING.
009450  5000-LIST-PENDING.
009460
009470      MOVE WS-BPL-RCD (WS-BPL-TBL-SUB) TO BLOCKED-PROPERTY-RCD.
009480
009490      IF NOT BP-PENDING-REVIEW
009500          GO TO 5000-EXIT
009510      END-IF.
009520
009530      ADD 1 TO WS-PENDING-ITEMS.
009540      ADD BP-AMOUNT               TO WS-PENDING-DOLLARS.
009550
009560      MOVE BP-HIT-DATE            TO WS-DN-DATE.
009570      PERFORM 9550-BUSINESS-DAYS THRU 9550-EXIT.
009580
009590      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
009600      IF WS-BPL-RUN-ACTION (WS-BPL-TBL-SUB) = "N"
009610          MOVE "NEW HIT"          TO BIL-ACTION
009620      ELSE
009630          MOVE "PENDING"          TO BIL-ACTION
009640      END-IF.
009650      MOVE BP-HIT-DATE            TO BIL-DATE.
009660      MOVE WS-BUS-DAYS            TO BIL-DAYS.
009670
009680      IF WS-BUS-DAYS > WS-REPORT-DUE-DAYS
009690          ADD 1 TO WS-PENDING-OVERDUE
009700          MOVE "PAST REPORT DATE" TO BIL-NOTE
009710      ELSE
009720          IF WS-BUS-DAYS > WS-REVIEW-WARN-DAYS
009730              ADD 1 TO WS-PENDING-OVERDUE
009740              MOVE "REVIEW OVERDUE"   TO BIL-NOTE
009750          END-IF
009760      END-IF.
009770
009780      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
009790
009800  5000-EXIT.
009810      EXIT.
009820
009830* 6000-WRITE-LEDGER
009840*   EVERY ITEM GOES TO THE NEXT LEDGER.  A CLEARED OR RELEASED
009850*   ITEM STAYS FOR THE RETENTION PERIOD AS THE RECORD OF WHAT
009860*   WAS DECIDED AND WHY, THEN AGES OFF.  BLOCKED ITEMS ARE
009870*   TOTALLED HERE.
009880  6000-WRITE-LEDGER.
009890
009900      MOVE WS-BPL-RCD (WS-BPL-TBL-SUB) TO BLOCKED-PROPERTY-RCD.
009910
009920      IF BP-FALSE-POSITIVE OR BP-LICENSED-RELEASE
009930          MOVE BP-RELEASE-DATE    TO WS-DN-DATE
009940          PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
009950          COMPUTE WS-ELAPSED-DAYS = WS-TODAY-DAYS - WS-DN-DAYS
009960          IF WS-DN-DAYS > ZERO
009970             AND WS-ELAPSED-DAYS > WS-RETAIN-DAYS
009980              ADD 1 TO WS-LEDGER-AGED-OFF
009990              GO TO 6000-EXIT
010000          END-IF
010010      END-IF.
010020
010030      IF BP-BLOCKED
010040          ADD 1 TO WS-BLOCKED-ITEMS
010050          ADD BP-AMOUNT           TO WS-BLOCKED-PRINCIPAL
010060          ADD BP-INTEREST         TO WS-BLOCKED-INTEREST
010070      END-IF.
010080
010090      WRITE LEDGER-OUT-RCD FROM BLOCKED-PROPERTY-RCD.
010100      ADD 1 TO WS-LEDGER-WRITTEN.
010110
010120  6000-EXIT.
010130      EXIT.
010140
010150  6500-PRINT-DAILY-TOTALS.
010160
010170      COMPUTE WS-BLOCKED-TOTAL = WS-BLOCKED-PRINCIPAL
010180                               + WS-BLOCKED-INTEREST.
010190
010200      MOVE SPACES                 TO BLOCKED-REGISTER-RCD.
010210      WRITE BLOCKED-REGISTER-RCD.
010220
010230      MOVE SPACES                 TO WS-TIE-LINE.
010240      MOVE "NEW DENIED-PARTY HITS"          TO TL-LITERAL.
010250      MOVE WS-HITS-ADDED          TO TL-COUNT.
010260      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010270
010280      MOVE SPACES                 TO WS-TIE-LINE.
010290      MOVE "ITEMS PENDING COMPLIANCE REVIEW" TO TL-LITERAL.
010300      MOVE WS-PENDING-ITEMS       TO TL-COUNT.
010310      MOVE WS-PENDING-DOLLARS     TO TL-AMOUNT.
010320      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010330
010340      MOVE SPACES                 TO WS-TIE-LINE.
010350      MOVE "ITEMS BLOCKED TODAY"            TO TL-LITERAL.
010360      MOVE WS-ITEMS-BLOCKED       TO TL-COUNT.
010370      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010380
010390      MOVE SPACES                 TO WS-TIE-LINE.
010400      MOVE "ITEMS ON THE INITIAL BLOCKING REPORT" TO TL-LITERAL.
010410      MOVE WS-INITIAL-REPORTED    TO TL-COUNT.
010420      MOVE WS-INITIAL-DOLLARS     TO TL-AMOUNT.
010430      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010440
010450      MOVE SPACES                 TO WS-TIE-LINE.
010460      MOVE "FALSE POSITIVES CLEARED TODAY"  TO TL-LITERAL.
010470      MOVE WS-ITEMS-CLEARED       TO TL-COUNT.
010480      MOVE WS-CLEARED-DOLLARS     TO TL-AMOUNT.
010490      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010500
010510      MOVE SPACES                 TO WS-TIE-LINE.
010520      MOVE "LICENSED RELEASES TODAY"        TO TL-LITERAL.
010530      MOVE WS-ITEMS-RELEASED      TO TL-COUNT.
010540      MOVE WS-RELEASED-DOLLARS    TO TL-AMOUNT.
010550      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010560
010570      MOVE SPACES                 TO WS-TIE-LINE.
010580      MOVE "DECISIONS REJECTED"             TO TL-LITERAL.
010590      MOVE WS-TRANS-REJECTED      TO TL-COUNT.
010600      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010610
010620      MOVE SPACES                 TO WS-TIE-LINE.
010630      MOVE "BLOCKED PROPERTY HELD - PRINCIPAL" TO TL-LITERAL.
010640      MOVE WS-BLOCKED-ITEMS       TO TL-COUNT.
010650      MOVE WS-BLOCKED-PRINCIPAL   TO TL-AMOUNT.
010660      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010670
010680      MOVE SPACES                 TO WS-TIE-LINE.
010690      MOVE "BLOCKED PROPERTY HELD - INTEREST CREDITED"
010700                                  TO TL-LITERAL.
010710      MOVE WS-BLOCKED-INTEREST    TO TL-AMOUNT.
010720      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010730
010740      MOVE SPACES                 TO WS-TIE-LINE.
010750      MOVE "BLOCKED PROPERTY HELD - TOTAL"  TO TL-LITERAL.
010760      MOVE WS-BLOCKED-TOTAL       TO TL-AMOUNT.
010770      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
010780
010790  6500-EXIT.
010800      EXIT.
010810
010820* 7000-ANNUAL-REPORT
010830*   THE PROPERTY BLOCKED AS OF JUNE 30: EVERY ITEM BLOCKED ON OR
010840*   BEFORE THAT DATE THAT IS STILL BLOCKED, OR WAS RELEASED
010850*   UNDER LICENSE ONLY AFTER IT.  A HIT STOPPED BY JUNE 30 AND
010860*   STILL UNREVIEWED CANNOT BE REPORTED EITHER WAY AND IS
010870*   COUNTED FOR COMPLIANCE TO DECIDE.
010880  7000-ANNUAL-REPORT.
010890
010900      OPEN OUTPUT ANNUAL-RPT-FILE.
010910
010920      MOVE "PROPERTY BLOCKED AT JUNE 30 - PRINCIPAL PLUS INTEREST"
010930                                  TO SHL-TEXT.
010940      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
010950
010960      PERFORM 7100-ANNUAL-ITEM THRU 7100-EXIT
010970          VARYING WS-BPL-TBL-SUB FROM 1 BY 1
010980          UNTIL WS-BPL-TBL-SUB > WS-BPL-COUNT.
010990
011000      CLOSE ANNUAL-RPT-FILE.
011010
011020      COMPUTE WS-BLOCKED-TOTAL = WS-BLOCKED-PRINCIPAL
011030                               + WS-BLOCKED-INTEREST.
011040
011050      MOVE SPACES                 TO BLOCKED-REGISTER-RCD.
011060      WRITE BLOCKED-REGISTER-RCD.
011070
011080      MOVE SPACES                 TO WS-TIE-LINE.
011090      MOVE "ITEMS REPORTED - PRINCIPAL"     TO TL-LITERAL.
011100      MOVE WS-ANNUAL-ITEMS        TO TL-COUNT.
011110      MOVE WS-BLOCKED-PRINCIPAL   TO TL-AMOUNT.
011120      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
011130
011140      MOVE SPACES                 TO WS-TIE-LINE.
011150      MOVE "ITEMS REPORTED - INTEREST CREDITED" TO TL-LITERAL.
011160      MOVE WS-BLOCKED-INTEREST    TO TL-AMOUNT.
011170      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
011180
011190      MOVE SPACES                 TO WS-TIE-LINE.
011200      MOVE "ITEMS REPORTED - TOTAL"         TO TL-LITERAL.
011210      MOVE WS-BLOCKED-TOTAL       TO TL-AMOUNT.
011220      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
011230
011240      MOVE SPACES                 TO WS-TIE-LINE.
011250      MOVE "HITS STOPPED BY JUNE 30 STILL UNREVIEWED"
011260                                  TO TL-LITERAL.
011270      MOVE WS-ANNUAL-UNREVIEWED   TO TL-COUNT.
011280      PERFORM 9670-PRINT-TIE-LINE THRU 9670-EXIT.
011290
011300  7000-EXIT.
011310      EXIT.
011320
011330  7100-ANNUAL-ITEM.
011340
011350      MOVE WS-BPL-RCD (WS-BPL-TBL-SUB) TO BLOCKED-PROPERTY-RCD.
011360
011370      IF BP-PENDING-REVIEW
011380         AND BP-HIT-DATE NOT > WS-ASOF-DATE
011390          ADD 1 TO WS-ANNUAL-UNREVIEWED
011400          GO TO 7100-EXIT
011410      END-IF.
011420
011430      IF BP-BLOCKED-DATE = ZERO
011440         OR BP-BLOCKED-DATE > WS-ASOF-DATE
011450          GO TO 7100-EXIT
011460      END-IF.
011470
011480      IF NOT BP-BLOCKED
011490          IF NOT BP-LICENSED-RELEASE
011500             OR BP-RELEASE-DATE NOT > WS-ASOF-DATE
011510              GO TO 7100-EXIT
011520          END-IF
011530      END-IF.
011540
011550      WRITE ANNUAL-RPT-RCD FROM BLOCKED-PROPERTY-RCD.
011560      ADD 1 TO WS-ANNUAL-ITEMS.
011570      ADD BP-AMOUNT               TO WS-BLOCKED-PRINCIPAL.
011580      ADD BP-INTEREST             TO WS-BLOCKED-INTEREST.
011590      COMPUTE WS-ITEM-VALUE = BP-AMOUNT + BP-INTEREST.
011600
011610      PERFORM 9600-FORMAT-ITEM-LINE THRU 9600-EXIT.
011620      MOVE "BLOCKED"              TO BIL-ACTION.
011630      MOVE WS-ITEM-VALUE          TO BIL-AMOUNT.
011640      MOVE BP-BLOCKED-DATE        TO BIL-DATE.
011650
011660      IF BP-LICENSED-RELEASE
011670          MOVE "RELEASED"         TO BIL-NOTE
011680          MOVE BP-RELEASE-DATE    TO BIL-NOTE (10:8)
011690      END-IF.
011700
011710      PERFORM 9660-PRINT-ITEM-LINE THRU 9660-EXIT.
011720
011730  7100-EXIT.
011740      EXIT.
011750
011760  8000-WRAPUP.
011770
011780      MOVE "LEDGER ITEMS READ:"    TO SCR-LITERAL.
011790      MOVE WS-LEDGER-READ         TO SCR-COUNT.
011800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011810      PERFORM 8999-WRITE-SYSOUT.
011820
011830      IF WS-DAILY-MODE
011840          PERFORM 8100-DAILY-COUNTS THRU 8100-EXIT
011850      ELSE
011860          MOVE "ANNUAL ITEMS REPORTED:" TO SCR-LITERAL
011870          MOVE WS-ANNUAL-ITEMS    TO SCR-COUNT
011880          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
011890          PERFORM 8999-WRITE-SYSOUT
011900          MOVE "ANNUAL UNREVIEWED HITS:" TO SCR-LITERAL
011910          MOVE WS-ANNUAL-UNREVIEWED TO SCR-COUNT
011920          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
011930          PERFORM 8999-WRITE-SYSOUT
011940      END-IF.
011950
011960      MOVE "BLOCKED PRINCIPAL:"    TO GTL-LITERAL.
011970      MOVE WS-BLOCKED-PRINCIPAL   TO GTL-AMOUNT.
011980      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
011990      PERFORM 8999-WRITE-SYSOUT.
012000
012010      MOVE "BLOCKED INTEREST:"     TO GTL-LITERAL.
012020      MOVE WS-BLOCKED-INTEREST    TO GTL-AMOUNT.
012030      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
012040      PERFORM 8999-WRITE-SYSOUT.
012050
012060      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
012070
012080      COPY C2INZ003.
012090
012100      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
012110
012120  8000-EXIT.
012130      EXIT.
012140
012150  8100-DAILY-COUNTS.
012160
012170      MOVE "DENIED-PARTY HITS READ:" TO SCR-LITERAL.
012180      MOVE WS-HITS-READ           TO SCR-COUNT.
012190      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012200      PERFORM 8999-WRITE-SYSOUT.
012210
012220      MOVE "HITS ADDED TO LEDGER:" TO SCR-LITERAL.
012230      MOVE WS-HITS-ADDED          TO SCR-COUNT.
012240      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012250      PERFORM 8999-WRITE-SYSOUT.
012260
012270      MOVE "HITS ALREADY ON LEDGER:" TO SCR-LITERAL.
012280      MOVE WS-HITS-REPEATED       TO SCR-COUNT.
012290      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012300      PERFORM 8999-WRITE-SYSOUT.
012310
012320      MOVE "DECISIONS READ:"       TO SCR-LITERAL.
012330      MOVE WS-TRANS-READ          TO SCR-COUNT.
012340      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012350      PERFORM 8999-WRITE-SYSOUT.
012360
012370      MOVE "DECISIONS REJECTED:"   TO SCR-LITERAL.
012380      MOVE WS-TRANS-REJECTED      TO SCR-COUNT.
012390      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012400      PERFORM 8999-WRITE-SYSOUT.
012410
012420      MOVE "ITEMS BLOCKED:"        TO SCR-LITERAL.
012430      MOVE WS-ITEMS-BLOCKED       TO SCR-COUNT.
012440      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012450      PERFORM 8999-WRITE-SYSOUT.
012460
012470      MOVE "FALSE POSITIVES CLEARED:" TO SCR-LITERAL.
012480      MOVE WS-ITEMS-CLEARED       TO SCR-COUNT.
012490      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012500      PERFORM 8999-WRITE-SYSOUT.
012510
012520      MOVE "LICENSED RELEASES:"    TO SCR-LITERAL.
012530      MOVE WS-ITEMS-RELEASED      TO SCR-COUNT.
012540      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012550      PERFORM 8999-WRITE-SYSOUT.
012560
012570      MOVE "INTEREST CREDITS:"     TO SCR-LITERAL.
012580      MOVE WS-INTEREST-CREDITS    TO SCR-COUNT.
012590      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012600      PERFORM 8999-WRITE-SYSOUT.
012610
012620      MOVE "CLEARS CARRIED:"       TO SCR-LITERAL.
012630      MOVE WS-CLEARS-CARRIED      TO SCR-COUNT.
012640      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012650      PERFORM 8999-WRITE-SYSOUT.
012660
012670      MOVE "CLEARS ADDED:"         TO SCR-LITERAL.
012680      MOVE WS-CLEARS-ADDED        TO SCR-COUNT.
012690      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012700      PERFORM 8999-WRITE-SYSOUT.
012710
012720      MOVE "CLEARS NOT WRITTEN-NO TIN:" TO SCR-LITERAL.
012730      MOVE WS-CLEARS-NO-TIN       TO SCR-COUNT.
012740      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012750      PERFORM 8999-WRITE-SYSOUT.
012760
012770      MOVE "INITIAL REPORT ITEMS:" TO SCR-LITERAL.
012780      MOVE WS-INITIAL-REPORTED    TO SCR-COUNT.
012790      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012800      PERFORM 8999-WRITE-SYSOUT.
012810
012820      MOVE "INITIAL REPORTS LATE:" TO SCR-LITERAL.
012830      MOVE WS-INITIAL-LATE        TO SCR-COUNT.
012840      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012850      PERFORM 8999-WRITE-SYSOUT.
012860
012870      MOVE "ITEMS PENDING REVIEW:" TO SCR-LITERAL.
012880      MOVE WS-PENDING-ITEMS       TO SCR-COUNT.
012890      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012900      PERFORM 8999-WRITE-SYSOUT.
012910
012920      MOVE "REVIEWS OVERDUE:"      TO SCR-LITERAL.
012930      MOVE WS-PENDING-OVERDUE     TO SCR-COUNT.
012940      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012950      PERFORM 8999-WRITE-SYSOUT.
012960
012970      MOVE "LEDGER ITEMS AGED OFF:" TO SCR-LITERAL.
012980      MOVE WS-LEDGER-AGED-OFF     TO SCR-COUNT.
012990      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013000      PERFORM 8999-WRITE-SYSOUT.
013010
013020      MOVE "LEDGER ITEMS WRITTEN:" TO SCR-LITERAL.
013030      MOVE WS-LEDGER-WRITTEN      TO SCR-COUNT.
013040      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013050      PERFORM 8999-WRITE-SYSOUT.
013060
013070  8100-EXIT.
013080      EXIT.
013090
013100* 8980-NOTE-TABLE-CAPACITY
013110*   NOTES THE LEDGER TABLE'S HIGH-WATER MARK AND LIMIT AND
013120*   PRINTS THE CAPACITY REPORT.  THE TABLE ABENDS TBLFL WHEN
13120a*   FULL, SO NOTHING IS EVER DROPPED FROM IT.  A CALENDAR DAY
13120b*   THE CALENDAR TABLE COULD NOT HOLD ENDS THE RUN RC=12.
013140  8980-NOTE-TABLE-CAPACITY.
013150
013160      MOVE "BLOCKED-PROPERTY LEDGER" TO TC-NOTE-NAME.
013170      MOVE WS-BPL-TABLE-MAX         TO TC-NOTE-LIMIT.
013180      MOVE WS-BPL-COUNT             TO TC-NOTE-HIGH.
013190      MOVE ZERO                     TO TC-NOTE-DROPPED.
013200      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
13200a
13200b      IF WS-DAILY-MODE
13200c          MOVE "BUSINESS CALENDAR"      TO TC-NOTE-NAME
13200d          MOVE WS-CAL-TABLE-MAX         TO TC-NOTE-LIMIT
13200e          MOVE WS-CAL-COUNT             TO TC-NOTE-HIGH
13200f          MOVE WS-CAL-DROPPED           TO TC-NOTE-DROPPED
13200g          PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT
13200h      END-IF.
013210
013220      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
013230
013240  8980-EXIT.
013250      EXIT.
013260
013270* 8900-SET-RETURN-CODE
013280*   RC=0 CLEAN.  RC=4 SOMETHING FOR COMPLIANCE TO WORK: A
013290*   DECISION REJECTED, AN INITIAL REPORT FILED LATE, A HIT
013300*   UNREVIEWED PAST FIVE BUSINESS DAYS, OR (ANNUAL) A HIT
013310*   STOPPED BY JUNE 30 STILL UNREVIEWED.
013320  8900-SET-RETURN-CODE.
013330
013340      MOVE ZERO TO RETURN-CODE.
013350
013360      IF WS-TRANS-REJECTED > ZERO
013370         OR WS-INITIAL-LATE > ZERO
013380         OR WS-PENDING-OVERDUE > ZERO
013390         OR WS-ANNUAL-UNREVIEWED > ZERO
013400          MOVE 4 TO RETURN-CODE
013410      END-IF.
013420
013430      IF TC-TABLE-OVERFLOW
013440          MOVE TC-OVERFLOW-RC TO RETURN-CODE
013450      END-IF.
013460
013470  8900-EXIT.
013480      EXIT.
013490
013500* 9500-DAY-NUMBER
013510*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
013520*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
013530*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
013540*   FEBRUARY.
013550  9500-DAY-NUMBER.
013560
013570      MOVE ZERO TO WS-DN-DAYS.
013580
013590      IF WS-DN-DATE = ZERO
013600         OR WS-DN-MM < 1 OR WS-DN-MM > 12
013610          GO TO 9500-EXIT
013620      END-IF.
013630
013640      DIVIDE WS-DN-CCYY BY 4
013650          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
013660
013670      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
013680                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
013690
013700      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
013710          SUBTRACT 1 FROM WS-DN-DAYS
013720      END-IF.
013730
013740  9500-EXIT.
013750      EXIT.
013760
013770* 9550-BUSINESS-DAYS
13770a*   COUNTS THE BUSINESS DAYS AFTER WS-DN-DATE UP TO AND
13770b*   INCLUDING TODAY INTO WS-BUS-DAYS - THE BUSINESS-CALENDAR DAYS
13770c*   IN THAT SPAN, PLUS THE WEEKDAYS OF ANY PART OF IT THE
13770d*   CALENDAR DOES NOT COVER.  WITH NO CALENDAR EVERY WEEKDAY
13770e*   COUNTS, SO THE CLOCK CAN ONLY RUN EARLY - NEVER LATE.
013810  9550-BUSINESS-DAYS.
013820
013830      MOVE ZERO TO WS-BUS-DAYS.
013840
013850      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
013860
013870      IF WS-DN-DAYS = ZERO
013880         OR WS-DN-DAYS NOT < WS-TODAY-DAYS
013890          GO TO 9550-EXIT
013900      END-IF.
013910
13910a      PERFORM 9555-COUNT-CALENDAR-DAY THRU 9555-EXIT
13910b          VARYING WS-CAL-TBL-SUB FROM 1 BY 1
13910c          UNTIL WS-CAL-TBL-SUB > WS-CAL-COUNT.
13910d
013920      COMPUTE WS-BD-DAY = WS-DN-DAYS + 1.
013930
013940      PERFORM 9560-COUNT-BUSINESS-DAY THRU 9560-EXIT
013950          VARYING WS-BD-DAY FROM WS-BD-DAY BY 1
013960          UNTIL WS-BD-DAY > WS-TODAY-DAYS.
013970
013980  9550-EXIT.
013990      EXIT.
014000
14000a  9555-COUNT-CALENDAR-DAY.
14000b
14000c      IF WS-CAL-DN-ENTRY (WS-CAL-TBL-SUB) > WS-DN-DAYS
14000d         AND WS-CAL-DN-ENTRY (WS-CAL-TBL-SUB) NOT > WS-TODAY-DAYS
14000e          ADD 1 TO WS-BUS-DAYS
14000f      END-IF.
14000g
14000h  9555-EXIT.
14000i      EXIT.
14000j
014010  9560-COUNT-BUSINESS-DAY.
014020
14020a      IF WS-CAL-COUNT > ZERO
14020b         AND WS-BD-DAY NOT < WS-CAL-MIN-DAYS
14020c         AND WS-BD-DAY NOT > WS-CAL-MAX-DAYS
14020d          GO TO 9560-EXIT
14020e      END-IF.
14020f
014030      DIVIDE WS-BD-DAY BY 7
014040          GIVING WS-BD-WEEKS REMAINDER WS-BD-REM.
014050
014060      IF WS-BD-REM NOT = 1 AND WS-BD-REM NOT = 2
014070          ADD 1 TO WS-BUS-DAYS
014080      END-IF.
014090
014100  9560-EXIT.
014110      EXIT.
014120
014130* 9600-FORMAT-ITEM-LINE
014140*   FILLS THE REGISTER LINE FROM BLOCKED-PROPERTY-RCD, THE TIN
014150*   RESOLVED AND MASKED TO ITS LAST FOUR DIGITS.
014160  9600-FORMAT-ITEM-LINE.
014170
014180      MOVE SPACES                 TO WS-BIL-LINE.
014190      MOVE BP-ISSUING-BR-CODE     TO BIL-BR-CODE.
014200      MOVE BP-ONSITE-CHK-NUM      TO BIL-CHK-NUM.
014210      MOVE BP-DISB-REQ-SEQ-NUM    TO BIL-DISB-SEQ.
014220
014230      IF BP-SSN-TAX-ID NOT = SPACES
014240          MOVE BP-SSN-TAX-ID      TO TP-TIN-WORK
014250          PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT
014260          MOVE "XXXXX"            TO BIL-TIN (1:5)
014270          MOVE TP-TIN-WORK (6:4)  TO BIL-TIN (6:4)
014280      END-IF.
014290
014300      MOVE BP-PAYEE-NAME          TO BIL-NAME.
014310      MOVE BP-AMOUNT              TO BIL-AMOUNT.
014320      MOVE BP-LIST-PROGRAM        TO BIL-PROGRAM.
014330
014340  9600-EXIT.
014350      EXIT.
014360
014370  9650-PRINT-SECTION.
014380
014390      MOVE SPACES                 TO BLOCKED-REGISTER-RCD.
014400      WRITE BLOCKED-REGISTER-RCD.
014410      MOVE WS-SECTION-LINE        TO BLOCKED-REGISTER-RCD.
014420      WRITE BLOCKED-REGISTER-RCD.
014430      MOVE WS-BIL-COLUMNS         TO BLOCKED-REGISTER-RCD.
014440      WRITE BLOCKED-REGISTER-RCD.
014450
014460  9650-EXIT.
014470      EXIT.
014480
014490  9660-PRINT-ITEM-LINE.
014500
014510      MOVE WS-BIL-LINE            TO BLOCKED-REGISTER-RCD.
014520      WRITE BLOCKED-REGISTER-RCD.
014530
014540  9660-EXIT.
014550      EXIT.
014560
014570  9670-PRINT-TIE-LINE.
014580
014590      MOVE WS-TIE-LINE            TO BLOCKED-REGISTER-RCD.
014600      WRITE BLOCKED-REGISTER-RCD.
014610
014620  9670-EXIT.
014630      EXIT.
014640
014650      COPY CLCWW111.
014660
014670      COPY CLCWW134.
014680
0146va      COPY CLCWW167.
0146vb
014690      COPY C2INZ002.
014700
014710      COPY C2INZ004.
014720
014730      COPY C2INZ005.
014740
014750      BLOCKED-REGISTER-RPT
014760      RUN-HISTORY-FILE.
014770
014780  9999-EXIT.
014790      EXIT.
