000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9204.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9204
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    DUPLICATE-PAYMENT AUDIT ACROSS BRANCHES.  CCCW9100
000130*              (1500-DETECT-DUPLICATES) CATCHES A REUSED CHECK
000140*              NUMBER AND CCCW9115 CATCHES VOLUME; NEITHER
000150*              CATCHES ONE INVOICE PAID TWICE - BY TWO BRANCHES,
000160*              OR BY ONE BRANCH A WEEK APART.  THIS SWEEPS THE
000170*              TEN99DTL STAGING DETAIL (CLCWW013) FOR TWO
000180*              PAYMENTS TO THE SAME TIN - OR, WHERE EITHER HAS
000190*              NO USABLE TIN, THE SAME SQUEEZED PAYEE NAME - OF
000200*              THE SAME OR NEAR-SAME AMOUNT WITHIN THE PARM DAY
000210*              WINDOW.  EACH SUCH PAIR IS SCORED A POINT FOR A
000220*              SHARED REASON CODE, A SHARED BUSINESS UNIT AND A
000230*              SHARED REASON TEXT; A PAIR AT OR OVER THE PARM
000240*              SCORE IS A LIKELY DUPLICATE.  LIKELY DUPLICATES
000250*              GO TO THE CLCWW174 RECOVERY WORKLIST AND THE
000260*              PRINTED WORKLIST WITH BOTH ITEMS' BRANCH, CHECK
000270*              NUMBER AND PAID STATUS FROM THE CLCWW053
000280*              OUTSTANDING-CHECK REGISTER, SO A DUPLICATE THE
000290*              BANK HAS NOT YET PAID CAN STILL BE STOPPED.
000300*              A PAIR IS NOT A DUPLICATE WHEN IT IS ONE CHECK
000310*              (SAME BRANCH AND CHECK NUMBER - CCCW9100'S CASE),
000320*              OR A REISSUE AND THE CHECK IT REPLACED.  VOID
000330*              RETURNS AND NON-POSITIVE AMOUNTS ARE NOT SWEPT.
000340*              A PAIR IS LISTED ONCE, ON THE RUN THAT STAGES
000350*              ITS LATER ITEM - ONLY PAIRS WHOSE LATER ITEM WAS
000360*              STAGED ON OR AFTER THE STAGED-SINCE DATE ARE
000370*              LISTED, AND THE SWEEP REACHES BACK THE WINDOW
000380*              FROM THAT DATE FOR THE EARLIER ONE.
000390*
000400*  FILES:      TEN99DTL - 1099 STAGING DETAIL (CLCWW013)
000410*              OCREGI   - OUTSTANDING-CHECK REGISTER (CLCWW053)
000420*              DUPRECOV - DUPLICATE-PAYMENT RECOVERY WORKLIST
000430*                         (CLCWW174)
000440*              DUPAUDIT - PRINTED RECOVERY WORKLIST
000450*
000460*  PARM:       DDD TTTTT S CCYYMMDD, E.G. PARM='010 00100 2'.
000470*              DDD      - DAY WINDOW, REQUIRED, NOT ZERO.
000480*              TTTTT    - AMOUNT TOLERANCE IN CENTS (DEFAULT
000490*                         00100 - WITHIN A DOLLAR).
000500*              S        - MINIMUM SCORE 0-3 (DEFAULT 2).
000510*              CCYYMMDD - STAGED-SINCE DATE (DEFAULT THE RUN
000520*                         DATE, FOR THE DAILY RUN).  A CATCH-UP
000530*                         RUN NAMES THE FIRST DAY MISSED.
000540*
000550******************************************************************
000560*                      MODIFICATION HISTORY
000570******************************************************************
000580* DATE     INIT  DESCRIPTION
000590* -------- ----  --------------------------------------------
000600* 10/2026  RF    NEW PROGRAM - DUPLICATE-PAYMENT AUDIT AND
000610*                RECOVERY WORKLIST
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
000720      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780      SELECT DUP-RECOVERY-FILE   ASSIGN TO DUPRECOV
000790          ORGANIZATION IS SEQUENTIAL.
000800
000810      SELECT DUP-SORT-WORK       ASSIGN TO SORTWK01.
000820
000830      SELECT DUP-AUDIT-RPT       ASSIGN TO DUPAUDIT
000840          ORGANIZATION IS SEQUENTIAL.
000850
000860      COPY C2INX004.
000870
000880  DATA DIVISION.
000890  FILE SECTION.
000900
000910      COPY C2INX002.
000920
000930  FD  TEN99-STAGING-FILE
000940      BLOCK CONTAINS 0 RECORDS
000950      RECORDING MODE IS F
000960      LABEL RECORDS ARE STANDARD
000970      DATA RECORD IS TEN99-RCD.
000980
000990      COPY CLCWW013.
001000
001010  FD  OC-REGISTER-IN-FILE
001020      BLOCK CONTAINS 0 RECORDS
001030      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD
001050      DATA RECORD IS OC-REGISTER-RCD.
001060
001070      COPY CLCWW053.
001080
001090  FD  DUP-RECOVERY-FILE
001100      BLOCK CONTAINS 0 RECORDS
001110      RECORDING MODE IS F
001120      LABEL RECORDS ARE STANDARD
001130      DATA RECORD IS DUP-RECOVERY-RCD.
001140
001150      COPY CLCWW174.
001160
001170* ONE STAGED PAYMENT UNDER ONE MATCH KEY - THE PROTECTED TIN
001180* AS STAGED ("T"), OR THE SQUEEZED PAYEE NAME ("N").  EVERY
001190* PAYMENT IS RELEASED UNDER ITS NAME, AND UNDER ITS TIN TOO
001200* WHEN IT HAS A USABLE ONE.
001210  SD  DUP-SORT-WORK
001220      RECORDING MODE IS F
001230      DATA RECORD IS DUP-SORT-RCD.
001240
001250  01  DUP-SORT-RCD.
001260      05  SR-KEY-TYPE               PIC X(01).
001270          88  SR-TIN-KEY                VALUE "T".
001280          88  SR-NAME-KEY               VALUE "N".
001290      05  SR-MATCH-KEY              PIC X(40).
001300      05  SR-DAY-NUM                PIC 9(07).
001310      05  SR-ITEM.
001320          10  SR-DISB-REQ-SEQ-NUM   PIC 9(09).
001330          10  SR-ISSUING-BR-CODE    PIC X(03).
001340          10  SR-ONSITE-CHK-NUM     PIC X(08).
001350          10  SR-RUN-DATE           PIC 9(08).
001360          10  SR-DISB-AMT           PIC S9(10)V99.
001370          10  SR-RSN-CODE           PIC X(02).
001380          10  SR-PS-BUS-UNIT        PIC X(05).
001390          10  SR-RSN-FOR-DISB       PIC X(60).
001400          10  SR-SSN-TAX-ID         PIC X(16).
001410          10  SR-TIN-USABLE-IND     PIC X(01).
001420              88  SR-TIN-USABLE         VALUE "Y".
001430          10  SR-PAYEE-NAME         PIC X(40).
001440          10  SR-PAYMENT-METHOD     PIC X(01).
001450          10  SR-REISSUE-IND        PIC X(01).
001460              88  SR-REISSUED-CHECK     VALUE "R".
001470          10  SR-ORIG-CHK-NUM       PIC X(08).
001480
001490  FD  DUP-AUDIT-RPT
001500      BLOCK CONTAINS 0 RECORDS
001510      RECORDING MODE IS F
001520      LABEL RECORDS ARE STANDARD
001530      DATA RECORD IS DUP-AUDIT-RCD.
001540
001550  01  DUP-AUDIT-RCD                 PIC X(133).
001560
001570      COPY C2INX005.
001580
001590  WORKING-STORAGE SECTION.
001600
001610      COPY C2INX003.
001620
001630      COPY C2INX006.
001640
001650      COPY CLCWW166.
001660
001670      COPY CLCWW110.
001680
001690      COPY CLCWW133.
001700
001710  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9204".
001720
001730  01  WS-SWITCHES.
001740      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
001750          88  WS-STAGING-EOF              VALUE "Y".
001760      05  WS-OCREG-EOF-SW         PIC X(01) VALUE "N".
001770          88  WS-OCREG-EOF                VALUE "Y".
001780      05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001790          88  WS-SORT-EOF                 VALUE "Y".
001800      05  WS-ITEM-FOUND-SW        PIC X(01) VALUE "N".
001810          88  WS-ITEM-FOUND               VALUE "Y".
001820
001830  01  WS-COUNTERS.
001840      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
001850      05  WS-NOT-SWEPT            PIC 9(09) COMP VALUE ZERO.
001860      05  WS-BEFORE-SWEEP         PIC 9(09) COMP VALUE ZERO.
001870      05  WS-ITEMS-SWEPT          PIC 9(09) COMP VALUE ZERO.
001880      05  WS-TIN-KEYS             PIC 9(09) COMP VALUE ZERO.
001890      05  WS-NAME-KEYS            PIC 9(09) COMP VALUE ZERO.
001900      05  WS-REGISTER-READ        PIC 9(09) COMP VALUE ZERO.
001910      05  WS-PAIRS-MATCHED        PIC 9(09) COMP VALUE ZERO.
001920      05  WS-PAIRS-BELOW-SCORE    PIC 9(09) COMP VALUE ZERO.
001930      05  WS-DUPLICATES-LISTED    PIC 9(09) COMP VALUE ZERO.
001940      05  WS-STOPPABLE            PIC 9(09) COMP VALUE ZERO.
001950
001960* THE PARM VALUES.
001970  77  WS-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
001980  77  WS-TOLERANCE-CENTS          PIC 9(05) VALUE 100.
001990  77  WS-AMT-TOLERANCE            PIC S9(10)V99 VALUE ZERO.
002000  77  WS-MIN-SCORE                PIC 9(01) VALUE 2.
002010  77  WS-SINCE-DATE               PIC 9(08) VALUE ZERO.
002020
002030* DAY NUMBERS (DAYS FROM 01/01/0001) FOR THE STAGED-SINCE DATE
002040* AND THE FIRST DAY THE SWEEP REACHES BACK TO.
002050  77  WS-SINCE-DAY-NUM            PIC 9(07) VALUE ZERO.
002060  77  WS-SWEEP-FROM-DAY           PIC 9(07) VALUE ZERO.
002070
002080* 1900-DAY-NUMBER WORK - A LEAP YEAR EVERY FOURTH YEAR, GOOD
002090* THROUGH 2099.  AN IMPOSSIBLE DATE GIVES DAY NUMBER ZERO.
002100  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
002110  01  WS-DN-PARTS REDEFINES WS-DN-DATE.
002120      05  WS-DN-CCYY              PIC 9(04).
002130      05  WS-DN-MM                PIC 9(02).
002140      05  WS-DN-DD                PIC 9(02).
002150  77  WS-DN-DAY-NUM               PIC 9(07) VALUE ZERO.
002160  77  WS-DN-PRIOR-YEARS           PIC 9(04) COMP VALUE ZERO.
002170  77  WS-DN-PRIOR-LEAPS           PIC 9(04) COMP VALUE ZERO.
002180  77  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002190  77  WS-LEAP-REM                 PIC 9(01) COMP VALUE ZERO.
002200
002210  01  WS-CUM-DAYS-VALUES.
002220      05  FILLER                  PIC X(36)
002230              VALUE "000031059090120151181212243273304334".
002240  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002250      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
002260
002270* PAYEE-NAME SQUEEZE - LETTERS AND DIGITS ONLY, SO SPACING AND
002280* PUNCTUATION DIFFERENCES BETWEEN BRANCHES DO NOT HIDE A MATCH.
002290  77  WS-SQZ-NAME-IN              PIC X(40) VALUE SPACES.
002300  77  WS-SQZ-NAME-OUT             PIC X(40) VALUE SPACES.
002310  77  WS-SQZ-CHAR                 PIC X(01) VALUE SPACE.
002320  77  WS-SQZ-IN-SUB               PIC 9(02) COMP VALUE ZERO.
002330  77  WS-SQZ-OUT-SUB              PIC 9(02) COMP VALUE ZERO.
002340
002350* THE OUTSTANDING-CHECK REGISTER - BRANCH + CHECK NUMBER AND
002360* THE STALE FLAG.  SAME SIZE AS CCCW9100'S REGISTER TABLE.
002370  01  WS-OCREG-TABLE.
002380      05  WS-OCREG-ENTRY          OCCURS 10000 TIMES.
002390          10  WS-OCREG-KEY            PIC X(11).
002400          10  WS-OCREG-STALE          PIC X(01).
002410
002420  77  WS-OCREG-COUNT              PIC 9(05) COMP VALUE ZERO.
002430  77  WS-OCREG-TABLE-MAX          PIC 9(05) COMP VALUE 10000.
002440  77  WS-OCREG-DROPPED            PIC 9(07) COMP VALUE ZERO.
002450  77  WS-OCREG-TBL-SUB            PIC 9(05) COMP VALUE ZERO.
002460  77  WS-OCREG-MATCHED-SUB        PIC 9(05) COMP VALUE ZERO.
002470  77  WS-OCREG-SEARCH-KEY         PIC X(11) VALUE SPACES.
002480
002490* THE PAYMENTS SEEN SO FAR UNDER THE MATCH KEY IN HAND, IN
002500* STAGING-DATE ORDER.  EACH NEW ONE IS PAIRED WITH EVERY ONE
002510* BEFORE IT.  A PAYMENT THE TABLE CANNOT HOLD IS STILL PAIRED
002520* WITH THOSE BEFORE IT BUT NOT WITH THOSE AFTER.
002530  01  WS-GRP-TABLE.
002540      05  WS-GRP-ENTRY            OCCURS 200 TIMES.
002550          10  WS-GRP-DAY-NUM          PIC 9(07).
002560          10  WS-GRP-ITEM.
002570              15  WS-GRP-DISB-REQ-SEQ-NUM PIC 9(09).
002580              15  WS-GRP-ISSUING-BR-CODE  PIC X(03).
002590              15  WS-GRP-ONSITE-CHK-NUM   PIC X(08).
002600              15  WS-GRP-RUN-DATE         PIC 9(08).
002610              15  WS-GRP-DISB-AMT         PIC S9(10)V99.
002620              15  WS-GRP-RSN-CODE         PIC X(02).
002630              15  WS-GRP-PS-BUS-UNIT      PIC X(05).
002640              15  WS-GRP-RSN-FOR-DISB     PIC X(60).
002650              15  WS-GRP-SSN-TAX-ID       PIC X(16).
002660              15  WS-GRP-TIN-USABLE-IND   PIC X(01).
002670              15  WS-GRP-PAYEE-NAME       PIC X(40).
002680              15  WS-GRP-PAYMENT-METHOD   PIC X(01).
002690              15  WS-GRP-REISSUE-IND      PIC X(01).
002700              15  WS-GRP-ORIG-CHK-NUM     PIC X(08).
002710
002720  77  WS-GRP-COUNT                PIC 9(03) COMP VALUE ZERO.
002730  77  WS-GRP-TABLE-MAX            PIC 9(03) COMP VALUE 200.
002740  77  WS-GRP-HIGH                 PIC 9(03) COMP VALUE ZERO.
002750  77  WS-GRP-DROPPED              PIC 9(07) COMP VALUE ZERO.
002760  77  WS-GRP-SUB                  PIC 9(03) COMP VALUE ZERO.
002770
002780  77  WS-HOLD-KEY-TYPE            PIC X(01) VALUE LOW-VALUES.
002790  77  WS-HOLD-MATCH-KEY           PIC X(40) VALUE LOW-VALUES.
002800
002810* THE PAIR IN HAND.
002820  77  WS-DAYS-APART               PIC 9(07) VALUE ZERO.
002830  77  WS-AMT-DIFF                 PIC S9(10)V99 VALUE ZERO.
002840  77  WS-SCORE                    PIC 9(01) VALUE ZERO.
002850  77  WS-ITEM-SUB                 PIC 9(01) COMP VALUE ZERO.
002860
002870* 3750-PAID-STATUS WORK.
002880  01  WS-PS-WORK.
002890      05  WS-PS-ISSUING-BR-CODE   PIC X(03).
002900      05  WS-PS-ONSITE-CHK-NUM    PIC X(08).
002910      05  WS-PS-PAYMENT-METHOD    PIC X(01).
002920          88  WS-PS-ELECTRONIC        VALUE "A" "W".
002930      05  WS-PS-STATUS            PIC X(01).
002940
002950  01  WS-RPT-COLUMNS.
002960      05  FILLER                  PIC X(40) VALUE
002970          " M S  RC BU TX DAY TIN       PAYEE NAME ".
002980      05  FILLER                  PIC X(40) VALUE
002990          "          I BR  CHECK    STAGED         ".
003000      05  FILLER                  PIC X(40) VALUE
003010          "  AMOUNT RS UNIT  REQ SEQ   PAID STATUS ".
003020      05  FILLER                  PIC X(06) VALUE
003030          "ACTION".
003040      05  FILLER                  PIC X(07) VALUE SPACES.
003050
003060  01  WS-DETAIL-LINE.
003070      05  FILLER                  PIC X(01) VALUE SPACES.
003080      05  DTL-BASIS               PIC X(01).
003090      05  FILLER                  PIC X(01) VALUE SPACES.
003100      05  DTL-SCORE               PIC 9(01).
003110      05  FILLER                  PIC X(02) VALUE SPACES.
003120      05  DTL-RSN-CODE-IND        PIC X(01).
003130      05  FILLER                  PIC X(02) VALUE SPACES.
003140      05  DTL-BUS-UNIT-IND        PIC X(01).
003150      05  FILLER                  PIC X(02) VALUE SPACES.
003160      05  DTL-RSN-TEXT-IND        PIC X(01).
003170      05  FILLER                  PIC X(02) VALUE SPACES.
003180      05  DTL-DAYS-APART          PIC ZZ9.
003190      05  FILLER                  PIC X(01) VALUE SPACES.
003200      05  DTL-MASKED-TIN          PIC X(09).
003210      05  FILLER                  PIC X(01) VALUE SPACES.
003220      05  DTL-PAYEE-NAME          PIC X(20).
003230      05  FILLER                  PIC X(01) VALUE SPACES.
003240      05  DTL-ITEM                PIC 9(01).
003250      05  FILLER                  PIC X(01) VALUE SPACES.
003260      05  DTL-BR-CODE             PIC X(03).
003270      05  FILLER                  PIC X(01) VALUE SPACES.
003280      05  DTL-CHK-NUM             PIC X(08).
003290      05  FILLER                  PIC X(01) VALUE SPACES.
003300      05  DTL-RUN-DATE            PIC X(08).
003310      05  FILLER                  PIC X(01) VALUE SPACES.
003320      05  DTL-DISB-AMT            PIC ---,---,--9.99.
003330      05  FILLER                  PIC X(01) VALUE SPACES.
003340      05  DTL-RSN-CODE            PIC X(02).
003350      05  FILLER                  PIC X(01) VALUE SPACES.
003360      05  DTL-BUS-UNIT            PIC X(05).
003370      05  FILLER                  PIC X(01) VALUE SPACES.
003380      05  DTL-DISB-REQ-SEQ        PIC 9(09).
003390      05  FILLER                  PIC X(01) VALUE SPACES.
003400      05  DTL-PAID-STATUS         PIC X(11).
003410      05  FILLER                  PIC X(01) VALUE SPACES.
003420      05  DTL-ACTION              PIC X(13).
003430
003440  01  WS-RPT-TITLE.
003450      05  FILLER                  PIC X(01) VALUE SPACES.
003460      05  FILLER                  PIC X(42) VALUE
003470          "LIKELY DUPLICATE PAYMENTS - RECOVERY WORKL".
003480      05  FILLER                  PIC X(14) VALUE
003490          "IST  RUN DATE ".
003500      05  RTL-RUN-DATE            PIC 9(08).
003510      05  FILLER                  PIC X(15) VALUE
003520          "  STAGED SINCE ".
003530      05  RTL-SINCE-DATE          PIC 9(08).
003540      05  FILLER                  PIC X(09) VALUE
003550          "  WINDOW ".
003560      05  RTL-WINDOW-DAYS         PIC ZZ9.
003570      05  FILLER                  PIC X(33) VALUE
003580          " DAYS".
003590
003600  01  WS-RPT-NOTE-1.
003610      05  FILLER                  PIC X(01) VALUE SPACES.
003620      05  FILLER                  PIC X(42) VALUE
003630          "AN OUTSTANDING OR STALE ITEM IS NOT YET PA".
003640      05  FILLER                  PIC X(42) VALUE
003650          "ID BY THE BANK - STOP IT NOW.  A PAID OR E".
003660      05  FILLER                  PIC X(42) VALUE
003670          "LECTRONIC ITEM MUST BE RECOVERED FROM THE ".
003680      05  FILLER                  PIC X(06) VALUE
003690          "PAYEE.".
003700
003710  01  WS-RPT-LEGEND.
003720      05  FILLER                  PIC X(01) VALUE SPACES.
003730      05  FILLER                  PIC X(42) VALUE
003740          "M: T = SAME TIN, N = SAME NAME   S: SCORE ".
003750      05  FILLER                  PIC X(42) VALUE
003760          " RC/BU/TX: SHARED REASON CODE / BUSINESS U".
003770      05  FILLER                  PIC X(42) VALUE
003780          "NIT / REASON TEXT   I: 1 = EARLIER, 2 = LA".
003790      05  FILLER                  PIC X(06) VALUE
003800          "TER   ".
003810
003820  01  WS-FOOT-LINE.
003830      05  FILLER                  PIC X(06) VALUE SPACES.
003840      05  FTL-LITERAL             PIC X(40).
003850      05  FTL-COUNT               PIC Z,ZZZ,ZZ9.
003860      05  FILLER                  PIC X(78) VALUE SPACES.
003870
003880  LINKAGE SECTION.
003890
003900* RUN-TIME PARM - DAY WINDOW, AMOUNT TOLERANCE, MINIMUM SCORE
003910* AND STAGED-SINCE DATE.
003920  01  LS-PARM-DATA.
003930      05  LS-PARM-LENGTH          PIC S9(04) COMP.
003940      05  LS-PARM-TEXT.
003950          10  LS-PARM-DAYS            PIC X(03).
003960          10  FILLER                  PIC X(01).
003970          10  LS-PARM-TOLERANCE       PIC X(05).
003980          10  FILLER                  PIC X(01).
003990          10  LS-PARM-MIN-SCORE       PIC X(01).
004000          10  FILLER                  PIC X(01).
004010          10  LS-PARM-SINCE-DATE      PIC X(08).
004020
004030  PROCEDURE DIVISION USING LS-PARM-DATA.
004040
004050  0000-MAINLINE.
004060
004070      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004080
004090      PERFORM 3000-AUDIT-PAYMENTS    THRU 3000-EXIT.
004100
004110      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004120
004130      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
004140
004150      GOBACK.
004160
004170  1000-INITIALIZE.
004180
004190      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004200      OPEN EXTEND RUN-HISTORY-FILE.
004210
004220      COPY C2INZ001.
004230
004240      PERFORM 1010-EDIT-PARM      THRU 1010-EXIT.
004250
004260      MOVE "DAY WINDOW:"          TO SCR-LITERAL.
004270      MOVE WS-WINDOW-DAYS         TO SCR-COUNT.
004280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004290      PERFORM 8999-WRITE-SYSOUT.
004300
004310      MOVE "AMOUNT TOLERANCE (CENTS):" TO SCR-LITERAL.
004320      MOVE WS-TOLERANCE-CENTS     TO SCR-COUNT.
004330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004340      PERFORM 8999-WRITE-SYSOUT.
004350
004360      MOVE "MINIMUM SCORE:"       TO SCR-LITERAL.
004370      MOVE WS-MIN-SCORE           TO SCR-COUNT.
004380      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004390      PERFORM 8999-WRITE-SYSOUT.
004400
004410      MOVE "STAGED SINCE:"        TO SCR-LITERAL.
004420      MOVE WS-SINCE-DATE          TO SCR-COUNT.
004430      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004440      PERFORM 8999-WRITE-SYSOUT.
004450
004460      OPEN INPUT  OC-REGISTER-IN-FILE.
004470      PERFORM 1050-CHECK-REGISTER-LAYOUT THRU 1050-EXIT.
004480      PERFORM 2000-LOAD-REGISTER  THRU 2000-EXIT
004490          UNTIL WS-OCREG-EOF.
004500      CLOSE OC-REGISTER-IN-FILE.
004510
004520      OPEN OUTPUT DUP-RECOVERY-FILE.
004530      OPEN OUTPUT DUP-AUDIT-RPT.
004540
004550      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
004560      MOVE WS-SINCE-DATE          TO RTL-SINCE-DATE.
004570      MOVE WS-WINDOW-DAYS         TO RTL-WINDOW-DAYS.
004580      MOVE WS-RPT-TITLE           TO DUP-AUDIT-RCD.
004590      WRITE DUP-AUDIT-RCD.
004600      MOVE SPACES                 TO DUP-AUDIT-RCD.
004610      WRITE DUP-AUDIT-RCD.
004620      MOVE WS-RPT-NOTE-1          TO DUP-AUDIT-RCD.
004630      WRITE DUP-AUDIT-RCD.
004640      MOVE SPACES                 TO DUP-AUDIT-RCD.
004650      WRITE DUP-AUDIT-RCD.
004660      MOVE WS-RPT-COLUMNS         TO DUP-AUDIT-RCD.
004670      WRITE DUP-AUDIT-RCD.
004680
004690  1000-EXIT.
004700      EXIT.
004710
004720* 1010-EDIT-PARM
004730*   THE DAY WINDOW IS REQUIRED; THE REST KEEP THEIR DEFAULTS
004740*   WHEN OMITTED.  A STAGED-SINCE DATE THAT IS NOT A DATE ENDS
004750*   THE RUN - A SWEEP FROM THE WRONG DAY WOULD LIST THE WRONG
004760*   PAIRS.
004770  1010-EDIT-PARM.
004780
004790      IF LS-PARM-LENGTH < 3
004800          OR LS-PARM-DAYS NOT NUMERIC
004810          MOVE "1010-EDIT-PARM"      TO SAR-PARAGRAPH
004820          MOVE "PARM1"               TO SAR-RETURN-CODE
004830          MOVE SPACES                TO SAR-DB-NAME
004840          MOVE "TEN99DTL"            TO SAR-TABLE-NAME
004850          MOVE SPACES                TO SAR-SQLCODE
004860          GO TO 9998-COREDUMP
004870      END-IF.
004880
004890      MOVE LS-PARM-DAYS           TO WS-WINDOW-DAYS.
004900      IF WS-WINDOW-DAYS = ZERO
004910          MOVE "1010-EDIT-PARM"      TO SAR-PARAGRAPH
004920          MOVE "PARM1"               TO SAR-RETURN-CODE
004930          MOVE SPACES                TO SAR-DB-NAME
004940          MOVE "TEN99DTL"            TO SAR-TABLE-NAME
004950          MOVE SPACES                TO SAR-SQLCODE
004960          GO TO 9998-COREDUMP
004970      END-IF.
004980
004990      IF LS-PARM-LENGTH NOT < 9
005000          IF LS-PARM-TOLERANCE NUMERIC
005010              MOVE LS-PARM-TOLERANCE TO WS-TOLERANCE-CENTS
005020          END-IF
005030      END-IF.
005040      COMPUTE WS-AMT-TOLERANCE = WS-TOLERANCE-CENTS / 100.
005050
005060      IF LS-PARM-LENGTH NOT < 11
005070          IF LS-PARM-MIN-SCORE NUMERIC
005080              AND LS-PARM-MIN-SCORE NOT > "3"
005090              MOVE LS-PARM-MIN-SCORE TO WS-MIN-SCORE
005100          END-IF
005110      END-IF.
005120
005130      MOVE SWA-CURRENT-CCYY-DATE  TO WS-SINCE-DATE.
005140      IF LS-PARM-LENGTH NOT < 20
005150          IF LS-PARM-SINCE-DATE NUMERIC
005160              MOVE LS-PARM-SINCE-DATE TO WS-SINCE-DATE
005170          END-IF
005180      END-IF.
005190
005200      MOVE WS-SINCE-DATE          TO WS-DN-DATE.
005210      PERFORM 1900-DAY-NUMBER     THRU 1900-EXIT.
005220      IF WS-DN-DAY-NUM = ZERO
005230          MOVE "1010-EDIT-PARM"      TO SAR-PARAGRAPH
005240          MOVE "PARM1"               TO SAR-RETURN-CODE
005250          MOVE SPACES                TO SAR-DB-NAME
005260          MOVE "TEN99DTL"            TO SAR-TABLE-NAME
005270          MOVE SPACES                TO SAR-SQLCODE
005280          GO TO 9998-COREDUMP
005290      END-IF.
005300
005310      MOVE WS-DN-DAY-NUM          TO WS-SINCE-DAY-NUM.
005320      COMPUTE WS-SWEEP-FROM-DAY =
005330          WS-SINCE-DAY-NUM - WS-WINDOW-DAYS.
005340
005350  1010-EXIT.
005360      EXIT.
005370
005380* 1050-CHECK-REGISTER-LAYOUT
005390*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
005400*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
005410*   READ SEES END OF FILE.
005420  1050-CHECK-REGISTER-LAYOUT.
005430
005440      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
005450      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
005460      MOVE "N"                    TO WS-LV-EMPTY-SW.
005470      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
005480          AT END
005490              MOVE "Y"            TO WS-LV-EMPTY-SW
005500      END-READ.
005510      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
005520
005530      IF WS-LV-FILE-EMPTY
005540          CLOSE OC-REGISTER-IN-FILE
005550          OPEN INPUT OC-REGISTER-IN-FILE
005560      END-IF.
005570
005580  1050-EXIT.
005590      EXIT.
005600
005610* 1900-DAY-NUMBER
005620*   THE DAY NUMBER OF WS-DN-DATE - DAYS SINCE 01/01/0001 - SO
005630*   TWO STAGING DATES CAN BE SUBTRACTED ACROSS A MONTH OR YEAR
005640*   END.  ZERO WHEN THE DATE IS NOT A DATE.
005650  1900-DAY-NUMBER.
005660
005670      MOVE ZERO TO WS-DN-DAY-NUM.
005680
005690      IF WS-DN-DATE NOT NUMERIC
005700          GO TO 1900-EXIT
005710      END-IF.
005720
005730      IF WS-DN-CCYY < 1900
005740          OR WS-DN-MM < 1 OR WS-DN-MM > 12
005750          OR WS-DN-DD < 1 OR WS-DN-DD > 31
005760          GO TO 1900-EXIT
005770      END-IF.
005780
005790      DIVIDE WS-DN-CCYY BY 4
005800          GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005810
005820      COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1.
005830      DIVIDE WS-DN-PRIOR-YEARS BY 4
005840          GIVING WS-DN-PRIOR-LEAPS.
005850
005860      COMPUTE WS-DN-DAY-NUM =
005870          WS-DN-PRIOR-YEARS * 365 + WS-DN-PRIOR-LEAPS
005880          + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
005890
005900      IF WS-LEAP-REM = ZERO
005910          AND WS-DN-MM > 2
005920          ADD 1 TO WS-DN-DAY-NUM
005930      END-IF.
005940
005950  1900-EXIT.
005960      EXIT.
005970
005980* 2000-LOAD-REGISTER
005990*   AN ITEM ON THE REGISTER HAS NOT BEEN PAID BY THE BANK.  AN
006000*   ENTRY THE TABLE CANNOT HOLD WOULD SHOW AS PAID, SO ANY DROP
006010*   ENDS THE RUN RC=12.
006020  2000-LOAD-REGISTER.
006030
006040      READ OC-REGISTER-IN-FILE
006050          AT END
006060              MOVE "Y" TO WS-OCREG-EOF-SW
006070              GO TO 2000-EXIT
006080      END-READ.
006090
006100      ADD 1 TO WS-REGISTER-READ.
006110
006120      IF WS-OCREG-COUNT NOT < WS-OCREG-TABLE-MAX
006130          ADD 1 TO WS-OCREG-DROPPED
006140          GO TO 2000-EXIT
006150      END-IF.
006160
006170      ADD 1 TO WS-OCREG-COUNT.
006180      MOVE OC-ISSUING-BR-CODE
006190          TO WS-OCREG-KEY (WS-OCREG-COUNT) (1:3).
006200      MOVE OC-ONSITE-CHK-NUM
006210          TO WS-OCREG-KEY (WS-OCREG-COUNT) (4:8).
006220      MOVE OC-STALE-IND
006230          TO WS-OCREG-STALE (WS-OCREG-COUNT).
006240
006250  2000-EXIT.
006260      EXIT.
006270
006280* 3000-AUDIT-PAYMENTS
006290*   RELEASES EACH SWEPT PAYMENT UNDER ITS MATCH KEYS, THEN
006300*   PAIRS THE PAYMENTS WITHIN EACH KEY IN STAGING-DATE ORDER.
006310  3000-AUDIT-PAYMENTS.
006320
006330      SORT DUP-SORT-WORK
006340          ON ASCENDING KEY SR-KEY-TYPE
006350                           SR-MATCH-KEY
006360                           SR-DAY-NUM
006370                           SR-DISB-REQ-SEQ-NUM
006380          INPUT PROCEDURE  IS 3100-SORT-INPUT
006390          OUTPUT PROCEDURE IS 3500-SORT-OUTPUT.
006400
006410      IF WS-DUPLICATES-LISTED = ZERO
006420          MOVE SPACES             TO DUP-AUDIT-RCD
006430          MOVE "  NO LIKELY DUPLICATE PAYMENTS THIS RUN"
006440                                  TO DUP-AUDIT-RCD
006450          WRITE DUP-AUDIT-RCD
006460      END-IF.
006470
006480  3000-EXIT.
006490      EXIT.
006500
006510  3100-SORT-INPUT.
006520
006530      OPEN INPUT TEN99-STAGING-FILE.
006540
006550      PERFORM 3110-READ-STAGING THRU 3110-EXIT
006560          UNTIL WS-STAGING-EOF.
006570
006580      CLOSE TEN99-STAGING-FILE.
006590
006600  3100-EXIT.
006610      EXIT.
006620
006630* 3110-READ-STAGING
006640*   A VOID RETURN, A NON-POSITIVE AMOUNT OR A RECORD WITH NO
006650*   USABLE RUN DATE IS NOT A PAYMENT TO PAIR.  A PAYMENT STAGED
006660*   BEFORE THE SWEEP REACHES BACK IS TOO OLD TO PAIR WITH ANY
006670*   PAYMENT LISTED THIS RUN.
006680  3110-READ-STAGING.
006690
006700      READ TEN99-STAGING-FILE
006710          AT END
006720              MOVE "Y" TO WS-STAGING-EOF-SW
006730              GO TO 3110-EXIT
006740      END-READ.
006750
006760      ADD 1 TO WS-STAGING-READ.
006770
006780      IF TEN99-VOID-RETURN
006790          OR TEN99-RPT-DISB-AMT-DATA NOT > ZERO
006800          ADD 1 TO WS-NOT-SWEPT
006810          GO TO 3110-EXIT
006820      END-IF.
006830
006840      MOVE TEN99-RUN-DATE-DATA    TO WS-DN-DATE.
006850      PERFORM 1900-DAY-NUMBER     THRU 1900-EXIT.
006860      IF WS-DN-DAY-NUM = ZERO
006870          ADD 1 TO WS-NOT-SWEPT
006880          GO TO 3110-EXIT
006890      END-IF.
006900
006910      IF WS-DN-DAY-NUM < WS-SWEEP-FROM-DAY
006920          ADD 1 TO WS-BEFORE-SWEEP
006930          GO TO 3110-EXIT
006940      END-IF.
006950
006960      ADD 1 TO WS-ITEMS-SWEPT.
006970
006980      MOVE WS-DN-DAY-NUM          TO SR-DAY-NUM.
006990      MOVE TEN99-DISB-REQ-SEQ-NUM-DATA TO SR-DISB-REQ-SEQ-NUM.
007000      MOVE TEN99-ISSUING-BR-CODE-DATA  TO SR-ISSUING-BR-CODE.
007010      MOVE TEN99-ONSITE-CHK-NUM-DATA   TO SR-ONSITE-CHK-NUM.
007020      MOVE TEN99-RUN-DATE-DATA    TO SR-RUN-DATE.
007030      MOVE TEN99-RPT-DISB-AMT-DATA TO SR-DISB-AMT.
007040      MOVE TEN99-RSN-CODE         TO SR-RSN-CODE.
007050      MOVE TEN99-PS-BUS-UNIT      TO SR-PS-BUS-UNIT.
007060      MOVE TEN99-RSN-FOR-DISB-DATA TO SR-RSN-FOR-DISB.
007070      MOVE TEN99-SSN-TAX-ID-DATA  TO SR-SSN-TAX-ID.
007080      MOVE TEN99-NAME-DATA        TO SR-PAYEE-NAME.
007090      MOVE TEN99-PAYMENT-METHOD   TO SR-PAYMENT-METHOD.
007100      MOVE TEN99-REISSUE-IND      TO SR-REISSUE-IND.
007110      MOVE TEN99-ORIG-CHK-NUM     TO SR-ORIG-CHK-NUM.
007120
007130*   THE TIN IS USABLE WHEN IT RESOLVES TO NINE DIGITS, NOT ALL
007140*   ZERO.  THE KEY STAYS PROTECTED - THE SUBSTITUTION IS ONE
007150*   FOR ONE, SO EQUAL PROTECTED VALUES ARE EQUAL TINS.
007160      MOVE "N"                    TO SR-TIN-USABLE-IND.
007170      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
007180      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
007190      IF TP-TIN-WORK (1:9) NUMERIC
007200          AND TP-TIN-WORK (1:9) NOT = "000000000"
007210          MOVE "Y"                TO SR-TIN-USABLE-IND
007220          MOVE "T"                TO SR-KEY-TYPE
007230          MOVE TEN99-SSN-TAX-ID-DATA TO SR-MATCH-KEY
007240          RELEASE DUP-SORT-RCD
007250          ADD 1 TO WS-TIN-KEYS
007260      END-IF.
007270
007280      MOVE TEN99-NAME-DATA        TO WS-SQZ-NAME-IN.
007290      PERFORM 3130-SQUEEZE-NAME   THRU 3130-EXIT.
007300      IF WS-SQZ-NAME-OUT NOT = SPACES
007310          MOVE "N"                TO SR-KEY-TYPE
007320          MOVE WS-SQZ-NAME-OUT    TO SR-MATCH-KEY
007330          RELEASE DUP-SORT-RCD
007340          ADD 1 TO WS-NAME-KEYS
007350      END-IF.
007360
007370  3110-EXIT.
007380      EXIT.
007390
007400* 3130-SQUEEZE-NAME
007410*   KEEPS ONLY THE LETTERS AND DIGITS OF WS-SQZ-NAME-IN, LEFT
007420*   JUSTIFIED, IN WS-SQZ-NAME-OUT.
007430  3130-SQUEEZE-NAME.
007440
007450      MOVE SPACES TO WS-SQZ-NAME-OUT.
007460      MOVE ZERO   TO WS-SQZ-OUT-SUB.
007470
007480      PERFORM 3140-SQUEEZE-NAME-CHAR THRU 3140-EXIT
007490          VARYING WS-SQZ-IN-SUB FROM 1 BY 1
007500          UNTIL WS-SQZ-IN-SUB > 40.
007510
007520  3130-EXIT.
007530      EXIT.
007540
007550  3140-SQUEEZE-NAME-CHAR.
007560
007570      MOVE WS-SQZ-NAME-IN (WS-SQZ-IN-SUB:1) TO WS-SQZ-CHAR.
007580
007590      IF (WS-SQZ-CHAR >= "A" AND WS-SQZ-CHAR <= "I")
007600          OR (WS-SQZ-CHAR >= "J" AND WS-SQZ-CHAR <= "R")
007610          OR (WS-SQZ-CHAR >= "S" AND WS-SQZ-CHAR <= "Z")
007620          OR (WS-SQZ-CHAR >= "0" AND WS-SQZ-CHAR <= "9")
007630          ADD 1 TO WS-SQZ-OUT-SUB
007640          MOVE WS-SQZ-CHAR
007650              TO WS-SQZ-NAME-OUT (WS-SQZ-OUT-SUB:1)
007660      END-IF.
007670
007680  3140-EXIT.
007690      EXIT.
007700
007710  3500-SORT-OUTPUT.
007720
007730      MOVE "N" TO WS-SORT-EOF-SW.
007740
007750      RETURN DUP-SORT-WORK
007760          AT END
007770              MOVE "Y" TO WS-SORT-EOF-SW.
007780
007790      PERFORM 3510-PAIR-PAYMENT THRU 3510-EXIT
007800          UNTIL WS-SORT-EOF.
007810
007820  3500-EXIT.
007830      EXIT.
007840
007850* 3510-PAIR-PAYMENT
007860*   A NEW MATCH KEY STARTS AN EMPTY GROUP.  A PAYMENT STAGED
007870*   BEFORE THE STAGED-SINCE DATE ONLY JOINS THE GROUP - ITS
007880*   PAIRS WITH EARLIER PAYMENTS WERE LISTED ON AN EARLIER RUN.
007890  3510-PAIR-PAYMENT.
007900
007910      IF SR-KEY-TYPE NOT = WS-HOLD-KEY-TYPE
007920          OR SR-MATCH-KEY NOT = WS-HOLD-MATCH-KEY
007930          MOVE SR-KEY-TYPE        TO WS-HOLD-KEY-TYPE
007940          MOVE SR-MATCH-KEY       TO WS-HOLD-MATCH-KEY
007950          MOVE ZERO               TO WS-GRP-COUNT
007960      END-IF.
007970
007980      IF SR-DAY-NUM NOT < WS-SINCE-DAY-NUM
007990          PERFORM 3600-COMPARE-PAIR THRU 3600-EXIT
008000              VARYING WS-GRP-SUB FROM 1 BY 1
008010              UNTIL WS-GRP-SUB > WS-GRP-COUNT
008020      END-IF.
008030
008040      IF WS-GRP-COUNT NOT < WS-GRP-TABLE-MAX
008050          ADD 1 TO WS-GRP-DROPPED
008060      ELSE
008070          ADD 1 TO WS-GRP-COUNT
008080          MOVE SR-DAY-NUM         TO WS-GRP-DAY-NUM (WS-GRP-COUNT)
008090          MOVE SR-ITEM            TO WS-GRP-ITEM (WS-GRP-COUNT)
008100          IF WS-GRP-COUNT > WS-GRP-HIGH
008110              MOVE WS-GRP-COUNT   TO WS-GRP-HIGH
008120          END-IF
008130      END-IF.
008140
008150      RETURN DUP-SORT-WORK
008160          AT END
008170              MOVE "Y" TO WS-SORT-EOF-SW.
008180
008190  3510-EXIT.
008200      EXIT.
008210
008220* 3600-COMPARE-PAIR
008230*   THE GROUP ENTRY IS THE EARLIER PAYMENT, THE SORT RECORD THE
008240*   LATER.  ONE CHECK SEEN TWICE, OR A REISSUE AND THE CHECK IT
008250*   REPLACED, IS NOT A DUPLICATE PAYMENT.  UNDER A NAME KEY THE
008260*   PAIR COUNTS ONLY WHEN ONE OF THEM HAS NO USABLE TIN - TWO
008270*   USABLE TINS ARE EITHER THE SAME PAYEE, ALREADY PAIRED UNDER
008280*   THE TIN KEY, OR TWO PAYEES WHO SHARE A NAME.
008290  3600-COMPARE-PAIR.
008300
008310      COMPUTE WS-DAYS-APART =
008320          SR-DAY-NUM - WS-GRP-DAY-NUM (WS-GRP-SUB).
008330      IF WS-DAYS-APART > WS-WINDOW-DAYS
008340          GO TO 3600-EXIT
008350      END-IF.
008360
008370      IF SR-ONSITE-CHK-NUM NOT = SPACES
008380          AND SR-ONSITE-CHK-NUM =
008390              WS-GRP-ONSITE-CHK-NUM (WS-GRP-SUB)
008400          AND SR-ISSUING-BR-CODE =
008410              WS-GRP-ISSUING-BR-CODE (WS-GRP-SUB)
008420          GO TO 3600-EXIT
008430      END-IF.
008440
008450      IF SR-ISSUING-BR-CODE = WS-GRP-ISSUING-BR-CODE (WS-GRP-SUB)
008460          IF (SR-REISSUED-CHECK
008470              AND SR-ORIG-CHK-NUM =
008480                  WS-GRP-ONSITE-CHK-NUM (WS-GRP-SUB))
008490          OR (WS-GRP-REISSUE-IND (WS-GRP-SUB) = "R"
008500              AND WS-GRP-ORIG-CHK-NUM (WS-GRP-SUB) =
008510                  SR-ONSITE-CHK-NUM)
008520              GO TO 3600-EXIT
008530          END-IF
008540      END-IF.
008550
008560      IF SR-NAME-KEY
008570          AND SR-TIN-USABLE
008580          AND WS-GRP-TIN-USABLE-IND (WS-GRP-SUB) = "Y"
008590          GO TO 3600-EXIT
008600      END-IF.
008610
008620      COMPUTE WS-AMT-DIFF =
008630          SR-DISB-AMT - WS-GRP-DISB-AMT (WS-GRP-SUB).
008640      IF WS-AMT-DIFF < ZERO
008650          COMPUTE WS-AMT-DIFF = ZERO - WS-AMT-DIFF
008660      END-IF.
008670      IF WS-AMT-DIFF > WS-AMT-TOLERANCE
008680          GO TO 3600-EXIT
008690      END-IF.
008700
008710      ADD 1 TO WS-PAIRS-MATCHED.
008720
008730      MOVE SPACES                 TO DUP-RECOVERY-RCD.
008740      MOVE ZERO                   TO WS-SCORE.
008750      MOVE "N"                    TO DR-SHARED-RSN-CODE-IND.
008760      MOVE "N"                    TO DR-SHARED-BUS-UNIT-IND.
008770      MOVE "N"                    TO DR-SHARED-RSN-TEXT-IND.
008780
008790      IF SR-RSN-CODE NOT = SPACES
008800          AND SR-RSN-CODE = WS-GRP-RSN-CODE (WS-GRP-SUB)
008810          MOVE "Y"                TO DR-SHARED-RSN-CODE-IND
008820          ADD 1 TO WS-SCORE
008830      END-IF.
008840
008850      IF SR-PS-BUS-UNIT NOT = SPACES
008860          AND SR-PS-BUS-UNIT = WS-GRP-PS-BUS-UNIT (WS-GRP-SUB)
008870          MOVE "Y"                TO DR-SHARED-BUS-UNIT-IND
008880          ADD 1 TO WS-SCORE
008890      END-IF.
008900
008910      IF SR-RSN-FOR-DISB NOT = SPACES
008920          AND SR-RSN-FOR-DISB = WS-GRP-RSN-FOR-DISB (WS-GRP-SUB)
008930          MOVE "Y"                TO DR-SHARED-RSN-TEXT-IND
008940          ADD 1 TO WS-SCORE
008950      END-IF.
008960
008970      IF WS-SCORE < WS-MIN-SCORE
008980          ADD 1 TO WS-PAIRS-BELOW-SCORE
008990          GO TO 3600-EXIT
009000      END-IF.
009010
009020      PERFORM 3700-LIST-DUPLICATE THRU 3700-EXIT.
009030
009040  3600-EXIT.
009050      EXIT.
009060
009070* 3700-LIST-DUPLICATE
009080*   WRITES THE PAIR TO THE RECOVERY WORKLIST AND THE PRINTED
009090*   WORKLIST.  THE SCORE AND SHARED INDICATORS ARE ALREADY SET.
009100  3700-LIST-DUPLICATE.
009110
009120      MOVE SR-KEY-TYPE            TO DR-MATCH-BASIS.
009130      MOVE WS-SCORE               TO DR-SCORE.
009140      MOVE WS-DAYS-APART          TO DR-DAYS-APART.
009150      MOVE WS-GRP-PAYEE-NAME (WS-GRP-SUB) TO DR-PAYEE-NAME.
009160      IF WS-GRP-TIN-USABLE-IND (WS-GRP-SUB) = "Y"
009170          MOVE WS-GRP-SSN-TAX-ID (WS-GRP-SUB) TO DR-SSN-TAX-ID
009180      ELSE
009190          MOVE SR-SSN-TAX-ID      TO DR-SSN-TAX-ID
009200      END-IF.
009210
009220      MOVE WS-GRP-ISSUING-BR-CODE (WS-GRP-SUB)
009230                                  TO DR-ISSUING-BR-CODE (1).
009240      MOVE WS-GRP-ONSITE-CHK-NUM (WS-GRP-SUB)
009250                                  TO DR-ONSITE-CHK-NUM (1).
009260      MOVE WS-GRP-RUN-DATE (WS-GRP-SUB) TO DR-RUN-DATE (1).
009270      MOVE WS-GRP-DISB-AMT (WS-GRP-SUB) TO DR-DISB-AMT (1).
009280      MOVE WS-GRP-RSN-CODE (WS-GRP-SUB) TO DR-RSN-CODE (1).
009290      MOVE WS-GRP-PS-BUS-UNIT (WS-GRP-SUB)
009300                                  TO DR-PS-BUS-UNIT (1).
009310      MOVE WS-GRP-DISB-REQ-SEQ-NUM (WS-GRP-SUB)
009320                                  TO DR-DISB-REQ-SEQ-NUM (1).
009330      MOVE WS-GRP-ISSUING-BR-CODE (WS-GRP-SUB)
009340                                  TO WS-PS-ISSUING-BR-CODE.
009350      MOVE WS-GRP-ONSITE-CHK-NUM (WS-GRP-SUB)
009360                                  TO WS-PS-ONSITE-CHK-NUM.
009370      MOVE WS-GRP-PAYMENT-METHOD (WS-GRP-SUB)
009380                                  TO WS-PS-PAYMENT-METHOD.
009390      PERFORM 3750-PAID-STATUS    THRU 3750-EXIT.
009400      MOVE WS-PS-STATUS           TO DR-PAID-STATUS (1).
009410
009420      MOVE SR-ISSUING-BR-CODE     TO DR-ISSUING-BR-CODE (2).
009430      MOVE SR-ONSITE-CHK-NUM      TO DR-ONSITE-CHK-NUM (2).
009440      MOVE SR-RUN-DATE            TO DR-RUN-DATE (2).
009450      MOVE SR-DISB-AMT            TO DR-DISB-AMT (2).
009460      MOVE SR-RSN-CODE            TO DR-RSN-CODE (2).
009470      MOVE SR-PS-BUS-UNIT         TO DR-PS-BUS-UNIT (2).
009480      MOVE SR-DISB-REQ-SEQ-NUM    TO DR-DISB-REQ-SEQ-NUM (2).
009490      MOVE SR-ISSUING-BR-CODE     TO WS-PS-ISSUING-BR-CODE.
009500      MOVE SR-ONSITE-CHK-NUM      TO WS-PS-ONSITE-CHK-NUM.
009510      MOVE SR-PAYMENT-METHOD      TO WS-PS-PAYMENT-METHOD.
009520      PERFORM 3750-PAID-STATUS    THRU 3750-EXIT.
009530      MOVE WS-PS-STATUS           TO DR-PAID-STATUS (2).
009540
009550*   THE LATER ITEM IS STOPPED WHEN IT CAN BE, ELSE THE EARLIER.
009560      MOVE "R"                    TO DR-RECOVERY-ACTION.
009570      MOVE ZERO                   TO DR-STOP-ITEM.
009580      IF DR-OUTSTANDING (1) OR DR-STALE (1)
009590          MOVE "S"                TO DR-RECOVERY-ACTION
009600          MOVE 1                  TO DR-STOP-ITEM
009610      END-IF.
009620      IF DR-OUTSTANDING (2) OR DR-STALE (2)
009630          MOVE "S"                TO DR-RECOVERY-ACTION
009640          MOVE 2                  TO DR-STOP-ITEM
009650      END-IF.
009660
009670      MOVE SWA-CURRENT-CCYY-DATE  TO DR-AUDIT-DATE.
009680      WRITE DUP-RECOVERY-RCD.
009690
009700      ADD 1 TO WS-DUPLICATES-LISTED.
009710      IF DR-STOP-PAYMENT
009720          ADD 1 TO WS-STOPPABLE
009730      END-IF.
009740
009750      MOVE SPACES                 TO DUP-AUDIT-RCD.
009760      WRITE DUP-AUDIT-RCD.
009770      PERFORM 3800-PRINT-ITEM     THRU 3800-EXIT
009780          VARYING WS-ITEM-SUB FROM 1 BY 1
009790          UNTIL WS-ITEM-SUB > 2.
009800
009810  3700-EXIT.
009820      EXIT.
009830
009840* 3750-PAID-STATUS
009850*   AN ACH OR WIRE PAYMENT HAS LEFT ALREADY.  A CHECK ON THE
009860*   REGISTER IS OUTSTANDING (OR STALE); OFF IT, THE BANK PAID IT.
009870  3750-PAID-STATUS.
009880
009890      IF WS-PS-ELECTRONIC
009900          MOVE "E"                TO WS-PS-STATUS
009910          GO TO 3750-EXIT
009920      END-IF.
009930
009940      MOVE WS-PS-ISSUING-BR-CODE  TO WS-OCREG-SEARCH-KEY (1:3).
009950      MOVE WS-PS-ONSITE-CHK-NUM   TO WS-OCREG-SEARCH-KEY (4:8).
009960      MOVE "N" TO WS-ITEM-FOUND-SW.
009970      MOVE ZERO TO WS-OCREG-MATCHED-SUB.
009980      PERFORM 3760-SEARCH-REGISTER THRU 3760-EXIT
009990          VARYING WS-OCREG-TBL-SUB FROM 1 BY 1
010000          UNTIL WS-OCREG-TBL-SUB > WS-OCREG-COUNT
010010             OR WS-ITEM-FOUND.
010020
010030      IF NOT WS-ITEM-FOUND
010040          MOVE "P"                TO WS-PS-STATUS
010050          GO TO 3750-EXIT
010060      END-IF.
010070
010080      IF WS-OCREG-STALE (WS-OCREG-MATCHED-SUB) = "S"
010090          MOVE "S"                TO WS-PS-STATUS
010100      ELSE
010110          MOVE "O"                TO WS-PS-STATUS
010120      END-IF.
010130
010140  3750-EXIT.
010150      EXIT.
010160
010170  3760-SEARCH-REGISTER.
010180
010190      IF WS-OCREG-SEARCH-KEY = WS-OCREG-KEY (WS-OCREG-TBL-SUB)
010200          MOVE "Y" TO WS-ITEM-FOUND-SW
010210          MOVE WS-OCREG-TBL-SUB TO WS-OCREG-MATCHED-SUB
010220      END-IF.
010230
010240  3760-EXIT.
010250      EXIT.
010260
010270* 3800-PRINT-ITEM
010280*   ONE LINE PER ITEM OF THE PAIR; THE PAIR'S OWN COLUMNS ARE ON
010290*   THE FIRST.  THE TIN IS MASKED TO ITS LAST FOUR.
010300  3800-PRINT-ITEM.
010310
010320      MOVE SPACES                 TO WS-DETAIL-LINE.
010330
010340      IF WS-ITEM-SUB = 1
010350          MOVE DR-MATCH-BASIS     TO DTL-BASIS
010360          MOVE DR-SCORE           TO DTL-SCORE
010370          MOVE DR-SHARED-RSN-CODE-IND TO DTL-RSN-CODE-IND
010380          MOVE DR-SHARED-BUS-UNIT-IND TO DTL-BUS-UNIT-IND
010390          MOVE DR-SHARED-RSN-TEXT-IND TO DTL-RSN-TEXT-IND
010400          MOVE DR-DAYS-APART      TO DTL-DAYS-APART
010410          MOVE DR-SSN-TAX-ID      TO TP-TIN-WORK
010420          PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT
010430          IF TP-TIN-WORK = SPACES
010440              MOVE "NONE"         TO DTL-MASKED-TIN
010450          ELSE
010460              MOVE TP-TIN-WORK    TO DTL-MASKED-TIN
010470              MOVE "XXXXX"        TO DTL-MASKED-TIN (1:5)
010480          END-IF
010490          MOVE DR-PAYEE-NAME      TO DTL-PAYEE-NAME
010500      END-IF.
010510
010520      MOVE WS-ITEM-SUB            TO DTL-ITEM.
010530      MOVE DR-ISSUING-BR-CODE (WS-ITEM-SUB) TO DTL-BR-CODE.
010540      MOVE DR-ONSITE-CHK-NUM (WS-ITEM-SUB)  TO DTL-CHK-NUM.
010550      MOVE DR-RUN-DATE (WS-ITEM-SUB)        TO DTL-RUN-DATE.
010560      MOVE DR-DISB-AMT (WS-ITEM-SUB)        TO DTL-DISB-AMT.
010570      MOVE DR-RSN-CODE (WS-ITEM-SUB)        TO DTL-RSN-CODE.
010580      MOVE DR-PS-BUS-UNIT (WS-ITEM-SUB)     TO DTL-BUS-UNIT.
010590      MOVE DR-DISB-REQ-SEQ-NUM (WS-ITEM-SUB) TO DTL-DISB-REQ-SEQ.
010600
010610      EVALUATE TRUE
010620          WHEN DR-OUTSTANDING (WS-ITEM-SUB)
010630              MOVE "OUTSTANDING"  TO DTL-PAID-STATUS
010640          WHEN DR-STALE (WS-ITEM-SUB)
010650              MOVE "STALE"        TO DTL-PAID-STATUS
010660          WHEN DR-ELECTRONIC (WS-ITEM-SUB)
010670              MOVE "ELECTRONIC"   TO DTL-PAID-STATUS
010680          WHEN OTHER
010690              MOVE "PAID"         TO DTL-PAID-STATUS
010700      END-EVALUATE.
010710
010720      IF DR-STOP-PAYMENT
010730          IF DR-STOP-ITEM = WS-ITEM-SUB
010740              MOVE "STOP PAYMENT" TO DTL-ACTION
010750          END-IF
010760      ELSE
010770          IF WS-ITEM-SUB = 2
010780              MOVE "RECOVER FUNDS" TO DTL-ACTION
010790          END-IF
010800      END-IF.
010810
010820      MOVE WS-DETAIL-LINE         TO DUP-AUDIT-RCD.
010830      WRITE DUP-AUDIT-RCD.
010840
010850  3800-EXIT.
010860      EXIT.
010870
010880  8000-WRAPUP.
010890
010900      MOVE SPACES                 TO DUP-AUDIT-RCD.
010910      WRITE DUP-AUDIT-RCD.
010920      MOVE "LIKELY DUPLICATES LISTED" TO FTL-LITERAL.
010930      MOVE WS-DUPLICATES-LISTED   TO FTL-COUNT.
010940      MOVE WS-FOOT-LINE           TO DUP-AUDIT-RCD.
010950      WRITE DUP-AUDIT-RCD.
010960      MOVE "  OF WHICH AN ITEM CAN STILL BE STOPPED"
010970                                  TO FTL-LITERAL.
010980      MOVE WS-STOPPABLE           TO FTL-COUNT.
010990      MOVE WS-FOOT-LINE           TO DUP-AUDIT-RCD.
011000      WRITE DUP-AUDIT-RCD.
011010      MOVE SPACES                 TO DUP-AUDIT-RCD.
011020      WRITE DUP-AUDIT-RCD.
011030      MOVE WS-RPT-LEGEND          TO DUP-AUDIT-RCD.
011040      WRITE DUP-AUDIT-RCD.
011050
011060      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
011070      MOVE WS-STAGING-READ        TO SCR-COUNT.
011080      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011090      PERFORM 8999-WRITE-SYSOUT.
011100
011110      MOVE "VOID/NON-PAYMENT/NO DATE:" TO SCR-LITERAL.
011120      MOVE WS-NOT-SWEPT           TO SCR-COUNT.
011130      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011140      PERFORM 8999-WRITE-SYSOUT.
011150
011160      MOVE "STAGED BEFORE THE SWEEP:" TO SCR-LITERAL.
011170      MOVE WS-BEFORE-SWEEP        TO SCR-COUNT.
011180      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011190      PERFORM 8999-WRITE-SYSOUT.
011200
011210      MOVE "PAYMENTS SWEPT:"      TO SCR-LITERAL.
011220      MOVE WS-ITEMS-SWEPT         TO SCR-COUNT.
011230      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011240      PERFORM 8999-WRITE-SYSOUT.
011250
011260      MOVE "TIN KEYS RELEASED:"   TO SCR-LITERAL.
011270      MOVE WS-TIN-KEYS            TO SCR-COUNT.
011280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011290      PERFORM 8999-WRITE-SYSOUT.
011300
011310      MOVE "NAME KEYS RELEASED:"  TO SCR-LITERAL.
011320      MOVE WS-NAME-KEYS           TO SCR-COUNT.
011330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011340      PERFORM 8999-WRITE-SYSOUT.
011350
011360      MOVE "REGISTER RECORDS READ:" TO SCR-LITERAL.
011370      MOVE WS-REGISTER-READ       TO SCR-COUNT.
011380      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011390      PERFORM 8999-WRITE-SYSOUT.
011400
011410      MOVE "PAIRS WITHIN WINDOW/AMOUNT:" TO SCR-LITERAL.
011420      MOVE WS-PAIRS-MATCHED       TO SCR-COUNT.
011430      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011440      PERFORM 8999-WRITE-SYSOUT.
011450
011460      MOVE "PAIRS BELOW MINIMUM SCORE:" TO SCR-LITERAL.
011470      MOVE WS-PAIRS-BELOW-SCORE   TO SCR-COUNT.
011480      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011490      PERFORM 8999-WRITE-SYSOUT.
011500
011510      MOVE "LIKELY DUPLICATES LISTED:" TO SCR-LITERAL.
011520      MOVE WS-DUPLICATES-LISTED   TO SCR-COUNT.
011530      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011540      PERFORM 8999-WRITE-SYSOUT.
011550
011560      MOVE "ITEMS STILL STOPPABLE:" TO SCR-LITERAL.
011570      MOVE WS-STOPPABLE           TO SCR-COUNT.
011580      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011590      PERFORM 8999-WRITE-SYSOUT.
011600
011610      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
011620
011630      COPY C2INZ003.
011640
011650      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
011660
011670  8000-EXIT.
011680      EXIT.
011690
011700* 8980-NOTE-TABLE-CAPACITY
011710*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
011720*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
011730*   DROPPED ENTRY ENDS THE RUN RC=12.
011740  8980-NOTE-TABLE-CAPACITY.
011750
011760      MOVE "OUTSTANDING REGISTER"   TO TC-NOTE-NAME.
011770      MOVE WS-OCREG-TABLE-MAX       TO TC-NOTE-LIMIT.
011780      MOVE WS-OCREG-COUNT           TO TC-NOTE-HIGH.
011790      MOVE WS-OCREG-DROPPED         TO TC-NOTE-DROPPED.
011800      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011810
011820      MOVE "PAYMENTS PER MATCH KEY" TO TC-NOTE-NAME.
011830      MOVE WS-GRP-TABLE-MAX         TO TC-NOTE-LIMIT.
011840      MOVE WS-GRP-HIGH              TO TC-NOTE-HIGH.
011850      MOVE WS-GRP-DROPPED           TO TC-NOTE-DROPPED.
011860      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011870
011880      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
011890
011900  8980-EXIT.
011910      EXIT.
011920
011930* 8900-SET-RETURN-CODE
011940*   RC=0 NO LIKELY DUPLICATE.  RC=4 AT LEAST ONE LIKELY
011950*   DUPLICATE IS ON THE RECOVERY WORKLIST.  RC=12 A TABLE
011960*   OVERFLOWED - A REGISTER ENTRY DROPPED WOULD SHOW ITS CHECK
011970*   AS PAID, A PAYMENT DROPPED FROM ITS GROUP WAS NOT PAIRED
011980*   WITH THOSE AFTER IT (SEE THE CAPACITY REPORT).
011990  8900-SET-RETURN-CODE.
012000
012010      MOVE ZERO TO RETURN-CODE.
012020
012030      IF WS-DUPLICATES-LISTED > ZERO
012040          MOVE 4 TO RETURN-CODE
012050      END-IF.
012060
012070      IF TC-TABLE-OVERFLOW
012080          MOVE TC-OVERFLOW-RC TO RETURN-CODE
012090      END-IF.
012100
012110  8900-EXIT.
012120      EXIT.
012130
012140      COPY CLCWW111.
012150
012160      COPY CLCWW134.
012170
012180      COPY CLCWW167.
012190
012200      COPY C2INZ002.
012210
012220      COPY C2INZ004.
012230
012240      COPY C2INZ005.
012250
012260      DUP-RECOVERY-FILE
012270      DUP-AUDIT-RPT
012280      RUN-HISTORY-FILE.
012290
012300  9999-EXIT.
012310      EXIT.
