000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9216.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9216
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    PAYEE 1099 DISPUTE CASES.  A PAYEE WHO SAYS THE
000130*              AMOUNT WE REPORTED ON THEIR 1099 IS WRONG IS KEYED
000140*              BY THE TAX DESK AS A CASE BY TIN AND TAX YEAR.
000150*              THIS PROGRAM KEEPS THE CLCWW193 CASE REGISTER:
000160*              - APPLIES THE DAY'S CLCWW192 DISPUTE TRANSACTIONS
000170*                IN FILE ORDER - OPEN, RESOLVE WITH NO CHANGE,
000180*                OR RESOLVE AS A CORRECTION.
000190*              - FOR EVERY CASE OPENED TODAY PULLS THE RESEARCH
000200*                PACKAGE: THE TIN'S STAGED DISBURSEMENTS AND
000210*                PAYEE REPAYMENT ADJUSTMENTS (CCCW9205) FOR THE
000220*                TAX YEAR FROM THE STAGING DETAIL, AND THE BANK
000230*                RETURNS (BANKRTN) AND STOPS, VOIDS AND OTHER
000240*                EXCLUSIONS (SVRTN) AGAINST THOSE CHECKS.  THE
000250*                PACKAGE IS PRINTED CASE BY CASE WITH THE NET
000260*                SET BESIDE THE REPORTED AND DISPUTED AMOUNTS,
000270*                AND ITS TOTALS ARE KEPT ON THE CASE.
000280*              - WRITES A CLCWW194 RESPONSE LETTER FOR EVERY
000290*                CASE RESOLVED WITH NO CHANGE, TO THE VENDOR
000300*                MASTER ADDRESS OF RECORD WHEN THE PAYEE HAS ONE.
000310*              - LINKS EVERY CASE WAITING ON A CORRECTION TO THE
000320*                CCCW9155 CORRECTED RETURN FOR ITS TIN AND YEAR
000330*                ON THE TEN99CRX GENERATION SUPPLIED (DUMMY WHEN
000340*                NO CORRECTIONS RAN), AND CLOSES IT.
000350*              - AGES EVERY CASE STILL IN PROGRESS, BY STATUS,
000360*                AGAINST THE DESK'S TURNAROUND - A DECISION
000370*                WITHIN WS-DECIDE-DAYS OF OPENING, THE CORRECTED
000380*                RETURN WITHIN WS-CORRECT-DAYS OF THE DECISION.
000390*              RESOLVED CASES STAY ON THE REGISTER FOR A YEAR
000400*              AFTER THEY CLOSE, THEN DROP OFF.
000410*
000420*  FILES:      DSPREGI  - DISPUTE CASE REGISTER (CLCWW193) TO
000430*                         DSPREGO
000440*              DSPTRAN  - DISPUTE TRANSACTIONS (CLCWW192)
000450*              TEN99DTL - STAGING DETAIL (CLCWW013) - THE CLOSED
000460*                         YEARS' TEN99DXA ARCHIVES AND TEN99DXR
000470*                         ADJUSTMENTS AHEAD OF THE LIVE TEN99DTL
000480*              BANKRTN  - BANK RETURNS (CLCWW045)
000490*              SVRTN    - STOP/VOID EXCLUSIONS (CLCWW045)
000500*              TEN99CRX - CCCW9155 CORRECTED RETURNS (CLCWW013)
000510*              VNDRMSTR - VENDOR MASTER (CLCWW037), ADDRESS OF
000520*                         RECORD
000530*              DSPLTR   - RESPONSE LETTER EXTRACT (CLCWW194)
000540*              DSPACT   - DISPUTE ACTIVITY REPORT
000550*              DSPPKG   - RESEARCH PACKAGE REPORT
000560*              DSPAGE   - CASES IN PROGRESS - AGING BY STATUS
000570*
000580*  RETURN:     RC=0 CLEAN.  RC=4 A TRANSACTION WAS REJECTED, A
000590*              CASE IS OVERDUE, OR A LETTER COULD NOT BE WRITTEN
000600*              FOR WANT OF AN ADDRESS.  RC=12 A TABLE FILLED.
000602*              A PRIOR REGISTER TOO LARGE FOR THE CASE TABLE
000604*              ABENDS TBLFL BEFORE ANYTHING IS WRITTEN.
000610*
000620******************************************************************
000630*                      MODIFICATION HISTORY
000640******************************************************************
000650* DATE     INIT  DESCRIPTION
000660* -------- ----  --------------------------------------------
000670* 10/2026  RF    NEW PROGRAM - PAYEE 1099 DISPUTE CASE FILE
000672* 10/2026  RF    ABEND TBLFL WHEN THE PRIOR REGISTER DOES NOT FIT
000674*                THE CASE TABLE - THE NEW ONE DROPPED CASES
000680******************************************************************
000690  ENVIRONMENT DIVISION.
000700  CONFIGURATION SECTION.
000710  SOURCE-COMPUTER.   IBM-370.
000720  OBJECT-COMPUTER.   IBM-370.
000730  INPUT-OUTPUT SECTION.
000740  FILE-CONTROL.
000750
000760      COPY C2INX001.
000770
000780      SELECT CASE-REG-IN-FILE    ASSIGN TO DSPREGI
000790          ORGANIZATION IS SEQUENTIAL.
000800
000810      SELECT CASE-REG-OUT-FILE   ASSIGN TO DSPREGO
000820          ORGANIZATION IS SEQUENTIAL.
000830
000840      SELECT CASE-TRAN-FILE      ASSIGN TO DSPTRAN
000850          ORGANIZATION IS SEQUENTIAL.
000860
000870      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000880          ORGANIZATION IS SEQUENTIAL.
000890
000900      SELECT BANK-RETURN-FILE    ASSIGN TO BANKRTN
000910          ORGANIZATION IS SEQUENTIAL.
000920
000930      SELECT SV-EXCLUSION-FILE   ASSIGN TO SVRTN
000940          ORGANIZATION IS SEQUENTIAL.
000950
000960      SELECT TEN99-CORRECTION-FILE ASSIGN TO TEN99CRX
000970          ORGANIZATION IS SEQUENTIAL.
000980
000990      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
001000          ORGANIZATION IS SEQUENTIAL.
001010
001020      SELECT CASE-LETTER-FILE    ASSIGN TO DSPLTR
001030          ORGANIZATION IS SEQUENTIAL.
001040
001050      SELECT CASE-ACTIVITY-RPT   ASSIGN TO DSPACT
001060          ORGANIZATION IS SEQUENTIAL.
001070
001080      SELECT CASE-PACKAGE-RPT    ASSIGN TO DSPPKG
001090          ORGANIZATION IS SEQUENTIAL.
001100
001110      SELECT CASE-AGING-RPT      ASSIGN TO DSPAGE
001120          ORGANIZATION IS SEQUENTIAL.
001130
001140      COPY C2INX004.
001150
001160  DATA DIVISION.
001170  FILE SECTION.
001180
001190      COPY C2INX002.
001200
001210  FD  CASE-REG-IN-FILE
001220      BLOCK CONTAINS 0 RECORDS
001230      RECORDING MODE IS F
001240      LABEL RECORDS ARE STANDARD
001250      DATA RECORD IS CASE-REG-IN-RCD.
001260
001270  01  CASE-REG-IN-RCD               PIC X(400).
001280
001290  FD  CASE-REG-OUT-FILE
001300      BLOCK CONTAINS 0 RECORDS
001310      RECORDING MODE IS F
001320      LABEL RECORDS ARE STANDARD
001330      DATA RECORD IS CASE-REG-OUT-RCD.
001340
001350  01  CASE-REG-OUT-RCD              PIC X(400).
001360
001370  FD  CASE-TRAN-FILE
001380      BLOCK CONTAINS 0 RECORDS
001390      RECORDING MODE IS F
001400      LABEL RECORDS ARE STANDARD
001410      DATA RECORD IS CASE-TRAN-IN-RCD.
001420
001430  01  CASE-TRAN-IN-RCD              PIC X(80).
001440
001450  FD  TEN99-STAGING-FILE
001460      BLOCK CONTAINS 0 RECORDS
001470      RECORDING MODE IS F
001480      LABEL RECORDS ARE STANDARD
001490      DATA RECORD IS TEN99-STAGING-RCD.
001500
001510  01  TEN99-STAGING-RCD             PIC X(420).
001520
001530  FD  BANK-RETURN-FILE
001540      BLOCK CONTAINS 0 RECORDS
001550      RECORDING MODE IS F
001560      LABEL RECORDS ARE STANDARD
001570      DATA RECORD IS BANK-RETURN-RCD.
001580
001590  01  BANK-RETURN-RCD               PIC X(40).
001600
001610  FD  SV-EXCLUSION-FILE
001620      BLOCK CONTAINS 0 RECORDS
001630      RECORDING MODE IS F
001640      LABEL RECORDS ARE STANDARD
001650      DATA RECORD IS SV-EXCLUSION-RCD.
001660
001670  01  SV-EXCLUSION-RCD              PIC X(40).
001680
001690  FD  TEN99-CORRECTION-FILE
001700      BLOCK CONTAINS 0 RECORDS
001710      RECORDING MODE IS F
001720      LABEL RECORDS ARE STANDARD
001730      DATA RECORD IS TEN99-CORR-IN-RCD.
001740
001750  01  TEN99-CORR-IN-RCD             PIC X(420).
001760  01  TEN99-CORR-IN-HDR.
001770      05  CIH-MARKER                PIC X(10).
001780      05  FILLER                    PIC X(29).
001790      05  CIH-PROCESSING-DATE       PIC X(08).
001800      05  FILLER                    PIC X(373).
001810
001820  FD  VENDOR-MASTER-FILE
001830      BLOCK CONTAINS 0 RECORDS
001840      RECORDING MODE IS F
001850      LABEL RECORDS ARE STANDARD
001860      DATA RECORD IS VENDOR-MASTER-RCD.
001870
001880      COPY CLCWW037.
001890
001900  FD  CASE-LETTER-FILE
001910      BLOCK CONTAINS 0 RECORDS
001920      RECORDING MODE IS F
001930      LABEL RECORDS ARE STANDARD
001940      DATA RECORD IS DISPUTE-LETTER-RCD.
001950
001960      COPY CLCWW194.
001970
001980  FD  CASE-ACTIVITY-RPT
001990      BLOCK CONTAINS 0 RECORDS
002000      RECORDING MODE IS F
002010      LABEL RECORDS ARE STANDARD
002020      DATA RECORD IS CASE-ACTIVITY-RCD.
002030
002040  01  CASE-ACTIVITY-RCD             PIC X(133).
002050
002060  FD  CASE-PACKAGE-RPT
002070      BLOCK CONTAINS 0 RECORDS
002080      RECORDING MODE IS F
002090      LABEL RECORDS ARE STANDARD
002100      DATA RECORD IS CASE-PACKAGE-RCD.
002110
002120  01  CASE-PACKAGE-RCD              PIC X(133).
002130
002140  FD  CASE-AGING-RPT
002150      BLOCK CONTAINS 0 RECORDS
002160      RECORDING MODE IS F
002170      LABEL RECORDS ARE STANDARD
002180      DATA RECORD IS CASE-AGING-RCD.
002190
002200  01  CASE-AGING-RCD                PIC X(133).
002210
002220      COPY C2INX005.
002230
002240  WORKING-STORAGE SECTION.
002250
002260      COPY C2INX003.
002270
002280      COPY C2INX006.
002290
002300      COPY CLCWW013.
002310
002320      COPY CLCWW045.
002330
002340      COPY CLCWW192.
002350
002360      COPY CLCWW193.
002370
002380      COPY CLCWW110.
002390
002400      COPY CLCWW133.
002410
002420      COPY CLCWW166.
002430
002440      COPY CLCWW189.
002450
002460  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9216".
002470
002480  01  WS-SWITCHES.
002490      05  WS-REG-EOF-SW           PIC X(01) VALUE "N".
002500          88  WS-REG-EOF                  VALUE "Y".
002510      05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
002520          88  WS-TRAN-EOF                 VALUE "Y".
002530      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
002540          88  WS-STAGING-EOF              VALUE "Y".
002550      05  WS-EXCL-EOF-SW          PIC X(01) VALUE "N".
002560          88  WS-EXCL-EOF                 VALUE "Y".
002570      05  WS-CORR-EOF-SW          PIC X(01) VALUE "N".
002580          88  WS-CORR-EOF                 VALUE "Y".
002590      05  WS-CSE-FOUND-SW         PIC X(01) VALUE "N".
002600          88  WS-CSE-FOUND                VALUE "Y".
002610      05  WS-PKG-FOUND-SW         PIC X(01) VALUE "N".
002620          88  WS-PKG-FOUND                VALUE "Y".
002630
002640  01  WS-COUNTERS.
002650      05  WS-CASES-CARRIED        PIC 9(09) COMP VALUE ZERO.
002660      05  WS-TRANS-READ           PIC 9(09) COMP VALUE ZERO.
002670      05  WS-TRANS-ACCEPTED       PIC 9(09) COMP VALUE ZERO.
002680      05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
002690      05  WS-CASES-OPENED         PIC 9(09) COMP VALUE ZERO.
002700      05  WS-CASES-NO-CHANGE      PIC 9(09) COMP VALUE ZERO.
002710      05  WS-CASES-FOR-CORRECTION PIC 9(09) COMP VALUE ZERO.
002720      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
002730      05  WS-RETURNS-READ         PIC 9(09) COMP VALUE ZERO.
002740      05  WS-STOPS-READ           PIC 9(09) COMP VALUE ZERO.
002750      05  WS-PKG-ITEMS-PULLED     PIC 9(09) COMP VALUE ZERO.
002760      05  WS-PKG-EMPTY-CASES      PIC 9(09) COMP VALUE ZERO.
002770      05  WS-CORR-READ            PIC 9(09) COMP VALUE ZERO.
002780      05  WS-CASES-LINKED         PIC 9(09) COMP VALUE ZERO.
002790      05  WS-LETTERS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
002800      05  WS-LETTERS-NO-ADDRESS   PIC 9(09) COMP VALUE ZERO.
002810      05  WS-ADDR-OF-RECORD-USED  PIC 9(09) COMP VALUE ZERO.
002820      05  WS-CASES-RETIRED        PIC 9(09) COMP VALUE ZERO.
002830      05  WS-CASES-WRITTEN        PIC 9(09) COMP VALUE ZERO.
002840      05  WS-AGE-CASES            PIC 9(09) COMP VALUE ZERO.
002850      05  WS-AGE-OPEN             PIC 9(09) COMP VALUE ZERO.
002860      05  WS-AGE-WAITING          PIC 9(09) COMP VALUE ZERO.
002870      05  WS-AGE-OPEN-OVERDUE     PIC 9(09) COMP VALUE ZERO.
002880      05  WS-AGE-WAIT-OVERDUE     PIC 9(09) COMP VALUE ZERO.
002890      05  WS-AGE-DUE-SOON         PIC 9(09) COMP VALUE ZERO.
002900
002910  01  WS-TODAY                    PIC 9(08) VALUE ZERO.
002920  01  WS-TODAY-PARTS REDEFINES WS-TODAY.
002930      05  WS-TODAY-CCYY           PIC 9(04).
002940      05  FILLER                  PIC 9(04).
002950  77  WS-TODAY-DAYS               PIC 9(07) COMP VALUE ZERO.
002960  77  WS-ACTION-DATE              PIC 9(08) VALUE ZERO.
002970
002980* THE DESK'S TURNAROUND: A DECISION ON A NEW CASE WITHIN
002990* WS-DECIDE-DAYS, THE CORRECTED RETURN WITHIN WS-CORRECT-DAYS OF
003000* THE DECISION (ONE CCCW9155 CORRECTIONS CYCLE).  A STEP DUE
003010* WITHIN WS-DUE-SOON-DAYS IS FLAGGED; A RESOLVED CASE STAYS ON
003020* THE REGISTER WS-KEEP-FINISHED-DAYS.
003030  77  WS-DECIDE-DAYS              PIC 9(03) COMP VALUE 30.
003040  77  WS-CORRECT-DAYS             PIC 9(03) COMP VALUE 60.
003050  77  WS-DUE-SOON-DAYS            PIC 9(03) COMP VALUE 5.
003060  77  WS-KEEP-FINISHED-DAYS       PIC 9(03) COMP VALUE 365.
003070
003080* THE CASE REGISTER, HELD WHOLE WHILE THE DAY'S TRANSACTIONS
003090* AND CORRECTIONS ARE APPLIED, THEN WRITTEN BACK IN THE SAME
003100* ORDER WITH NEW CASES AT THE END.  THE KEY IS THE PROTECTED
003110* TIN AND THE TAX YEAR.
003120  01  WS-CSE-TABLE.
003130      05  WS-CSE-ENTRY            OCCURS 1000 TIMES.
003140          10  WS-CSE-IMAGE.
003150              15  WS-CSE-KEY.
003160                  20  WS-CSE-TIN      PIC X(16).
003170                  20  WS-CSE-YEAR     PIC 9(04).
003180              15  WS-CSE-LAST4        PIC X(04).
003190              15  WS-CSE-STATUS       PIC X(01).
003200              15  FILLER              PIC X(375).
003210          10  WS-CSE-NEW-SW           PIC X(01).
003220              88  WS-CSE-NEW                  VALUE "Y".
003230          10  WS-CSE-LETTER-SW        PIC X(01).
003240              88  WS-CSE-LETTER-DUE           VALUE "Y".
003250          10  WS-CSE-LINKED-SW        PIC X(01).
003260              88  WS-CSE-LINKED               VALUE "Y".
003270  77  WS-CSE-COUNT                PIC 9(04) COMP VALUE ZERO.
003280  77  WS-CSE-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
003290  77  WS-CSE-DROPPED              PIC 9(07) COMP VALUE ZERO.
003300  77  WS-CSE-SUB                  PIC 9(04) COMP VALUE ZERO.
003310  77  WS-CSE-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
003320  01  WS-CSE-SEARCH-KEY.
003330      05  WS-CSE-SEARCH-TIN       PIC X(16) VALUE SPACES.
003340      05  WS-CSE-SEARCH-YEAR      PIC 9(04) VALUE ZERO.
003350
003360* THE DAY'S DISPUTE TRANSACTIONS, KEPT IN FILE ORDER.
003370  01  WS-TRN-TABLE.
003380      05  WS-TRN-ENTRY            OCCURS 500 TIMES.
003390          10  WS-TRN-IMAGE            PIC X(80).
003400  77  WS-TRN-COUNT                PIC 9(04) COMP VALUE ZERO.
003410  77  WS-TRN-TABLE-MAX            PIC 9(04) COMP VALUE 500.
003420  77  WS-TRN-DROPPED              PIC 9(07) COMP VALUE ZERO.
003430  77  WS-TRN-SUB                  PIC 9(04) COMP VALUE ZERO.
003440
003450* THE RESEARCH PACKAGE ITEMS FOR THE CASES OPENED TODAY, EACH
003460* POINTING BACK TO ITS CASE.  TYPE D STAGED DISBURSEMENT, R
003470* PAYEE REPAYMENT, B BANK RETURN, S STOP OR OTHER EXCLUSION.
003480  01  WS-PKG-TABLE.
003490      05  WS-PKG-ENTRY            OCCURS 3000 TIMES.
003500          10  WS-PKG-CASE-SUB         PIC 9(04) COMP.
003510          10  WS-PKG-TYPE             PIC X(01).
003520          10  WS-PKG-CHECK-KEY.
003530              15  WS-PKG-BR-CODE      PIC X(03).
003540              15  WS-PKG-CHK-NUM      PIC X(08).
003550          10  WS-PKG-DATE             PIC X(08).
003560          10  WS-PKG-REF              PIC X(12).
003570          10  WS-PKG-AMOUNT           PIC S9(10)V99.
003580  77  WS-PKG-COUNT                PIC 9(04) COMP VALUE ZERO.
003590  77  WS-PKG-TABLE-MAX            PIC 9(04) COMP VALUE 3000.
003600  77  WS-PKG-DROPPED              PIC 9(07) COMP VALUE ZERO.
003610  77  WS-PKG-SUB                  PIC 9(04) COMP VALUE ZERO.
003620  77  WS-PKG-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
003630  01  WS-PKG-SEARCH-KEY.
003640      05  WS-PKG-SEARCH-BR        PIC X(03) VALUE SPACES.
003650      05  WS-PKG-SEARCH-CHK       PIC X(08) VALUE SPACES.
003660
003670* ONE PACKAGE ITEM BEING ADDED, AND THE CASE'S NET.
003680  77  WS-ADD-TYPE                 PIC X(01) VALUE SPACES.
003690  77  WS-ADD-CASE-SUB             PIC 9(04) COMP VALUE ZERO.
003700  01  WS-ADD-DATE                 PIC X(08) VALUE SPACES.
003710  01  WS-ADD-REF                  PIC X(12) VALUE SPACES.
003720  01  WS-ADD-AMOUNT               PIC S9(10)V99 VALUE ZERO.
003730  01  WS-PKG-NET                  PIC S9(11)V99 VALUE ZERO.
003740  01  WS-PKG-DIFF                 PIC S9(11)V99 VALUE ZERO.
003750
003760* A STAGED RECORD'S TAX YEAR - ITS STAMPED YEAR, OR FOR AN
003770* UNSTAMPED RECORD THE YEAR OF THE RUN THAT STAGED IT.
003780  01  WS-STG-YEAR                 PIC 9(04) VALUE ZERO.
003790  01  WS-STG-RUN-DATE             PIC X(08) VALUE SPACES.
003800  01  WS-STG-RUN-PARTS REDEFINES WS-STG-RUN-DATE.
003810      05  WS-STG-RUN-CCYY         PIC 9(04).
003820      05  FILLER                  PIC X(04).
003830
003840* A CCCW9205 REPAYMENT ADJUSTMENT CARRIES ITS RECEIPT IN THE
003850* REASON TEXT.
003860  01  WS-RPY-RSN-TEXT.
003870      05  WS-RPY-RSN-TAG          PIC X(20).
003880          88  WS-RPY-REPAYMENT            VALUE
003890              "PAYEE REPAYMENT REF ".
003900      05  WS-RPY-RSN-REF          PIC X(12).
003910      05  FILLER                  PIC X(06).
003920      05  WS-RPY-RSN-DATE         PIC X(08).
003930      05  FILLER                  PIC X(14).
003940
003950* THE CORRECTED-RETURN GENERATION'S FILE DATE FROM ITS HEADER.
003960  01  WS-CORR-FILE-DATE           PIC 9(08) VALUE ZERO.
003970
003980* AGING - THE STATUS BEING LISTED, THE STEP'S DEADLINE AS A DAY
003990* NUMBER AND THE DAYS LEFT TO IT (NEGATIVE ONCE PAST).
004000  77  WS-AGE-WANT-STATUS          PIC X(01) VALUE SPACES.
004010  77  WS-AGE-STATUS-CASES         PIC 9(07) COMP VALUE ZERO.
004020  77  WS-STEP-ALLOWED-DAYS        PIC 9(03) COMP VALUE ZERO.
004030  77  WS-STEP-DUE-DAYS            PIC 9(07) COMP VALUE ZERO.
004040  77  WS-STEP-DAYS-LEFT           PIC S9(07) COMP VALUE ZERO.
004050  77  WS-DAYS-OPEN                PIC S9(07) COMP VALUE ZERO.
004060  77  WS-FINISHED-DAYS            PIC 9(07) COMP VALUE ZERO.
004070
004080  01  WS-MASKED-TIN.
004090      05  FILLER                  PIC X(05) VALUE "XXXXX".
004100      05  WS-MASKED-LAST4         PIC X(04) VALUE SPACES.
004110
004120* DAY NUMBERS, THE SAME AS CCCW9142.  9500-DAY-NUMBER TURNS
004130* WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY COUNT IN WS-DN-DAYS,
004140* COUNTING LEAP DAYS (EVERY FOURTH YEAR - GOOD THROUGH 2099).
004150  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
004160  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
004170      05  WS-DN-CCYY              PIC 9(04).
004180      05  WS-DN-MM                PIC 9(02).
004190      05  WS-DN-DD                PIC 9(02).
004200  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
004210  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
004220  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
004230
004240  01  WS-CUM-DAYS-VALUES.
004250      05  FILLER                  PIC X(36)
004260              VALUE "000031059090120151181212243273304334".
004270  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
004280      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
004290
004300  01  WS-ACT-TITLE.
004310      05  FILLER                  PIC X(01) VALUE SPACES.
004320      05  FILLER                  PIC X(10) VALUE "CCCW9216".
004330      05  FILLER                  PIC X(40) VALUE
004340          "PAYEE 1099 DISPUTE ACTIVITY".
004350      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
004360      05  ATL-RUN-DATE            PIC 9(08).
004370      05  FILLER                  PIC X(64) VALUE SPACES.
004380
004390  01  WS-ACT-COL-HEADING.
004400      05  FILLER                  PIC X(03) VALUE SPACES.
004410      05  FILLER                  PIC X(11) VALUE "TIN".
004420      05  FILLER                  PIC X(06) VALUE "YEAR".
004430      05  FILLER                  PIC X(04) VALUE "TRN".
004440      05  FILLER                  PIC X(11) VALUE "DATE".
004450      05  FILLER                  PIC X(03) VALUE "ST".
004460      05  FILLER                  PIC X(18) VALUE
004470          "        REPORTED".
004480      05  FILLER                  PIC X(19) VALUE
004490          "        DISPUTED".
004500      05  FILLER                  PIC X(10) VALUE "BY".
004510      05  FILLER                  PIC X(48) VALUE "DISPOSITION".
004520
004530  01  WS-ACT-LINE.
004540      05  FILLER                  PIC X(03) VALUE SPACES.
004550      05  ACL-TIN                 PIC X(09).
004560      05  FILLER                  PIC X(02) VALUE SPACES.
004570      05  ACL-TAX-YEAR            PIC X(04).
004580      05  FILLER                  PIC X(02) VALUE SPACES.
004590      05  ACL-TRAN-CODE           PIC X(02).
004600      05  FILLER                  PIC X(02) VALUE SPACES.
004610      05  ACL-DATE                PIC 9(08).
004620      05  FILLER                  PIC X(03) VALUE SPACES.
004630      05  ACL-STATUS              PIC X(01).
004640      05  FILLER                  PIC X(02) VALUE SPACES.
004650      05  ACL-REPORTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
004660      05  FILLER                  PIC X(01) VALUE SPACES.
004670      05  ACL-DISPUTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
004680      05  FILLER                  PIC X(02) VALUE SPACES.
004690      05  ACL-BY                  PIC X(08).
004700      05  FILLER                  PIC X(02) VALUE SPACES.
004710      05  ACL-TEXT                PIC X(45).
004720      05  FILLER                  PIC X(03) VALUE SPACES.
004730
004740  01  WS-PKG-TITLE.
004750      05  FILLER                  PIC X(01) VALUE SPACES.
004760      05  FILLER                  PIC X(10) VALUE "CCCW9216".
004770      05  FILLER                  PIC X(40) VALUE
004780          "1099 DISPUTE RESEARCH PACKAGES".
004790      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
004800      05  PTL-RUN-DATE            PIC 9(08).
004810      05  FILLER                  PIC X(64) VALUE SPACES.
004820
004830  01  WS-PKG-CASE-LINE.
004840      05  FILLER                  PIC X(03) VALUE SPACES.
004850      05  FILLER                  PIC X(05) VALUE "TIN ".
004860      05  PCL-TIN                 PIC X(09).
004870      05  FILLER                  PIC X(12) VALUE "  TAX YEAR ".
004880      05  PCL-TAX-YEAR            PIC 9(04).
004890      05  FILLER                  PIC X(12) VALUE "  REPORTED ".
004900      05  PCL-REPORTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
004910      05  FILLER                  PIC X(12) VALUE "  DISPUTED ".
004920      05  PCL-DISPUTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
004930      05  FILLER                  PIC X(11) VALUE "  OPENED ".
004940      05  PCL-OPEN-DATE           PIC 9(08).
004950      05  FILLER                  PIC X(23) VALUE SPACES.
004960
004970  01  WS-PKG-NAME-LINE.
004980      05  FILLER                  PIC X(08) VALUE SPACES.
004990      05  PNL-NAME                PIC X(40).
005000      05  FILLER                  PIC X(02) VALUE SPACES.
005010      05  PNL-CITY                PIC X(28).
005020      05  FILLER                  PIC X(01) VALUE SPACES.
005030      05  PNL-STATE               PIC X(05).
005040      05  FILLER                  PIC X(49) VALUE SPACES.
005050
005060  01  WS-PKG-COL-HEADING.
005070      05  FILLER                  PIC X(08) VALUE SPACES.
005080      05  FILLER                  PIC X(12) VALUE "ITEM".
005090      05  FILLER                  PIC X(05) VALUE "BR".
005100      05  FILLER                  PIC X(10) VALUE "CHECK".
005110      05  FILLER                  PIC X(10) VALUE "DATE".
005120      05  FILLER                  PIC X(14) VALUE "REFERENCE".
005130      05  FILLER                  PIC X(19) VALUE
005140          "          AMOUNT".
005150      05  FILLER                  PIC X(55) VALUE "NOTE".
005160
005170  01  WS-PKG-ITEM-LINE.
005180      05  FILLER                  PIC X(08) VALUE SPACES.
005190      05  PIL-ITEM                PIC X(10).
005200      05  FILLER                  PIC X(02) VALUE SPACES.
005210      05  PIL-BR                  PIC X(03).
005220      05  FILLER                  PIC X(02) VALUE SPACES.
005230      05  PIL-CHK                 PIC X(08).
005240      05  FILLER                  PIC X(02) VALUE SPACES.
005250      05  PIL-DATE                PIC X(08).
005260      05  FILLER                  PIC X(02) VALUE SPACES.
005270      05  PIL-REF                 PIC X(12).
005280      05  FILLER                  PIC X(02) VALUE SPACES.
005290      05  PIL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
005300      05  FILLER                  PIC X(02) VALUE SPACES.
005310      05  PIL-NOTE                PIC X(30).
005320      05  FILLER                  PIC X(25) VALUE SPACES.
005330
005340  01  WS-AGE-TITLE.
005350      05  FILLER                  PIC X(01) VALUE SPACES.
005360      05  FILLER                  PIC X(10) VALUE "CCCW9216".
005370      05  FILLER                  PIC X(40) VALUE
005380          "1099 DISPUTES IN PROGRESS - AGING".
005390      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
005400      05  AGT-RUN-DATE            PIC 9(08).
005410      05  FILLER                  PIC X(64) VALUE SPACES.
005420
005430  01  WS-AGE-STATUS-HEADING.
005440      05  FILLER                  PIC X(03) VALUE SPACES.
005450      05  ASH-STATUS              PIC X(01).
005460      05  FILLER                  PIC X(03) VALUE " - ".
005470      05  ASH-TEXT                PIC X(50).
005480      05  FILLER                  PIC X(76) VALUE SPACES.
005490
005500  01  WS-AGE-COL-HEADING.
005510      05  FILLER                  PIC X(03) VALUE SPACES.
005520      05  FILLER                  PIC X(11) VALUE "TIN".
005530      05  FILLER                  PIC X(07) VALUE "YEAR".
005540      05  FILLER                  PIC X(04) VALUE "ST".
005550      05  FILLER                  PIC X(10) VALUE "OPENED".
005560      05  FILLER                  PIC X(18) VALUE
005570          "        REPORTED".
005580      05  FILLER                  PIC X(18) VALUE
005590          "        DISPUTED".
005600      05  FILLER                  PIC X(07) VALUE " DAYS".
005610      05  FILLER                  PIC X(08) VALUE "  LEFT".
005620      05  FILLER                  PIC X(10) VALUE "BY".
005630      05  FILLER                  PIC X(37) VALUE "NOTE".
005640
005650  01  WS-AGE-LINE.
005660      05  FILLER                  PIC X(03) VALUE SPACES.
005670      05  AGL-TIN                 PIC X(09).
005680      05  FILLER                  PIC X(02) VALUE SPACES.
005690      05  AGL-TAX-YEAR            PIC 9(04).
005700      05  FILLER                  PIC X(03) VALUE SPACES.
005710      05  AGL-STATUS              PIC X(01).
005720      05  FILLER                  PIC X(03) VALUE SPACES.
005730      05  AGL-OPEN-DATE           PIC 9(08).
005740      05  FILLER                  PIC X(02) VALUE SPACES.
005750      05  AGL-REPORTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
005760      05  FILLER                  PIC X(01) VALUE SPACES.
005770      05  AGL-DISPUTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
005780      05  FILLER                  PIC X(01) VALUE SPACES.
005790      05  AGL-DAYS-OPEN           PIC ZZZZ9.
005800      05  FILLER                  PIC X(02) VALUE SPACES.
005810      05  AGL-DAYS-LEFT           PIC ZZZZ9-.
005820      05  FILLER                  PIC X(02) VALUE SPACES.
005830      05  AGL-BY                  PIC X(08).
005840      05  FILLER                  PIC X(02) VALUE SPACES.
005850      05  AGL-NOTE                PIC X(29).
005860      05  FILLER                  PIC X(08) VALUE SPACES.
005870
005880  01  WS-COUNT-LINE.
005890      05  FILLER                  PIC X(03) VALUE SPACES.
005900      05  CNL-LITERAL             PIC X(40).
005910      05  CNL-COUNT               PIC ZZZ,ZZZ,ZZ9.
005920      05  FILLER                  PIC X(79) VALUE SPACES.
005930
005940  PROCEDURE DIVISION.
005950
005960  0000-MAINLINE.
005970
005980      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
005990
006000      PERFORM 2000-APPLY-TRAN        THRU 2000-EXIT
006010          VARYING WS-TRN-SUB FROM 1 BY 1
006020          UNTIL WS-TRN-SUB > WS-TRN-COUNT.
006030
006040      IF WS-CASES-OPENED > ZERO
006050          PERFORM 3000-PULL-PACKAGES THRU 3000-EXIT
006060      END-IF.
006070
006080      PERFORM 3600-LINK-CORRECTIONS  THRU 3600-EXIT.
006090
006100      PERFORM 4000-WRITE-CASE        THRU 4000-EXIT
006110          VARYING WS-CSE-SUB FROM 1 BY 1
006120          UNTIL WS-CSE-SUB > WS-CSE-COUNT.
006130
006140      MOVE "O"                    TO WS-AGE-WANT-STATUS.
006150      PERFORM 4500-AGE-STATUS        THRU 4500-EXIT.
006160      MOVE "W"                    TO WS-AGE-WANT-STATUS.
006170      PERFORM 4500-AGE-STATUS        THRU 4500-EXIT.
006180
006190      PERFORM 7000-WRITE-TOTALS      THRU 7000-EXIT.
006200
006210      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
006220
006230      GOBACK.
006240
006250  1000-INITIALIZE.
006260
006270      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
006280      OPEN EXTEND RUN-HISTORY-FILE.
006290
006300      COPY C2INZ001.
006310
006320      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
006330      MOVE WS-TODAY               TO WS-DN-DATE.
006340      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
006350      MOVE WS-DN-DAYS             TO WS-TODAY-DAYS.
006360
006370      PERFORM 9300-LOAD-ADDRESS-OF-RECORD THRU 9300-EXIT.
006380
006390      OPEN INPUT  CASE-REG-IN-FILE.
006400      OPEN OUTPUT CASE-REG-OUT-FILE.
006410      OPEN OUTPUT CASE-LETTER-FILE.
006420      OPEN OUTPUT CASE-ACTIVITY-RPT.
006430      OPEN OUTPUT CASE-PACKAGE-RPT.
006440      OPEN OUTPUT CASE-AGING-RPT.
006450
006460      MOVE "CLCWW193"             TO WS-LV-CHECK-FILE-ID.
006470      MOVE "DSPREGI"              TO WS-LV-CHECK-DDNAME.
006480      MOVE "N"                    TO WS-LV-EMPTY-SW.
006490      READ CASE-REG-IN-FILE INTO LAYOUT-HEADER-RCD
006500          AT END
006510              MOVE "Y"            TO WS-LV-EMPTY-SW
006520      END-READ.
006530      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
006540
006550      IF WS-LV-FILE-EMPTY
006560          CLOSE CASE-REG-IN-FILE
006570          OPEN INPUT CASE-REG-IN-FILE
006580      END-IF.
006590
006600      PERFORM 1100-LOAD-REGISTER  THRU 1100-EXIT
006610          UNTIL WS-REG-EOF.
006620      CLOSE CASE-REG-IN-FILE.
006630
006640      PERFORM 1200-LOAD-TRANS     THRU 1200-EXIT.
006650
006660      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
006670      WRITE CASE-REG-OUT-RCD FROM LAYOUT-HEADER-RCD.
006680
006690      MOVE WS-TODAY               TO ATL-RUN-DATE.
006700      MOVE WS-ACT-TITLE           TO CASE-ACTIVITY-RCD.
006710      WRITE CASE-ACTIVITY-RCD.
006720      MOVE SPACES                 TO CASE-ACTIVITY-RCD.
006730      WRITE CASE-ACTIVITY-RCD.
006740      MOVE WS-ACT-COL-HEADING     TO CASE-ACTIVITY-RCD.
006750      WRITE CASE-ACTIVITY-RCD.
006760
006770      MOVE WS-TODAY               TO PTL-RUN-DATE.
006780      MOVE WS-PKG-TITLE           TO CASE-PACKAGE-RCD.
006790      WRITE CASE-PACKAGE-RCD.
006800
006810      MOVE WS-TODAY               TO AGT-RUN-DATE.
006820      MOVE WS-AGE-TITLE           TO CASE-AGING-RCD.
006830      WRITE CASE-AGING-RCD.
006840
006850  1000-EXIT.
006860      EXIT.
006870
006880* 1100-LOAD-REGISTER
006890*   THE PRIOR GENERATION OF THE REGISTER INTO THE CASE TABLE.
006900*   A CASE PAST THE TABLE'S LIMIT WOULD DROP OFF THE NEW
006910*   GENERATION, SO THE RUN ABENDS TBLFL BEFORE ANY OUTPUT IS
006912*   WRITTEN AND THE LIMIT IS RAISED BEFORE IT IS RERUN.
006920  1100-LOAD-REGISTER.
006930
006940      READ CASE-REG-IN-FILE
006950          AT END
006960              MOVE "Y" TO WS-REG-EOF-SW
006970              GO TO 1100-EXIT
006980      END-READ.
006990
007000      IF WS-CSE-COUNT NOT < WS-CSE-TABLE-MAX
007010          ADD 1 TO WS-CSE-DROPPED
007012          MOVE "*CASE TABLE FULL AT:" TO SCR-LITERAL
007014          MOVE WS-CSE-COUNT           TO SCR-COUNT
007016          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
007018          PERFORM 8999-WRITE-SYSOUT
007020          MOVE "1100-LOAD-REGISTER"   TO SAR-PARAGRAPH
007022          MOVE "TBLFL"                TO SAR-RETURN-CODE
007024          MOVE SPACES                 TO SAR-DB-NAME
007026          MOVE "DSPREGI"              TO SAR-TABLE-NAME
007028          MOVE SPACES                 TO SAR-SQLCODE
007029          GO TO 9998-COREDUMP
007030      END-IF.
007040
007050      ADD 1 TO WS-CSE-COUNT.
007060      MOVE CASE-REG-IN-RCD        TO WS-CSE-IMAGE (WS-CSE-COUNT).
007070      MOVE "N"                    TO WS-CSE-NEW-SW (WS-CSE-COUNT).
007080      MOVE "N"
007090          TO WS-CSE-LETTER-SW (WS-CSE-COUNT).
007100      MOVE "N"
007110          TO WS-CSE-LINKED-SW (WS-CSE-COUNT).
007120      ADD 1 TO WS-CASES-CARRIED.
007130
007140  1100-EXIT.
007150      EXIT.
007160
007170* 1200-LOAD-TRANS
007180*   THE DAY'S DISPUTE TRANSACTIONS, KEPT IN FILE ORDER.
007190  1200-LOAD-TRANS.
007200
007210      OPEN INPUT CASE-TRAN-FILE.
007220
007230      PERFORM 1210-LOAD-TRAN-RCD  THRU 1210-EXIT
007240          UNTIL WS-TRAN-EOF.
007250
007260      CLOSE CASE-TRAN-FILE.
007270
007280  1200-EXIT.
007290      EXIT.
007300
007310  1210-LOAD-TRAN-RCD.
007320
007330      READ CASE-TRAN-FILE
007340          AT END
007350              MOVE "Y" TO WS-TRAN-EOF-SW
007360              GO TO 1210-EXIT
007370      END-READ.
007380
007390      ADD 1 TO WS-TRANS-READ.
007400
007410      IF WS-TRN-COUNT NOT < WS-TRN-TABLE-MAX
007420          ADD 1 TO WS-TRN-DROPPED
007430          GO TO 1210-EXIT
007440      END-IF.
007450
007460      ADD 1 TO WS-TRN-COUNT.
007470      MOVE CASE-TRAN-IN-RCD       TO WS-TRN-IMAGE (WS-TRN-COUNT).
007480
007490  1210-EXIT.
007500      EXIT.
007510
007520* 2000-APPLY-TRAN
007530*   ONE DISPUTE TRANSACTION AGAINST THE REGISTER.  THE KEYED TIN
007540*   IS PROTECTED SO IT COMPARES TO THE REGISTER'S.  EACH STEP
007550*   PARAGRAPH SETS THE DISPOSITION - A REJECTION STARTS WITH AN
007560*   ASTERISK - AND EVERY TRANSACTION IS LISTED ON THE ACTIVITY
007570*   REPORT WITH THE CASE AS IT NOW STANDS.
007580  2000-APPLY-TRAN.
007590
007600      MOVE WS-TRN-IMAGE (WS-TRN-SUB) TO DISPUTE-TRAN-RCD.
007610
007620      IF DX-TRAN-DATE NUMERIC AND DX-TRAN-DATE > ZERO
007630          MOVE DX-TRAN-DATE       TO WS-ACTION-DATE
007640      ELSE
007650          MOVE WS-TODAY           TO WS-ACTION-DATE
007660      END-IF.
007670
007680      MOVE DX-SSN-TAX-ID          TO TP-TIN-WORK.
007690      PERFORM 9800-PROTECT-TIN    THRU 9800-EXIT.
007700      MOVE TP-TIN-WORK            TO WS-CSE-SEARCH-TIN.
007710      IF DX-TAX-YEAR NUMERIC
007720          MOVE DX-TAX-YEAR        TO WS-CSE-SEARCH-YEAR
007730      ELSE
007740          MOVE ZERO               TO WS-CSE-SEARCH-YEAR
007750      END-IF.
007760      PERFORM 2100-FIND-CASE      THRU 2100-EXIT.
007770
007780      MOVE SPACES                 TO WS-ACT-LINE.
007790      MOVE SPACES                 TO ACL-TEXT.
007800
007810      EVALUATE TRUE
007820          WHEN DX-OPEN-CASE
007830              PERFORM 2200-OPEN-CASE       THRU 2200-EXIT
007840          WHEN DX-RESOLVE-NO-CHANGE
007850              PERFORM 2300-RESOLVE-NO-CHANGE THRU 2300-EXIT
007860          WHEN DX-RESOLVE-CORRECTION
007870              PERFORM 2400-RESOLVE-CORRECTION THRU 2400-EXIT
007880          WHEN OTHER
007890              MOVE "*INVALID TRANSACTION CODE" TO ACL-TEXT
007900      END-EVALUATE.
007910
007920      IF ACL-TEXT (1:1) = "*"
007930          ADD 1 TO WS-TRANS-REJECTED
007940      ELSE
007950          ADD 1 TO WS-TRANS-ACCEPTED
007960          MOVE DX-ENTERED-BY      TO DSP-LAST-ACTION-BY
007970          MOVE DISPUTE-CASE-RCD   TO WS-CSE-IMAGE (WS-CSE-HIT-SUB)
007980      END-IF.
007990
008000      MOVE DX-SSN-TAX-ID (6:4)    TO WS-MASKED-LAST4.
008010      MOVE WS-MASKED-TIN          TO ACL-TIN.
008020      MOVE DX-TAX-YEAR            TO ACL-TAX-YEAR.
008030      MOVE DX-TRAN-CODE           TO ACL-TRAN-CODE.
008040      MOVE WS-ACTION-DATE         TO ACL-DATE.
008050      MOVE DX-ENTERED-BY          TO ACL-BY.
008060      IF WS-CSE-HIT-SUB > ZERO
008070          MOVE DSP-STATUS         TO ACL-STATUS
008080          MOVE DSP-REPORTED-AMT   TO ACL-REPORTED
008090          MOVE DSP-DISPUTED-AMT   TO ACL-DISPUTED
008100      ELSE
008110          MOVE ZERO               TO ACL-REPORTED
008120          MOVE ZERO               TO ACL-DISPUTED
008130      END-IF.
008140      PERFORM 7900-WRITE-ACTIVITY THRU 7900-EXIT.
008150
008160  2000-EXIT.
008170      EXIT.
008180
008190* 2100-FIND-CASE
008200*   LOOKS UP WS-CSE-SEARCH-KEY ON THE CASE TABLE.  WHEN FOUND
008210*   THE CASE IS MOVED TO DISPUTE-CASE-RCD TO BE WORKED ON.
008220  2100-FIND-CASE.
008230
008240      MOVE "N"                    TO WS-CSE-FOUND-SW.
008250      MOVE ZERO                   TO WS-CSE-HIT-SUB.
008260
008270      PERFORM 2110-SEARCH-CASE    THRU 2110-EXIT
008280          VARYING WS-CSE-SUB FROM 1 BY 1
008290          UNTIL WS-CSE-SUB > WS-CSE-COUNT
008300             OR WS-CSE-FOUND.
008310
008320      IF WS-CSE-FOUND
008330          MOVE WS-CSE-IMAGE (WS-CSE-HIT-SUB) TO DISPUTE-CASE-RCD
008340      END-IF.
008350
008360  2100-EXIT.
008370      EXIT.
008380
008390  2110-SEARCH-CASE.
008400
008410      IF WS-CSE-KEY (WS-CSE-SUB) = WS-CSE-SEARCH-KEY
008420          MOVE "Y"                TO WS-CSE-FOUND-SW
008430          MOVE WS-CSE-SUB         TO WS-CSE-HIT-SUB
008440      END-IF.
008450
008460  2110-EXIT.
008470      EXIT.
008480
008490* 2200-OPEN-CASE
008500*   A NEW CASE NEEDS A NUMERIC TIN, A TAX YEAR NO LATER THAN THIS
008510*   ONE, AND BOTH AMOUNTS.  IT IS ADDED AT THE END OF THE CASE
008520*   TABLE AND ITS RESEARCH PACKAGE IS PULLED BY 3000.
008530  2200-OPEN-CASE.
008540
008550      IF WS-CSE-FOUND
008560          MOVE "*CASE ALREADY ON THE REGISTER" TO ACL-TEXT
008570          GO TO 2200-EXIT
008580      END-IF.
008590
008600      IF DX-SSN-TAX-ID (1:9) NOT NUMERIC
008610          MOVE "*TIN MISSING OR NOT NUMERIC" TO ACL-TEXT
008620          GO TO 2200-EXIT
008630      END-IF.
008640
008650      IF DX-TAX-YEAR NOT NUMERIC
008660         OR DX-TAX-YEAR = ZERO
008670         OR DX-TAX-YEAR > WS-TODAY-CCYY
008680          MOVE "*INVALID TAX YEAR"    TO ACL-TEXT
008690          GO TO 2200-EXIT
008700      END-IF.
008710
008720      IF DX-REPORTED-AMT NOT NUMERIC
008730         OR DX-DISPUTED-AMT NOT NUMERIC
008740          MOVE "*REPORTED OR DISPUTED AMOUNT MISSING"
008750                                  TO ACL-TEXT
008760          GO TO 2200-EXIT
008770      END-IF.
008780
008790      IF WS-CSE-COUNT NOT < WS-CSE-TABLE-MAX
008800          ADD 1 TO WS-CSE-DROPPED
008810          MOVE "*CASE REGISTER TABLE FULL" TO ACL-TEXT
008820          GO TO 2200-EXIT
008830      END-IF.
008840
008850      MOVE SPACES                 TO DISPUTE-CASE-RCD.
008860      MOVE WS-CSE-SEARCH-TIN      TO DSP-SSN-TAX-ID.
008870      MOVE DX-TAX-YEAR            TO DSP-TAX-YEAR.
008880      MOVE DX-SSN-TAX-ID (6:4)    TO DSP-TIN-LAST4.
008890      MOVE "O"                    TO DSP-STATUS.
008900      MOVE DX-REPORTED-AMT        TO DSP-REPORTED-AMT.
008910      MOVE DX-DISPUTED-AMT        TO DSP-DISPUTED-AMT.
008920      MOVE WS-ACTION-DATE         TO DSP-OPEN-DATE.
008930      MOVE DX-ENTERED-BY          TO DSP-OPENED-BY.
008940      MOVE DX-COMMENT             TO DSP-COMMENT.
008950      MOVE ZERO                   TO DSP-PKG-ITEMS
008960                                     DSP-PKG-DISB-AMT
008970                                     DSP-PKG-REPAY-AMT
008980                                     DSP-PKG-RETURN-AMT
008990                                     DSP-PKG-STOP-AMT
009000                                     DSP-RESOLVED-DATE
009010                                     DSP-LETTER-DATE
009020                                     DSP-CORR-FILE-DATE
009030                                     DSP-CORR-AMOUNT
009040                                     DSP-CLOSED-DATE.
009050
009060      ADD 1 TO WS-CSE-COUNT.
009070      MOVE WS-CSE-COUNT           TO WS-CSE-HIT-SUB.
009080      MOVE "Y"                    TO WS-CSE-NEW-SW (WS-CSE-COUNT).
009090      MOVE "N"
009100          TO WS-CSE-LETTER-SW (WS-CSE-COUNT).
009110      MOVE "N"
009120          TO WS-CSE-LINKED-SW (WS-CSE-COUNT).
009130      ADD 1 TO WS-CASES-OPENED.
009140      MOVE "CASE OPENED - RESEARCH PACKAGE PULLED" TO ACL-TEXT.
009150
009160  2200-EXIT.
009170      EXIT.
009180
009190* 2300-RESOLVE-NO-CHANGE
009200*   THE REPORTED AMOUNT STANDS.  THE CASE CLOSES AND ITS
009210*   RESPONSE LETTER IS WRITTEN WHEN THE REGISTER GOES BACK.
009220  2300-RESOLVE-NO-CHANGE.
009230
009240      IF NOT WS-CSE-FOUND
009250          MOVE "*NO CASE ON THE REGISTER" TO ACL-TEXT
009260          GO TO 2300-EXIT
009270      END-IF.
009280
009290      IF NOT DSP-OPEN
009300          MOVE "*CASE ALREADY RESOLVED" TO ACL-TEXT
009310          GO TO 2300-EXIT
009320      END-IF.
009330
009340      MOVE "N"                    TO DSP-STATUS.
009350      MOVE WS-ACTION-DATE         TO DSP-RESOLVED-DATE.
009360      MOVE WS-ACTION-DATE         TO DSP-CLOSED-DATE.
009370      MOVE "Y"
009380          TO WS-CSE-LETTER-SW (WS-CSE-HIT-SUB).
009390      ADD 1 TO WS-CASES-NO-CHANGE.
009400      MOVE "RESOLVED NO CHANGE - RESPONSE LETTER" TO ACL-TEXT.
009410
009420  2300-EXIT.
009430      EXIT.
009440
009450* 2400-RESOLVE-CORRECTION
009460*   THE DISPUTE IS UPHELD.  THE CASE WAITS FOR THE CORRECTED
009470*   RETURN THE FIX PRODUCES (3600).
009480  2400-RESOLVE-CORRECTION.
009490
009500      IF NOT WS-CSE-FOUND
009510          MOVE "*NO CASE ON THE REGISTER" TO ACL-TEXT
009520          GO TO 2400-EXIT
009530      END-IF.
009540
009550      IF NOT DSP-OPEN
009560          MOVE "*CASE ALREADY RESOLVED" TO ACL-TEXT
009570          GO TO 2400-EXIT
009580      END-IF.
009590
009600      MOVE "W"                    TO DSP-STATUS.
009610      MOVE WS-ACTION-DATE         TO DSP-RESOLVED-DATE.
009620      ADD 1 TO WS-CASES-FOR-CORRECTION.
009630      MOVE "RESOLVED FOR CORRECTION - AWAITING RETURN"
009640                                  TO ACL-TEXT.
009650
009660  2400-EXIT.
009670      EXIT.
009680
009690* 3000-PULL-PACKAGES
009700*   THE RESEARCH PACKAGES FOR THE CASES OPENED TODAY - ONE PASS
009710*   OF THE STAGING DETAIL FOR THE DISBURSEMENTS AND REPAYMENTS,
009720*   THEN ONE PASS EACH OF THE BANK RETURNS AND THE STOP/VOID
009730*   EXCLUSIONS FOR THE CHECKS FOUND - THEN PRINTS THEM.
009740  3000-PULL-PACKAGES.
009750
009760      OPEN INPUT TEN99-STAGING-FILE.
009770      PERFORM 3100-SCAN-STAGING   THRU 3100-EXIT
009780          UNTIL WS-STAGING-EOF.
009790      CLOSE TEN99-STAGING-FILE.
009800
009810      OPEN INPUT BANK-RETURN-FILE.
009820      MOVE "N"                    TO WS-EXCL-EOF-SW.
009830      PERFORM 3200-SCAN-RETURNS   THRU 3200-EXIT
009840          UNTIL WS-EXCL-EOF.
009850      CLOSE BANK-RETURN-FILE.
009860
009870      OPEN INPUT SV-EXCLUSION-FILE.
009880      MOVE "N"                    TO WS-EXCL-EOF-SW.
009890      PERFORM 3300-SCAN-STOPS     THRU 3300-EXIT
009900          UNTIL WS-EXCL-EOF.
009910      CLOSE SV-EXCLUSION-FILE.
009920
009930      PERFORM 3500-PRINT-PACKAGE  THRU 3500-EXIT
009940          VARYING WS-CSE-SUB FROM 1 BY 1
009950          UNTIL WS-CSE-SUB > WS-CSE-COUNT.
009960
009970  3000-EXIT.
009980      EXIT.
009990
010000* 3100-SCAN-STAGING
010010*   A STAGED RECORD FOR THE TIN AND TAX YEAR OF A CASE OPENED
010020*   TODAY.  THE STAGED TIN IS PROTECTED AT REST; PROTECTING IT
010030*   AGAIN LEAVES IT AS IT IS, AND PROTECTS ONE STAGED BEFORE THE
010040*   SCHEME, SO EITHER COMPARES TO THE CASE.  A CCCW9205
010050*   REPAYMENT ADJUSTMENT IS TYPE R; ANYTHING ELSE IS A
010060*   DISBURSEMENT, WHOSE NAME AND ADDRESS GO ON THE CASE.
010070  3100-SCAN-STAGING.
010080
010090      READ TEN99-STAGING-FILE INTO TEN99-RCD
010100          AT END
010110              MOVE "Y" TO WS-STAGING-EOF-SW
010120              GO TO 3100-EXIT
010130      END-READ.
010140
010150      ADD 1 TO WS-STAGING-READ.
010160
010170      MOVE TEN99-RUN-DATE-DATA    TO WS-STG-RUN-DATE.
010180      IF TEN99-TAX-YEAR-DATA NUMERIC
010190         AND TEN99-TAX-YEAR-DATA NOT = ZERO
010200          MOVE TEN99-TAX-YEAR-DATA TO WS-STG-YEAR
010210      ELSE
010220          IF WS-STG-RUN-CCYY NUMERIC
010230              MOVE WS-STG-RUN-CCYY TO WS-STG-YEAR
010240          ELSE
010250              GO TO 3100-EXIT
010260          END-IF
010270      END-IF.
010280
010290      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
010300      PERFORM 9800-PROTECT-TIN    THRU 9800-EXIT.
010310      MOVE TP-TIN-WORK            TO WS-CSE-SEARCH-TIN.
010320      MOVE WS-STG-YEAR            TO WS-CSE-SEARCH-YEAR.
010330      PERFORM 2100-FIND-CASE      THRU 2100-EXIT.
010340
010350      IF NOT WS-CSE-FOUND
010360          GO TO 3100-EXIT
010370      END-IF.
010380      IF NOT WS-CSE-NEW (WS-CSE-HIT-SUB)
010390          GO TO 3100-EXIT
010400      END-IF.
010410
010420      MOVE WS-CSE-HIT-SUB         TO WS-ADD-CASE-SUB.
010430      MOVE TEN99-RPT-DISB-AMT-DATA TO WS-ADD-AMOUNT.
010440      MOVE TEN99-RSN-FOR-DISB-DATA TO WS-RPY-RSN-TEXT.
010450
010460      IF WS-RPY-REPAYMENT
010470          MOVE "R"                TO WS-ADD-TYPE
010480          MOVE WS-RPY-RSN-DATE    TO WS-ADD-DATE
010490          MOVE WS-RPY-RSN-REF     TO WS-ADD-REF
010500          ADD WS-ADD-AMOUNT       TO DSP-PKG-REPAY-AMT
010510      ELSE
010520          MOVE "D"                TO WS-ADD-TYPE
010530          MOVE WS-STG-RUN-DATE    TO WS-ADD-DATE
010540          MOVE SPACES             TO WS-ADD-REF
010550          STRING "ENT " TEN99-COMPASS-ENT-CDE-DATA
010560                 " " TEN99-RSN-CODE
010570              DELIMITED BY SIZE INTO WS-ADD-REF
010580          ADD WS-ADD-AMOUNT       TO DSP-PKG-DISB-AMT
010590          MOVE TEN99-NAME-DATA    TO DSP-PAYEE-NAME
010600          MOVE TEN99-ADDRESS-LINE1-DATA TO DSP-ADDRESS-LINE1
010610          MOVE TEN99-ADDRESS-LINE2-DATA TO DSP-ADDRESS-LINE2
010620          MOVE TEN99-CITY-DATA    TO DSP-CITY
010630          MOVE TEN99-STATE-DATA   TO DSP-STATE
010640          MOVE TEN99-ZIP-DATA     TO DSP-ZIP
010650      END-IF.
010660
010670      MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-PKG-SEARCH-BR.
010680      MOVE TEN99-ONSITE-CHK-NUM-DATA  TO WS-PKG-SEARCH-CHK.
010690      PERFORM 3400-ADD-PKG-ITEM   THRU 3400-EXIT.
010700
010710  3100-EXIT.
010720      EXIT.
010730
010740* 3200-SCAN-RETURNS
010750*   A CHECK THE BANK RETURNED, WHEN IT IS ONE OF THE PACKAGE'S
010760*   STAGED DISBURSEMENTS.
010770  3200-SCAN-RETURNS.
010780
010790      READ BANK-RETURN-FILE INTO BKR-RETURN-RCD
010800          AT END
010810              MOVE "Y" TO WS-EXCL-EOF-SW
010820              GO TO 3200-EXIT
010830      END-READ.
010840
010850      ADD 1 TO WS-RETURNS-READ.
010860      MOVE "B"                    TO WS-ADD-TYPE.
010870      PERFORM 3250-MATCH-EXCLUSION THRU 3250-EXIT.
010880
010890  3200-EXIT.
010900      EXIT.
010910
010920* 3250-MATCH-EXCLUSION
010930*   THE CLCWW045 RECORD IN BKR-RETURN-RCD AGAINST THE PACKAGE'S
010940*   DISBURSEMENTS BY BRANCH AND CHECK NUMBER.  A MATCH BECOMES
010950*   AN ITEM OF TYPE WS-ADD-TYPE ON THE SAME CASE.
010960  3250-MATCH-EXCLUSION.
010970
010980      MOVE BKR-ISSUING-BR-CODE    TO WS-PKG-SEARCH-BR.
010990      MOVE BKR-ONSITE-CHK-NUM     TO WS-PKG-SEARCH-CHK.
011000
011010      MOVE "N"                    TO WS-PKG-FOUND-SW.
011020      MOVE ZERO                   TO WS-PKG-HIT-SUB.
011030      PERFORM 3260-SEARCH-PKG-CHECK THRU 3260-EXIT
011040          VARYING WS-PKG-SUB FROM 1 BY 1
011050          UNTIL WS-PKG-SUB > WS-PKG-COUNT
011060             OR WS-PKG-FOUND.
011070
011080      IF NOT WS-PKG-FOUND
011090          GO TO 3250-EXIT
011100      END-IF.
011110
011120      MOVE WS-PKG-CASE-SUB (WS-PKG-HIT-SUB) TO WS-ADD-CASE-SUB.
011130      MOVE WS-CSE-IMAGE (WS-ADD-CASE-SUB) TO DISPUTE-CASE-RCD.
011140      MOVE BKR-RETURN-DATE        TO WS-ADD-DATE.
011150      MOVE SPACES                 TO WS-ADD-REF.
011160      STRING "RSN " BKR-RETURN-REASON-CODE
011170          DELIMITED BY SIZE INTO WS-ADD-REF.
011180      MOVE BKR-RETURN-AMOUNT      TO WS-ADD-AMOUNT.
011190
011200      IF WS-ADD-TYPE = "B"
011210          ADD WS-ADD-AMOUNT       TO DSP-PKG-RETURN-AMT
011220      ELSE
011230          ADD WS-ADD-AMOUNT       TO DSP-PKG-STOP-AMT
011240      END-IF.
011250
011260      PERFORM 3400-ADD-PKG-ITEM   THRU 3400-EXIT.
011270
011280  3250-EXIT.
011290      EXIT.
011300
011310  3260-SEARCH-PKG-CHECK.
011320
011330      IF WS-PKG-TYPE (WS-PKG-SUB) = "D"
011340         AND WS-PKG-CHECK-KEY (WS-PKG-SUB) = WS-PKG-SEARCH-KEY
011350          MOVE "Y"                TO WS-PKG-FOUND-SW
011360          MOVE WS-PKG-SUB         TO WS-PKG-HIT-SUB
011370      END-IF.
011380
011390  3260-EXIT.
011400      EXIT.
011410
011420* 3300-SCAN-STOPS
011430*   A CHECK STOPPED, VOIDED, ESCHEATED OR CLAIMED AS PAID OVER
011440*   A FORGED ENDORSEMENT (SVRTN), WHEN IT IS ONE OF THE
011450*   PACKAGE'S STAGED DISBURSEMENTS.
011460  3300-SCAN-STOPS.
011470
011480      READ SV-EXCLUSION-FILE INTO BKR-RETURN-RCD
011490          AT END
011500              MOVE "Y" TO WS-EXCL-EOF-SW
011510              GO TO 3300-EXIT
011520      END-READ.
011530
011540      ADD 1 TO WS-STOPS-READ.
011550      MOVE "S"                    TO WS-ADD-TYPE.
011560      PERFORM 3250-MATCH-EXCLUSION THRU 3250-EXIT.
011570
011580  3300-EXIT.
011590      EXIT.
011600
011610* 3400-ADD-PKG-ITEM
011620*   ADDS THE WS-ADD- ITEM FOR THE CHECK IN WS-PKG-SEARCH-KEY TO
011630*   THE PACKAGE TABLE AND PUTS THE CASE, WITH ITS TOTALS ALREADY
011640*   ADDED BY THE CALLER, BACK ON THE CASE TABLE.  AN ITEM PAST
011650*   THE TABLE'S LIMIT IS STILL IN THE CASE'S TOTALS BUT IS NOT
011660*   LISTED.
011670  3400-ADD-PKG-ITEM.
011680
011690      ADD 1 TO DSP-PKG-ITEMS.
011700      ADD 1 TO WS-PKG-ITEMS-PULLED.
011710      MOVE DISPUTE-CASE-RCD
011720          TO WS-CSE-IMAGE (WS-ADD-CASE-SUB).
011730
011740      IF WS-PKG-COUNT NOT < WS-PKG-TABLE-MAX
011750          ADD 1 TO WS-PKG-DROPPED
011760          GO TO 3400-EXIT
011770      END-IF.
011780
011790      ADD 1 TO WS-PKG-COUNT.
011800      MOVE WS-ADD-CASE-SUB     TO WS-PKG-CASE-SUB (WS-PKG-COUNT).
011810      MOVE WS-ADD-TYPE         TO WS-PKG-TYPE (WS-PKG-COUNT).
011820      MOVE WS-PKG-SEARCH-KEY   TO WS-PKG-CHECK-KEY (WS-PKG-COUNT).
011830      MOVE WS-ADD-DATE         TO WS-PKG-DATE (WS-PKG-COUNT).
011840      MOVE WS-ADD-REF          TO WS-PKG-REF (WS-PKG-COUNT).
011850      MOVE WS-ADD-AMOUNT       TO WS-PKG-AMOUNT (WS-PKG-COUNT).
011860
011870  3400-EXIT.
011880      EXIT.
011890
011900* 3500-PRINT-PACKAGE
011910*   ONE CASE OPENED TODAY: ITS HEADING, EVERY ITEM PULLED FOR
011920*   IT, AND THE TOTALS - THE NET IS THE DISBURSEMENTS LESS THE
011930*   REPAYMENTS (STAGED NEGATIVE), RETURNS AND STOPS, SET BESIDE
011940*   WHAT WE REPORTED AND WHAT THE PAYEE SAYS.
011950  3500-PRINT-PACKAGE.
011960
011970      IF NOT WS-CSE-NEW (WS-CSE-SUB)
011980          GO TO 3500-EXIT
011990      END-IF.
012000
012010      MOVE WS-CSE-IMAGE (WS-CSE-SUB) TO DISPUTE-CASE-RCD.
012020
012030      MOVE SPACES                 TO CASE-PACKAGE-RCD.
012040      WRITE CASE-PACKAGE-RCD.
012050      MOVE DSP-TIN-LAST4          TO WS-MASKED-LAST4.
012060      MOVE WS-MASKED-TIN          TO PCL-TIN.
012070      MOVE DSP-TAX-YEAR           TO PCL-TAX-YEAR.
012080      MOVE DSP-REPORTED-AMT       TO PCL-REPORTED.
012090      MOVE DSP-DISPUTED-AMT       TO PCL-DISPUTED.
012100      MOVE DSP-OPEN-DATE          TO PCL-OPEN-DATE.
012110      MOVE WS-PKG-CASE-LINE       TO CASE-PACKAGE-RCD.
012120      WRITE CASE-PACKAGE-RCD.
012130      MOVE DSP-PAYEE-NAME         TO PNL-NAME.
012140      MOVE DSP-CITY               TO PNL-CITY.
012150      MOVE DSP-STATE              TO PNL-STATE.
012160      MOVE WS-PKG-NAME-LINE       TO CASE-PACKAGE-RCD.
012170      WRITE CASE-PACKAGE-RCD.
012180      MOVE WS-PKG-COL-HEADING     TO CASE-PACKAGE-RCD.
012190      WRITE CASE-PACKAGE-RCD.
012200
012210      IF DSP-PKG-ITEMS = ZERO
012220          ADD 1 TO WS-PKG-EMPTY-CASES
012230          MOVE SPACES             TO WS-PKG-ITEM-LINE
012240          MOVE "*NO STAGED DETAIL FOR THE TIN AND YEAR"
012250                                  TO PIL-NOTE
012260          PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT
012270      END-IF.
012280
012290      PERFORM 3510-PRINT-PKG-ITEM THRU 3510-EXIT
012300          VARYING WS-PKG-SUB FROM 1 BY 1
012310          UNTIL WS-PKG-SUB > WS-PKG-COUNT.
012320
012330      COMPUTE WS-PKG-NET = DSP-PKG-DISB-AMT + DSP-PKG-REPAY-AMT
012340                         - DSP-PKG-RETURN-AMT - DSP-PKG-STOP-AMT.
012350
012360      MOVE SPACES                 TO WS-PKG-ITEM-LINE.
012370      MOVE "DISBURSED"            TO PIL-ITEM.
012380      MOVE DSP-PKG-DISB-AMT       TO PIL-AMOUNT.
012390      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
012400
012410      MOVE "REPAID"               TO PIL-ITEM.
012420      MOVE DSP-PKG-REPAY-AMT      TO PIL-AMOUNT.
012430      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
012440
012450      MOVE "RETURNED"             TO PIL-ITEM.
012460      MOVE DSP-PKG-RETURN-AMT     TO PIL-AMOUNT.
012470      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
012480
012490      MOVE "STOPPED"              TO PIL-ITEM.
012500      MOVE DSP-PKG-STOP-AMT       TO PIL-AMOUNT.
012510      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
012520
012530      MOVE "NET"                  TO PIL-ITEM.
012540      MOVE WS-PKG-NET             TO PIL-AMOUNT.
012550      COMPUTE WS-PKG-DIFF = WS-PKG-NET - DSP-REPORTED-AMT.
012560      IF WS-PKG-DIFF = ZERO
012570          MOVE "AGREES WITH THE AMOUNT REPORTED" TO PIL-NOTE
012580      ELSE
012590          MOVE "*DIFFERS FROM THE AMOUNT REPORTED" TO PIL-NOTE
012600      END-IF.
012610      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
012620
012630      MOVE "NET-DISPUT"           TO PIL-ITEM.
012640      COMPUTE WS-PKG-DIFF = WS-PKG-NET - DSP-DISPUTED-AMT.
012650      MOVE WS-PKG-DIFF            TO PIL-AMOUNT.
012660      IF WS-PKG-DIFF = ZERO
012670          MOVE "AGREES WITH THE PAYEE'S AMOUNT" TO PIL-NOTE
012680      ELSE
012690          MOVE SPACES             TO PIL-NOTE
012700      END-IF.
012710      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
012720
012730  3500-EXIT.
012740      EXIT.
012750
012760  3510-PRINT-PKG-ITEM.
012770
012780      IF WS-PKG-CASE-SUB (WS-PKG-SUB) NOT = WS-CSE-SUB
012790          GO TO 3510-EXIT
012800      END-IF.
012810
012820      MOVE SPACES                 TO WS-PKG-ITEM-LINE.
012830      EVALUATE WS-PKG-TYPE (WS-PKG-SUB)
012840          WHEN "D"
012850              MOVE "DISBURSED"    TO PIL-ITEM
012860          WHEN "R"
012870              MOVE "REPAYMENT"    TO PIL-ITEM
012880              MOVE "RECEIPT REFERENCE, DATE RCVD" TO PIL-NOTE
012890          WHEN "B"
012900              MOVE "RETURNED"     TO PIL-ITEM
012910              MOVE "OUT OF THE 1099 - BANK RETURN" TO PIL-NOTE
012920          WHEN OTHER
012930              MOVE "STOPPED"      TO PIL-ITEM
012940              MOVE "OUT OF THE 1099 - STOP/VOID" TO PIL-NOTE
012950      END-EVALUATE.
012960      MOVE WS-PKG-BR-CODE (WS-PKG-SUB)  TO PIL-BR.
012970      MOVE WS-PKG-CHK-NUM (WS-PKG-SUB)  TO PIL-CHK.
012980      MOVE WS-PKG-DATE (WS-PKG-SUB)     TO PIL-DATE.
012990      MOVE WS-PKG-REF (WS-PKG-SUB)      TO PIL-REF.
013000      MOVE WS-PKG-AMOUNT (WS-PKG-SUB)   TO PIL-AMOUNT.
013010      PERFORM 7940-WRITE-PKG-ITEM THRU 7940-EXIT.
013020
013030  3510-EXIT.
013040      EXIT.
013050
013060* 3600-LINK-CORRECTIONS
013070*   ONE PASS OF THE CCCW9155 CORRECTION FILE.  THE HEADER GIVES
013080*   THE FILE DATE; EVERY CORRECTED OR VOID RETURN FOR THE TIN
013090*   AND TAX YEAR OF A CASE WAITING ON A CORRECTION IS LINKED TO
013100*   THAT CASE, WHICH CLOSES.  A NAME CORRECTION'S SECOND RECORD
013110*   FOLLOWS ITS FIRST ONTO THE SAME CASE, SO THE CASE KEEPS THE
013120*   CORRECT RECORD'S AMOUNT.
013130  3600-LINK-CORRECTIONS.
013140
013150      OPEN INPUT TEN99-CORRECTION-FILE.
013160
013170      PERFORM 3610-READ-CORRECTION THRU 3610-EXIT
013180          UNTIL WS-CORR-EOF.
013190
013200      CLOSE TEN99-CORRECTION-FILE.
013210
013220  3600-EXIT.
013230      EXIT.
013240
013250  3610-READ-CORRECTION.
013260
013270      READ TEN99-CORRECTION-FILE
013280          AT END
013290              MOVE "Y" TO WS-CORR-EOF-SW
013300              GO TO 3610-EXIT
013310      END-READ.
013320
013330      IF CIH-MARKER = LOW-VALUES
013340          IF CIH-PROCESSING-DATE NUMERIC
013350              MOVE CIH-PROCESSING-DATE TO WS-CORR-FILE-DATE
013360          END-IF
013370          GO TO 3610-EXIT
013380      END-IF.
013390
013400      IF CIH-MARKER = HIGH-VALUES
013410          GO TO 3610-EXIT
013420      END-IF.
013430
013440      ADD 1 TO WS-CORR-READ.
013450      MOVE TEN99-CORR-IN-RCD      TO TEN99-RCD.
013460
013470      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
013480      PERFORM 9800-PROTECT-TIN    THRU 9800-EXIT.
013490      MOVE TP-TIN-WORK            TO WS-CSE-SEARCH-TIN.
013500      IF TEN99-TAX-YEAR-DATA NUMERIC
013510          MOVE TEN99-TAX-YEAR-DATA TO WS-CSE-SEARCH-YEAR
013520      ELSE
013530          MOVE ZERO               TO WS-CSE-SEARCH-YEAR
013540      END-IF.
013550
013560      MOVE "N"                    TO WS-CSE-FOUND-SW.
013570      MOVE ZERO                   TO WS-CSE-HIT-SUB.
013580      PERFORM 3620-SEARCH-WAITING THRU 3620-EXIT
013590          VARYING WS-CSE-SUB FROM 1 BY 1
013600          UNTIL WS-CSE-SUB > WS-CSE-COUNT
013610             OR WS-CSE-FOUND.
013620
013630      IF NOT WS-CSE-FOUND
013640          GO TO 3610-EXIT
013650      END-IF.
013660
013670      MOVE WS-CSE-IMAGE (WS-CSE-HIT-SUB) TO DISPUTE-CASE-RCD.
013680      MOVE WS-CORR-FILE-DATE      TO DSP-CORR-FILE-DATE.
013690      MOVE TEN99-CORRECTED-VOID-IND TO DSP-CORR-IND.
013700      MOVE TEN99-COMPASS-ENT-CDE-DATA TO DSP-CORR-ENT-CDE.
013710      MOVE TEN99-RPT-DISB-AMT-DATA TO DSP-CORR-AMOUNT.
013720
013730      IF WS-CSE-LINKED (WS-CSE-HIT-SUB)
013740          MOVE DISPUTE-CASE-RCD   TO WS-CSE-IMAGE (WS-CSE-HIT-SUB)
013750          GO TO 3610-EXIT
013760      END-IF.
013770
013780      MOVE "C"                    TO DSP-STATUS.
013790      MOVE WS-TODAY               TO DSP-CLOSED-DATE.
013800      MOVE "CCCW9155"             TO DSP-LAST-ACTION-BY.
013810      MOVE DISPUTE-CASE-RCD
013820          TO WS-CSE-IMAGE (WS-CSE-HIT-SUB).
013830      MOVE "Y"
013840          TO WS-CSE-LINKED-SW (WS-CSE-HIT-SUB).
013850      ADD 1 TO WS-CASES-LINKED.
013860
013870      MOVE SPACES                 TO WS-ACT-LINE.
013880      MOVE DSP-TIN-LAST4          TO WS-MASKED-LAST4.
013890      MOVE WS-MASKED-TIN          TO ACL-TIN.
013900      MOVE DSP-TAX-YEAR           TO ACL-TAX-YEAR.
013910      MOVE "LK"                   TO ACL-TRAN-CODE.
013920      MOVE WS-TODAY               TO ACL-DATE.
013930      MOVE DSP-STATUS             TO ACL-STATUS.
013940      MOVE DSP-REPORTED-AMT       TO ACL-REPORTED.
013950      MOVE DSP-CORR-AMOUNT        TO ACL-DISPUTED.
013960      MOVE "CCCW9155"             TO ACL-BY.
013970      MOVE SPACES                 TO ACL-TEXT.
013980      STRING "CORRECTED RETURN OF " WS-CORR-FILE-DATE
013990             " LINKED - CLOSED"
014000          DELIMITED BY SIZE INTO ACL-TEXT.
014010      PERFORM 7900-WRITE-ACTIVITY THRU 7900-EXIT.
014020
014030  3610-EXIT.
014040      EXIT.
014050
014060* 3620-SEARCH-WAITING
014070*   A CASE WAITING ON A CORRECTION, OR LINKED EARLIER IN THIS
014080*   PASS, FOR THE TIN - AND FOR THE TAX YEAR WHEN THE RETURN IS
014090*   STAMPED WITH ONE.
014100  3620-SEARCH-WAITING.
014110
014120      IF WS-CSE-TIN (WS-CSE-SUB) NOT = WS-CSE-SEARCH-TIN
014130          GO TO 3620-EXIT
014140      END-IF.
014150
014160      IF WS-CSE-SEARCH-YEAR NOT = ZERO
014170         AND WS-CSE-YEAR (WS-CSE-SUB) NOT = WS-CSE-SEARCH-YEAR
014180          GO TO 3620-EXIT
014190      END-IF.
014200
014210      IF WS-CSE-STATUS (WS-CSE-SUB) = "W"
014220         OR WS-CSE-LINKED (WS-CSE-SUB)
014230          MOVE "Y"                TO WS-CSE-FOUND-SW
014240          MOVE WS-CSE-SUB         TO WS-CSE-HIT-SUB
014250      END-IF.
014260
014270  3620-EXIT.
014280      EXIT.
014290
014300* 4000-WRITE-CASE
014310*   ONE CASE BACK TO THE REGISTER, WITH ITS RESPONSE LETTER
014320*   WHEN IT WAS RESOLVED WITH NO CHANGE TODAY.  A CASE CLOSED
014330*   MORE THAN WS-KEEP-FINISHED-DAYS AGO DROPS OFF.
014340  4000-WRITE-CASE.
014350
014360      MOVE WS-CSE-IMAGE (WS-CSE-SUB) TO DISPUTE-CASE-RCD.
014370
014380      IF WS-CSE-LETTER-DUE (WS-CSE-SUB)
014390          PERFORM 4100-WRITE-LETTER THRU 4100-EXIT
014400      END-IF.
014410
014420      IF DSP-FINISHED
014430          MOVE DSP-CLOSED-DATE    TO WS-DN-DATE
014440          PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
014450          MOVE WS-DN-DAYS         TO WS-FINISHED-DAYS
014460          IF WS-FINISHED-DAYS + WS-KEEP-FINISHED-DAYS
014470                 < WS-TODAY-DAYS
014480              ADD 1 TO WS-CASES-RETIRED
014490              GO TO 4000-EXIT
014500          END-IF
014510      END-IF.
014520
014530      MOVE DISPUTE-CASE-RCD       TO WS-CSE-IMAGE (WS-CSE-SUB).
014540      WRITE CASE-REG-OUT-RCD FROM DISPUTE-CASE-RCD.
014550      ADD 1 TO WS-CASES-WRITTEN.
014560
014570  4000-EXIT.
014580      EXIT.
014590
014600* 4100-WRITE-LETTER
014610*   THE NO-CHANGE RESPONSE LETTER, TO THE VENDOR MASTER ADDRESS
014620*   OF RECORD WHEN THE PAYEE HAS ONE, OTHERWISE TO THE LATEST
014630*   STAGED ADDRESS ON THE CASE.  WITH NEITHER THE LETTER CANNOT
014640*   GO - IT IS SHOWN ON THE ACTIVITY REPORT FOR THE DESK.
014650  4100-WRITE-LETTER.
014660
014670      MOVE SPACES                 TO DISPUTE-LETTER-RCD.
014680      MOVE DSP-TIN-LAST4          TO WS-MASKED-LAST4.
014690      MOVE WS-MASKED-TIN          TO DL-MASKED-TIN.
014700      MOVE DSP-TAX-YEAR           TO DL-TAX-YEAR.
014710      MOVE DSP-PAYEE-NAME         TO DL-NAME.
014720      MOVE DSP-ADDRESS-LINE1      TO DL-ADDRESS-LINE1.
014730      MOVE DSP-ADDRESS-LINE2      TO DL-ADDRESS-LINE2.
014740      MOVE DSP-CITY               TO DL-CITY.
014750      MOVE DSP-STATE              TO DL-STATE.
014760      MOVE DSP-ZIP                TO DL-ZIP.
014770      MOVE DSP-REPORTED-AMT       TO DL-REPORTED-AMT.
014780      MOVE WS-TODAY               TO DL-LETTER-DATE.
014790
014800      MOVE DSP-SSN-TAX-ID         TO TP-TIN-WORK.
014810      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
014820      MOVE TP-TIN-WORK (1:9)      TO WS-AR-SEARCH-TIN.
014830      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
014840      IF WS-AR-ADDRESS-ON-FILE
014850          MOVE WS-AR-LINE1        TO DL-ADDRESS-LINE1
014860          MOVE WS-AR-LINE2        TO DL-ADDRESS-LINE2
014870          MOVE WS-AR-CITY         TO DL-CITY
014880          MOVE WS-AR-STATE        TO DL-STATE
014890          MOVE WS-AR-ZIP          TO DL-ZIP
014900          ADD 1 TO WS-ADDR-OF-RECORD-USED
014910      END-IF.
014920
014930      IF DL-ADDRESS-LINE1 = SPACES
014940         OR DL-NAME = SPACES
014950          ADD 1 TO WS-LETTERS-NO-ADDRESS
014960          MOVE SPACES             TO WS-ACT-LINE
014970          MOVE WS-MASKED-TIN      TO ACL-TIN
014980          MOVE DSP-TAX-YEAR       TO ACL-TAX-YEAR
014990          MOVE "LT"               TO ACL-TRAN-CODE
015000          MOVE WS-TODAY           TO ACL-DATE
015010          MOVE DSP-STATUS         TO ACL-STATUS
015020          MOVE DSP-REPORTED-AMT   TO ACL-REPORTED
015030          MOVE DSP-DISPUTED-AMT   TO ACL-DISPUTED
015040          MOVE "*NO NAME OR ADDRESS - LETTER NOT WRITTEN"
015050                                  TO ACL-TEXT
015060          PERFORM 7900-WRITE-ACTIVITY THRU 7900-EXIT
015070          GO TO 4100-EXIT
015080      END-IF.
015090
015100      WRITE DISPUTE-LETTER-RCD.
015110      MOVE WS-TODAY               TO DSP-LETTER-DATE.
015120      ADD 1 TO WS-LETTERS-WRITTEN.
015130
015140  4100-EXIT.
015150      EXIT.
015160
015170* 4500-AGE-STATUS
015180*   ONE SECTION OF THE AGING REPORT - EVERY CASE AT STATUS
015190*   WS-AGE-WANT-STATUS, IN REGISTER ORDER, UNDER ITS HEADING.
015200  4500-AGE-STATUS.
015210
015220      MOVE SPACES                 TO CASE-AGING-RCD.
015230      WRITE CASE-AGING-RCD.
015240      MOVE WS-AGE-WANT-STATUS     TO ASH-STATUS.
015250      IF WS-AGE-WANT-STATUS = "O"
015260          MOVE "OPEN - AWAITING A DECISION" TO ASH-TEXT
015270      ELSE
015280          MOVE "RESOLVED FOR CORRECTION - AWAITING THE RETURN"
015290                                  TO ASH-TEXT
015300      END-IF.
015310      MOVE WS-AGE-STATUS-HEADING  TO CASE-AGING-RCD.
015320      WRITE CASE-AGING-RCD.
015330      MOVE WS-AGE-COL-HEADING     TO CASE-AGING-RCD.
015340      WRITE CASE-AGING-RCD.
015350
015360      MOVE ZERO                   TO WS-AGE-STATUS-CASES.
015370      PERFORM 4510-AGE-CASE       THRU 4510-EXIT
015380          VARYING WS-CSE-SUB FROM 1 BY 1
015390          UNTIL WS-CSE-SUB > WS-CSE-COUNT.
015400
015410      IF WS-AGE-STATUS-CASES = ZERO
015420          MOVE SPACES             TO WS-AGE-LINE
015430          MOVE "NONE"             TO AGL-NOTE
015440          PERFORM 7920-WRITE-AGING THRU 7920-EXIT
015450      END-IF.
015460
015470  4500-EXIT.
015480      EXIT.
015490
015500* 4510-AGE-CASE
015510*   THE STEP'S DEADLINE FROM THE CASE'S STATUS:
015520*     O  DECISION          - OPEN DATE + WS-DECIDE-DAYS
015530*     W  CORRECTED RETURN  - RESOLVED DATE + WS-CORRECT-DAYS
015540  4510-AGE-CASE.
015550
015560      IF WS-CSE-STATUS (WS-CSE-SUB) NOT = WS-AGE-WANT-STATUS
015570          GO TO 4510-EXIT
015580      END-IF.
015590
015600      MOVE WS-CSE-IMAGE (WS-CSE-SUB) TO DISPUTE-CASE-RCD.
015610      ADD 1 TO WS-AGE-STATUS-CASES.
015620      ADD 1 TO WS-AGE-CASES.
015630
015640      MOVE SPACES                 TO WS-AGE-LINE.
015650      MOVE DSP-TIN-LAST4          TO WS-MASKED-LAST4.
015660      MOVE WS-MASKED-TIN          TO AGL-TIN.
015670      MOVE DSP-TAX-YEAR           TO AGL-TAX-YEAR.
015680      MOVE DSP-STATUS             TO AGL-STATUS.
015690      MOVE DSP-OPEN-DATE          TO AGL-OPEN-DATE.
015700      MOVE DSP-REPORTED-AMT       TO AGL-REPORTED.
015710      MOVE DSP-DISPUTED-AMT       TO AGL-DISPUTED.
015720      MOVE DSP-LAST-ACTION-BY     TO AGL-BY.
015730
015740      MOVE DSP-OPEN-DATE          TO WS-DN-DATE.
015750      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
015760      COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - WS-DN-DAYS.
015770      MOVE WS-DAYS-OPEN           TO AGL-DAYS-OPEN.
015780
015790      IF DSP-OPEN
015800          ADD 1 TO WS-AGE-OPEN
015810          MOVE WS-DECIDE-DAYS     TO WS-STEP-ALLOWED-DAYS
015820      ELSE
015830          ADD 1 TO WS-AGE-WAITING
015840          MOVE DSP-RESOLVED-DATE  TO WS-DN-DATE
015850          PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
015860          MOVE WS-CORRECT-DAYS    TO WS-STEP-ALLOWED-DAYS
015870      END-IF.
015880
015890      COMPUTE WS-STEP-DUE-DAYS =
015900          WS-DN-DAYS + WS-STEP-ALLOWED-DAYS.
015910      COMPUTE WS-STEP-DAYS-LEFT =
015920          WS-STEP-DUE-DAYS - WS-TODAY-DAYS.
015930      MOVE WS-STEP-DAYS-LEFT      TO AGL-DAYS-LEFT.
015940
015950      IF WS-STEP-DAYS-LEFT < ZERO
015960          IF DSP-OPEN
015970              ADD 1 TO WS-AGE-OPEN-OVERDUE
015980              MOVE "*OVERDUE - NO DECISION" TO AGL-NOTE
015990          ELSE
016000              ADD 1 TO WS-AGE-WAIT-OVERDUE
016010              MOVE "*OVERDUE - NO CORRECTED RETURN" TO AGL-NOTE
016020          END-IF
016030      ELSE
016040          IF WS-STEP-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
016050              ADD 1 TO WS-AGE-DUE-SOON
016060              MOVE "DUE SOON"     TO AGL-NOTE
016070          END-IF
016080      END-IF.
016090
016100      PERFORM 7920-WRITE-AGING    THRU 7920-EXIT.
016110
016120  4510-EXIT.
016130      EXIT.
016140
016150  7000-WRITE-TOTALS.
016160
016170      MOVE SPACES                 TO CASE-ACTIVITY-RCD.
016180      WRITE CASE-ACTIVITY-RCD.
016190
016200      MOVE "DISPUTE TRANSACTIONS READ" TO CNL-LITERAL.
016210      MOVE WS-TRANS-READ          TO CNL-COUNT.
016220      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016230
016240      MOVE "  ACCEPTED"           TO CNL-LITERAL.
016250      MOVE WS-TRANS-ACCEPTED      TO CNL-COUNT.
016260      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016270
016280      MOVE "  REJECTED"           TO CNL-LITERAL.
016290      MOVE WS-TRANS-REJECTED      TO CNL-COUNT.
016300      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016310
016320      MOVE "CASES OPENED"         TO CNL-LITERAL.
016330      MOVE WS-CASES-OPENED        TO CNL-COUNT.
016340      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016350
016360      MOVE "RESOLVED NO CHANGE"   TO CNL-LITERAL.
016370      MOVE WS-CASES-NO-CHANGE     TO CNL-COUNT.
016380      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016390
016400      MOVE "RESOLVED FOR CORRECTION" TO CNL-LITERAL.
016410      MOVE WS-CASES-FOR-CORRECTION TO CNL-COUNT.
016420      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016430
016440      MOVE "CORRECTED RETURNS READ" TO CNL-LITERAL.
016450      MOVE WS-CORR-READ           TO CNL-COUNT.
016460      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016470
016480      MOVE "CASES LINKED TO A CORRECTED RETURN" TO CNL-LITERAL.
016490      MOVE WS-CASES-LINKED        TO CNL-COUNT.
016500      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016510
016520      MOVE "RESPONSE LETTERS WRITTEN" TO CNL-LITERAL.
016530      MOVE WS-LETTERS-WRITTEN     TO CNL-COUNT.
016540      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016550
016560      MOVE "  TO THE ADDRESS OF RECORD" TO CNL-LITERAL.
016570      MOVE WS-ADDR-OF-RECORD-USED TO CNL-COUNT.
016580      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
016590
016600      IF WS-LETTERS-NO-ADDRESS > ZERO
016610          MOVE "*LETTERS NOT WRITTEN - NO ADDRESS"
016620                                  TO CNL-LITERAL
016630          MOVE WS-LETTERS-NO-ADDRESS TO CNL-COUNT
016640          PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT
016650      END-IF.
016660
016670      IF WS-TRN-DROPPED > ZERO
016680          MOVE "*TRANSACTIONS NOT LOADED - TABLE FULL"
016690                                  TO CNL-LITERAL
016700          MOVE WS-TRN-DROPPED     TO CNL-COUNT
016710          PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT
016720      END-IF.
016730
016740      MOVE SPACES                 TO CASE-PACKAGE-RCD.
016750      WRITE CASE-PACKAGE-RCD.
016760
016770      MOVE "PACKAGES PULLED"      TO CNL-LITERAL.
016780      MOVE WS-CASES-OPENED        TO CNL-COUNT.
016790      PERFORM 7950-WRITE-PKG-COUNT THRU 7950-EXIT.
016800
016810      MOVE "ITEMS PULLED"         TO CNL-LITERAL.
016820      MOVE WS-PKG-ITEMS-PULLED    TO CNL-COUNT.
016830      PERFORM 7950-WRITE-PKG-COUNT THRU 7950-EXIT.
016840
016850      MOVE "CASES WITH NO STAGED DETAIL" TO CNL-LITERAL.
016860      MOVE WS-PKG-EMPTY-CASES     TO CNL-COUNT.
016870      PERFORM 7950-WRITE-PKG-COUNT THRU 7950-EXIT.
016880
016890      IF WS-PKG-DROPPED > ZERO
016900          MOVE "*ITEMS NOT LISTED - TABLE FULL" TO CNL-LITERAL
016910          MOVE WS-PKG-DROPPED     TO CNL-COUNT
016920          PERFORM 7950-WRITE-PKG-COUNT THRU 7950-EXIT
016930      END-IF.
016940
016950      MOVE SPACES                 TO CASE-AGING-RCD.
016960      WRITE CASE-AGING-RCD.
016970
016980      MOVE "OPEN, AWAITING A DECISION (O)" TO CNL-LITERAL.
016990      MOVE WS-AGE-OPEN            TO CNL-COUNT.
017000      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
017010
017020      MOVE "  OVERDUE" TO CNL-LITERAL.
017030      MOVE WS-AGE-OPEN-OVERDUE    TO CNL-COUNT.
017040      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
017050
017060      MOVE "AWAITING THE CORRECTED RETURN (W)" TO CNL-LITERAL.
017070      MOVE WS-AGE-WAITING         TO CNL-COUNT.
017080      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
017090
017100      MOVE "  OVERDUE" TO CNL-LITERAL.
017110      MOVE WS-AGE-WAIT-OVERDUE    TO CNL-COUNT.
017120      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
017130
017140      MOVE "DUE SOON"             TO CNL-LITERAL.
017150      MOVE WS-AGE-DUE-SOON        TO CNL-COUNT.
017160      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
017170
017180  7000-EXIT.
017190      EXIT.
017200
017210  7900-WRITE-ACTIVITY.
017220
017230      MOVE WS-ACT-LINE            TO CASE-ACTIVITY-RCD.
017240      WRITE CASE-ACTIVITY-RCD.
017250
017260  7900-EXIT.
017270      EXIT.
017280
017290  7910-WRITE-ACT-COUNT.
017300
017310      MOVE WS-COUNT-LINE          TO CASE-ACTIVITY-RCD.
017320      WRITE CASE-ACTIVITY-RCD.
017330
017340  7910-EXIT.
017350      EXIT.
017360
017370  7920-WRITE-AGING.
017380
017390      MOVE WS-AGE-LINE            TO CASE-AGING-RCD.
017400      WRITE CASE-AGING-RCD.
017410
017420  7920-EXIT.
017430      EXIT.
017440
017450  7930-WRITE-AGE-COUNT.
017460
017470      MOVE WS-COUNT-LINE          TO CASE-AGING-RCD.
017480      WRITE CASE-AGING-RCD.
017490
017500  7930-EXIT.
017510      EXIT.
017520
017530  7940-WRITE-PKG-ITEM.
017540
017550      MOVE WS-PKG-ITEM-LINE       TO CASE-PACKAGE-RCD.
017560      WRITE CASE-PACKAGE-RCD.
017570
017580  7940-EXIT.
017590      EXIT.
017600
017610  7950-WRITE-PKG-COUNT.
017620
017630      MOVE WS-COUNT-LINE          TO CASE-PACKAGE-RCD.
017640      WRITE CASE-PACKAGE-RCD.
017650
017660  7950-EXIT.
017670      EXIT.
017680
017690  8000-WRAPUP.
017700
017710      MOVE "CASES CARRIED IN:"    TO SCR-LITERAL.
017720      MOVE WS-CASES-CARRIED       TO SCR-COUNT.
017730      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017740      PERFORM 8999-WRITE-SYSOUT.
017750
017760      MOVE "DISPUTE TRANSACTIONS READ:" TO SCR-LITERAL.
017770      MOVE WS-TRANS-READ          TO SCR-COUNT.
017780      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017790      PERFORM 8999-WRITE-SYSOUT.
017800
017810      MOVE "TRANSACTIONS REJECTED:" TO SCR-LITERAL.
017820      MOVE WS-TRANS-REJECTED      TO SCR-COUNT.
017830      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017840      PERFORM 8999-WRITE-SYSOUT.
017850
017860      MOVE "CASES OPENED:"        TO SCR-LITERAL.
017870      MOVE WS-CASES-OPENED        TO SCR-COUNT.
017880      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017890      PERFORM 8999-WRITE-SYSOUT.
017900
017910      MOVE "STAGED RECORDS READ:" TO SCR-LITERAL.
017920      MOVE WS-STAGING-READ        TO SCR-COUNT.
017930      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017940      PERFORM 8999-WRITE-SYSOUT.
017950
017960      MOVE "PACKAGE ITEMS PULLED:" TO SCR-LITERAL.
017970      MOVE WS-PKG-ITEMS-PULLED    TO SCR-COUNT.
017980      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017990      PERFORM 8999-WRITE-SYSOUT.
018000
018010      MOVE "CASES LINKED TO CORRECTIONS:" TO SCR-LITERAL.
018020      MOVE WS-CASES-LINKED        TO SCR-COUNT.
018030      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018040      PERFORM 8999-WRITE-SYSOUT.
018050
018060      MOVE "RESPONSE LETTERS WRITTEN:" TO SCR-LITERAL.
018070      MOVE WS-LETTERS-WRITTEN     TO SCR-COUNT.
018080      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018090      PERFORM 8999-WRITE-SYSOUT.
018100
018110      MOVE "CASES OVERDUE:"       TO SCR-LITERAL.
018120      COMPUTE SCR-COUNT = WS-AGE-OPEN-OVERDUE
018130                        + WS-AGE-WAIT-OVERDUE.
018140      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018150      PERFORM 8999-WRITE-SYSOUT.
018160
018170      MOVE "RESOLVED CASES RETIRED:" TO SCR-LITERAL.
018180      MOVE WS-CASES-RETIRED       TO SCR-COUNT.
018190      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018200      PERFORM 8999-WRITE-SYSOUT.
018210
018220      MOVE "CASES WRITTEN:"       TO SCR-LITERAL.
018230      MOVE WS-CASES-WRITTEN       TO SCR-COUNT.
018240      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018250      PERFORM 8999-WRITE-SYSOUT.
018260
018270      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
018280
018290      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
018300
018310      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
018320
018330      COPY C2INZ003.
018340
018350      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
018360
018370  8000-EXIT.
018380      EXIT.
018390
018400* 8900-SET-RETURN-CODE
018410*   RC=4 A REJECTION, AN OVERDUE CASE OR A LETTER WITH NO
018420*   ADDRESS, RC=12 A TABLE FILLED - THE WORST ONE WINS.
018430  8900-SET-RETURN-CODE.
018440
018450      MOVE ZERO TO RETURN-CODE.
018460
018470      IF WS-TRANS-REJECTED > ZERO
018480          OR WS-AGE-OPEN-OVERDUE > ZERO
018490          OR WS-AGE-WAIT-OVERDUE > ZERO
018500          OR WS-LETTERS-NO-ADDRESS > ZERO
018510          MOVE 4 TO RETURN-CODE
018520      END-IF.
018530
018540      IF TC-TABLE-OVERFLOW
018550          MOVE TC-OVERFLOW-RC TO RETURN-CODE
018560      END-IF.
018570
018580  8900-EXIT.
018590      EXIT.
018600
018610* 8980-NOTE-TABLE-CAPACITY
018620*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPPED COUNT
018630*   AND PRINTS THE CAPACITY REPORT.
018640  8980-NOTE-TABLE-CAPACITY.
018650
018660      MOVE "DISPUTE CASE REGISTER"  TO TC-NOTE-NAME.
018670      MOVE WS-CSE-TABLE-MAX         TO TC-NOTE-LIMIT.
018680      MOVE WS-CSE-COUNT             TO TC-NOTE-HIGH.
018690      MOVE WS-CSE-DROPPED           TO TC-NOTE-DROPPED.
018700      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018710
018720      MOVE "DISPUTE TRANSACTIONS"   TO TC-NOTE-NAME.
018730      MOVE WS-TRN-TABLE-MAX         TO TC-NOTE-LIMIT.
018740      MOVE WS-TRN-COUNT             TO TC-NOTE-HIGH.
018750      MOVE WS-TRN-DROPPED           TO TC-NOTE-DROPPED.
018760      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018770
018780      MOVE "RESEARCH PACKAGE ITEMS" TO TC-NOTE-NAME.
018790      MOVE WS-PKG-TABLE-MAX         TO TC-NOTE-LIMIT.
018800      MOVE WS-PKG-COUNT             TO TC-NOTE-HIGH.
018810      MOVE WS-PKG-DROPPED           TO TC-NOTE-DROPPED.
018820      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018830
018840      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
018850      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
018860      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
018870      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
018880      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018890
018900      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
018910
018920  8980-EXIT.
018930      EXIT.
018940
018950* 9500-DAY-NUMBER
018960*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
018970*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
018980*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
018990*   FEBRUARY.
019000  9500-DAY-NUMBER.
019010
019020      MOVE ZERO TO WS-DN-DAYS.
019030
019040      IF WS-DN-DATE = ZERO
019050         OR WS-DN-MM < 1 OR WS-DN-MM > 12
019060          GO TO 9500-EXIT
019070      END-IF.
019080
019090      DIVIDE WS-DN-CCYY BY 4
019100          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
019110
019120      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
019130                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
019140
019150      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
019160          SUBTRACT 1 FROM WS-DN-DAYS
019170      END-IF.
019180
019190  9500-EXIT.
019200      EXIT.
019210
019220      COPY CLCWW134.
019230
019240      COPY CLCWW167.
019250
019260      COPY CLCWW190.
019270
019280      COPY CLCWW111.
019290
019300      COPY C2INZ002.
019310
019320      COPY C2INZ004.
019330
019340      COPY C2INZ005.
019350
019360      CASE-REG-OUT-FILE
019370      CASE-LETTER-FILE
019380      CASE-ACTIVITY-RPT
019390      CASE-PACKAGE-RPT
019400      CASE-AGING-RPT
019410      RUN-HISTORY-FILE.
019420
019430  9999-EXIT.
019440      EXIT.
