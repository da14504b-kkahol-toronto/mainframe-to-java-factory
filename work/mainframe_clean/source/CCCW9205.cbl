000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9205.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9205
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    PAYEE REPAYMENT POSTING.  A PAYEE WHO PAYS BACK
000130*              AN OVERPAYMENT ON THEIR OWN CHECK IS KEYED BY THE
000140*              RECEIPTS DESK TO THE REPAYMENT FEED (CLCWW175) -
000150*              TIN, ENTITY, THE ORIGINAL BRANCH AND CHECK NUMBER,
000160*              AND THE AMOUNT RECEIVED.  EACH REPAYMENT IS
000170*              MATCHED TO ITS ORIGINAL STAGED DISBURSEMENT (ON
000180*              TEN99DTL, OR FOR A CLOSED TAX YEAR ON THE CLOSE'S
000190*              TEN99DXA STAGING ARCHIVE) AND POSTED AS A
000200*              NEGATIVE ADJUSTMENT - A COPY OF THE ORIGINAL
000210*              CARRYING THE AMOUNT RECEIVED AS A NEGATIVE
000220*              REPORTED AMOUNT, NO WITHHOLDING, THE RUN
000230*              IDENTIFIER CLEARED THE SAME WAY CCCW9110 CLEARS
000240*              IT, AND THE RECEIPT REFERENCE IN THE REASON TEXT:
000250*                - AN OPEN TAX YEAR: APPENDED TO TEN99DTL
000260*                  (CATALOGED AS AN APPEND GENERATION, CLCWW129-
000270*                  131), AND TAKEN OFF THE PAYEE'S CLCWW014 YTD
000280*                  POSITION.  WHEN THE YEAR HAS ALREADY BEEN
000290*                  TRANSMITTED (A SENT OR ACCEPTED FIRE RECORD ON
000300*                  FILSTAT) THE REGISTER SAYS SO - THE NEXT
000310*                  CCCW9150 BUILD CARRIES THE LOWER AMOUNT AND
000320*                  CCCW9155 ISSUES THE CORRECTED RETURN.
000330*                - A TAX YEAR CLOSED BY CCCW9201: THE CLOSED
000340*                  YEAR IS NOT TOUCHED.  THE ADJUSTMENT GOES TO
000350*                  TEN99DXR, WHICH IS READ BEHIND TEN99DXA BY
000360*                  THE CCCW9150 CORR REBUILD, SO THE CHANGE
000370*                  REACHES THE IRS AS A CCCW9155 CORRECTION.
000380*              EVERY POSTED REPAYMENT ALSO GOES TO THE GL
000390*              JOURNAL EXTRACT (CLCWW098) IN THE CELLS CCCW9100
000400*              CHARGED - EXPENSE BY BUSINESS UNIT / OPERATION
000410*              LOCATION / REASON CODE, CASH BY FINANCIAL LABEL -
000420*              WITH THE SIGN REVERSED, AND TO THE REPAYMENT
000430*              REGISTER.  A REPAYMENT IS REJECTED TO THE
000440*              REGISTER, AND NOTHING POSTED, WHEN ITS ORIGINAL
000450*              CHECK IS NOT FOUND, THE TIN OR ENTITY DOES NOT
000460*              MATCH IT, ITS RECEIPT WAS POSTED BEFORE, OR IT
000470*              WOULD TAKE THE CHECK'S NET REPORTED AMOUNT BELOW
000480*              ZERO.
000490*
000500*  FILES:      REPAYTRN - PAYEE REPAYMENT FEED (CLCWW175)
000510*              TEN99DTL - STAGING (CLCWW013), READ, THEN
000520*                         EXTENDED WITH THE OPEN-YEAR
000530*                         ADJUSTMENTS
000540*              TEN99DXA - CLOSED-YEAR STAGING ARCHIVE(S) FROM
000550*                         CCCW9201, READ ONLY (DUMMY WHEN NO
000560*                         CLOSED-YEAR REPAYMENT IS EXPECTED)
000570*              TEN99DXR - CLOSED-YEAR ADJUSTMENTS (CLCWW013
000580*                         IMAGE), READ, THEN EXTENDED, FOR THE
000590*                         CORR REBUILD
000600*              TEN99YTD - KEYED YTD FILE (CLCWW014), UPDATED
000610*              FILSTAT  - FILING STATUS (CLCWW076)
000620*              GENCAT   - STAGING GENERATION CATALOG (CLCWW129)
000630*              GLRPAY   - GL JOURNAL EXTRACT (CLCWW098)
000640*              REPAYREG - REPAYMENT REGISTER
000650*
000660*  RETURN:     RC=0 EVERY REPAYMENT POSTED TO AN UNFILED YEAR.
000670*              RC=4 A POSTED REPAYMENT NEEDS A CORRECTED
000680*              RETURN (FILED OR CLOSED YEAR).  RC=8 A REPAYMENT
000690*              WAS REJECTED - SEE THE REGISTER.  RC=12 A TABLE
000700*              OVERFLOWED (SEE THE CAPACITY REPORT).
000710*
000720******************************************************************
000730*                      MODIFICATION HISTORY
000740******************************************************************
000750* DATE     INIT  DESCRIPTION
000760* -------- ----  --------------------------------------------
000770* 10/2026  RF    NEW PROGRAM - PAYEE REPAYMENT POSTING AGAINST
000780*                REPORTED AMOUNTS, WITH GL EXTRACT AND REGISTER
000790******************************************************************
000800  ENVIRONMENT DIVISION.
000810  CONFIGURATION SECTION.
000820  SOURCE-COMPUTER.   IBM-370.
000830  OBJECT-COMPUTER.   IBM-370.
000840  INPUT-OUTPUT SECTION.
000850  FILE-CONTROL.
000860
000870      COPY C2INX001.
000880
000890      SELECT REPAY-TRAN-FILE     ASSIGN TO REPAYTRN
000900          ORGANIZATION IS SEQUENTIAL.
000910
000920      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000930          ORGANIZATION IS SEQUENTIAL.
000940
000950      SELECT TEN99-ARCHIVE-IN-FILE ASSIGN TO TEN99DXA
000960          ORGANIZATION IS SEQUENTIAL.
000970
000980      SELECT TEN99-CLOSED-ADJ-FILE ASSIGN TO TEN99DXR
000990          ORGANIZATION IS SEQUENTIAL.
001000
001010      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
001020          ORGANIZATION IS INDEXED
001030          ACCESS MODE IS DYNAMIC
001040          RECORD KEY IS TEN99-YTD-KEY
001050          FILE STATUS IS WS-YTD-FILE-STATUS.
001060
001070      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
001080          ORGANIZATION IS SEQUENTIAL.
001090
001100      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
001110          ORGANIZATION IS SEQUENTIAL.
001120
001130      SELECT GL-JOURNAL-FILE     ASSIGN TO GLRPAY
001140          ORGANIZATION IS SEQUENTIAL.
001150
001160      SELECT REPAY-REGISTER-RPT  ASSIGN TO REPAYREG
001170          ORGANIZATION IS SEQUENTIAL.
001180
001190      COPY C2INX004.
001200
001210  DATA DIVISION.
001220  FILE SECTION.
001230
001240      COPY C2INX002.
001250
001260  FD  REPAY-TRAN-FILE
001270      BLOCK CONTAINS 0 RECORDS
001280      RECORDING MODE IS F
001290      LABEL RECORDS ARE STANDARD
001300      DATA RECORD IS REPAY-TRAN-RCD.
001310
001320      COPY CLCWW175.
001330
001340  FD  TEN99-STAGING-FILE
001350      BLOCK CONTAINS 0 RECORDS
001360      RECORDING MODE IS F
001370      LABEL RECORDS ARE STANDARD
001380      DATA RECORD IS TEN99-RCD.
001390
001400      COPY CLCWW013.
001410
001420* THE CLOSED YEAR'S ARCHIVED STAGING RECORDS AND THE CLOSED-
001430* YEAR ADJUSTMENTS ARE BOTH CLCWW013 RECORDS.  THE LAYOUT IS
001440* ALREADY COPIED UNDER THE STAGING FD ABOVE, SO THESE CARRY A
001450* PLAIN IMAGE OF THE SAME LENGTH, LOADED BY A GROUP MOVE.
001460  FD  TEN99-ARCHIVE-IN-FILE
001470      BLOCK CONTAINS 0 RECORDS
001480      RECORDING MODE IS F
001490      LABEL RECORDS ARE STANDARD
001500      DATA RECORD IS TEN99-ARCHIVE-IN-RCD.
001510
001520  01  TEN99-ARCHIVE-IN-RCD          PIC X(420).
001530
001540  FD  TEN99-CLOSED-ADJ-FILE
001550      BLOCK CONTAINS 0 RECORDS
001560      RECORDING MODE IS F
001570      LABEL RECORDS ARE STANDARD
001580      DATA RECORD IS TEN99-CLOSED-ADJ-RCD.
001590
001600  01  TEN99-CLOSED-ADJ-RCD          PIC X(420).
001610
001620  FD  TEN99-YTD-FILE
001630      BLOCK CONTAINS 0 RECORDS
001640      RECORDING MODE IS F
001650      LABEL RECORDS ARE STANDARD
001660      DATA RECORD IS TEN99-YTD-RCD.
001670
001680      COPY CLCWW014.
001690
001700  FD  FILING-STATUS-FILE
001710      BLOCK CONTAINS 0 RECORDS
001720      RECORDING MODE IS F
001730      LABEL RECORDS ARE STANDARD
001740      DATA RECORD IS FILING-STATUS-RCD.
001750
001760      COPY CLCWW076.
001770
001780  FD  GEN-CATALOG-FILE
001790      BLOCK CONTAINS 0 RECORDS
001800      RECORDING MODE IS F
001810      LABEL RECORDS ARE STANDARD
001820      DATA RECORD IS GEN-CATALOG-RCD.
001830
001840      COPY CLCWW129.
001850
001860  FD  GL-JOURNAL-FILE
001870      BLOCK CONTAINS 0 RECORDS
001880      RECORDING MODE IS F
001890      LABEL RECORDS ARE STANDARD
001900      DATA RECORD IS GL-JOURNAL-RCD.
001910
001920      COPY CLCWW098.
001930
001940  FD  REPAY-REGISTER-RPT
001950      BLOCK CONTAINS 0 RECORDS
001960      RECORDING MODE IS F
001970      LABEL RECORDS ARE STANDARD
001980      DATA RECORD IS REPAY-REGISTER-RCD.
001990
002000  01  REPAY-REGISTER-RCD            PIC X(133).
002010
002020      COPY C2INX005.
002030
002040  WORKING-STORAGE SECTION.
002050
002060      COPY C2INX003.
002070
002080      COPY C2INX006.
002090
002100      COPY CLCWW166.
002110
002120      COPY CLCWW169.
002130
002140      COPY CLCWW110.
002150
002160      COPY CLCWW130.
002170
002180      COPY CLCWW133.
002190
002200  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9205".
002210
002220  01  WS-SWITCHES.
002230      05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
002240          88  WS-TRAN-EOF                 VALUE "Y".
002250      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
002260          88  WS-STAGING-EOF              VALUE "Y".
002270      05  WS-ARCHIVE-EOF-SW       PIC X(01) VALUE "N".
002280          88  WS-ARCHIVE-EOF              VALUE "Y".
002290      05  WS-CLOSED-ADJ-EOF-SW    PIC X(01) VALUE "N".
002300          88  WS-CLOSED-ADJ-EOF           VALUE "Y".
002310      05  WS-FY-EOF-SW            PIC X(01) VALUE "N".
002320          88  WS-FY-EOF                   VALUE "Y".
002330      05  WS-FY-FILED-SW          PIC X(01) VALUE "N".
002340          88  WS-FY-YEAR-FILED            VALUE "Y".
002350      05  WS-MATCH-SOURCE         PIC X(01) VALUE SPACE.
002360          88  WS-FROM-STAGING             VALUE "S".
002370          88  WS-FROM-ARCHIVE             VALUE "A".
002380
002390  01  WS-COUNTERS.
002400      05  WS-TRANS-READ           PIC 9(09) COMP VALUE ZERO.
002410      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
002420      05  WS-ARCHIVE-READ         PIC 9(09) COMP VALUE ZERO.
002430      05  WS-REPAY-POSTED         PIC 9(09) COMP VALUE ZERO.
002440      05  WS-REPAY-REJECTED       PIC 9(09) COMP VALUE ZERO.
002450      05  WS-FILED-YEAR-POSTED    PIC 9(09) COMP VALUE ZERO.
002460      05  WS-CLOSED-YEAR-POSTED   PIC 9(09) COMP VALUE ZERO.
002470      05  WS-STAGING-ADDED        PIC 9(09) COMP VALUE ZERO.
002480      05  WS-YTD-PAYEES-UPDATED   PIC 9(09) COMP VALUE ZERO.
002490      05  WS-YTD-NOT-ON-FILE      PIC 9(09) COMP VALUE ZERO.
002500
002510  01  WS-POSTED-DOLLARS           PIC S9(13)V99 VALUE ZERO.
002520  01  WS-REJECTED-DOLLARS         PIC S9(13)V99 VALUE ZERO.
002530  01  WS-FILED-YEAR-DOLLARS       PIC S9(13)V99 VALUE ZERO.
002540  01  WS-CLOSED-YEAR-DOLLARS      PIC S9(13)V99 VALUE ZERO.
002550
002560  01  WS-YTD-CONTROLS.
002570      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
002580
002590* THE REPAYMENT FEED, LOADED AT STARTUP.  THE TIN IS PROTECTED
002600* ON LOAD (CLCWW110) SO IT COMPARES TO THE STAGED ONE; THE
002610* CLEAR LAST 4 IS KEPT FOR THE REGISTER MASK.  THE STAGING AND
002620* ARCHIVE PASSES FILL IN EACH ENTRY'S ORIGINAL CHECK, WHAT WAS
002630* REPAID AGAINST IT BEFORE, AND WHETHER ITS RECEIPT WAS
002640* ALREADY POSTED.
002650  01  WS-RP-TABLE.
002660      05  WS-RP-ENTRY             OCCURS 500 TIMES.
002670          10  WS-RP-SSN-TAX-ID        PIC X(16).
002680          10  WS-RP-CLEAR-LAST4       PIC X(04).
002690          10  WS-RP-ENT-CDE           PIC X(03).
002700          10  WS-RP-CHECK-KEY.
002710              15  WS-RP-BR-CODE       PIC X(03).
002720              15  WS-RP-CHK-NUM       PIC X(08).
002730          10  WS-RP-AMOUNT            PIC S9(10)V99.
002740          10  WS-RP-RECEIVED-DATE     PIC 9(08).
002750          10  WS-RP-RECEIPT-REF       PIC X(12).
002760          10  WS-RP-STATUS            PIC X(01).
002770              88  WS-RP-NOT-FOUND         VALUE "N".
002780              88  WS-RP-FOUND             VALUE "F".
002790              88  WS-RP-POSTED            VALUE "P".
002800              88  WS-RP-REJECTED          VALUE "R".
002810          10  WS-RP-SOURCE            PIC X(01).
002820          10  WS-RP-DUP-IND           PIC X(01).
002830              88  WS-RP-RECEIPT-POSTED    VALUE "Y".
002840          10  WS-RP-PRIOR-REPAID      PIC S9(10)V99.
002850          10  WS-RP-ORIG-RCD          PIC X(420).
002860
002870  77  WS-RP-COUNT                 PIC 9(03) COMP VALUE ZERO.
002880  77  WS-RP-TABLE-MAX             PIC 9(03) COMP VALUE 500.
002890  77  WS-RP-DROPPED               PIC 9(07) COMP VALUE ZERO.
002900  77  WS-RP-SUB                   PIC 9(03) COMP VALUE ZERO.
002910  77  WS-RP-EARLIER-SUB           PIC 9(03) COMP VALUE ZERO.
002920  77  WS-MATCH-CHECK-KEY          PIC X(11) VALUE SPACES.
002930
002940* TAX YEARS ALREADY TRANSMITTED - A FIRE RECORD ON FILSTAT
002950* THAT WAS SENT, ACCEPTED, OR ACCEPTED WITH ERRORS.
002960  01  WS-FY-TABLE.
002970      05  WS-FY-TAX-YEAR          PIC 9(04) OCCURS 50 TIMES.
002980
002990  77  WS-FY-COUNT                 PIC 9(03) COMP VALUE ZERO.
003000  77  WS-FY-TABLE-MAX             PIC 9(03) COMP VALUE 50.
003010  77  WS-FY-DROPPED               PIC 9(07) COMP VALUE ZERO.
003020  77  WS-FY-SUB                   PIC 9(03) COMP VALUE ZERO.
003030  77  WS-FY-CHECK-YEAR            PIC 9(04) VALUE ZERO.
003040
003050* THE REPAYMENT IN HAND.
003060  77  WS-NET-BEFORE               PIC S9(10)V99 VALUE ZERO.
003070  77  WS-ORIG-AMOUNT              PIC S9(10)V99 VALUE ZERO.
003080  77  WS-DISPOSITION              PIC X(32) VALUE SPACES.
003090
003100* THE REASON TEXT CARRIED BY A REPAYMENT ADJUSTMENT, AND THE
003110* SAME TEXT READ BACK OFF A STAGED RECORD.
003120  01  WS-RPY-RSN-TEXT.
003130      05  WS-RPY-RSN-TAG          PIC X(20) VALUE
003140          "PAYEE REPAYMENT REF ".
003150      05  WS-RPY-RSN-REF          PIC X(12) VALUE SPACES.
003160      05  FILLER                  PIC X(06) VALUE " RCVD ".
003170      05  WS-RPY-RSN-DATE         PIC 9(08) VALUE ZERO.
003180      05  FILLER                  PIC X(14) VALUE SPACES.
003190
003200  01  WS-STG-RSN-TEXT.
003210      05  WS-STG-RSN-TAG          PIC X(20).
003220      05  WS-STG-RSN-REF          PIC X(12).
003230      05  FILLER                  PIC X(28).
003240
003250* GL JOURNAL CELLS - THE SAME TWO AXES CCCW9100'S EXTRACT
003260* CARRIES, ACCUMULATED FROM THE POSTED ADJUSTMENTS (NEGATIVE
003270* AMOUNTS, SO EACH CELL REVERSES THE ORIGINAL CHARGE).
003280  01  WS-GLD-TABLE.
003290      05  WS-GLD-ENTRY            OCCURS 300 TIMES.
003300          10  WS-GLD-KEY.
003310              15  WS-GLD-BUS-UNIT     PIC X(05).
003320              15  WS-GLD-OPER-LOC     PIC X(04).
003330              15  WS-GLD-RSN-CODE     PIC X(02).
003340          10  WS-GLD-AMOUNT           PIC S9(13)V99.
003350
003360  77  WS-GLD-COUNT                PIC 9(03) COMP VALUE ZERO.
003370  77  WS-GLD-TABLE-MAX            PIC 9(03) COMP VALUE 300.
003380  77  WS-GLD-DROPPED              PIC 9(07) COMP VALUE ZERO.
003390  77  WS-GLD-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
003400  77  WS-GLD-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
003410  77  WS-GLD-SEARCH-KEY           PIC X(11) VALUE SPACES.
003420  77  WS-GLD-FOUND-SW             PIC X(01) VALUE "N".
003430      88  WS-GLD-FOUND                VALUE "Y".
003440
003450  01  WS-GLC-TABLE.
003460      05  WS-GLC-ENTRY            OCCURS 50 TIMES.
003470          10  WS-GLC-FIN-LABEL        PIC 9(04).
003480          10  WS-GLC-AMOUNT           PIC S9(13)V99.
003490
003500  77  WS-GLC-COUNT                PIC 9(02) COMP VALUE ZERO.
003510  77  WS-GLC-TABLE-MAX            PIC 9(02) COMP VALUE 50.
003520  77  WS-GLC-DROPPED              PIC 9(07) COMP VALUE ZERO.
003530  77  WS-GLC-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
003540  77  WS-GLC-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
003550  77  WS-GLC-FOUND-SW             PIC X(01) VALUE "N".
003560      88  WS-GLC-FOUND                VALUE "Y".
003570
003580  01  WS-GL-DEBIT-TOTAL           PIC S9(13)V99 VALUE ZERO.
003590  01  WS-GL-CREDIT-TOTAL          PIC S9(13)V99 VALUE ZERO.
003600  01  WS-GL-RUN-DATE              PIC 9(08) VALUE ZERO.
003610
003620  01  WS-RPT-TITLE.
003630      05  FILLER                  PIC X(01) VALUE SPACES.
003640      05  FILLER                  PIC X(42) VALUE
003650          "PAYEE REPAYMENT REGISTER - REPAYMENTS POST".
003660      05  FILLER                  PIC X(28) VALUE
003670          "ED AGAINST REPORTED AMOUNTS ".
003680      05  FILLER                  PIC X(10) VALUE
003690          " RUN DATE ".
003700      05  RTL-RUN-DATE            PIC 9(08).
003710      05  FILLER                  PIC X(44) VALUE SPACES.
003720
003730  01  WS-RPT-NOTE-1.
003740      05  FILLER                  PIC X(01) VALUE SPACES.
003750      05  FILLER                  PIC X(42) VALUE
003760          "YEAR FILED: THE NEXT CCCW9150 BUILD CARRIE".
003770      05  FILLER                  PIC X(42) VALUE
003780          "S THE LOWER AMOUNT AND CCCW9155 ISSUES THE".
003790      05  FILLER                  PIC X(42) VALUE
003800          " CORRECTED RETURN.                        ".
003810      05  FILLER                  PIC X(06) VALUE SPACES.
003820
003830  01  WS-RPT-NOTE-2.
003840      05  FILLER                  PIC X(01) VALUE SPACES.
003850      05  FILLER                  PIC X(42) VALUE
003860          "CLOSED YEAR: THE ADJUSTMENT IS ON TEN99DXR".
003870      05  FILLER                  PIC X(42) VALUE
003880          " - READ IT BEHIND TEN99DXA IN THE CCCW9150".
003890      05  FILLER                  PIC X(42) VALUE
003900          " CORR REBUILD AHEAD OF CCCW9155.          ".
003910      05  FILLER                  PIC X(06) VALUE SPACES.
003920
003930  01  WS-RPT-COLUMNS.
003940      05  FILLER                  PIC X(40) VALUE
003950          " BR  CHECK    TIN       ENT YEAR RECEIVE".
003960      05  FILLER                  PIC X(40) VALUE
003970          "D RECEIPT REF    ORIGINAL AMT  AMOUNT RE".
003980      05  FILLER                  PIC X(31) VALUE
003990          "PAID   NET REPORTED DISPOSITION".
004000      05  FILLER                  PIC X(22) VALUE SPACES.
004010
004020  01  WS-DETAIL-LINE.
004030      05  FILLER                  PIC X(01) VALUE SPACES.
004040      05  RGL-BR-CODE             PIC X(03).
004050      05  FILLER                  PIC X(01) VALUE SPACES.
004060      05  RGL-CHK-NUM             PIC X(08).
004070      05  FILLER                  PIC X(01) VALUE SPACES.
004080      05  RGL-MASKED-TIN          PIC X(09).
004090      05  FILLER                  PIC X(01) VALUE SPACES.
004100      05  RGL-ENT-CDE             PIC X(03).
004110      05  FILLER                  PIC X(01) VALUE SPACES.
004120      05  RGL-TAX-YEAR            PIC X(04).
004130      05  FILLER                  PIC X(01) VALUE SPACES.
004140      05  RGL-RECEIVED-DATE       PIC 9(08).
004150      05  FILLER                  PIC X(01) VALUE SPACES.
004160      05  RGL-RECEIPT-REF         PIC X(12).
004170      05  FILLER                  PIC X(01) VALUE SPACES.
004180      05  RGL-ORIG-AMT            PIC ---,---,--9.99.
004190      05  FILLER                  PIC X(01) VALUE SPACES.
004200      05  RGL-REPAID-AMT          PIC ---,---,--9.99.
004210      05  FILLER                  PIC X(01) VALUE SPACES.
004220      05  RGL-NET-AMT             PIC ---,---,--9.99.
004230      05  FILLER                  PIC X(01) VALUE SPACES.
004240      05  RGL-DISPOSITION         PIC X(32).
004250
004260  01  WS-FOOT-LINE.
004270      05  FILLER                  PIC X(06) VALUE SPACES.
004280      05  FTL-LITERAL             PIC X(40).
004290      05  FTL-COUNT               PIC Z,ZZZ,ZZ9.
004300      05  FILLER                  PIC X(02) VALUE SPACES.
004310      05  FTL-AMOUNT              PIC ---,---,---,--9.99.
004320      05  FILLER                  PIC X(58) VALUE SPACES.
004330
004340  PROCEDURE DIVISION.
004350
004360  0000-MAINLINE.
004370
004380      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004390
004400      PERFORM 2000-MATCH-ORIGINALS   THRU 2000-EXIT.
004410
004420      PERFORM 3000-POST-REPAYMENTS   THRU 3000-EXIT.
004430
004440      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004450
004460      GOBACK.
004470
004480  1000-INITIALIZE.
004490
004500      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004510      OPEN EXTEND RUN-HISTORY-FILE.
004520
004530      COPY C2INZ001.
004540
004550      MOVE SWA-CURRENT-CCYY-DATE  TO WS-GL-RUN-DATE.
004560
004570      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
004580      PERFORM 1500-LOAD-FILED-YEARS  THRU 1500-EXIT.
004590      PERFORM 1200-LOAD-REPAYMENTS   THRU 1200-EXIT.
004600
004610      OPEN I-O    TEN99-YTD-FILE.
004620      OPEN OUTPUT REPAY-REGISTER-RPT.
004630
004640      MOVE WS-GL-RUN-DATE         TO RTL-RUN-DATE.
004650      MOVE WS-RPT-TITLE           TO REPAY-REGISTER-RCD.
004660      WRITE REPAY-REGISTER-RCD.
004670      MOVE SPACES                 TO REPAY-REGISTER-RCD.
004680      WRITE REPAY-REGISTER-RCD.
004690      MOVE WS-RPT-NOTE-1          TO REPAY-REGISTER-RCD.
004700      WRITE REPAY-REGISTER-RCD.
004710      MOVE WS-RPT-NOTE-2          TO REPAY-REGISTER-RCD.
004720      WRITE REPAY-REGISTER-RCD.
004730      MOVE SPACES                 TO REPAY-REGISTER-RCD.
004740      WRITE REPAY-REGISTER-RCD.
004750      MOVE WS-RPT-COLUMNS         TO REPAY-REGISTER-RCD.
004760      WRITE REPAY-REGISTER-RCD.
004770
004780  1000-EXIT.
004790      EXIT.
004800
004810* 1200-LOAD-REPAYMENTS
004820*   READS THE REPAYMENT FEED (CLCWW175) INTO WS-RP-TABLE.  A
004830*   REPAYMENT THE TABLE CANNOT HOLD IS COUNTED AND NOT POSTED -
004840*   IT STAYS ON THE FEED FOR THE NEXT RUN, AND THE RUN ENDS
004850*   RC=12.
004860  1200-LOAD-REPAYMENTS.
004870
004880      OPEN INPUT REPAY-TRAN-FILE.
004890
004900      PERFORM 1210-LOAD-REPAYMENT-RCD THRU 1210-EXIT
004910          UNTIL WS-TRAN-EOF.
004920
004930      IF WS-RP-DROPPED > ZERO
004940          MOVE "*REPAY TABLE FULL, DROPPED:" TO SCR-LITERAL
004950          MOVE WS-RP-DROPPED          TO SCR-COUNT
004960          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
004970          PERFORM 8999-WRITE-SYSOUT
004980      END-IF.
004990
005000      CLOSE REPAY-TRAN-FILE.
005010
005020  1200-EXIT.
005030      EXIT.
005040
005050  1210-LOAD-REPAYMENT-RCD.
005060
005070      READ REPAY-TRAN-FILE
005080          AT END
005090              MOVE "Y" TO WS-TRAN-EOF-SW
005100              GO TO 1210-EXIT
005110      END-READ.
005120
005130      ADD 1 TO WS-TRANS-READ.
005140
005150      IF WS-RP-COUNT NOT < WS-RP-TABLE-MAX
005160          ADD 1 TO WS-RP-DROPPED
005170          GO TO 1210-EXIT
005180      END-IF.
005190
005200      ADD 1 TO WS-RP-COUNT.
005210      MOVE RT-SSN-TAX-ID (6:4)
005220                          TO WS-RP-CLEAR-LAST4 (WS-RP-COUNT).
005230      MOVE RT-SSN-TAX-ID          TO TP-TIN-WORK.
005240      PERFORM 9800-PROTECT-TIN    THRU 9800-EXIT.
005250      MOVE TP-TIN-WORK    TO WS-RP-SSN-TAX-ID (WS-RP-COUNT).
005260      MOVE RT-COMPASS-ENT-CDE     TO WS-RP-ENT-CDE (WS-RP-COUNT).
005270      MOVE RT-ISSUING-BR-CODE     TO WS-RP-BR-CODE (WS-RP-COUNT).
005280      MOVE RT-ONSITE-CHK-NUM      TO WS-RP-CHK-NUM (WS-RP-COUNT).
005290      MOVE RT-AMOUNT-RECEIVED     TO WS-RP-AMOUNT (WS-RP-COUNT).
005300      MOVE RT-RECEIVED-DATE
005310                          TO WS-RP-RECEIVED-DATE (WS-RP-COUNT).
005320      MOVE RT-RECEIPT-REF TO WS-RP-RECEIPT-REF (WS-RP-COUNT).
005330      MOVE "N"                    TO WS-RP-STATUS (WS-RP-COUNT).
005340      MOVE SPACE                  TO WS-RP-SOURCE (WS-RP-COUNT).
005350      MOVE "N"                    TO WS-RP-DUP-IND (WS-RP-COUNT).
005360      MOVE ZERO           TO WS-RP-PRIOR-REPAID (WS-RP-COUNT).
005370      MOVE SPACES                 TO WS-RP-ORIG-RCD (WS-RP-COUNT).
005380
005390  1210-EXIT.
005400      EXIT.
005410
005420* 1500-LOAD-FILED-YEARS
005430*   LOADS EVERY TAX YEAR WITH A FIRE TRANSMISSION THAT LEFT THE
005440*   BUILDING (SENT, ACCEPTED, OR ACCEPTED WITH ERRORS) FROM THE
005450*   CLCWW076 FILING-STATUS FILE.  A REPAYMENT AGAINST SUCH A
005460*   YEAR CHANGES A RETURN THE IRS ALREADY HOLDS.
005470  1500-LOAD-FILED-YEARS.
005480
005490      MOVE ZERO                   TO WS-FY-COUNT.
005500      MOVE "N"                    TO WS-FY-EOF-SW.
005510
005520      OPEN INPUT FILING-STATUS-FILE.
005530      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
005540      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
005550      MOVE "N"                    TO WS-LV-EMPTY-SW.
005560      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
005570          AT END
005580              MOVE "Y"            TO WS-LV-EMPTY-SW
005590      END-READ.
005600      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
005610
005620      IF WS-LV-FILE-EMPTY
005630          MOVE "Y"                TO WS-FY-EOF-SW
005640      END-IF.
005650
005660      PERFORM 1510-LOAD-FILED-YEAR-RCD THRU 1510-EXIT
005670          UNTIL WS-FY-EOF.
005680
005690      CLOSE FILING-STATUS-FILE.
005700
005710  1500-EXIT.
005720      EXIT.
005730
005740  1510-LOAD-FILED-YEAR-RCD.
005750
005760      READ FILING-STATUS-FILE
005770          AT END
005780              MOVE "Y"            TO WS-FY-EOF-SW
005790              GO TO 1510-EXIT
005800      END-READ.
005810
005820      IF NOT FC-TYPE-FIRE
005830          GO TO 1510-EXIT
005840      END-IF.
005850
005860      IF NOT FC-SENT
005870          AND NOT FC-ACCEPTED
005880          AND NOT FC-ACCEPTED-W-ERRORS
005890          GO TO 1510-EXIT
005900      END-IF.
005910
005920      MOVE FC-TAX-YEAR            TO WS-FY-CHECK-YEAR.
005930      PERFORM 1520-CHECK-FILED-YEAR THRU 1520-EXIT.
005940      IF WS-FY-YEAR-FILED
005950          GO TO 1510-EXIT
005960      END-IF.
005970
005980      IF WS-FY-COUNT NOT < WS-FY-TABLE-MAX
005990          ADD 1 TO WS-FY-DROPPED
006000          GO TO 1510-EXIT
006010      END-IF.
006020
006030      ADD 1                       TO WS-FY-COUNT.
006040      MOVE FC-TAX-YEAR            TO WS-FY-TAX-YEAR (WS-FY-COUNT).
006050
006060  1510-EXIT.
006070      EXIT.
006080
006090* 1520-CHECK-FILED-YEAR
006100*   THE CALLER MOVES THE TAX YEAR TO WS-FY-CHECK-YEAR.  SETS
006110*   WS-FY-YEAR-FILED.
006120  1520-CHECK-FILED-YEAR.
006130
006140      MOVE "N"                    TO WS-FY-FILED-SW.
006150
006160      PERFORM 1530-MATCH-FILED-YEAR THRU 1530-EXIT
006170          VARYING WS-FY-SUB FROM 1 BY 1
006180          UNTIL WS-FY-SUB > WS-FY-COUNT
006190             OR WS-FY-YEAR-FILED.
006200
006210  1520-EXIT.
006220      EXIT.
006230
006240  1530-MATCH-FILED-YEAR.
006250
006260      IF WS-FY-TAX-YEAR (WS-FY-SUB) = WS-FY-CHECK-YEAR
006270          MOVE "Y"                TO WS-FY-FILED-SW
006280      END-IF.
006290
006300  1530-EXIT.
006310      EXIT.
006320
006330* 2000-MATCH-ORIGINALS
006340*   ONE PASS OF TEN99DTL, ONE OF THE CLOSED-YEAR ARCHIVE, AND
006350*   ONE OF THE CLOSED-YEAR ADJUSTMENTS ALREADY ON TEN99DXR,
006360*   FINDING EACH REPAYMENT'S ORIGINAL CHECK AND ANY REPAYMENT
006370*   ALREADY POSTED AGAINST IT.  TEN99DTL AND TEN99DXR ARE
006380*   REOPENED EXTEND BY 3000 FOR THE ADJUSTMENTS.
006390  2000-MATCH-ORIGINALS.
006400
006410      IF WS-RP-COUNT = ZERO
006420          GO TO 2000-EXIT
006430      END-IF.
006440
006450      OPEN INPUT TEN99-STAGING-FILE.
006460      MOVE "S"                    TO WS-MATCH-SOURCE.
006470      PERFORM 2100-READ-STAGING   THRU 2100-EXIT
006480          UNTIL WS-STAGING-EOF.
006490      CLOSE TEN99-STAGING-FILE.
006500
006510      OPEN INPUT TEN99-ARCHIVE-IN-FILE.
006520      MOVE "A"                    TO WS-MATCH-SOURCE.
006530      PERFORM 2150-READ-ARCHIVE   THRU 2150-EXIT
006540          UNTIL WS-ARCHIVE-EOF.
006550      CLOSE TEN99-ARCHIVE-IN-FILE.
006560
006570      OPEN INPUT TEN99-CLOSED-ADJ-FILE.
006580      PERFORM 2160-READ-CLOSED-ADJ THRU 2160-EXIT
006590          UNTIL WS-CLOSED-ADJ-EOF.
006600      CLOSE TEN99-CLOSED-ADJ-FILE.
006610
006620  2000-EXIT.
006630      EXIT.
006640
006650  2100-READ-STAGING.
006660
006670      READ TEN99-STAGING-FILE
006680          AT END
006690              MOVE "Y" TO WS-STAGING-EOF-SW
006700              GO TO 2100-EXIT
006710      END-READ.
006720
006730      ADD 1 TO WS-STAGING-READ.
006740
006750      PERFORM 2200-MATCH-RECORD   THRU 2200-EXIT.
006760
006770  2100-EXIT.
006780      EXIT.
006790
006800  2150-READ-ARCHIVE.
006810
006820      READ TEN99-ARCHIVE-IN-FILE
006830          AT END
006840              MOVE "Y" TO WS-ARCHIVE-EOF-SW
006850              GO TO 2150-EXIT
006860      END-READ.
006870
006880      ADD 1 TO WS-ARCHIVE-READ.
006890
006900      MOVE TEN99-ARCHIVE-IN-RCD   TO TEN99-RCD.
006910      PERFORM 2200-MATCH-RECORD   THRU 2200-EXIT.
006920
006930  2150-EXIT.
006940      EXIT.
006950
006960  2160-READ-CLOSED-ADJ.
006970
006980      READ TEN99-CLOSED-ADJ-FILE
006990          AT END
007000              MOVE "Y" TO WS-CLOSED-ADJ-EOF-SW
007010              GO TO 2160-EXIT
007020      END-READ.
007030
007040      MOVE TEN99-CLOSED-ADJ-RCD   TO TEN99-RCD.
007050      PERFORM 2200-MATCH-RECORD   THRU 2200-EXIT.
007060
007070  2160-EXIT.
007080      EXIT.
007090
007100* 2200-MATCH-RECORD
007110*   THE STAGED RECORD IN TEN99-RCD AGAINST EVERY REPAYMENT ON
007120*   THE SAME BRANCH AND CHECK NUMBER.
007130  2200-MATCH-RECORD.
007140
007150      MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-MATCH-CHECK-KEY (1:3).
007160      MOVE TEN99-ONSITE-CHK-NUM-DATA  TO WS-MATCH-CHECK-KEY (4:8).
007170      MOVE TEN99-RSN-FOR-DISB-DATA    TO WS-STG-RSN-TEXT.
007180
007190      PERFORM 2210-MATCH-ENTRY    THRU 2210-EXIT
007200          VARYING WS-RP-SUB FROM 1 BY 1
007210          UNTIL WS-RP-SUB > WS-RP-COUNT.
007220
007230  2200-EXIT.
007240      EXIT.
007250
007260* 2210-MATCH-ENTRY
007270*   A POSITIVE, NON-VOID RECORD IS THE ORIGINAL CHECK (THE
007280*   FIRST ONE FOUND IS KEPT).  A NEGATIVE RECORD CARRYING THE
007290*   REPAYMENT REASON TEXT IS A REPAYMENT POSTED BY AN EARLIER
007300*   RUN - ITS AMOUNT COUNTS AGAINST THE CHECK, AND WHEN ITS
007310*   RECEIPT REFERENCE IS THIS ONE THE RECEIPT WAS POSTED BEFORE.
007320  2210-MATCH-ENTRY.
007330
007340      IF WS-RP-CHECK-KEY (WS-RP-SUB) NOT = WS-MATCH-CHECK-KEY
007350          GO TO 2210-EXIT
007360      END-IF.
007370
007380      IF TEN99-RPT-DISB-AMT-DATA > ZERO
007390          AND NOT TEN99-VOID-RETURN
007400          IF WS-RP-NOT-FOUND (WS-RP-SUB)
007410              MOVE "F"            TO WS-RP-STATUS (WS-RP-SUB)
007420              MOVE WS-MATCH-SOURCE TO WS-RP-SOURCE (WS-RP-SUB)
007430              MOVE TEN99-RCD      TO WS-RP-ORIG-RCD (WS-RP-SUB)
007440          END-IF
007450          GO TO 2210-EXIT
007460      END-IF.
007470
007480      IF TEN99-RPT-DISB-AMT-DATA < ZERO
007490          AND WS-STG-RSN-TAG = WS-RPY-RSN-TAG
007500          SUBTRACT TEN99-RPT-DISB-AMT-DATA
007510              FROM WS-RP-PRIOR-REPAID (WS-RP-SUB)
007520          IF WS-STG-RSN-REF = WS-RP-RECEIPT-REF (WS-RP-SUB)
007530              MOVE "Y"            TO WS-RP-DUP-IND (WS-RP-SUB)
007540          END-IF
007550      END-IF.
007560
007570  2210-EXIT.
007580      EXIT.
007590
007600* 3000-POST-REPAYMENTS
007610*   POSTS OR REJECTS EACH REPAYMENT IN FEED ORDER.
007620  3000-POST-REPAYMENTS.
007630
007640      OPEN EXTEND TEN99-STAGING-FILE.
007650      OPEN EXTEND TEN99-CLOSED-ADJ-FILE.
007660
007670      PERFORM 3100-POST-REPAYMENT THRU 3100-EXIT
007680          VARYING WS-RP-SUB FROM 1 BY 1
007690          UNTIL WS-RP-SUB > WS-RP-COUNT.
007700
007710  3000-EXIT.
007720      EXIT.
007730
007740* 3100-POST-REPAYMENT
007750*   EDITS THE REPAYMENT AGAINST ITS ORIGINAL CHECK, THEN POSTS
007760*   THE ADJUSTMENT BY THE STATE OF THE ORIGINAL'S TAX YEAR.
007770  3100-POST-REPAYMENT.
007780
007790      MOVE SPACES                 TO WS-DETAIL-LINE.
007800      MOVE WS-RP-BR-CODE (WS-RP-SUB) TO RGL-BR-CODE.
007810      MOVE WS-RP-CHK-NUM (WS-RP-SUB) TO RGL-CHK-NUM.
007820      MOVE "XXXXX"                TO RGL-MASKED-TIN (1:5).
007830      MOVE WS-RP-CLEAR-LAST4 (WS-RP-SUB) TO RGL-MASKED-TIN (6:4).
007840      MOVE WS-RP-ENT-CDE (WS-RP-SUB) TO RGL-ENT-CDE.
007850      MOVE WS-RP-RECEIVED-DATE (WS-RP-SUB) TO RGL-RECEIVED-DATE.
007860      MOVE WS-RP-RECEIPT-REF (WS-RP-SUB) TO RGL-RECEIPT-REF.
007870      MOVE WS-RP-AMOUNT (WS-RP-SUB) TO RGL-REPAID-AMT.
007880      MOVE ZERO                   TO RGL-ORIG-AMT.
007890      MOVE ZERO                   TO RGL-NET-AMT.
007900
007910      IF WS-RP-AMOUNT (WS-RP-SUB) NOT > ZERO
007920          MOVE "REJECTED - AMOUNT NOT POSITIVE"
007930                                  TO WS-DISPOSITION
007940          GO TO 3150-REJECT-REPAYMENT
007950      END-IF.
007960
007970      IF WS-RP-NOT-FOUND (WS-RP-SUB)
007980          MOVE "REJECTED - NO ORIGINAL CHECK"
007990                                  TO WS-DISPOSITION
008000          GO TO 3150-REJECT-REPAYMENT
008010      END-IF.
008020
008030      MOVE WS-RP-ORIG-RCD (WS-RP-SUB) TO TEN99-RCD.
008040      MOVE TEN99-RPT-DISB-AMT-DATA TO WS-ORIG-AMOUNT.
008050      MOVE TEN99-TAX-YEAR-DATA    TO RGL-TAX-YEAR.
008060      MOVE WS-ORIG-AMOUNT         TO RGL-ORIG-AMT.
008070
008080*   A REPAYMENT EARLIER IN THIS FEED AGAINST THE SAME CHECK
008090*   COUNTS THE SAME AS ONE POSTED BY AN EARLIER RUN.
008100      PERFORM 3120-SCAN-EARLIER-ENTRY THRU 3120-EXIT
008110          VARYING WS-RP-EARLIER-SUB FROM 1 BY 1
008120          UNTIL WS-RP-EARLIER-SUB NOT < WS-RP-SUB.
008130
008140      COMPUTE WS-NET-BEFORE =
008150          WS-ORIG-AMOUNT - WS-RP-PRIOR-REPAID (WS-RP-SUB).
008160      MOVE WS-NET-BEFORE          TO RGL-NET-AMT.
008170
008180      IF WS-RP-SSN-TAX-ID (WS-RP-SUB) NOT = TEN99-SSN-TAX-ID-DATA
008190          MOVE "REJECTED - TIN DOES NOT MATCH"
008200                                  TO WS-DISPOSITION
008210          GO TO 3150-REJECT-REPAYMENT
008220      END-IF.
008230
008240      IF WS-RP-ENT-CDE (WS-RP-SUB) NOT =
008250              TEN99-COMPASS-ENT-CDE-DATA
008260          MOVE "REJECTED - ENTITY DOES NOT MATCH"
008270                                  TO WS-DISPOSITION
008280          GO TO 3150-REJECT-REPAYMENT
008290      END-IF.
008300
008310      IF WS-RP-RECEIPT-POSTED (WS-RP-SUB)
008320          MOVE "REJECTED - RECEIPT POSTED BEFORE"
008330                                  TO WS-DISPOSITION
008340          GO TO 3150-REJECT-REPAYMENT
008350      END-IF.
008360
008370      IF WS-RP-AMOUNT (WS-RP-SUB) > WS-NET-BEFORE
008380          MOVE "REJECTED - EXCEEDS NET REPORTED"
008390                                  TO WS-DISPOSITION
008400          GO TO 3150-REJECT-REPAYMENT
008410      END-IF.
008420
008430      COMPUTE RGL-NET-AMT =
008440          WS-NET-BEFORE - WS-RP-AMOUNT (WS-RP-SUB).
008450
008460      PERFORM 3200-BUILD-ADJUSTMENT THRU 3200-EXIT.
008470
008480      MOVE TEN99-TAX-YEAR-DATA    TO WS-CY-CHECK-YEAR.
008490      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
008500
008510      IF WS-CY-YEAR-CLOSED
008520          WRITE TEN99-CLOSED-ADJ-RCD FROM TEN99-RCD
008530          ADD 1 TO WS-CLOSED-YEAR-POSTED
008540          ADD WS-RP-AMOUNT (WS-RP-SUB) TO WS-CLOSED-YEAR-DOLLARS
008550          MOVE "CLOSED YEAR - CORR REBUILD"
008560                                  TO WS-DISPOSITION
008570      ELSE
008580          MOVE TEN99-RCD          TO GN-HASH-RECORD
008590          PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT
008600          WRITE TEN99-RCD
008610          ADD 1 TO WS-STAGING-ADDED
008620          PERFORM 3700-POST-YTD   THRU 3700-EXIT
008630          MOVE TEN99-TAX-YEAR-DATA TO WS-FY-CHECK-YEAR
008640          PERFORM 1520-CHECK-FILED-YEAR THRU 1520-EXIT
008650          IF WS-FY-YEAR-FILED
008660              ADD 1 TO WS-FILED-YEAR-POSTED
008670              ADD WS-RP-AMOUNT (WS-RP-SUB)
008680                      TO WS-FILED-YEAR-DOLLARS
008690              MOVE "POSTED - YEAR FILED, CORRECTION"
008700                                  TO WS-DISPOSITION
008710          ELSE
008720              MOVE "POSTED"       TO WS-DISPOSITION
008730          END-IF
008740      END-IF.
008750
008760      PERFORM 3800-ACCUMULATE-GL  THRU 3800-EXIT.
008770
008780      MOVE "P"                    TO WS-RP-STATUS (WS-RP-SUB).
008790      ADD 1 TO WS-REPAY-POSTED.
008800      ADD WS-RP-AMOUNT (WS-RP-SUB) TO WS-POSTED-DOLLARS.
008810
008820      PERFORM 3900-WRITE-REGISTER THRU 3900-EXIT.
008830
008840      GO TO 3100-EXIT.
008850
008860  3150-REJECT-REPAYMENT.
008870
008880      MOVE "R"                    TO WS-RP-STATUS (WS-RP-SUB).
008890      ADD 1 TO WS-REPAY-REJECTED.
008900      ADD WS-RP-AMOUNT (WS-RP-SUB) TO WS-REJECTED-DOLLARS.
008910
008920      PERFORM 3900-WRITE-REGISTER THRU 3900-EXIT.
008930
008940  3100-EXIT.
008950      EXIT.
008960
008970  3120-SCAN-EARLIER-ENTRY.
008980
008990      IF NOT WS-RP-POSTED (WS-RP-EARLIER-SUB)
009000          GO TO 3120-EXIT
009010      END-IF.
009020
009030      IF WS-RP-CHECK-KEY (WS-RP-EARLIER-SUB) NOT =
009040              WS-RP-CHECK-KEY (WS-RP-SUB)
009050          GO TO 3120-EXIT
009060      END-IF.
009070
009080      ADD WS-RP-AMOUNT (WS-RP-EARLIER-SUB)
009090              TO WS-RP-PRIOR-REPAID (WS-RP-SUB).
009100
009110      IF WS-RP-RECEIPT-REF (WS-RP-EARLIER-SUB) =
009120              WS-RP-RECEIPT-REF (WS-RP-SUB)
009130          MOVE "Y"                TO WS-RP-DUP-IND (WS-RP-SUB)
009140      END-IF.
009150
009160  3120-EXIT.
009170      EXIT.
009180
009190* 3200-BUILD-ADJUSTMENT
009200*   TURNS THE ORIGINAL IN TEN99-RCD INTO ITS REPAYMENT
009210*   ADJUSTMENT - SAME PAYEE, CHECK LINKAGE, ENTITY AND GL
009220*   CELLS, THE AMOUNT RECEIVED AS A NEGATIVE REPORTED AMOUNT.
009230*   WITHHOLDING WAS REMITTED ON THE ORIGINAL AND IS NOT
009240*   GIVEN BACK, SO NONE IS CARRIED.  THE RUN IDENTIFIER IS
009250*   CLEARED SO NO RUN'S MANIFEST CLAIMS THE RECORD.
009260  3200-BUILD-ADJUSTMENT.
009270
009280      COMPUTE TEN99-RPT-DISB-AMT-DATA =
009290          ZERO - WS-RP-AMOUNT (WS-RP-SUB).
009300      MOVE ZERO TO TEN99-BACKUP-WITHHOLD-AMT-DATA.
009310      MOVE ZERO TO TEN99-STATE-WITHHOLD-AMT-DATA.
009320      MOVE ZERO TO TEN99-RUN-DATE-DATA.
009330      MOVE ZERO TO TEN99-RUN-SEQ-DATA.
009340      MOVE SPACE TO TEN99-CORRECTED-VOID-IND.
009350      MOVE SPACE TO TEN99-REISSUE-IND.
009360      MOVE SPACES TO TEN99-ORIG-CHK-NUM.
009370
009380      MOVE WS-RP-RECEIPT-REF (WS-RP-SUB) TO WS-RPY-RSN-REF.
009390      MOVE WS-RP-RECEIVED-DATE (WS-RP-SUB) TO WS-RPY-RSN-DATE.
009400      MOVE WS-RPY-RSN-TEXT        TO TEN99-RSN-FOR-DISB-DATA.
009410
009420  3200-EXIT.
009430      EXIT.
009440
009450* 3700-POST-YTD
009460*   TAKES THE REPAYMENT OFF THE PAYEE'S YTD POSITION - THE SAME
009470*   KEYED READ/REWRITE AS CCCW9110'S POST.  THE CHECK COUNT IS
009480*   LEFT ALONE: THE CHECK WAS STILL ISSUED.  A PAYEE WITH NO
009490*   POSITION (A FORCE-FILED RECORD, WHICH THE YEAR-END BUILD
009500*   CONSOLIDATES FROM STAGING) IS COUNTED AND LEFT TO THAT
009510*   BUILD.
009520  3700-POST-YTD.
009530
009540      MOVE TEN99-TAX-YEAR-DATA    TO TEN99-YTD-TAX-YEAR.
009550      MOVE TEN99-SSN-TAX-ID-DATA  TO TEN99-YTD-SSN-TAX-ID.
009560      MOVE TEN99-COMPASS-ENT-CDE-DATA
009570                              TO TEN99-YTD-COMPASS-ENT-CDE.
009580
009590      READ TEN99-YTD-FILE
009600          INVALID KEY
009610              CONTINUE
009620      END-READ.
009630
009640      IF WS-YTD-FILE-STATUS = "00"
009650          ADD TEN99-RPT-DISB-AMT-DATA
009660                  TO TEN99-YTD-GROSS-DISB-AMT
009670          REWRITE TEN99-YTD-RCD
009680          ADD 1 TO WS-YTD-PAYEES-UPDATED
009690          GO TO 3700-EXIT
009700      END-IF.
009710
009720      IF WS-YTD-FILE-STATUS = "23"
009730          ADD 1 TO WS-YTD-NOT-ON-FILE
009740          GO TO 3700-EXIT
009750      END-IF.
009760
009770      MOVE "3700-POST-YTD"        TO SAR-PARAGRAPH.
009780      MOVE "YTD02"                TO SAR-RETURN-CODE.
009790      MOVE SPACES                 TO SAR-DB-NAME.
009800      MOVE "TEN99YTD"             TO SAR-TABLE-NAME.
009810      MOVE SPACES                 TO SAR-SQLCODE.
009820      GO TO 9998-COREDUMP.
009830
009840  3700-EXIT.
009850      EXIT.
009860
009870* 3800-ACCUMULATE-GL
009880*   ADDS THE ADJUSTMENT (NEGATIVE) TO ITS EXPENSE CELL AND ITS
009890*   CASH CELL, KEYED THE WAY CCCW9100'S 8372 KEYS THEM.
009900  3800-ACCUMULATE-GL.
009910
009920      MOVE TEN99-PS-BUS-UNIT      TO WS-GLD-SEARCH-KEY (1:5).
009930      MOVE TEN99-PS-OPERATION-LOC TO WS-GLD-SEARCH-KEY (6:4).
009940      MOVE TEN99-RSN-CODE         TO WS-GLD-SEARCH-KEY (10:2).
009950
009960      MOVE "N" TO WS-GLD-FOUND-SW.
009970      MOVE ZERO TO WS-GLD-MATCHED-SUB.
009980      PERFORM 3810-SEARCH-GL-DEBIT THRU 3810-EXIT
009990          VARYING WS-GLD-TBL-SUB FROM 1 BY 1
010000          UNTIL WS-GLD-TBL-SUB > WS-GLD-COUNT
010010             OR WS-GLD-FOUND.
010020
010030      IF NOT WS-GLD-FOUND
010040          IF WS-GLD-COUNT < WS-GLD-TABLE-MAX
010050              ADD 1 TO WS-GLD-COUNT
010060              MOVE WS-GLD-COUNT TO WS-GLD-MATCHED-SUB
010070              MOVE WS-GLD-SEARCH-KEY
010080                       TO WS-GLD-KEY (WS-GLD-MATCHED-SUB)
010090              MOVE ZERO TO WS-GLD-AMOUNT (WS-GLD-MATCHED-SUB)
010100          ELSE
010110              ADD 1 TO WS-GLD-DROPPED
010120          END-IF
010130      END-IF.
010140
010150      IF WS-GLD-MATCHED-SUB > ZERO
010160          ADD TEN99-RPT-DISB-AMT-DATA
010170                  TO WS-GLD-AMOUNT (WS-GLD-MATCHED-SUB)
010180      END-IF.
010190
010200      MOVE "N" TO WS-GLC-FOUND-SW.
010210      MOVE ZERO TO WS-GLC-MATCHED-SUB.
010220      PERFORM 3820-SEARCH-GL-CREDIT THRU 3820-EXIT
010230          VARYING WS-GLC-TBL-SUB FROM 1 BY 1
010240          UNTIL WS-GLC-TBL-SUB > WS-GLC-COUNT
010250             OR WS-GLC-FOUND.
010260
010270      IF NOT WS-GLC-FOUND
010280          IF WS-GLC-COUNT < WS-GLC-TABLE-MAX
010290              ADD 1 TO WS-GLC-COUNT
010300              MOVE WS-GLC-COUNT TO WS-GLC-MATCHED-SUB
010310              MOVE TEN99-FIN-LABEL-CODE-DATA
010320                       TO WS-GLC-FIN-LABEL (WS-GLC-MATCHED-SUB)
010330              MOVE ZERO TO WS-GLC-AMOUNT (WS-GLC-MATCHED-SUB)
010340          ELSE
010350              ADD 1 TO WS-GLC-DROPPED
010360          END-IF
010370      END-IF.
010380
010390      IF WS-GLC-MATCHED-SUB > ZERO
010400          ADD TEN99-RPT-DISB-AMT-DATA
010410                  TO WS-GLC-AMOUNT (WS-GLC-MATCHED-SUB)
010420      END-IF.
010430
010440  3800-EXIT.
010450      EXIT.
010460
010470  3810-SEARCH-GL-DEBIT.
010480
010490      IF WS-GLD-SEARCH-KEY = WS-GLD-KEY (WS-GLD-TBL-SUB)
010500          MOVE "Y" TO WS-GLD-FOUND-SW
010510          MOVE WS-GLD-TBL-SUB TO WS-GLD-MATCHED-SUB
010520      END-IF.
010530
010540  3810-EXIT.
010550      EXIT.
010560
010570  3820-SEARCH-GL-CREDIT.
010580
010590      IF TEN99-FIN-LABEL-CODE-DATA =
010600              WS-GLC-FIN-LABEL (WS-GLC-TBL-SUB)
010610          MOVE "Y" TO WS-GLC-FOUND-SW
010620          MOVE WS-GLC-TBL-SUB TO WS-GLC-MATCHED-SUB
010630      END-IF.
010640
010650  3820-EXIT.
010660      EXIT.
010670
010680  3900-WRITE-REGISTER.
010690
010700      MOVE WS-DISPOSITION         TO RGL-DISPOSITION.
010710      MOVE WS-DETAIL-LINE         TO REPAY-REGISTER-RCD.
010720      WRITE REPAY-REGISTER-RCD.
010730
010740  3900-EXIT.
010750      EXIT.
010760
010770  8000-WRAPUP.
010780
010790      PERFORM 8370-BUILD-GL-EXTRACT THRU 8370-EXIT.
010800
010810      IF WS-STAGING-ADDED > ZERO
010820          PERFORM 9635-CATALOG-APPEND THRU 9635-EXIT
010830      END-IF.
010840
010850      MOVE SPACES                 TO REPAY-REGISTER-RCD.
010860      WRITE REPAY-REGISTER-RCD.
010870      MOVE "REPAYMENTS POSTED"    TO FTL-LITERAL.
010880      MOVE WS-REPAY-POSTED        TO FTL-COUNT.
010890      MOVE WS-POSTED-DOLLARS      TO FTL-AMOUNT.
010900      MOVE WS-FOOT-LINE           TO REPAY-REGISTER-RCD.
010910      WRITE REPAY-REGISTER-RCD.
010920      MOVE "  TO A FILED YEAR - CORRECTION DUE"
010930                                  TO FTL-LITERAL.
010940      MOVE WS-FILED-YEAR-POSTED   TO FTL-COUNT.
010950      MOVE WS-FILED-YEAR-DOLLARS  TO FTL-AMOUNT.
010960      MOVE WS-FOOT-LINE           TO REPAY-REGISTER-RCD.
010970      WRITE REPAY-REGISTER-RCD.
010980      MOVE "  TO A CLOSED YEAR - CORR REBUILD"
010990                                  TO FTL-LITERAL.
011000      MOVE WS-CLOSED-YEAR-POSTED  TO FTL-COUNT.
011010      MOVE WS-CLOSED-YEAR-DOLLARS TO FTL-AMOUNT.
011020      MOVE WS-FOOT-LINE           TO REPAY-REGISTER-RCD.
011030      WRITE REPAY-REGISTER-RCD.
011040      MOVE "REPAYMENTS REJECTED"  TO FTL-LITERAL.
011050      MOVE WS-REPAY-REJECTED      TO FTL-COUNT.
011060      MOVE WS-REJECTED-DOLLARS    TO FTL-AMOUNT.
011070      MOVE WS-FOOT-LINE           TO REPAY-REGISTER-RCD.
011080      WRITE REPAY-REGISTER-RCD.
011090
011100      MOVE "REPAYMENTS READ:"     TO SCR-LITERAL.
011110      MOVE WS-TRANS-READ          TO SCR-COUNT.
011120      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011130      PERFORM 8999-WRITE-SYSOUT.
011140
011150      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
011160      MOVE WS-STAGING-READ        TO SCR-COUNT.
011170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011180      PERFORM 8999-WRITE-SYSOUT.
011190
011200      MOVE "ARCHIVE RECORDS READ:" TO SCR-LITERAL.
011210      MOVE WS-ARCHIVE-READ        TO SCR-COUNT.
011220      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011230      PERFORM 8999-WRITE-SYSOUT.
011240
011250      MOVE "REPAYMENTS POSTED:"   TO SCR-LITERAL.
011260      MOVE WS-REPAY-POSTED        TO SCR-COUNT.
011270      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011280      PERFORM 8999-WRITE-SYSOUT.
011290
011300      MOVE "ADJUSTMENTS STAGED:"  TO SCR-LITERAL.
011310      MOVE WS-STAGING-ADDED       TO SCR-COUNT.
011320      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011330      PERFORM 8999-WRITE-SYSOUT.
011340
011350      MOVE "FILED-YEAR CORRECTIONS DUE:" TO SCR-LITERAL.
011360      MOVE WS-FILED-YEAR-POSTED   TO SCR-COUNT.
011370      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011380      PERFORM 8999-WRITE-SYSOUT.
011390
011400      MOVE "CLOSED-YEAR ADJUSTMENTS:" TO SCR-LITERAL.
011410      MOVE WS-CLOSED-YEAR-POSTED  TO SCR-COUNT.
011420      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011430      PERFORM 8999-WRITE-SYSOUT.
011440
011450      MOVE "YTD POSITIONS REDUCED:" TO SCR-LITERAL.
011460      MOVE WS-YTD-PAYEES-UPDATED  TO SCR-COUNT.
011470      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011480      PERFORM 8999-WRITE-SYSOUT.
011490
011500      MOVE "NO YTD POSITION ON FILE:" TO SCR-LITERAL.
011510      MOVE WS-YTD-NOT-ON-FILE     TO SCR-COUNT.
011520      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011530      PERFORM 8999-WRITE-SYSOUT.
011540
011550      MOVE "REPAYMENTS REJECTED:" TO SCR-LITERAL.
011560      MOVE WS-REPAY-REJECTED      TO SCR-COUNT.
011570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011580      PERFORM 8999-WRITE-SYSOUT.
011590
011600      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
011610
011620      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
011630
011640      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
011650
011660      COPY C2INZ003.
011670
011680      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
011690
011700  8000-EXIT.
011710      EXIT.
011720
011730* 8370-BUILD-GL-EXTRACT
011740*   WRITES THE BALANCED REPAYMENT JOURNAL IN THE CCCW9100
011750*   EXTRACT LAYOUT - THE EXPENSE CELLS AS "D" ENTRIES AND THE
011760*   CASH CELLS AS "C" ENTRIES, BOTH NEGATIVE SO EACH REVERSES
011770*   THE ORIGINAL CHARGE, AND THE CLOSING "T" TOTAL.  THE RUN
011780*   SEQUENCE IS ZERO - NO STAGING RUN OWNS A REPAYMENT.  DEBITS
011790*   MUST EQUAL CREDITS MUST EQUAL THE NEGATIVE OF THE DOLLARS
011800*   POSTED, OR THE RUN ABENDS BEFORE ACCOUNTING CAN POST A BAD
011810*   EXTRACT.
011820  8370-BUILD-GL-EXTRACT.
011830
011840      OPEN OUTPUT GL-JOURNAL-FILE.
011850
011860      PERFORM 8374-WRITE-GL-DEBIT THRU 8374-EXIT
011870          VARYING WS-GLD-TBL-SUB FROM 1 BY 1
011880          UNTIL WS-GLD-TBL-SUB > WS-GLD-COUNT.
011890
011900      PERFORM 8376-WRITE-GL-CREDIT THRU 8376-EXIT
011910          VARYING WS-GLC-TBL-SUB FROM 1 BY 1
011920          UNTIL WS-GLC-TBL-SUB > WS-GLC-COUNT.
011930
011940      MOVE SPACES                 TO GL-JOURNAL-RCD.
011950      MOVE WS-GL-RUN-DATE         TO GJ-RUN-DATE.
011960      MOVE ZERO                   TO GJ-RUN-SEQ.
011970      MOVE "T"                    TO GJ-ENTRY-TYPE.
011980      MOVE "TT"                   TO GJ-ACCOUNT-AXIS.
011990      MOVE ZERO                   TO GJ-FIN-LABEL.
012000      MOVE WS-GL-DEBIT-TOTAL      TO GJ-AMOUNT.
012010      WRITE GL-JOURNAL-RCD.
012020
012030      CLOSE GL-JOURNAL-FILE.
012040
012050      IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
012060          OR WS-GL-DEBIT-TOTAL + WS-POSTED-DOLLARS NOT = ZERO
012070          MOVE "8370-BUILD-GL-EXTRACT" TO SAR-PARAGRAPH
012080          MOVE "GLBAL"                TO SAR-RETURN-CODE
012090          MOVE SPACES                 TO SAR-DB-NAME
012100          MOVE "GLRPAY"               TO SAR-TABLE-NAME
012110          MOVE SPACES                 TO SAR-SQLCODE
012120          GO TO 9998-COREDUMP
012130      END-IF.
012140
012150  8370-EXIT.
012160      EXIT.
012170
012180  8374-WRITE-GL-DEBIT.
012190
012200      MOVE SPACES                 TO GL-JOURNAL-RCD.
012210      MOVE WS-GL-RUN-DATE         TO GJ-RUN-DATE.
012220      MOVE ZERO                   TO GJ-RUN-SEQ.
012230      MOVE "D"                    TO GJ-ENTRY-TYPE.
012240      MOVE "BU"                   TO GJ-ACCOUNT-AXIS.
012250      MOVE WS-GLD-BUS-UNIT (WS-GLD-TBL-SUB) TO GJ-BUS-UNIT.
012260      MOVE WS-GLD-OPER-LOC (WS-GLD-TBL-SUB) TO GJ-OPERATION-LOC.
012270      MOVE WS-GLD-RSN-CODE (WS-GLD-TBL-SUB) TO GJ-RSN-CODE.
012280      MOVE ZERO                   TO GJ-FIN-LABEL.
012290      MOVE WS-GLD-AMOUNT (WS-GLD-TBL-SUB) TO GJ-AMOUNT.
012300      WRITE GL-JOURNAL-RCD.
012310      ADD WS-GLD-AMOUNT (WS-GLD-TBL-SUB)
012320              TO WS-GL-DEBIT-TOTAL.
012330
012340  8374-EXIT.
012350      EXIT.
012360
012370  8376-WRITE-GL-CREDIT.
012380
012390      MOVE SPACES                 TO GL-JOURNAL-RCD.
012400      MOVE WS-GL-RUN-DATE         TO GJ-RUN-DATE.
012410      MOVE ZERO                   TO GJ-RUN-SEQ.
012420      MOVE "C"                    TO GJ-ENTRY-TYPE.
012430      MOVE "CA"                   TO GJ-ACCOUNT-AXIS.
012440      MOVE WS-GLC-FIN-LABEL (WS-GLC-TBL-SUB) TO GJ-FIN-LABEL.
012450      MOVE WS-GLC-AMOUNT (WS-GLC-TBL-SUB) TO GJ-AMOUNT.
012460      WRITE GL-JOURNAL-RCD.
012470      ADD WS-GLC-AMOUNT (WS-GLC-TBL-SUB)
012480              TO WS-GL-CREDIT-TOTAL.
012490
012500  8376-EXIT.
012510      EXIT.
012520
012530* 8980-NOTE-TABLE-CAPACITY
012540*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
012550*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
012560*   DROPPED ENTRY ENDS THE RUN RC=12.
012570  8980-NOTE-TABLE-CAPACITY.
012580
012590      MOVE "REPAYMENT FEED"         TO TC-NOTE-NAME.
012600      MOVE WS-RP-TABLE-MAX          TO TC-NOTE-LIMIT.
012610      MOVE WS-RP-COUNT              TO TC-NOTE-HIGH.
012620      MOVE WS-RP-DROPPED            TO TC-NOTE-DROPPED.
012630      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
012640
012650      MOVE "FILED TAX YEARS"        TO TC-NOTE-NAME.
012660      MOVE WS-FY-TABLE-MAX          TO TC-NOTE-LIMIT.
012670      MOVE WS-FY-COUNT              TO TC-NOTE-HIGH.
012680      MOVE WS-FY-DROPPED            TO TC-NOTE-DROPPED.
012690      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
012700
012710      MOVE "GL EXPENSE CELLS"       TO TC-NOTE-NAME.
012720      MOVE WS-GLD-TABLE-MAX         TO TC-NOTE-LIMIT.
012730      MOVE WS-GLD-COUNT             TO TC-NOTE-HIGH.
012740      MOVE WS-GLD-DROPPED           TO TC-NOTE-DROPPED.
012750      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
012760
012770      MOVE "GL CASH CELLS"          TO TC-NOTE-NAME.
012780      MOVE WS-GLC-TABLE-MAX         TO TC-NOTE-LIMIT.
012790      MOVE WS-GLC-COUNT             TO TC-NOTE-HIGH.
012800      MOVE WS-GLC-DROPPED           TO TC-NOTE-DROPPED.
012810      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
012820
012830      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
012840
012850  8980-EXIT.
012860      EXIT.
012870
012880* 8900-SET-RETURN-CODE
012890*   RC=0 EVERY REPAYMENT POSTED TO A YEAR NOT YET FILED.  RC=4
012900*   A POSTED REPAYMENT NEEDS A CORRECTED RETURN - ITS YEAR WAS
012910*   FILED OR CLOSED.  RC=8 A REPAYMENT WAS REJECTED AND IS ON
012920*   THE REGISTER FOR THE RECEIPTS DESK.  RC=12 A TABLE
012930*   OVERFLOWED - A DROPPED REPAYMENT WAS NOT POSTED, A DROPPED
012940*   FILED YEAR WOULD MISS ITS CORRECTION FLAG (SEE THE
012950*   CAPACITY REPORT).
012960  8900-SET-RETURN-CODE.
012970
012980      MOVE ZERO TO RETURN-CODE.
012990
013000      IF WS-FILED-YEAR-POSTED > ZERO
013010          OR WS-CLOSED-YEAR-POSTED > ZERO
013020          MOVE 4 TO RETURN-CODE
013030      END-IF.
013040
013050      IF WS-REPAY-REJECTED > ZERO
013060          MOVE 8 TO RETURN-CODE
013070      END-IF.
013080
013090      IF TC-TABLE-OVERFLOW
013100          MOVE TC-OVERFLOW-RC TO RETURN-CODE
013110      END-IF.
013120
013130  8900-EXIT.
013140      EXIT.
013150
013160      COPY CLCWW111.
013170
013180      COPY CLCWW131.
013190
013200      COPY CLCWW134.
013210
013220      COPY CLCWW167.
013230
013240      COPY CLCWW170.
013250
013260      COPY C2INZ002.
013270
013280      COPY C2INZ004.
013290
013300      COPY C2INZ005.
013310
013320      TEN99-STAGING-FILE
013330      TEN99-CLOSED-ADJ-FILE
013340      TEN99-YTD-FILE
013350      REPAY-REGISTER-RPT
013360      RUN-HISTORY-FILE.
013370
013380  9999-EXIT.
013390      EXIT.
