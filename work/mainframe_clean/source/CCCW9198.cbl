000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9198.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9198
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    CHECK-CLEARING FLOAT ANALYSIS AND PRESENTMENT
000130*              FORECAST.  RUNS DAILY AFTER CCCW9140.
000140*              1. CLEARING-LAG HISTORY - EVERY CHECK CCCW9140
000150*                 MATCHED TODAY (CLCWW162) IS POSTED TO THE
000160*                 CLCWW163 HISTORY BY FINANCIAL LABEL, ISSUING
000170*                 BRANCH AND AMOUNT BAND: THE NUMBER OF BUSINESS
000180*                 DAYS FROM ISSUE TO THE DAY THE BANK PAID IT,
000190*                 0 TO 59, AND 60 OR MORE.
000200*              2. FORECAST - EVERY ITEM STILL OUTSTANDING ON THE
000210*                 CLCWW053 REGISTER IS SPREAD OVER THE NEXT TEN
000220*                 BUSINESS DAYS BY ITS CELL'S LAG CURVE, GIVEN
000230*                 HOW MANY BUSINESS DAYS IT HAS ALREADY BEEN OUT:
000240*                 THE SHARE OF THE CELL'S CHECKS STILL UNPAID AT
000250*                 THAT AGE THAT WERE PAID ON EACH LATER DAY.  A
000260*                 CELL WITH TOO FEW CLEARED CHECKS TO GO BY
000270*                 BORROWS THE CURVE OF ITS LABEL AND BAND ACROSS
000280*                 ALL BRANCHES, THEN OF ITS BAND SYSTEM-WIDE.
000290*                 THE EXPECTED PRESENTMENTS ARE TOTALLED BY DAY
000300*                 FOR EACH PAYER ACCOUNT - THE BACT REFERENCE
000310*                 TABLE ACCOUNT OF THE ITEM'S FINANCIAL LABEL - SO
000320*                 TREASURY CAN FUND THE DISBURSEMENT ACCOUNTS FOR
000330*                 WHAT WILL ACTUALLY BE PRESENTED RATHER THAN THE
000340*                 WHOLE OUTSTANDING BALANCE.
000350*              AN ITEM 60 OR MORE BUSINESS DAYS OUT, OR WITH NO
000360*              USABLE HISTORY, IS NOT SPREAD; IT STAYS IN THE
000370*              BEYOND-TEN-DAYS FIGURE WITH THE REST OF THE
000380*              BALANCE NOT EXPECTED IN THE WINDOW.
000390*
000400*  FILES:      OCCLEAR  - TODAY'S CLEARED CHECKS (CCCW9140)
000410*              CLAGHSTI - CLEARING-LAG HISTORY IN
000420*              CLAGHSTO - CLEARING-LAG HISTORY OUT
000430*              OCREGI   - THE REGISTER GENERATION CCCW9140 WROTE
000440*              BUSCAL   - BUSINESS CALENDAR
000450*              REFTBL   - REFERENCE FILE (THROUGH CCCW9196)
000460*              CLRFRPT  - CLEARANCE FORECAST REPORT
000470*              CLRFCST  - FORECAST EXTRACT FOR TREASURY
000480*
000490******************************************************************
000500*                      MODIFICATION HISTORY
000510******************************************************************
000520* DATE     INIT  DESCRIPTION
000530* -------- ----  --------------------------------------------
000540* 10/2026  RF    NEW PROGRAM - CHECK-CLEARING LAG HISTORY AND
000550*                TEN-DAY PRESENTMENT FORECAST
0005va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON THE
0005vb*                LAG HISTORY AND THE REGISTER, AND WRITE ONE ON
0005vc*                THE NEW LAG HISTORY GENERATION
000560******************************************************************
000570  ENVIRONMENT DIVISION.
000580  CONFIGURATION SECTION.
000590  SOURCE-COMPUTER.   IBM-370.
000600  OBJECT-COMPUTER.   IBM-370.
000610  INPUT-OUTPUT SECTION.
000620  FILE-CONTROL.
000630
000640      COPY C2INX001.
000650
000660      SELECT CLEARED-ITEM-FILE   ASSIGN TO OCCLEAR
000670          ORGANIZATION IS SEQUENTIAL.
000680
000690      SELECT LAG-HIST-IN-FILE    ASSIGN TO CLAGHSTI
000700          ORGANIZATION IS SEQUENTIAL.
000710
000720      SELECT LAG-HIST-OUT-FILE   ASSIGN TO CLAGHSTO
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780      SELECT BUSCAL-FILE         ASSIGN TO BUSCAL
000790          ORGANIZATION IS SEQUENTIAL.
000800
000810      SELECT FORECAST-RPT        ASSIGN TO CLRFRPT
000820          ORGANIZATION IS SEQUENTIAL.
000830
000840      SELECT FORECAST-EXTRACT-FILE ASSIGN TO CLRFCST
000850          ORGANIZATION IS SEQUENTIAL.
000860
000870      COPY C2INX004.
000880
000890  DATA DIVISION.
000900  FILE SECTION.
000910
000920      COPY C2INX002.
000930
000940  FD  CLEARED-ITEM-FILE
000950      BLOCK CONTAINS 0 RECORDS
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD
000980      DATA RECORD IS CLEARED-ITEM-RCD.
000990
001000      COPY CLCWW162.
001010
001020  FD  LAG-HIST-IN-FILE
001030      BLOCK CONTAINS 0 RECORDS
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD
001060      DATA RECORD IS LAG-HISTORY-RCD.
001070
001080      COPY CLCWW163.
001090
001100* NEW GENERATION OF THE HISTORY - THE CLCWW163 LAYOUT IS ALREADY
001110* COPIED UNDER THE INPUT FD ABOVE.
001120  FD  LAG-HIST-OUT-FILE
001130      BLOCK CONTAINS 0 RECORDS
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD
001160      DATA RECORD IS LAG-HIST-OUT-RCD.
001170
001180  01  LAG-HIST-OUT-RCD              PIC X(460).
001190
001200  FD  OC-REGISTER-IN-FILE
001210      BLOCK CONTAINS 0 RECORDS
001220      RECORDING MODE IS F
001230      LABEL RECORDS ARE STANDARD
001240      DATA RECORD IS OC-REGISTER-RCD.
001250
001260      COPY CLCWW053.
001270
001280  FD  BUSCAL-FILE
001290      BLOCK CONTAINS 0 RECORDS
001300      RECORDING MODE IS F
001310      LABEL RECORDS ARE STANDARD
001320      DATA RECORD IS BUSCAL-RCD.
001330
001340      COPY CLCWW065.
001350
001360  FD  FORECAST-RPT
001370      BLOCK CONTAINS 0 RECORDS
001380      RECORDING MODE IS F
001390      LABEL RECORDS ARE STANDARD
001400      DATA RECORD IS FORECAST-RPT-RCD.
001410
001420  01  FORECAST-RPT-RCD              PIC X(133).
001430
001440  FD  FORECAST-EXTRACT-FILE
001450      BLOCK CONTAINS 0 RECORDS
001460      RECORDING MODE IS F
001470      LABEL RECORDS ARE STANDARD
001480      DATA RECORD IS FORECAST-EXTRACT-RCD.
001490
001500      COPY CLCWW164.
001510
001520      COPY C2INX005.
001530
001540  WORKING-STORAGE SECTION.
001550
001560      COPY C2INX003.
001570
001580      COPY C2INX006.
0015va
0015vb      COPY CLCWW166.
001590
001600      COPY CLCWW133.
001610
001620      COPY CLCWW138.
001630
001640      COPY CLCWW145.
001650
001660  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9198".
001670
001680  01  WS-SWITCHES.
001690      05  WS-CLEARED-EOF-SW       PIC X(01) VALUE "N".
001700          88  WS-CLEARED-EOF              VALUE "Y".
001710      05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001720          88  WS-HIST-EOF                 VALUE "Y".
001730      05  WS-OCREG-EOF-SW         PIC X(01) VALUE "N".
001740          88  WS-OCREG-EOF                VALUE "Y".
001750      05  WS-BUSCAL-EOF-SW        PIC X(01) VALUE "N".
001760          88  WS-BUSCAL-EOF               VALUE "Y".
001770      05  WS-BUS-DAY-SW           PIC X(01) VALUE "N".
001780          88  WS-BUS-DAY                  VALUE "Y".
001790      05  WS-CURVE-SW             PIC X(01) VALUE "N".
001800          88  WS-CURVE-FOUND              VALUE "Y".
001810
001820  01  WS-COUNTERS.
001830      05  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
001840      05  WS-HIST-WRITTEN         PIC 9(09) COMP VALUE ZERO.
001850      05  WS-CLEARED-READ         PIC 9(09) COMP VALUE ZERO.
001860      05  WS-CLEARED-POSTED       PIC 9(09) COMP VALUE ZERO.
001870      05  WS-CLEARED-UNDATED      PIC 9(09) COMP VALUE ZERO.
001880      05  WS-OUTSTANDING-READ     PIC 9(09) COMP VALUE ZERO.
001890      05  WS-ITEMS-SPREAD         PIC 9(09) COMP VALUE ZERO.
001900      05  WS-ITEMS-AGED-OUT       PIC 9(09) COMP VALUE ZERO.
001910      05  WS-ITEMS-NO-HISTORY     PIC 9(09) COMP VALUE ZERO.
001920      05  WS-CURVE-BY-CELL        PIC 9(09) COMP VALUE ZERO.
001930      05  WS-CURVE-BY-LABEL       PIC 9(09) COMP VALUE ZERO.
001940      05  WS-CURVE-BY-BAND        PIC 9(09) COMP VALUE ZERO.
001950      05  WS-EXTRACT-WRITTEN      PIC 9(09) COMP VALUE ZERO.
001960
001970* A LAG CURVE IS USED ONLY WHEN AT LEAST THIS MANY CHECKS HAVE
001980* CLEARED UNDER IT; BELOW THAT THE NEXT WIDER CURVE IS TRIED.
001990  77  WS-MIN-CURVE-ITEMS          PIC 9(05) COMP VALUE 25.
002000
002010* A CHECK OUT MORE THAN THIS MANY CALENDAR DAYS IS PAST SIXTY
002020* BUSINESS DAYS WHATEVER THE CALENDAR SAYS - NO NEED TO COUNT.
002030  77  WS-LAG-CALENDAR-CAP         PIC 9(05) COMP VALUE 120.
002040
002050* LAG BUCKETS - SUBSCRIPT 1 IS A SAME-DAY PAYMENT, 60 A PAYMENT
002060* 59 BUSINESS DAYS OUT, 61 SIXTY OR MORE.
002070  77  WS-LAG-BUCKETS              PIC 9(02) COMP VALUE 61.
002080  77  WS-LAG-LAST-DATED           PIC 9(02) COMP VALUE 60.
002090  77  WS-LAG-SUB                  PIC 9(02) COMP VALUE ZERO.
002100  77  WS-LAG-START                PIC 9(03) COMP VALUE ZERO.
002110  77  WS-LAG-IDX                  PIC 9(05) COMP VALUE ZERO.
002120
002130* THE CLEARING-LAG HISTORY, ONE ENTRY PER FINANCIAL LABEL,
002140* ISSUING BRANCH AND AMOUNT BAND.  A HISTORY RECORD THE TABLE
002150* CANNOT HOLD IS CARRIED TO THE NEW GENERATION UNCHANGED.
002160  01  WS-LAG-HIST-TABLE.
002170      05  WS-LH-ENTRY             OCCURS 5000 TIMES.
002180          10  WS-LH-KEY.
002190              15  WS-LH-FIN-LABEL     PIC 9(04).
002200              15  WS-LH-BR-CODE       PIC X(03).
002210              15  WS-LH-BAND          PIC 9(01).
002220          10  WS-LH-LAST-DATE         PIC 9(08).
002230          10  WS-LH-ITEMS             PIC 9(09) COMP.
002240          10  WS-LH-LAG               PIC 9(07) COMP
002250                                      OCCURS 61 TIMES.
002260  77  WS-LH-COUNT                 PIC 9(05) COMP VALUE ZERO.
002270  77  WS-LH-TABLE-MAX             PIC 9(05) COMP VALUE 5000.
002280  77  WS-LH-DROPPED               PIC 9(07) COMP VALUE ZERO.
002290  77  WS-LH-SUB                   PIC 9(05) COMP VALUE ZERO.
002300  77  WS-LH-FIND-SUB              PIC 9(05) COMP VALUE ZERO.
002310
002320  01  WS-CELL-SEARCH-KEY.
002330      05  WS-CSK-FIN-LABEL        PIC 9(04).
002340      05  WS-CSK-BR-CODE          PIC X(03).
002350      05  WS-CSK-BAND             PIC 9(01).
002360
002370* THE HISTORY ROLLED UP BY FINANCIAL LABEL AND BAND ACROSS ALL
002380* BRANCHES, KEPT IN LABEL/BAND ORDER FOR THE LAG SUMMARY.
002390  01  WS-LABEL-BAND-TABLE.
002400      05  WS-LB-ENTRY             OCCURS 250 TIMES.
002410          10  WS-LB-KEY.
002420              15  WS-LB-FIN-LABEL     PIC 9(04).
002430              15  WS-LB-BAND          PIC 9(01).
002440          10  WS-LB-ITEMS             PIC 9(09) COMP.
002450          10  WS-LB-LAG               PIC 9(09) COMP
002460                                      OCCURS 61 TIMES.
002470  77  WS-LB-COUNT                 PIC 9(03) COMP VALUE ZERO.
002480  77  WS-LB-TABLE-MAX             PIC 9(03) COMP VALUE 250.
002490  77  WS-LB-DROPPED               PIC 9(07) COMP VALUE ZERO.
002500  77  WS-LB-SUB                   PIC 9(03) COMP VALUE ZERO.
002510  77  WS-LB-FIND-SUB              PIC 9(03) COMP VALUE ZERO.
002520  77  WS-LB-SHIFT-SUB             PIC 9(03) COMP VALUE ZERO.
002530  01  WS-LB-SEARCH-KEY.
002540      05  WS-LBK-FIN-LABEL        PIC 9(04).
002550      05  WS-LBK-BAND             PIC 9(01).
002560
002570* THE HISTORY ROLLED UP BY BAND, SYSTEM-WIDE.
002580  01  WS-BAND-TABLE.
002590      05  WS-BND-ENTRY            OCCURS 4 TIMES.
002600          10  WS-BND-ITEMS            PIC 9(09) COMP.
002610          10  WS-BND-LAG              PIC 9(09) COMP
002620                                      OCCURS 61 TIMES.
002630
002640  01  WS-BAND-NAME-VALUES.
002650      05  FILLER                  PIC X(20)
002660              VALUE "UNDER 500.00".
002670      05  FILLER                  PIC X(20)
002680              VALUE "500.00 - 4,999.99".
002690      05  FILLER                  PIC X(20)
002700              VALUE "5,000 - 49,999.99".
002710      05  FILLER                  PIC X(20)
002720              VALUE "50,000.00 AND OVER".
002730  01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-VALUES.
002740      05  WS-BAND-NAME            PIC X(20) OCCURS 4 TIMES.
002750
002760* THE CURVE CHOSEN FOR THE ITEM IN HAND.
002770  01  WS-CURVE-TABLE.
002780      05  WS-CURVE-LAG            PIC 9(09) COMP OCCURS 61 TIMES.
002790  77  WS-CURVE-REMAINING          PIC 9(11) COMP VALUE ZERO.
002800  77  WS-CURVE-SHARE              PIC 9(01)V9(08) VALUE ZERO.
002810
002820* THE OUTSTANDING ITEM IN HAND.
002830  01  WS-ITEM-WORK.
002840      05  WS-ITEM-FIN-LABEL       PIC 9(04).
002850      05  WS-ITEM-BR-CODE         PIC X(03).
002860      05  WS-ITEM-BAND            PIC 9(01).
002870      05  WS-ITEM-AMOUNT          PIC S9(10)V99.
002880      05  WS-ITEM-AGE             PIC 9(05) COMP.
002890      05  WS-ITEM-ISSUE-DAYS      PIC 9(07) COMP.
002900
002910  77  WS-BAND-AMOUNT              PIC S9(10)V99 VALUE ZERO.
002920  77  WS-BAND-RESULT              PIC 9(01) VALUE ZERO.
002930
002940* THE PAYER ACCOUNTS - THE DISTINCT BACT ACCOUNT NUMBERS, THEN
002950* UNASSIGNED (LABEL NOT KNOWN OR NOT ON BACT), THEN THE TOTAL
002960* OF ALL ACCOUNTS.  WS-BACT-PA-SUB GIVES THE PAYER ACCOUNT OF
002970* EACH BACT ENTRY.
002980  01  WS-PAYER-ACCOUNT-TABLE.
002990      05  WS-PA-ENTRY             OCCURS 52 TIMES.
003000          10  WS-PA-ACCOUNT-NUM       PIC X(17).
003010          10  WS-PA-OUT-COUNT         PIC 9(07) COMP.
003020          10  WS-PA-OUT-AMOUNT        PIC S9(13)V99.
003030          10  WS-PA-AGED-COUNT        PIC 9(07) COMP.
003040          10  WS-PA-NO-HIST-COUNT     PIC 9(07) COMP.
003050          10  WS-PA-DAY               OCCURS 10 TIMES.
003060              15  WS-PA-DAY-COUNT     PIC 9(07)V9(04).
003070              15  WS-PA-DAY-AMOUNT    PIC S9(13)V9(04).
003080  77  WS-PA-COUNT                 PIC 9(02) COMP VALUE ZERO.
003090  77  WS-PA-SUB                   PIC 9(02) COMP VALUE ZERO.
003100  77  WS-PA-FIND-SUB              PIC 9(02) COMP VALUE ZERO.
003110  77  WS-PA-UNASSIGNED-SUB        PIC 9(02) COMP VALUE ZERO.
003120  77  WS-PA-TOTAL-SUB             PIC 9(02) COMP VALUE ZERO.
003130  01  WS-BACT-PA-TABLE.
003140      05  WS-BACT-PA-SUB          PIC 9(02) COMP OCCURS 50 TIMES.
003150  77  WS-ACT-SUB                  PIC 9(02) COMP VALUE ZERO.
003160  77  WS-ACT-FIND-SUB             PIC 9(02) COMP VALUE ZERO.
003170
003180* THE NEXT TEN BUSINESS DAYS AFTER THE RUN DATE.
003190  01  WS-FORECAST-DAY-TABLE.
003200      05  WS-FC-DATE              PIC 9(08) OCCURS 10 TIMES.
003210  77  WS-FC-COUNT                 PIC 9(02) COMP VALUE ZERO.
003220  77  WS-FC-MAX                   PIC 9(02) COMP VALUE 10.
003230  77  WS-FC-SUB                   PIC 9(02) COMP VALUE ZERO.
003240
003250  77  WS-ACCT-EXPECTED-COUNT      PIC 9(07)V9(04) VALUE ZERO.
003260  77  WS-ACCT-EXPECTED-AMOUNT     PIC S9(13)V9(04) VALUE ZERO.
003270  77  WS-ACCT-BEYOND-AMOUNT       PIC S9(13)V9(04) VALUE ZERO.
003280
003290* DAY NUMBERS FOR THE BUSINESS-DAY LAGS AND AGES.
003300* 9500-DAY-NUMBER TURNS WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY
003310* COUNT IN WS-DN-DAYS, COUNTING LEAP DAYS (EVERY FOURTH YEAR -
003320* GOOD THROUGH 2099).  A DAY COUNT LEAVING REMAINDER 1 OR 2 ON
003330* DIVISION BY SEVEN IS A SATURDAY OR SUNDAY.
003340* THE BUSINESS CALENDAR IS HELD AS DAY COUNTS; A DAY OUTSIDE ITS
003350* RANGE IS A BUSINESS DAY WHEN IT IS A WEEKDAY.
003360  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
003370  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
003380      05  WS-DN-CCYY              PIC 9(04).
003390      05  WS-DN-MM                PIC 9(02).
003400      05  WS-DN-DD                PIC 9(02).
003410  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
003420  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
003430  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
003440  77  WS-TODAY-DAYS               PIC 9(07) COMP VALUE ZERO.
003450  77  WS-PAID-DAYS                PIC 9(07) COMP VALUE ZERO.
003460  77  WS-BD-END-DAYS              PIC 9(07) COMP VALUE ZERO.
003470  77  WS-BD-DAY                   PIC 9(07) COMP VALUE ZERO.
003480  77  WS-BD-WEEKS                 PIC 9(07) COMP VALUE ZERO.
003490  77  WS-BD-REM                   PIC 9(01) COMP VALUE ZERO.
003500  77  WS-BUS-DAYS                 PIC 9(05) COMP VALUE ZERO.
003510  01  WS-CAL-TABLE.
003520      05  WS-CAL-DN-ENTRY         PIC 9(07) COMP OCCURS 800 TIMES.
003530  77  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
003540  77  WS-CAL-TABLE-MAX            PIC 9(04) COMP VALUE 800.
003550  77  WS-CAL-DROPPED              PIC 9(07) COMP VALUE ZERO.
003560  77  WS-CAL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
003570  77  WS-CAL-MIN-DAYS             PIC 9(07) COMP VALUE ZERO.
003580  77  WS-CAL-MAX-DAYS             PIC 9(07) COMP VALUE ZERO.
003590
003600  01  WS-CUM-DAYS-VALUES.
003610      05  FILLER                  PIC X(36)
003620              VALUE "000031059090120151181212243273304334".
003630  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003640      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
003650
003660* CALENDAR STEPPING FOR THE FORECAST DAYS - 9520-NEXT-DATE
003670* MOVES WS-NX-DATE ON ONE DAY.
003680  01  WS-NX-DATE                  PIC 9(08) VALUE ZERO.
003690  01  WS-NX-DATE-PARTS REDEFINES WS-NX-DATE.
003700      05  WS-NX-CCYY              PIC 9(04).
003710      05  WS-NX-MM                PIC 9(02).
003720      05  WS-NX-DD                PIC 9(02).
003730  77  WS-NX-MONTH-LEN             PIC 9(02) VALUE ZERO.
003740  77  WS-NX-QUOT                  PIC 9(04) COMP VALUE ZERO.
003750  77  WS-NX-REM                   PIC 9(01) COMP VALUE ZERO.
003760  01  WS-MONTH-LEN-VALUES.
003770      05  FILLER                  PIC X(24)
003780              VALUE "312831303130313130313031".
003790  01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
003800      05  WS-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
003810
003820* LAG SUMMARY WORK - THE CUMULATIVE COUNT UP THE CURVE.
003830  77  WS-CUM-ITEMS                PIC 9(11) COMP VALUE ZERO.
003840  77  WS-HALF-ITEMS               PIC 9(11) COMP VALUE ZERO.
003850  77  WS-MEDIAN-SUB               PIC 9(02) COMP VALUE ZERO.
003860  77  WS-WITHIN-5                 PIC 9(11) COMP VALUE ZERO.
003870  77  WS-WITHIN-10                PIC 9(11) COMP VALUE ZERO.
003880  77  WS-PCT-WORK                 PIC 9(03)V9(04) VALUE ZERO.
003890
003900  01  WS-RPT-TITLE.
003910      05  FILLER                  PIC X(01) VALUE SPACES.
003920      05  FILLER                  PIC X(50) VALUE
003930          "CHECK CLEARANCE FORECAST - NEXT TEN BUSINESS DAYS".
003940      05  FILLER                  PIC X(07) VALUE "   RUN ".
003950      05  RTL-RUN-DATE            PIC X(08).
003960      05  FILLER                  PIC X(67) VALUE SPACES.
003970
003980  01  WS-SECTION-LINE.
003990      05  FILLER                  PIC X(01) VALUE SPACES.
004000      05  SHL-TEXT                PIC X(80).
004010      05  FILLER                  PIC X(52) VALUE SPACES.
004020
004030  01  WS-ACCOUNT-HEADING.
004040      05  FILLER                  PIC X(16) VALUE
004050          " PAYER ACCOUNT  ".
004060      05  AHL-ACCOUNT-NUM         PIC X(17).
004070      05  FILLER                  PIC X(21) VALUE
004080          "   OUTSTANDING ITEMS ".
004090      05  AHL-OUT-COUNT           PIC Z,ZZZ,ZZ9.
004100      05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
004110      05  AHL-OUT-AMOUNT          PIC ---,---,---,--9.99.
004120      05  FILLER                  PIC X(43) VALUE SPACES.
004130
004140  01  WS-FCL-COLUMNS.
004150      05  FILLER                  PIC X(17) VALUE
004160          "      DAY  DATE".
004170      05  FILLER                  PIC X(18) VALUE
004180          "    EXPECTED ITEMS".
004190      05  FILLER                  PIC X(22) VALUE
004200          "       EXPECTED AMOUNT".
004210      05  FILLER                  PIC X(22) VALUE
004220          "     CUMULATIVE AMOUNT".
004230      05  FILLER                  PIC X(54) VALUE SPACES.
004240
004250  01  WS-FCL-LINE.
004260      05  FILLER                  PIC X(07) VALUE SPACES.
004270      05  FCL-DAY                 PIC Z9.
004280      05  FILLER                  PIC X(02) VALUE SPACES.
004290      05  FCL-DATE                PIC 9(08).
004300      05  FILLER                  PIC X(05) VALUE SPACES.
004310      05  FCL-COUNT               PIC Z,ZZZ,ZZ9.99.
004320      05  FILLER                  PIC X(03) VALUE SPACES.
004330      05  FCL-AMOUNT              PIC ---,---,---,--9.99.
004340      05  FILLER                  PIC X(03) VALUE SPACES.
004350      05  FCL-CUM-AMOUNT          PIC ---,---,---,--9.99.
004360      05  FILLER                  PIC X(54) VALUE SPACES.
004370
004380  01  WS-FOOT-LINE.
004390      05  FILLER                  PIC X(06) VALUE SPACES.
004400      05  FTL-LITERAL             PIC X(36).
004410      05  FTL-COUNT               PIC Z,ZZZ,ZZ9.
004420      05  FILLER                  PIC X(03) VALUE SPACES.
004430      05  FTL-AMOUNT              PIC ---,---,---,--9.99.
004440      05  FILLER                  PIC X(61) VALUE SPACES.
004450
004460  01  WS-LAG-COLUMNS.
004470      05  FILLER                  PIC X(34) VALUE
004480          " LABEL  AMOUNT BAND".
004490      05  FILLER                  PIC X(12) VALUE "     CLEARED".
004500      05  FILLER                  PIC X(09) VALUE "   MEDIAN".
004510      05  FILLER                  PIC X(10) VALUE "  WITHIN 5".
004520      05  FILLER                  PIC X(11) VALUE "  WITHIN 10".
004530      05  FILLER                  PIC X(09) VALUE "   60 +".
004540      05  FILLER                  PIC X(48) VALUE SPACES.
004550
004560  01  WS-LAG-LINE.
004570      05  FILLER                  PIC X(01) VALUE SPACES.
004580      05  LGL-FIN-LABEL           PIC X(07).
004590      05  FILLER                  PIC X(01) VALUE SPACES.
004600      05  LGL-BAND-NAME           PIC X(20).
004610      05  FILLER                  PIC X(03) VALUE SPACES.
004620      05  LGL-CLEARED             PIC ZZZ,ZZZ,ZZ9.
004630      05  FILLER                  PIC X(06) VALUE SPACES.
004640      05  LGL-MEDIAN              PIC X(03).
004650      05  FILLER                  PIC X(04) VALUE SPACES.
004660      05  LGL-WITHIN-5            PIC ZZ9.9.
004670      05  FILLER                  PIC X(01) VALUE "%".
004680      05  FILLER                  PIC X(05) VALUE SPACES.
004690      05  LGL-WITHIN-10           PIC ZZ9.9.
004700      05  FILLER                  PIC X(01) VALUE "%".
004710      05  FILLER                  PIC X(03) VALUE SPACES.
004720      05  LGL-OVER-60             PIC ZZ9.9.
004730      05  FILLER                  PIC X(01) VALUE "%".
004740      05  FILLER                  PIC X(51) VALUE SPACES.
004750
004760  01  WS-MEDIAN-EDIT              PIC ZZ9.
004770
004780  PROCEDURE DIVISION.
004790
004800  0000-MAINLINE.
004810
004820      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004830
004840      PERFORM 2000-LOAD-HISTORY      THRU 2000-EXIT.
004850      PERFORM 3000-POST-CLEARED      THRU 3000-EXIT.
004860      PERFORM 4000-WRITE-HISTORY     THRU 4000-EXIT.
004870      PERFORM 4500-BUILD-ROLLUPS     THRU 4500-EXIT.
004880
004890      PERFORM 5000-FORECAST          THRU 5000-EXIT.
004900
004910      PERFORM 6000-PRINT-FORECAST    THRU 6000-EXIT.
004920      PERFORM 7000-WRITE-EXTRACT     THRU 7000-EXIT.
004930
004940      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004950
004960      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
004970
004980      GOBACK.
004990
005000  1000-INITIALIZE.
005010
005020      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
005030      OPEN EXTEND RUN-HISTORY-FILE.
005040
005050      COPY C2INZ001.
005060
005070      MOVE SWA-CURRENT-CCYY-DATE  TO WS-DN-DATE.
005080      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
005090      MOVE WS-DN-DAYS             TO WS-TODAY-DAYS.
005100
005110      OPEN INPUT BUSCAL-FILE.
005120      PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
005130          UNTIL WS-BUSCAL-EOF.
005140      CLOSE BUSCAL-FILE.
005150      MOVE "BUSINESS CALENDAR DAYS:" TO SCR-LITERAL.
005160      MOVE WS-CAL-COUNT           TO SCR-COUNT.
005170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005180      PERFORM 8999-WRITE-SYSOUT.
005190
005200      PERFORM 1080-LOAD-REF-TABLES   THRU 1080-EXIT.
005210      PERFORM 1090-BUILD-ACCOUNTS    THRU 1090-EXIT.
005220
005230      MOVE SWA-CURRENT-CCYY-DATE  TO WS-NX-DATE.
005240      PERFORM 1200-NEXT-FORECAST-DAY THRU 1200-EXIT
005250          UNTIL WS-FC-COUNT NOT < WS-FC-MAX.
005260
005270      OPEN OUTPUT LAG-HIST-OUT-FILE.
0052va      MOVE "CLCWW163"             TO WS-LV-CHECK-FILE-ID.
0052vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0052vc      WRITE LAG-HIST-OUT-RCD FROM LAYOUT-HEADER-RCD.
005280      OPEN OUTPUT FORECAST-RPT.
005290      OPEN OUTPUT FORECAST-EXTRACT-FILE.
005300
005310      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
005320      MOVE WS-RPT-TITLE           TO FORECAST-RPT-RCD.
005330      WRITE FORECAST-RPT-RCD.
005340
005350  1000-EXIT.
005360      EXIT.
005370
005380* 1080-LOAD-REF-TABLES
005390*   LOADS THE DISBURSEMENT ACCOUNT OF EACH FINANCIAL LABEL FROM
005400*   THE CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN
005410*   FORCE ON THE RUN DATE.  NOTHING IN FORCE ABENDS THE RUN: A
005420*   FORECAST WITH EVERY ITEM UNASSIGNED IS NO USE TO TREASURY.
005430  1080-LOAD-REF-TABLES.
005440
005450      MOVE "D"                    TO RL-ENTRY-FORMAT.
005460      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
005470
005480      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
005490      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
005500      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005510      PERFORM 8999-WRITE-SYSOUT.
005520
005530      MOVE "BACT"                 TO RL-TABLE-ID.
005540      MOVE WS-BACT-ENTRY-LEN      TO RL-ENTRY-LENGTH.
005550      MOVE WS-BACT-TBL-LIMIT      TO RL-ENTRY-LIMIT.
005560      CALL "CCCW9196" USING REF-LOAD-AREA
005570                            WS-BANK-ACCOUNT-TBL.
005580      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
005590      MOVE RL-ENTRY-COUNT         TO WS-BACT-TBL-MAX.
005600      MOVE RL-DROPPED             TO WS-BACT-DROPPED.
005610
005620  1080-EXIT.
005630      EXIT.
005640
005650* 1085-CHECK-REF-LOAD
005660*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
005670*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
005680  1085-CHECK-REF-LOAD.
005690
005700      IF RL-TABLE-EMPTY
005710          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
005720          MOVE "REF01"               TO SAR-RETURN-CODE
005730          MOVE SPACES                TO SAR-DB-NAME
005740          MOVE SPACES                TO SAR-TABLE-NAME
005750          STRING "REFTBL " RL-TABLE-ID
005760              DELIMITED BY SIZE INTO SAR-TABLE-NAME
005770          MOVE SPACES                TO SAR-SQLCODE
005780          GO TO 9998-COREDUMP
005790      END-IF.
005800
005810      MOVE SPACES                 TO SCR-LITERAL.
005820      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
005830          DELIMITED BY SIZE INTO SCR-LITERAL.
005840      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
005850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005860      PERFORM 8999-WRITE-SYSOUT.
005870
005880  1085-EXIT.
005890      EXIT.
005900
005910* 1090-BUILD-ACCOUNTS
005920*   ONE PAYER ACCOUNT PER DISTINCT BACT ACCOUNT NUMBER (SEVERAL
005930*   LABELS MAY DRAW ON ONE ACCOUNT), THEN UNASSIGNED, THEN THE
005940*   ALL-ACCOUNTS TOTAL.
005950  1090-BUILD-ACCOUNTS.
005960
005970      INITIALIZE WS-PAYER-ACCOUNT-TABLE.
005980
005990      PERFORM 1095-ADD-ACCOUNT THRU 1095-EXIT
006000          VARYING WS-ACT-SUB FROM 1 BY 1
006010          UNTIL WS-ACT-SUB > WS-BACT-TBL-MAX.
006020
006030      ADD 1 TO WS-PA-COUNT.
006040      MOVE WS-PA-COUNT            TO WS-PA-UNASSIGNED-SUB.
006050      MOVE "UNASSIGNED"
006060                  TO WS-PA-ACCOUNT-NUM (WS-PA-UNASSIGNED-SUB).
006070
006080      COMPUTE WS-PA-TOTAL-SUB = WS-PA-COUNT + 1.
006090      MOVE "ALL ACCOUNTS" TO WS-PA-ACCOUNT-NUM (WS-PA-TOTAL-SUB).
006100
006110  1090-EXIT.
006120      EXIT.
006130
006140  1095-ADD-ACCOUNT.
006150
006160      MOVE ZERO TO WS-PA-FIND-SUB.
006170      PERFORM 1096-SEARCH-ACCOUNT THRU 1096-EXIT
006180          VARYING WS-PA-SUB FROM 1 BY 1
006190          UNTIL WS-PA-SUB > WS-PA-COUNT
006200             OR WS-PA-FIND-SUB > ZERO.
006210
006220      IF WS-PA-FIND-SUB = ZERO
006230          ADD 1 TO WS-PA-COUNT
006240          MOVE WS-BACT-ACCOUNT-NUM (WS-ACT-SUB)
006250                              TO WS-PA-ACCOUNT-NUM (WS-PA-COUNT)
006260          MOVE WS-PA-COUNT    TO WS-PA-FIND-SUB
006270      END-IF.
006280
006290      MOVE WS-PA-FIND-SUB TO WS-BACT-PA-SUB (WS-ACT-SUB).
006300
006310  1095-EXIT.
006320      EXIT.
006330
006340  1096-SEARCH-ACCOUNT.
006350
006360      IF WS-PA-ACCOUNT-NUM (WS-PA-SUB) =
006370              WS-BACT-ACCOUNT-NUM (WS-ACT-SUB)
006380          MOVE WS-PA-SUB TO WS-PA-FIND-SUB
006390      END-IF.
006400
006410  1096-EXIT.
006420      EXIT.
006430
006440* 1100-LOAD-CALENDAR
006450*   LOADS ONE BUSINESS-CALENDAR DAY AS A DAY COUNT AND WIDENS
006460*   THE CALENDAR'S RANGE TO TAKE IT IN.
006470  1100-LOAD-CALENDAR.
006480
006490      READ BUSCAL-FILE
006500          AT END
006510              MOVE "Y" TO WS-BUSCAL-EOF-SW
006520              GO TO 1100-EXIT
006530      END-READ.
006540
006550      IF BC-PROCESS-DATE NOT NUMERIC
006560          GO TO 1100-EXIT
006570      END-IF.
006580
006590      MOVE BC-PROCESS-DATE        TO WS-DN-DATE.
006600      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
006610      IF WS-DN-DAYS = ZERO
006620          GO TO 1100-EXIT
006630      END-IF.
006640
006650      IF WS-CAL-COUNT NOT < WS-CAL-TABLE-MAX
006660          ADD 1 TO WS-CAL-DROPPED
006670          GO TO 1100-EXIT
006680      END-IF.
006690
006700      ADD 1 TO WS-CAL-COUNT.
006710      MOVE WS-DN-DAYS TO WS-CAL-DN-ENTRY (WS-CAL-COUNT).
006720
006730      IF WS-CAL-MIN-DAYS = ZERO
006740         OR WS-DN-DAYS < WS-CAL-MIN-DAYS
006750          MOVE WS-DN-DAYS         TO WS-CAL-MIN-DAYS
006760      END-IF.
006770      IF WS-DN-DAYS > WS-CAL-MAX-DAYS
006780          MOVE WS-DN-DAYS         TO WS-CAL-MAX-DAYS
006790      END-IF.
006800
006810  1100-EXIT.
006820      EXIT.
006830
006840* 1200-NEXT-FORECAST-DAY
006850*   STEPS ONE CALENDAR DAY ON FROM WS-NX-DATE AND KEEPS IT AS
006860*   THE NEXT FORECAST DAY WHEN IT IS A BUSINESS DAY.
006870  1200-NEXT-FORECAST-DAY.
006880
006890      PERFORM 9520-NEXT-DATE THRU 9520-EXIT.
006900
006910      MOVE WS-NX-DATE             TO WS-DN-DATE.
006920      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
006930      MOVE WS-DN-DAYS             TO WS-BD-DAY.
006940      PERFORM 9570-TEST-BUSINESS-DAY THRU 9570-EXIT.
006950
006960      IF WS-BUS-DAY
006970          ADD 1 TO WS-FC-COUNT
006980          MOVE WS-NX-DATE         TO WS-FC-DATE (WS-FC-COUNT)
006990      END-IF.
007000
007010  1200-EXIT.
007020      EXIT.
007030
007040* 2000-LOAD-HISTORY
007050*   LOADS THE PRIOR GENERATION OF THE CLEARING-LAG HISTORY.  A
007060*   RECORD THE TABLE CANNOT HOLD IS PASSED STRAIGHT THROUGH TO
007070*   THE NEW GENERATION SO NO HISTORY IS EVER LOST; IT SIMPLY
007080*   TAKES NO POSTINGS AND SHAPES NO CURVE THIS RUN.
007090  2000-LOAD-HISTORY.
007100
007110      OPEN INPUT LAG-HIST-IN-FILE.
0071va      PERFORM 2005-CHECK-HISTORY-LAYOUT THRU 2005-EXIT.
007120
007130      PERFORM 2010-LOAD-HIST-RCD THRU 2010-EXIT
007140          UNTIL WS-HIST-EOF.
007150
007160      CLOSE LAG-HIST-IN-FILE.
007170
007180  2000-EXIT.
007190      EXIT.
0071vb
0071vc* 2005-CHECK-HISTORY-LAYOUT
0071vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0071ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0071vf*   READ SEES END OF FILE.
0071vg  2005-CHECK-HISTORY-LAYOUT.
0071vh
0071vi      MOVE "CLCWW163"             TO WS-LV-CHECK-FILE-ID.
0071vj      MOVE "CLAGHSTI"             TO WS-LV-CHECK-DDNAME.
0071vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0071vl      READ LAG-HIST-IN-FILE INTO LAYOUT-HEADER-RCD
0071vm          AT END
0071vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0071vo      END-READ.
0071vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0071vq
0071vr      IF WS-LV-FILE-EMPTY
0071vs          CLOSE LAG-HIST-IN-FILE
0071vt          OPEN INPUT LAG-HIST-IN-FILE
0071vu      END-IF.
0071vv
0071vw  2005-EXIT.
0071vx      EXIT.
007200
007210  2010-LOAD-HIST-RCD.
007220
007230      READ LAG-HIST-IN-FILE
007240          AT END
007250              MOVE "Y" TO WS-HIST-EOF-SW
007260              GO TO 2010-EXIT
007270      END-READ.
007280
007290      ADD 1 TO WS-HIST-READ.
007300
007310      IF WS-LH-COUNT NOT < WS-LH-TABLE-MAX
007320          ADD 1 TO WS-LH-DROPPED
007330          MOVE LAG-HISTORY-RCD    TO LAG-HIST-OUT-RCD
007340          WRITE LAG-HIST-OUT-RCD
007350          ADD 1 TO WS-HIST-WRITTEN
007360          GO TO 2010-EXIT
007370      END-IF.
007380
007390      ADD 1 TO WS-LH-COUNT.
007400      MOVE LH-KEY                 TO WS-LH-KEY (WS-LH-COUNT).
007410      MOVE LH-LAST-CLEARED-DATE
007420                              TO WS-LH-LAST-DATE (WS-LH-COUNT).
007430      MOVE LH-ITEM-COUNT          TO WS-LH-ITEMS (WS-LH-COUNT).
007440
007450      PERFORM 2020-LOAD-HIST-LAG THRU 2020-EXIT
007460          VARYING WS-LAG-SUB FROM 1 BY 1
007470          UNTIL WS-LAG-SUB > WS-LAG-BUCKETS.
007480
007490  2010-EXIT.
007500      EXIT.
007510
007520  2020-LOAD-HIST-LAG.
007530
007540      MOVE LH-LAG-COUNT (WS-LAG-SUB)
007550                          TO WS-LH-LAG (WS-LH-COUNT WS-LAG-SUB).
007560
007570  2020-EXIT.
007580      EXIT.
007590
007600* 3000-POST-CLEARED
007610*   POSTS EACH CHECK CCCW9140 MATCHED TODAY TO ITS HISTORY CELL:
007620*   THE BUSINESS DAYS AFTER ITS ISSUE DATE UP TO AND INCLUDING
007630*   THE DAY THE BANK PAID IT.
007640  3000-POST-CLEARED.
007650
007660      OPEN INPUT CLEARED-ITEM-FILE.
007670
007680      PERFORM 3010-POST-CLEARED-RCD THRU 3010-EXIT
007690          UNTIL WS-CLEARED-EOF.
007700
007710      CLOSE CLEARED-ITEM-FILE.
007720
007730  3000-EXIT.
007740      EXIT.
007750
007760  3010-POST-CLEARED-RCD.
007770
007780      READ CLEARED-ITEM-FILE
007790          AT END
007800              MOVE "Y" TO WS-CLEARED-EOF-SW
007810              GO TO 3010-EXIT
007820      END-READ.
007830
007840      ADD 1 TO WS-CLEARED-READ.
007850
007860*   A CHECK WITH NO USABLE ISSUE OR PAID DATE, OR PAID BEFORE
007870*   IT WAS ISSUED, HAS NO LAG TO RECORD.
007880      IF CI-ISSUE-DATE NOT NUMERIC
007890         OR CI-PAID-DATE NOT NUMERIC
007900          ADD 1 TO WS-CLEARED-UNDATED
007910          GO TO 3010-EXIT
007920      END-IF.
007930
007940      MOVE CI-PAID-DATE           TO WS-DN-DATE.
007950      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
007960      MOVE WS-DN-DAYS             TO WS-PAID-DAYS.
007970
007980      MOVE CI-ISSUE-DATE          TO WS-DN-DATE.
007990      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
008000
008010      IF WS-PAID-DAYS = ZERO
008020         OR WS-DN-DAYS = ZERO
008030         OR WS-PAID-DAYS < WS-DN-DAYS
008040          ADD 1 TO WS-CLEARED-UNDATED
008050          GO TO 3010-EXIT
008060      END-IF.
008070
008080      IF WS-PAID-DAYS - WS-DN-DAYS > WS-LAG-CALENDAR-CAP
008090          MOVE WS-LAG-BUCKETS     TO WS-LAG-IDX
008100      ELSE
008110          MOVE WS-PAID-DAYS       TO WS-BD-END-DAYS
008120          PERFORM 9550-BUSINESS-DAYS THRU 9550-EXIT
008130          COMPUTE WS-LAG-IDX = WS-BUS-DAYS + 1
008140          IF WS-LAG-IDX > WS-LAG-BUCKETS
008150              MOVE WS-LAG-BUCKETS TO WS-LAG-IDX
008160          END-IF
008170      END-IF.
008180
008190      IF CI-FIN-LABEL-CODE NUMERIC
008200          MOVE CI-FIN-LABEL-CODE  TO WS-CSK-FIN-LABEL
008210      ELSE
008220          MOVE ZERO               TO WS-CSK-FIN-LABEL
008230      END-IF.
008240      MOVE CI-ISSUING-BR-CODE     TO WS-CSK-BR-CODE.
008250      MOVE CI-PAID-AMOUNT         TO WS-BAND-AMOUNT.
008260      PERFORM 9300-AMOUNT-BAND THRU 9300-EXIT.
008270      MOVE WS-BAND-RESULT         TO WS-CSK-BAND.
008280
008290      PERFORM 9400-FIND-CELL THRU 9400-EXIT.
008300
008310      IF WS-LH-SUB = ZERO
008320          IF WS-LH-COUNT NOT < WS-LH-TABLE-MAX
008330              ADD 1 TO WS-LH-DROPPED
008340              GO TO 3010-EXIT
008350          END-IF
008360          ADD 1 TO WS-LH-COUNT
008370          MOVE WS-LH-COUNT        TO WS-LH-SUB
008380          INITIALIZE WS-LH-ENTRY (WS-LH-SUB)
008390          MOVE WS-CELL-SEARCH-KEY TO WS-LH-KEY (WS-LH-SUB)
008400      END-IF.
008410
008420      ADD 1 TO WS-LH-ITEMS (WS-LH-SUB).
008430      ADD 1 TO WS-LH-LAG (WS-LH-SUB WS-LAG-IDX).
008440      IF CI-PAID-DATE > WS-LH-LAST-DATE (WS-LH-SUB)
008450          MOVE CI-PAID-DATE       TO WS-LH-LAST-DATE (WS-LH-SUB)
008460      END-IF.
008470      ADD 1 TO WS-CLEARED-POSTED.
008480
008490  3010-EXIT.
008500      EXIT.
008510
008520* 4000-WRITE-HISTORY
008530*   WRITES THE UPDATED HISTORY AS THE NEW GENERATION.  ANY
008540*   OVERFLOW RECORDS WERE ALREADY PASSED THROUGH BY
008550*   2010-LOAD-HIST-RCD.
008560  4000-WRITE-HISTORY.
008570
008580      PERFORM 4010-WRITE-HIST-RCD THRU 4010-EXIT
008590          VARYING WS-LH-SUB FROM 1 BY 1
008600          UNTIL WS-LH-SUB > WS-LH-COUNT.
008610
008620  4000-EXIT.
008630      EXIT.
008640
008650  4010-WRITE-HIST-RCD.
008660
008670      MOVE SPACES                 TO LAG-HISTORY-RCD.
008680      MOVE WS-LH-KEY (WS-LH-SUB)  TO LH-KEY.
008690      MOVE WS-LH-LAST-DATE (WS-LH-SUB) TO LH-LAST-CLEARED-DATE.
008700      MOVE WS-LH-ITEMS (WS-LH-SUB) TO LH-ITEM-COUNT.
008710
008720      PERFORM 4020-WRITE-HIST-LAG THRU 4020-EXIT
008730          VARYING WS-LAG-SUB FROM 1 BY 1
008740          UNTIL WS-LAG-SUB > WS-LAG-BUCKETS.
008750
008760      MOVE LAG-HISTORY-RCD        TO LAG-HIST-OUT-RCD.
008770      WRITE LAG-HIST-OUT-RCD.
008780      ADD 1 TO WS-HIST-WRITTEN.
008790
008800  4010-EXIT.
008810      EXIT.
008820
008830  4020-WRITE-HIST-LAG.
008840
008850      MOVE WS-LH-LAG (WS-LH-SUB WS-LAG-SUB)
008860                                  TO LH-LAG-COUNT (WS-LAG-SUB).
008870
008880  4020-EXIT.
008890      EXIT.
008900
008910* 4500-BUILD-ROLLUPS
008920*   ROLLS EVERY HISTORY CELL UP TO ITS LABEL AND BAND ACROSS ALL
008930*   BRANCHES, AND TO ITS BAND SYSTEM-WIDE - THE FALLBACK CURVES
008940*   FOR A CELL TOO THIN TO GO BY.
008950  4500-BUILD-ROLLUPS.
008960
008970      INITIALIZE WS-BAND-TABLE.
008980
008990      PERFORM 4510-ROLL-CELL THRU 4510-EXIT
009000          VARYING WS-LH-SUB FROM 1 BY 1
009010          UNTIL WS-LH-SUB > WS-LH-COUNT.
009020
009030  4500-EXIT.
009040      EXIT.
009050
009060  4510-ROLL-CELL.
009070
009080      MOVE WS-LH-FIN-LABEL (WS-LH-SUB) TO WS-LBK-FIN-LABEL.
009090      MOVE WS-LH-BAND (WS-LH-SUB)      TO WS-LBK-BAND.
009100      PERFORM 4530-FIND-LABEL-BAND THRU 4530-EXIT.
009110
009120      IF WS-LB-SUB = ZERO
009130          PERFORM 4550-INSERT-LABEL-BAND THRU 4550-EXIT
009140      END-IF.
009150
009160      IF WS-LB-SUB > ZERO
009170          ADD WS-LH-ITEMS (WS-LH-SUB) TO WS-LB-ITEMS (WS-LB-SUB)
009180      END-IF.
009190      ADD WS-LH-ITEMS (WS-LH-SUB)
009200                      TO WS-BND-ITEMS (WS-LH-BAND (WS-LH-SUB)).
009210
009220      PERFORM 4520-ADD-CELL-LAG THRU 4520-EXIT
009230          VARYING WS-LAG-SUB FROM 1 BY 1
009240          UNTIL WS-LAG-SUB > WS-LAG-BUCKETS.
009250
009260  4510-EXIT.
009270      EXIT.
009280
009290  4520-ADD-CELL-LAG.
009300
009310      IF WS-LB-SUB > ZERO
009320          ADD WS-LH-LAG (WS-LH-SUB WS-LAG-SUB)
009330                      TO WS-LB-LAG (WS-LB-SUB WS-LAG-SUB)
009340      END-IF.
009350      ADD WS-LH-LAG (WS-LH-SUB WS-LAG-SUB)
009360          TO WS-BND-LAG (WS-LH-BAND (WS-LH-SUB) WS-LAG-SUB).
009370
009380  4520-EXIT.
009390      EXIT.
009400
009410* 4530-FIND-LABEL-BAND
009420*   WS-LB-SUB FOR LABEL/BAND WS-LB-SEARCH-KEY, ZERO WHEN IT IS
009430*   NOT IN THE ROLL-UP.
009440  4530-FIND-LABEL-BAND.
009450
009460      MOVE ZERO TO WS-LB-FIND-SUB.
009470      PERFORM 4540-SEARCH-LABEL-BAND THRU 4540-EXIT
009480          VARYING WS-LB-SUB FROM 1 BY 1
009490          UNTIL WS-LB-SUB > WS-LB-COUNT
009500             OR WS-LB-FIND-SUB > ZERO.
009510      MOVE WS-LB-FIND-SUB TO WS-LB-SUB.
009520
009530  4530-EXIT.
009540      EXIT.
009550
009560  4540-SEARCH-LABEL-BAND.
009570
009580      IF WS-LB-KEY (WS-LB-SUB) = WS-LB-SEARCH-KEY
009590          MOVE WS-LB-SUB TO WS-LB-FIND-SUB
009600      END-IF.
009610
009620  4540-EXIT.
009630      EXIT.
009640
009650* 4550-INSERT-LABEL-BAND
009660*   OPENS A ROLL-UP ENTRY FOR WS-LB-SEARCH-KEY IN KEY ORDER,
009670*   MOVING THE HIGHER KEYS DOWN ONE.  A FULL TABLE LEAVES
009680*   WS-LB-SUB ZERO AND THE CELL COUNTS ONLY TOWARD ITS BAND.
009690  4550-INSERT-LABEL-BAND.
009700
009710      IF WS-LB-COUNT NOT < WS-LB-TABLE-MAX
009720          ADD 1 TO WS-LB-DROPPED
009730          MOVE ZERO TO WS-LB-SUB
009740          GO TO 4550-EXIT
009750      END-IF.
009760
009770      MOVE ZERO TO WS-LB-FIND-SUB.
009780      PERFORM 4560-FIND-INSERT-POINT THRU 4560-EXIT
009790          VARYING WS-LB-SUB FROM 1 BY 1
009800          UNTIL WS-LB-SUB > WS-LB-COUNT
009810             OR WS-LB-FIND-SUB > ZERO.
009820      IF WS-LB-FIND-SUB = ZERO
009830          COMPUTE WS-LB-FIND-SUB = WS-LB-COUNT + 1
009840      END-IF.
009850
009860      PERFORM 4570-SHIFT-LABEL-BAND THRU 4570-EXIT
009870          VARYING WS-LB-SHIFT-SUB FROM WS-LB-COUNT BY -1
009880          UNTIL WS-LB-SHIFT-SUB < WS-LB-FIND-SUB.
009890
009900      ADD 1 TO WS-LB-COUNT.
009910      MOVE WS-LB-FIND-SUB         TO WS-LB-SUB.
009920      INITIALIZE WS-LB-ENTRY (WS-LB-SUB).
009930      MOVE WS-LB-SEARCH-KEY       TO WS-LB-KEY (WS-LB-SUB).
009940
009950  4550-EXIT.
009960      EXIT.
009970
009980  4560-FIND-INSERT-POINT.
009990
010000      IF WS-LB-KEY (WS-LB-SUB) > WS-LB-SEARCH-KEY
010010          MOVE WS-LB-SUB TO WS-LB-FIND-SUB
010020      END-IF.
010030
010040  4560-EXIT.
010050      EXIT.
010060
010070  4570-SHIFT-LABEL-BAND.
010080
010090      MOVE WS-LB-ENTRY (WS-LB-SHIFT-SUB)
010100                          TO WS-LB-ENTRY (WS-LB-SHIFT-SUB + 1).
010110
010120  4570-EXIT.
010130      EXIT.
010140
010150* 5000-FORECAST
010160*   SPREADS EVERY OUTSTANDING REGISTER ITEM OVER THE FORECAST
010170*   DAYS OF ITS PAYER ACCOUNT.
010180  5000-FORECAST.
010190
010200      OPEN INPUT OC-REGISTER-IN-FILE.
0102va      PERFORM 5005-CHECK-REGISTER-LAYOUT THRU 5005-EXIT.
010210
010220      PERFORM 5010-FORECAST-ITEM THRU 5010-EXIT
010230          UNTIL WS-OCREG-EOF.
010240
010250      CLOSE OC-REGISTER-IN-FILE.
010260
010270  5000-EXIT.
010280      EXIT.
0102vb
0102vc* 5005-CHECK-REGISTER-LAYOUT
0102vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0102ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0102vf*   READ SEES END OF FILE.
0102vg  5005-CHECK-REGISTER-LAYOUT.
0102vh
0102vi      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0102vj      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0102vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0102vl      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0102vm          AT END
0102vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0102vo      END-READ.
0102vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0102vq
0102vr      IF WS-LV-FILE-EMPTY
0102vs          CLOSE OC-REGISTER-IN-FILE
0102vt          OPEN INPUT OC-REGISTER-IN-FILE
0102vu      END-IF.
0102vv
0102vw  5005-EXIT.
0102vx      EXIT.
010290
010300  5010-FORECAST-ITEM.
010310
010320      READ OC-REGISTER-IN-FILE
010330          AT END
010340              MOVE "Y" TO WS-OCREG-EOF-SW
010350              GO TO 5010-EXIT
010360      END-READ.
010370
010380      ADD 1 TO WS-OUTSTANDING-READ.
010390
010400      IF OC-FIN-LABEL-CODE NUMERIC
010410          MOVE OC-FIN-LABEL-CODE  TO WS-ITEM-FIN-LABEL
010420      ELSE
010430          MOVE ZERO               TO WS-ITEM-FIN-LABEL
010440      END-IF.
010450      MOVE OC-ISSUING-BR-CODE     TO WS-ITEM-BR-CODE.
010460      MOVE OC-DISB-AMOUNT         TO WS-ITEM-AMOUNT.
010470      MOVE OC-DISB-AMOUNT         TO WS-BAND-AMOUNT.
010480      PERFORM 9300-AMOUNT-BAND THRU 9300-EXIT.
010490      MOVE WS-BAND-RESULT         TO WS-ITEM-BAND.
010500
010510      PERFORM 5100-FIND-PAYER-ACCOUNT THRU 5100-EXIT.
010520
010530      ADD 1 TO WS-PA-OUT-COUNT (WS-PA-SUB)
010540               WS-PA-OUT-COUNT (WS-PA-TOTAL-SUB).
010550      ADD WS-ITEM-AMOUNT TO WS-PA-OUT-AMOUNT (WS-PA-SUB)
010560                            WS-PA-OUT-AMOUNT (WS-PA-TOTAL-SUB).
010570
010580*   THE ITEM'S AGE - BUSINESS DAYS SINCE ISSUE UP TO TODAY.  AN
010590*   ITEM WITH NO USABLE ISSUE DATE CANNOT BE PLACED ON A CURVE.
010600      MOVE ZERO TO WS-DN-DAYS.
010610      IF OC-ISSUE-DATE NUMERIC
010620          MOVE OC-ISSUE-DATE      TO WS-DN-DATE
010630          PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
010640      END-IF.
010650      MOVE WS-DN-DAYS             TO WS-ITEM-ISSUE-DAYS.
010660
010670      IF WS-ITEM-ISSUE-DAYS = ZERO
010680          PERFORM 5050-COUNT-NO-HISTORY THRU 5050-EXIT
010690          GO TO 5010-EXIT
010700      END-IF.
010710
010720      IF WS-ITEM-ISSUE-DAYS NOT < WS-TODAY-DAYS
010730          MOVE ZERO TO WS-ITEM-AGE
010740      ELSE
010750          IF WS-TODAY-DAYS - WS-ITEM-ISSUE-DAYS
010760                  > WS-LAG-CALENDAR-CAP
010770              MOVE WS-LAG-LAST-DATED TO WS-ITEM-AGE
010780          ELSE
010790              MOVE WS-TODAY-DAYS  TO WS-BD-END-DAYS
010800              PERFORM 9550-BUSINESS-DAYS THRU 9550-EXIT
010810              MOVE WS-BUS-DAYS    TO WS-ITEM-AGE
010820          END-IF
010830      END-IF.
010840
010850*   SIXTY BUSINESS DAYS OUT IS PAST WHAT THE CURVES DATE.
010860      IF WS-ITEM-AGE NOT < WS-LAG-LAST-DATED
010870          ADD 1 TO WS-ITEMS-AGED-OUT
010880          ADD 1 TO WS-PA-AGED-COUNT (WS-PA-SUB)
010890                   WS-PA-AGED-COUNT (WS-PA-TOTAL-SUB)
010900          GO TO 5010-EXIT
010910      END-IF.
010920
010930      PERFORM 5200-SELECT-CURVE THRU 5200-EXIT.
010940      IF NOT WS-CURVE-FOUND
010950          PERFORM 5050-COUNT-NO-HISTORY THRU 5050-EXIT
010960          GO TO 5010-EXIT
010970      END-IF.
010980
010990      PERFORM 5300-SPREAD-ITEM THRU 5300-EXIT.
011000
011010  5010-EXIT.
011020      EXIT.
011030
011040  5050-COUNT-NO-HISTORY.
011050
011060      ADD 1 TO WS-ITEMS-NO-HISTORY.
011070      ADD 1 TO WS-PA-NO-HIST-COUNT (WS-PA-SUB)
011080               WS-PA-NO-HIST-COUNT (WS-PA-TOTAL-SUB).
011090
011100  5050-EXIT.
011110      EXIT.
011120
011130* 5100-FIND-PAYER-ACCOUNT
011140*   WS-PA-SUB FOR THE ITEM'S FINANCIAL LABEL - UNASSIGNED WHEN
011150*   THE LABEL IS NOT KNOWN OR NOT ON BACT.
011160  5100-FIND-PAYER-ACCOUNT.
011170
011180      MOVE ZERO TO WS-ACT-FIND-SUB.
011190      IF WS-ITEM-FIN-LABEL > ZERO
011200          PERFORM 5110-SEARCH-BACT THRU 5110-EXIT
011210              VARYING WS-ACT-SUB FROM 1 BY 1
011220              UNTIL WS-ACT-SUB > WS-BACT-TBL-MAX
011230                 OR WS-ACT-FIND-SUB > ZERO
011240      END-IF.
011250
011260      IF WS-ACT-FIND-SUB > ZERO
011270          MOVE WS-BACT-PA-SUB (WS-ACT-FIND-SUB) TO WS-PA-SUB
011280      ELSE
011290          MOVE WS-PA-UNASSIGNED-SUB TO WS-PA-SUB
011300      END-IF.
011310
011320  5100-EXIT.
011330      EXIT.
011340
011350  5110-SEARCH-BACT.
011360
011370      IF WS-BACT-FIN-LABEL (WS-ACT-SUB) = WS-ITEM-FIN-LABEL
011380          MOVE WS-ACT-SUB TO WS-ACT-FIND-SUB
011390      END-IF.
011400
011410  5110-EXIT.
011420      EXIT.
011430
011440* 5200-SELECT-CURVE
011450*   THE ITEM'S OWN CELL (LABEL, BRANCH, BAND) WHEN ENOUGH OF ITS
011460*   CHECKS HAVE CLEARED; OTHERWISE ITS LABEL AND BAND ACROSS ALL
011470*   BRANCHES; OTHERWISE ITS BAND SYSTEM-WIDE.
011480  5200-SELECT-CURVE.
011490
011500      MOVE "N" TO WS-CURVE-SW.
011510
011520      MOVE WS-ITEM-FIN-LABEL      TO WS-CSK-FIN-LABEL.
011530      MOVE WS-ITEM-BR-CODE        TO WS-CSK-BR-CODE.
011540      MOVE WS-ITEM-BAND           TO WS-CSK-BAND.
011550      PERFORM 9400-FIND-CELL THRU 9400-EXIT.
011560
011570      IF WS-LH-SUB > ZERO
011580          IF WS-LH-ITEMS (WS-LH-SUB) NOT < WS-MIN-CURVE-ITEMS
011590              PERFORM 5210-COPY-CELL-LAG THRU 5210-EXIT
011600                  VARYING WS-LAG-SUB FROM 1 BY 1
011610                  UNTIL WS-LAG-SUB > WS-LAG-BUCKETS
011620              MOVE "Y" TO WS-CURVE-SW
011630              ADD 1 TO WS-CURVE-BY-CELL
011640              GO TO 5200-EXIT
011650          END-IF
011660      END-IF.
011670
011680      MOVE WS-ITEM-FIN-LABEL      TO WS-LBK-FIN-LABEL.
011690      MOVE WS-ITEM-BAND           TO WS-LBK-BAND.
011700      PERFORM 4530-FIND-LABEL-BAND THRU 4530-EXIT.
011710
011720      IF WS-LB-SUB > ZERO
011730          IF WS-LB-ITEMS (WS-LB-SUB) NOT < WS-MIN-CURVE-ITEMS
011740              PERFORM 5220-COPY-LB-LAG THRU 5220-EXIT
011750                  VARYING WS-LAG-SUB FROM 1 BY 1
011760                  UNTIL WS-LAG-SUB > WS-LAG-BUCKETS
011770              MOVE "Y" TO WS-CURVE-SW
011780              ADD 1 TO WS-CURVE-BY-LABEL
011790              GO TO 5200-EXIT
011800          END-IF
011810      END-IF.
011820
011830      IF WS-BND-ITEMS (WS-ITEM-BAND) NOT < WS-MIN-CURVE-ITEMS
011840          PERFORM 5230-COPY-BAND-LAG THRU 5230-EXIT
011850              VARYING WS-LAG-SUB FROM 1 BY 1
011860              UNTIL WS-LAG-SUB > WS-LAG-BUCKETS
011870          MOVE "Y" TO WS-CURVE-SW
011880          ADD 1 TO WS-CURVE-BY-BAND
011890      END-IF.
011900
011910  5200-EXIT.
011920      EXIT.
011930
011940  5210-COPY-CELL-LAG.
011950
011960      MOVE WS-LH-LAG (WS-LH-SUB WS-LAG-SUB)
011970                                  TO WS-CURVE-LAG (WS-LAG-SUB).
011980
011990  5210-EXIT.
012000      EXIT.
012010
012020  5220-COPY-LB-LAG.
012030
012040      MOVE WS-LB-LAG (WS-LB-SUB WS-LAG-SUB)
012050                                  TO WS-CURVE-LAG (WS-LAG-SUB).
012060
012070  5220-EXIT.
012080      EXIT.
012090
012100  5230-COPY-BAND-LAG.
012110
012120      MOVE WS-BND-LAG (WS-ITEM-BAND WS-LAG-SUB)
012130                                  TO WS-CURVE-LAG (WS-LAG-SUB).
012140
012150  5230-EXIT.
012160      EXIT.
012170
012180* 5300-SPREAD-ITEM
012190*   AN ITEM STILL UNPAID AFTER WS-ITEM-AGE BUSINESS DAYS IS ONE
012200*   OF THE CURVE'S CHECKS WITH A LAG GREATER THAN ITS AGE.  ITS
012210*   SHARE ON FORECAST DAY N IS THE PART OF THOSE CHECKS PAID AT
012220*   LAG AGE+N.  A CURVE WITH NO CHECK EVER PAID THAT LATE HAS
012230*   NOTHING TO SAY ABOUT IT.
012240  5300-SPREAD-ITEM.
012250
012260      MOVE ZERO TO WS-CURVE-REMAINING.
012270      COMPUTE WS-LAG-START = WS-ITEM-AGE + 2.
012280      PERFORM 5310-SUM-REMAINING THRU 5310-EXIT
012290          VARYING WS-LAG-SUB FROM WS-LAG-START BY 1
012300          UNTIL WS-LAG-SUB > WS-LAG-BUCKETS.
012310
012320      IF WS-CURVE-REMAINING = ZERO
012330          PERFORM 5050-COUNT-NO-HISTORY THRU 5050-EXIT
012340          GO TO 5300-EXIT
012350      END-IF.
012360
012370      ADD 1 TO WS-ITEMS-SPREAD.
012380
012390      PERFORM 5320-SPREAD-DAY THRU 5320-EXIT
012400          VARYING WS-FC-SUB FROM 1 BY 1
012410          UNTIL WS-FC-SUB > WS-FC-COUNT.
012420
012430  5300-EXIT.
012440      EXIT.
012450
012460  5310-SUM-REMAINING.
012470
012480      ADD WS-CURVE-LAG (WS-LAG-SUB) TO WS-CURVE-REMAINING.
012490
012500  5310-EXIT.
012510      EXIT.
012520
012530  5320-SPREAD-DAY.
012540
012550      COMPUTE WS-LAG-IDX = WS-ITEM-AGE + WS-FC-SUB + 1.
012560      IF WS-LAG-IDX > WS-LAG-LAST-DATED
012570          GO TO 5320-EXIT
012580      END-IF.
012590
012600      IF WS-CURVE-LAG (WS-LAG-IDX) = ZERO
012610          GO TO 5320-EXIT
012620      END-IF.
012630
012640      COMPUTE WS-CURVE-SHARE ROUNDED =
012650              WS-CURVE-LAG (WS-LAG-IDX) / WS-CURVE-REMAINING.
012660
012670      ADD WS-CURVE-SHARE
012680              TO WS-PA-DAY-COUNT (WS-PA-SUB WS-FC-SUB)
012690                 WS-PA-DAY-COUNT (WS-PA-TOTAL-SUB WS-FC-SUB).
012700      COMPUTE WS-PA-DAY-AMOUNT (WS-PA-SUB WS-FC-SUB) ROUNDED =
012710              WS-PA-DAY-AMOUNT (WS-PA-SUB WS-FC-SUB)
012720            + (WS-ITEM-AMOUNT * WS-CURVE-SHARE).
012730      COMPUTE WS-PA-DAY-AMOUNT (WS-PA-TOTAL-SUB WS-FC-SUB)
012740              ROUNDED =
012750              WS-PA-DAY-AMOUNT (WS-PA-TOTAL-SUB WS-FC-SUB)
012760            + (WS-ITEM-AMOUNT * WS-CURVE-SHARE).
012770
012780  5320-EXIT.
012790      EXIT.
012800
012810* 6000-PRINT-FORECAST
012820*   ONE BLOCK PER PAYER ACCOUNT, UNASSIGNED AND THE ALL-ACCOUNTS
012830*   TOTAL LAST, THEN THE LAG SUMMARY BY LABEL AND BAND.
012840  6000-PRINT-FORECAST.
012850
012860      PERFORM 6100-PRINT-ACCOUNT THRU 6100-EXIT
012870          VARYING WS-PA-SUB FROM 1 BY 1
012880          UNTIL WS-PA-SUB > WS-PA-TOTAL-SUB.
012890
012900      PERFORM 6200-PRINT-LAG-SUMMARY THRU 6200-EXIT.
012910
012920  6000-EXIT.
012930      EXIT.
012940
012950  6100-PRINT-ACCOUNT.
012960
012970*   AN UNASSIGNED BLOCK WITH NOTHING IN IT IS LEFT OFF.
012980      IF WS-PA-SUB = WS-PA-UNASSIGNED-SUB
012990         AND WS-PA-OUT-COUNT (WS-PA-SUB) = ZERO
013000          GO TO 6100-EXIT
013010      END-IF.
013020
013030      MOVE SPACES                 TO FORECAST-RPT-RCD.
013040      WRITE FORECAST-RPT-RCD.
013050      MOVE WS-PA-ACCOUNT-NUM (WS-PA-SUB) TO AHL-ACCOUNT-NUM.
013060      MOVE WS-PA-OUT-COUNT (WS-PA-SUB)   TO AHL-OUT-COUNT.
013070      MOVE WS-PA-OUT-AMOUNT (WS-PA-SUB)  TO AHL-OUT-AMOUNT.
013080      MOVE WS-ACCOUNT-HEADING     TO FORECAST-RPT-RCD.
013090      WRITE FORECAST-RPT-RCD.
013100      MOVE WS-FCL-COLUMNS         TO FORECAST-RPT-RCD.
013110      WRITE FORECAST-RPT-RCD.
013120
013130      MOVE ZERO TO WS-ACCT-EXPECTED-COUNT.
013140      MOVE ZERO TO WS-ACCT-EXPECTED-AMOUNT.
013150
013160      PERFORM 6110-PRINT-DAY THRU 6110-EXIT
013170          VARYING WS-FC-SUB FROM 1 BY 1
013180          UNTIL WS-FC-SUB > WS-FC-COUNT.
013190
013200      COMPUTE WS-ACCT-BEYOND-AMOUNT =
013210              WS-PA-OUT-AMOUNT (WS-PA-SUB)
013220            - WS-ACCT-EXPECTED-AMOUNT.
013230
013240      MOVE SPACES                 TO WS-FOOT-LINE.
013250      MOVE "EXPECTED WITHIN TEN BUSINESS DAYS" TO FTL-LITERAL.
013260      COMPUTE FTL-COUNT ROUNDED = WS-ACCT-EXPECTED-COUNT.
013270      COMPUTE FTL-AMOUNT ROUNDED = WS-ACCT-EXPECTED-AMOUNT.
013280      MOVE WS-FOOT-LINE           TO FORECAST-RPT-RCD.
013290      WRITE FORECAST-RPT-RCD.
013300
013310      MOVE SPACES                 TO WS-FOOT-LINE.
013320      MOVE "OUTSTANDING BEYOND THE TEN DAYS" TO FTL-LITERAL.
013330      COMPUTE FTL-AMOUNT ROUNDED = WS-ACCT-BEYOND-AMOUNT.
013340      MOVE WS-FOOT-LINE           TO FORECAST-RPT-RCD.
013350      WRITE FORECAST-RPT-RCD.
013360
013370      MOVE SPACES                 TO WS-FOOT-LINE.
013380      MOVE "  ITEMS OUT 60+ BUSINESS DAYS" TO FTL-LITERAL.
013390      MOVE WS-PA-AGED-COUNT (WS-PA-SUB)    TO FTL-COUNT.
013400      MOVE WS-FOOT-LINE           TO FORECAST-RPT-RCD.
013410      WRITE FORECAST-RPT-RCD.
013420
013430      MOVE SPACES                 TO WS-FOOT-LINE.
013440      MOVE "  ITEMS WITH NO USABLE HISTORY" TO FTL-LITERAL.
013450      MOVE WS-PA-NO-HIST-COUNT (WS-PA-SUB) TO FTL-COUNT.
013460      MOVE WS-FOOT-LINE           TO FORECAST-RPT-RCD.
013470      WRITE FORECAST-RPT-RCD.
013480
013490  6100-EXIT.
013500      EXIT.
013510
013520  6110-PRINT-DAY.
013530
013540      ADD WS-PA-DAY-COUNT (WS-PA-SUB WS-FC-SUB)
013550                                  TO WS-ACCT-EXPECTED-COUNT.
013560      ADD WS-PA-DAY-AMOUNT (WS-PA-SUB WS-FC-SUB)
013570                                  TO WS-ACCT-EXPECTED-AMOUNT.
013580
013590      MOVE WS-FC-SUB              TO FCL-DAY.
013600      MOVE WS-FC-DATE (WS-FC-SUB) TO FCL-DATE.
013610      COMPUTE FCL-COUNT ROUNDED =
013620              WS-PA-DAY-COUNT (WS-PA-SUB WS-FC-SUB).
013630      COMPUTE FCL-AMOUNT ROUNDED =
013640              WS-PA-DAY-AMOUNT (WS-PA-SUB WS-FC-SUB).
013650      COMPUTE FCL-CUM-AMOUNT ROUNDED = WS-ACCT-EXPECTED-AMOUNT.
013660      MOVE WS-FCL-LINE            TO FORECAST-RPT-RCD.
013670      WRITE FORECAST-RPT-RCD.
013680
013690  6110-EXIT.
013700      EXIT.
013710
013720* 6200-PRINT-LAG-SUMMARY
013730*   THE CLEARING-LAG HISTORY BY FINANCIAL LABEL AND BAND: CHECKS
013740*   CLEARED, THE MEDIAN LAG, AND THE SHARE PAID WITHIN FIVE AND
013750*   TEN BUSINESS DAYS AND SIXTY OR MORE DAYS OUT.
013760  6200-PRINT-LAG-SUMMARY.
013770
013780      MOVE SPACES                 TO FORECAST-RPT-RCD.
013790      WRITE FORECAST-RPT-RCD.
013800      MOVE SPACES                 TO SHL-TEXT.
013810      MOVE "CLEARING LAG BY LABEL AND BAND (BUSINESS DAYS)"
013820                                  TO SHL-TEXT.
013830      MOVE WS-SECTION-LINE        TO FORECAST-RPT-RCD.
013840      WRITE FORECAST-RPT-RCD.
013850      MOVE WS-LAG-COLUMNS         TO FORECAST-RPT-RCD.
013860      WRITE FORECAST-RPT-RCD.
013870
013880      PERFORM 6210-PRINT-LB-LINE THRU 6210-EXIT
013890          VARYING WS-LB-SUB FROM 1 BY 1
013900          UNTIL WS-LB-SUB > WS-LB-COUNT.
013910
013920  6200-EXIT.
013930      EXIT.
013940
013950  6210-PRINT-LB-LINE.
013960
013970      IF WS-LB-ITEMS (WS-LB-SUB) = ZERO
013980          GO TO 6210-EXIT
013990      END-IF.
014000
014010      MOVE ZERO TO WS-CUM-ITEMS.
014020      MOVE ZERO TO WS-MEDIAN-SUB.
014030      MOVE ZERO TO WS-WITHIN-5.
014040      MOVE ZERO TO WS-WITHIN-10.
014050      COMPUTE WS-HALF-ITEMS = (WS-LB-ITEMS (WS-LB-SUB) + 1) / 2.
014060
014070      PERFORM 6220-CUMULATE-LAG THRU 6220-EXIT
014080          VARYING WS-LAG-SUB FROM 1 BY 1
014090          UNTIL WS-LAG-SUB > WS-LAG-BUCKETS.
014100
014110      MOVE SPACES                 TO LGL-FIN-LABEL.
014120      IF WS-LB-FIN-LABEL (WS-LB-SUB) = ZERO
014130          MOVE "UNKNOWN"          TO LGL-FIN-LABEL
014140      ELSE
014150          MOVE WS-LB-FIN-LABEL (WS-LB-SUB) TO LGL-FIN-LABEL (2:4)
014160      END-IF.
014170      MOVE WS-BAND-NAME (WS-LB-BAND (WS-LB-SUB)) TO LGL-BAND-NAME.
014180      MOVE WS-LB-ITEMS (WS-LB-SUB) TO LGL-CLEARED.
014190
014200      IF WS-MEDIAN-SUB = WS-LAG-BUCKETS
014210          MOVE "60+"              TO LGL-MEDIAN
014220      ELSE
014230          COMPUTE WS-MEDIAN-EDIT = WS-MEDIAN-SUB - 1
014240          MOVE WS-MEDIAN-EDIT     TO LGL-MEDIAN
014250      END-IF.
014260
014270      COMPUTE WS-PCT-WORK ROUNDED =
014280              WS-WITHIN-5 * 100 / WS-LB-ITEMS (WS-LB-SUB).
014290      COMPUTE LGL-WITHIN-5 ROUNDED = WS-PCT-WORK.
014300      COMPUTE WS-PCT-WORK ROUNDED =
014310              WS-WITHIN-10 * 100 / WS-LB-ITEMS (WS-LB-SUB).
014320      COMPUTE LGL-WITHIN-10 ROUNDED = WS-PCT-WORK.
014330      COMPUTE WS-PCT-WORK ROUNDED =
014340              WS-LB-LAG (WS-LB-SUB WS-LAG-BUCKETS) * 100
014350            / WS-LB-ITEMS (WS-LB-SUB).
014360      COMPUTE LGL-OVER-60 ROUNDED = WS-PCT-WORK.
014370
014380      MOVE WS-LAG-LINE            TO FORECAST-RPT-RCD.
014390      WRITE FORECAST-RPT-RCD.
014400
014410  6210-EXIT.
014420      EXIT.
014430
014440  6220-CUMULATE-LAG.
014450
014460      ADD WS-LB-LAG (WS-LB-SUB WS-LAG-SUB) TO WS-CUM-ITEMS.
014470
014480      IF WS-MEDIAN-SUB = ZERO
014490         AND WS-CUM-ITEMS NOT < WS-HALF-ITEMS
014500          MOVE WS-LAG-SUB TO WS-MEDIAN-SUB
014510      END-IF.
014520
014530*   LAGS 0-5 ARE SUBSCRIPTS 1-6, LAGS 0-10 SUBSCRIPTS 1-11.
014540      IF WS-LAG-SUB NOT > 6
014550          MOVE WS-CUM-ITEMS TO WS-WITHIN-5
014560      END-IF.
014570      IF WS-LAG-SUB NOT > 11
014580          MOVE WS-CUM-ITEMS TO WS-WITHIN-10
014590      END-IF.
014600
014610  6220-EXIT.
014620      EXIT.
014630
014640* 7000-WRITE-EXTRACT
014650*   THE FORECAST FOR TREASURY - FOR EACH PAYER ACCOUNT, AND
014660*   UNASSIGNED WHEN IT HOLDS ANYTHING, A DAY RECORD PER FORECAST
014670*   DAY AND AN ACCOUNT TOTAL.
014680  7000-WRITE-EXTRACT.
014690
014700      PERFORM 7010-WRITE-ACCOUNT-EXTRACT THRU 7010-EXIT
014710          VARYING WS-PA-SUB FROM 1 BY 1
014720          UNTIL WS-PA-SUB > WS-PA-UNASSIGNED-SUB.
014730
014740  7000-EXIT.
014750      EXIT.
014760
014770  7010-WRITE-ACCOUNT-EXTRACT.
014780
014790      IF WS-PA-SUB = WS-PA-UNASSIGNED-SUB
014800         AND WS-PA-OUT-COUNT (WS-PA-SUB) = ZERO
014810          GO TO 7010-EXIT
014820      END-IF.
014830
014840      MOVE ZERO TO WS-ACCT-EXPECTED-COUNT.
014850      MOVE ZERO TO WS-ACCT-EXPECTED-AMOUNT.
014860
014870      PERFORM 7020-WRITE-DAY-EXTRACT THRU 7020-EXIT
014880          VARYING WS-FC-SUB FROM 1 BY 1
014890          UNTIL WS-FC-SUB > WS-FC-COUNT.
014900
014910      MOVE SPACES                 TO FORECAST-EXTRACT-RCD.
014920      MOVE SWA-CURRENT-CCYY-DATE  TO FX-RUN-DATE.
014930      MOVE WS-PA-ACCOUNT-NUM (WS-PA-SUB) TO FX-ACCOUNT-NUM.
014940      MOVE "T"                    TO FX-RECORD-TYPE.
014950      MOVE ZERO                   TO FX-DAY-NUMBER.
014960      MOVE ZERO                   TO FX-FORECAST-DATE.
014970      COMPUTE FX-EXPECTED-COUNT ROUNDED = WS-ACCT-EXPECTED-COUNT.
014980      COMPUTE FX-EXPECTED-AMOUNT ROUNDED =
014990              WS-ACCT-EXPECTED-AMOUNT.
015000      MOVE WS-PA-OUT-COUNT (WS-PA-SUB)  TO FX-OUTSTANDING-COUNT.
015010      MOVE WS-PA-OUT-AMOUNT (WS-PA-SUB) TO FX-OUTSTANDING-AMOUNT.
015020      COMPUTE FX-BEYOND-AMOUNT =
015030              FX-OUTSTANDING-AMOUNT - FX-EXPECTED-AMOUNT.
015040      WRITE FORECAST-EXTRACT-RCD.
015050      ADD 1 TO WS-EXTRACT-WRITTEN.
015060
015070  7010-EXIT.
015080      EXIT.
015090
015100  7020-WRITE-DAY-EXTRACT.
015110
015120      ADD WS-PA-DAY-COUNT (WS-PA-SUB WS-FC-SUB)
015130                                  TO WS-ACCT-EXPECTED-COUNT.
015140      ADD WS-PA-DAY-AMOUNT (WS-PA-SUB WS-FC-SUB)
015150                                  TO WS-ACCT-EXPECTED-AMOUNT.
015160
015170      MOVE SPACES                 TO FORECAST-EXTRACT-RCD.
015180      MOVE SWA-CURRENT-CCYY-DATE  TO FX-RUN-DATE.
015190      MOVE WS-PA-ACCOUNT-NUM (WS-PA-SUB) TO FX-ACCOUNT-NUM.
015200      MOVE "D"                    TO FX-RECORD-TYPE.
015210      MOVE WS-FC-SUB              TO FX-DAY-NUMBER.
015220      MOVE WS-FC-DATE (WS-FC-SUB) TO FX-FORECAST-DATE.
015230      COMPUTE FX-EXPECTED-COUNT ROUNDED =
015240              WS-PA-DAY-COUNT (WS-PA-SUB WS-FC-SUB).
015250      COMPUTE FX-EXPECTED-AMOUNT ROUNDED =
015260              WS-PA-DAY-AMOUNT (WS-PA-SUB WS-FC-SUB).
015270      MOVE ZERO                   TO FX-OUTSTANDING-COUNT.
015280      MOVE ZERO                   TO FX-OUTSTANDING-AMOUNT.
015290      MOVE ZERO                   TO FX-BEYOND-AMOUNT.
015300      WRITE FORECAST-EXTRACT-RCD.
015310      ADD 1 TO WS-EXTRACT-WRITTEN.
015320
015330  7020-EXIT.
015340      EXIT.
015350
015360  8000-WRAPUP.
015370
015380      MOVE "HISTORY CELLS READ:"   TO SCR-LITERAL.
015390      MOVE WS-HIST-READ           TO SCR-COUNT.
015400      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015410      PERFORM 8999-WRITE-SYSOUT.
015420
015430      MOVE "CLEARED CHECKS READ:"  TO SCR-LITERAL.
015440      MOVE WS-CLEARED-READ        TO SCR-COUNT.
015450      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015460      PERFORM 8999-WRITE-SYSOUT.
015470
015480      MOVE "CLEARED CHECKS POSTED:" TO SCR-LITERAL.
015490      MOVE WS-CLEARED-POSTED      TO SCR-COUNT.
015500      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015510      PERFORM 8999-WRITE-SYSOUT.
015520
015530      MOVE "CLEARED - NO USABLE DATES:" TO SCR-LITERAL.
015540      MOVE WS-CLEARED-UNDATED     TO SCR-COUNT.
015550      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015560      PERFORM 8999-WRITE-SYSOUT.
015570
015580      MOVE "HISTORY CELLS WRITTEN:" TO SCR-LITERAL.
015590      MOVE WS-HIST-WRITTEN        TO SCR-COUNT.
015600      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015610      PERFORM 8999-WRITE-SYSOUT.
015620
015630      MOVE "OUTSTANDING ITEMS READ:" TO SCR-LITERAL.
015640      MOVE WS-OUTSTANDING-READ    TO SCR-COUNT.
015650      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015660      PERFORM 8999-WRITE-SYSOUT.
015670
015680      MOVE "ITEMS FORECAST:"       TO SCR-LITERAL.
015690      MOVE WS-ITEMS-SPREAD        TO SCR-COUNT.
015700      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015710      PERFORM 8999-WRITE-SYSOUT.
015720
015730      MOVE "  ON OWN CELL CURVE:"  TO SCR-LITERAL.
015740      MOVE WS-CURVE-BY-CELL       TO SCR-COUNT.
015750      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015760      PERFORM 8999-WRITE-SYSOUT.
015770
015780      MOVE "  ON LABEL/BAND CURVE:" TO SCR-LITERAL.
015790      MOVE WS-CURVE-BY-LABEL      TO SCR-COUNT.
015800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015810      PERFORM 8999-WRITE-SYSOUT.
015820
015830      MOVE "  ON BAND CURVE:"      TO SCR-LITERAL.
015840      MOVE WS-CURVE-BY-BAND       TO SCR-COUNT.
015850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015860      PERFORM 8999-WRITE-SYSOUT.
015870
015880      MOVE "ITEMS OUT 60+ BUS DAYS:" TO SCR-LITERAL.
015890      MOVE WS-ITEMS-AGED-OUT      TO SCR-COUNT.
015900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015910      PERFORM 8999-WRITE-SYSOUT.
015920
015930      MOVE "ITEMS - NO USABLE HISTORY:" TO SCR-LITERAL.
015940      MOVE WS-ITEMS-NO-HISTORY    TO SCR-COUNT.
015950      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
015960      PERFORM 8999-WRITE-SYSOUT.
015970
015980      MOVE "FORECAST RECORDS WRITTEN:" TO SCR-LITERAL.
015990      MOVE WS-EXTRACT-WRITTEN     TO SCR-COUNT.
016000      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
016010      PERFORM 8999-WRITE-SYSOUT.
016020
016030      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
016040
016050      COPY C2INZ003.
016060
016070      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
016080
016090  8000-EXIT.
016100      EXIT.
016110
016120* 8980-NOTE-TABLE-CAPACITY
016130*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPS AND
016140*   PRINTS THE CAPACITY REPORT.  A HISTORY CELL, ROLL-UP ENTRY,
016150*   CALENDAR DAY OR ACCOUNT THE TABLES COULD NOT HOLD ENDS THE
016160*   RUN RC=12 - THE HISTORY OR THE FORECAST IS INCOMPLETE.
016170  8980-NOTE-TABLE-CAPACITY.
016180
016190      MOVE "CLEARING-LAG HISTORY"    TO TC-NOTE-NAME.
016200      MOVE WS-LH-TABLE-MAX          TO TC-NOTE-LIMIT.
016210      MOVE WS-LH-COUNT              TO TC-NOTE-HIGH.
016220      MOVE WS-LH-DROPPED            TO TC-NOTE-DROPPED.
016230      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
016240
016250      MOVE "LABEL/BAND ROLL-UP"      TO TC-NOTE-NAME.
016260      MOVE WS-LB-TABLE-MAX          TO TC-NOTE-LIMIT.
016270      MOVE WS-LB-COUNT              TO TC-NOTE-HIGH.
016280      MOVE WS-LB-DROPPED            TO TC-NOTE-DROPPED.
016290      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
016300
016310      MOVE "BUSINESS CALENDAR"       TO TC-NOTE-NAME.
016320      MOVE WS-CAL-TABLE-MAX         TO TC-NOTE-LIMIT.
016330      MOVE WS-CAL-COUNT             TO TC-NOTE-HIGH.
016340      MOVE WS-CAL-DROPPED           TO TC-NOTE-DROPPED.
016350      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
016360
016370      MOVE "REFTBL BACT ACCOUNTS"    TO TC-NOTE-NAME.
016380      MOVE WS-BACT-TBL-LIMIT        TO TC-NOTE-LIMIT.
016390      MOVE WS-BACT-TBL-MAX          TO TC-NOTE-HIGH.
016400      MOVE WS-BACT-DROPPED          TO TC-NOTE-DROPPED.
016410      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
016420
016430      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
016440
016450  8980-EXIT.
016460      EXIT.
016470
016480* 8900-SET-RETURN-CODE
016490*   RC=0 CLEAN.  RC=4 A CLEARED CHECK CARRIED NO USABLE ISSUE OR
016500*   PAID DATE AND WAS LEFT OUT OF THE HISTORY.  RC=12 A TABLE
016510*   OVERFLOWED.
016520  8900-SET-RETURN-CODE.
016530
016540      MOVE ZERO TO RETURN-CODE.
016550
016560      IF WS-CLEARED-UNDATED > ZERO
016570          MOVE 4 TO RETURN-CODE
016580      END-IF.
016590
016600      IF TC-TABLE-OVERFLOW
016610          MOVE TC-OVERFLOW-RC TO RETURN-CODE
016620      END-IF.
016630
016640  8900-EXIT.
016650      EXIT.
016660
016670* 9300-AMOUNT-BAND
016680*   THE CLCWW163 AMOUNT BAND OF WS-BAND-AMOUNT.
016690  9300-AMOUNT-BAND.
016700
016710      IF WS-BAND-AMOUNT < 500.00
016720          MOVE 1 TO WS-BAND-RESULT
016730      ELSE
016740          IF WS-BAND-AMOUNT < 5000.00
016750              MOVE 2 TO WS-BAND-RESULT
016760          ELSE
016770              IF WS-BAND-AMOUNT < 50000.00
016780                  MOVE 3 TO WS-BAND-RESULT
016790              ELSE
016800                  MOVE 4 TO WS-BAND-RESULT
016810              END-IF
016820          END-IF
016830      END-IF.
016840
016850  9300-EXIT.
016860      EXIT.
016870
016880* 9400-FIND-CELL
016890*   WS-LH-SUB FOR HISTORY CELL WS-CELL-SEARCH-KEY, ZERO WHEN THE
016900*   CELL HAS NO HISTORY YET.
016910  9400-FIND-CELL.
016920
016930      MOVE ZERO TO WS-LH-FIND-SUB.
016940      PERFORM 9410-SEARCH-CELL THRU 9410-EXIT
016950          VARYING WS-LH-SUB FROM 1 BY 1
016960          UNTIL WS-LH-SUB > WS-LH-COUNT
016970             OR WS-LH-FIND-SUB > ZERO.
016980      MOVE WS-LH-FIND-SUB TO WS-LH-SUB.
016990
017000  9400-EXIT.
017010      EXIT.
017020
017030  9410-SEARCH-CELL.
017040
017050      IF WS-LH-KEY (WS-LH-SUB) = WS-CELL-SEARCH-KEY
017060          MOVE WS-LH-SUB TO WS-LH-FIND-SUB
017070      END-IF.
017080
017090  9410-EXIT.
017100      EXIT.
017110
017120* 9500-DAY-NUMBER
017130*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
017140*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
017150*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
017160*   FEBRUARY.
017170  9500-DAY-NUMBER.
017180
017190      MOVE ZERO TO WS-DN-DAYS.
017200
017210      IF WS-DN-DATE = ZERO
017220         OR WS-DN-MM < 1 OR WS-DN-MM > 12
017230          GO TO 9500-EXIT
017240      END-IF.
017250
017260      DIVIDE WS-DN-CCYY BY 4
017270          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
017280
017290      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
017300                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
017310
017320      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
017330          SUBTRACT 1 FROM WS-DN-DAYS
017340      END-IF.
017350
017360  9500-EXIT.
017370      EXIT.
017380
017390* 9520-NEXT-DATE
017400*   MOVES WS-NX-DATE (CCYYMMDD) ON ONE CALENDAR DAY, ACROSS
017410*   MONTH AND YEAR END.
017420  9520-NEXT-DATE.
017430
017440      MOVE WS-MONTH-LEN (WS-NX-MM) TO WS-NX-MONTH-LEN.
017450      IF WS-NX-MM = 2
017460          DIVIDE WS-NX-CCYY BY 4
017470              GIVING WS-NX-QUOT REMAINDER WS-NX-REM
017480          IF WS-NX-REM = ZERO
017490              MOVE 29 TO WS-NX-MONTH-LEN
017500          END-IF
017510      END-IF.
017520
017530      ADD 1 TO WS-NX-DD.
017540      IF WS-NX-DD > WS-NX-MONTH-LEN
017550          MOVE 1 TO WS-NX-DD
017560          ADD 1 TO WS-NX-MM
017570          IF WS-NX-MM > 12
017580              MOVE 1 TO WS-NX-MM
017590              ADD 1 TO WS-NX-CCYY
017600          END-IF
017610      END-IF.
017620
017630  9520-EXIT.
017640      EXIT.
017650
017660* 9550-BUSINESS-DAYS
017670*   COUNTS THE BUSINESS DAYS AFTER WS-DN-DATE UP TO AND
017680*   INCLUDING DAY WS-BD-END-DAYS INTO WS-BUS-DAYS - THE
017690*   BUSINESS-CALENDAR DAYS IN THAT SPAN, PLUS THE WEEKDAYS OF
017700*   ANY PART OF IT THE CALENDAR DOES NOT COVER.
017710  9550-BUSINESS-DAYS.
017720
017730      MOVE ZERO TO WS-BUS-DAYS.
017740
017750      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
017760
017770      IF WS-DN-DAYS = ZERO
017780         OR WS-DN-DAYS NOT < WS-BD-END-DAYS
017790          GO TO 9550-EXIT
017800      END-IF.
017810
017820      PERFORM 9555-COUNT-CALENDAR-DAY THRU 9555-EXIT
017830          VARYING WS-CAL-TBL-SUB FROM 1 BY 1
017840          UNTIL WS-CAL-TBL-SUB > WS-CAL-COUNT.
017850
017860      COMPUTE WS-BD-DAY = WS-DN-DAYS + 1.
017870
017880      PERFORM 9560-COUNT-BUSINESS-DAY THRU 9560-EXIT
017890          VARYING WS-BD-DAY FROM WS-BD-DAY BY 1
017900          UNTIL WS-BD-DAY > WS-BD-END-DAYS.
017910
017920  9550-EXIT.
017930      EXIT.
017940
017950  9555-COUNT-CALENDAR-DAY.
017960
017970      IF WS-CAL-DN-ENTRY (WS-CAL-TBL-SUB) > WS-DN-DAYS
017980         AND WS-CAL-DN-ENTRY (WS-CAL-TBL-SUB) NOT > WS-BD-END-DAYS
017990          ADD 1 TO WS-BUS-DAYS
018000      END-IF.
018010
018020  9555-EXIT.
018030      EXIT.
018040
018050  9560-COUNT-BUSINESS-DAY.
018060
018070      IF WS-CAL-COUNT > ZERO
018080         AND WS-BD-DAY NOT < WS-CAL-MIN-DAYS
018090         AND WS-BD-DAY NOT > WS-CAL-MAX-DAYS
018100          GO TO 9560-EXIT
018110      END-IF.
018120
018130      DIVIDE WS-BD-DAY BY 7
018140          GIVING WS-BD-WEEKS REMAINDER WS-BD-REM.
018150
018160      IF WS-BD-REM NOT = 1 AND WS-BD-REM NOT = 2
018170          ADD 1 TO WS-BUS-DAYS
018180      END-IF.
018190
018200  9560-EXIT.
018210      EXIT.
018220
018230* 9570-TEST-BUSINESS-DAY
018240*   SETS WS-BUS-DAY WHEN DAY WS-BD-DAY IS A BUSINESS DAY - ON THE
018250*   CALENDAR WHERE THE CALENDAR COVERS IT, A WEEKDAY ELSEWHERE.
018260  9570-TEST-BUSINESS-DAY.
018270
018280      MOVE "N" TO WS-BUS-DAY-SW.
018290
018300      IF WS-CAL-COUNT > ZERO
018310         AND WS-BD-DAY NOT < WS-CAL-MIN-DAYS
018320         AND WS-BD-DAY NOT > WS-CAL-MAX-DAYS
018330          PERFORM 9575-SEARCH-CALENDAR THRU 9575-EXIT
018340              VARYING WS-CAL-TBL-SUB FROM 1 BY 1
018350              UNTIL WS-CAL-TBL-SUB > WS-CAL-COUNT
018360                 OR WS-BUS-DAY
018370          GO TO 9570-EXIT
018380      END-IF.
018390
018400      DIVIDE WS-BD-DAY BY 7
018410          GIVING WS-BD-WEEKS REMAINDER WS-BD-REM.
018420
018430      IF WS-BD-REM NOT = 1 AND WS-BD-REM NOT = 2
018440          MOVE "Y" TO WS-BUS-DAY-SW
018450      END-IF.
018460
018470  9570-EXIT.
018480      EXIT.
018490
018500  9575-SEARCH-CALENDAR.
018510
018520      IF WS-CAL-DN-ENTRY (WS-CAL-TBL-SUB) = WS-BD-DAY
018530          MOVE "Y" TO WS-BUS-DAY-SW
018540      END-IF.
018550
018560  9575-EXIT.
018570      EXIT.
018580
018590      COPY CLCWW134.
018600
0186va      COPY CLCWW167.
0186vb
018610      COPY C2INZ002.
018620
018630      COPY C2INZ004.
018640
018650      COPY C2INZ005.
018660
018670      LAG-HIST-OUT-FILE
018680      FORECAST-RPT
018690      FORECAST-EXTRACT-FILE
018700      RUN-HISTORY-FILE.
018710
018720  9999-EXIT.
018730      EXIT.
