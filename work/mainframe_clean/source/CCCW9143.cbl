000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9143.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9143
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    PRIOR-DAY BANK STATEMENT RECONCILIATION.  TAKES
000130*              THE DISBURSEMENT BANK'S BAI2 STATEMENT (CLCWW143)
000140*              FOR THE DISBURSEMENT ACCOUNTS AND PROVES THE
000150*              BANK'S ACTUAL ACTIVITY THREE WAYS:
000160*                CHECKS PAID - ITEM BY ITEM AGAINST THE CLCWW052
000170*                  PAID-ITEMS FEED CCCW9140 READS, ON THE CHECK
000180*                  SERIAL IN THE CUSTOMER REFERENCE;
000190*                ACH DEBITS AND WIRES OUT - ACCOUNT TOTALS
000200*                  AGAINST THE ACH/WIRE DISBURSEMENTS STAGED ON
000210*                  TEN99DTL (CLCWW013) FOR THE AS-OF DATE;
000220*                FUNDING TRANSFERS - ACCOUNT TOTALS AGAINST THE
000230*                  SAME-DAY CLCWW097 FUNDING EXTRACT CCCW9100
000240*                  WROTE FOR THE AS-OF DATE PLUS THE CHECKS THE
000250*                  BANK PAID (FLOAT-ELIGIBLE CHECKS ARE FUNDED
000260*                  AS THEY CLEAR).
000270*              THE ACCOUNT BEHIND EACH FINANCIAL LABEL (BACT) AND
000280*              THE CATEGORY OF EACH BAI2 TYPE CODE (BTYP) COME
000290*              FROM THE CLCWW135 REFERENCE FILE THROUGH CCCW9196.
000300*              EVERY DIFFERENCE IS A BREAK (CLCWW144).
000305*              YESTERDAY'S OPEN BREAKS ARE READ BACK IN; A NEW
000310*              BREAK THAT OFFSETS AN OPEN ONE CLEARS BOTH, AND
000320*              WHATEVER IS STILL UNEXPLAINED IS WRITTEN FORWARD
000330*              TO THE NEXT RUN.  THE REPORT LISTS THE BANK'S
000340*              ACTIVITY AND THE BREAKS BY ACCOUNT AND TYPE
000350*              CODE.
000360*
000370*  FILES:      BAI2STMT - BANK PRIOR-DAY BAI2 STATEMENT
000380*              BANKPAID - BANK PAID-ITEMS FEED
000390*              TEN99DTL - STAGED DISBURSEMENTS (ACH/WIRE USED)
000400*              FUNDEXT  - TREASURY FUNDING EXTRACT
000410*              BRKOPNI  - OPEN BREAKS FROM THE PRIOR RUN
000420*              BRKOPNO  - OPEN BREAKS FOR THE NEXT RUN
000430*              BAIRECON - RECONCILIATION REPORT
000440*              REFTBL   - REFERENCE FILE (THROUGH CCCW9196)
000450*
000460******************************************************************
000470*                      MODIFICATION HISTORY
000480******************************************************************
000490* DATE     INIT  DESCRIPTION
000500* -------- ----  --------------------------------------------
000510* 10/2026  RF    NEW PROGRAM - PRIOR-DAY BAI2 STATEMENT
000520*                RECONCILIATION WITH BREAK CARRY-FORWARD
0005va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON BRKOPNI AND
0005vb*                WRITE ONE ON THE NEW BRKOPNO GENERATION
000530******************************************************************
000540  ENVIRONMENT DIVISION.
000550  CONFIGURATION SECTION.
000560  SOURCE-COMPUTER.   IBM-370.
000570  OBJECT-COMPUTER.   IBM-370.
000580  INPUT-OUTPUT SECTION.
000590  FILE-CONTROL.
000600
000610      COPY C2INX001.
000620
000630      SELECT BAI-STATEMENT-FILE  ASSIGN TO BAI2STMT
000640          ORGANIZATION IS SEQUENTIAL.
000650
000660      SELECT BANK-PAID-FILE      ASSIGN TO BANKPAID
000670          ORGANIZATION IS SEQUENTIAL.
000680
000690      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000700          ORGANIZATION IS SEQUENTIAL.
000710
000720      SELECT FUND-EXTRACT-FILE   ASSIGN TO FUNDEXT
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      SELECT BREAK-OPEN-IN-FILE  ASSIGN TO BRKOPNI
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780      SELECT BREAK-OPEN-OUT-FILE ASSIGN TO BRKOPNO
000790          ORGANIZATION IS SEQUENTIAL.
000800
000810      SELECT BANK-RECON-RPT      ASSIGN TO BAIRECON
000820          ORGANIZATION IS SEQUENTIAL.
000830
000840      COPY C2INX004.
000850
000860  DATA DIVISION.
000870  FILE SECTION.
000880
000890      COPY C2INX002.
000900
000910  FD  BAI-STATEMENT-FILE
000920      BLOCK CONTAINS 0 RECORDS
000930      RECORDING MODE IS F
000940      LABEL RECORDS ARE STANDARD
000950      DATA RECORD IS BAI-STATEMENT-RCD.
000960
000970      COPY CLCWW143.
000980
000990  FD  BANK-PAID-FILE
001000      BLOCK CONTAINS 0 RECORDS
001010      RECORDING MODE IS F
001020      LABEL RECORDS ARE STANDARD
001030      DATA RECORD IS BANK-PAID-RCD.
001040
001050      COPY CLCWW052.
001060
001070  FD  TEN99-STAGING-FILE
001080      BLOCK CONTAINS 0 RECORDS
001090      RECORDING MODE IS F
001100      LABEL RECORDS ARE STANDARD
001110      DATA RECORD IS TEN99-RCD.
001120
001130      COPY CLCWW013.
001140
001150  FD  FUND-EXTRACT-FILE
001160      BLOCK CONTAINS 0 RECORDS
001170      RECORDING MODE IS F
001180      LABEL RECORDS ARE STANDARD
001190      DATA RECORD IS FUND-EXTRACT-RCD.
001200
001210      COPY CLCWW097.
001220
001230  FD  BREAK-OPEN-IN-FILE
001240      BLOCK CONTAINS 0 RECORDS
001250      RECORDING MODE IS F
001260      LABEL RECORDS ARE STANDARD
001270      DATA RECORD IS BANK-BREAK-IN-RCD.
001280
001290  01  BANK-BREAK-IN-RCD             PIC X(100).
001300
001310  FD  BREAK-OPEN-OUT-FILE
001320      BLOCK CONTAINS 0 RECORDS
001330      RECORDING MODE IS F
001340      LABEL RECORDS ARE STANDARD
001350      DATA RECORD IS BANK-BREAK-OUT-RCD.
001360
001370  01  BANK-BREAK-OUT-RCD            PIC X(100).
001380
001390  FD  BANK-RECON-RPT
001400      BLOCK CONTAINS 0 RECORDS
001410      RECORDING MODE IS F
001420      LABEL RECORDS ARE STANDARD
001430      DATA RECORD IS BANK-RECON-RPT-RCD.
001440
001450  01  BANK-RECON-RPT-RCD            PIC X(133).
001460
001470      COPY C2INX005.
001480
001490  WORKING-STORAGE SECTION.
001500
001510      COPY C2INX003.
001520
001530      COPY C2INX006.
0015va
0015vb      COPY CLCWW166.
001540
001550      COPY CLCWW133.
001560
001570      COPY CLCWW138.
001580
001590      COPY CLCWW145.
001600
001610      COPY CLCWW144.
001620
001630  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9143".
001640
001650  01  WS-SWITCHES.
001660      05  WS-BAI-EOF-SW           PIC X(01) VALUE "N".
001670          88  WS-BAI-EOF                  VALUE "Y".
001680      05  WS-PAID-EOF-SW          PIC X(01) VALUE "N".
001690          88  WS-PAID-EOF                 VALUE "Y".
001700      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
001710          88  WS-STAGING-EOF              VALUE "Y".
001720      05  WS-FUND-EOF-SW          PIC X(01) VALUE "N".
001730          88  WS-FUND-EOF                 VALUE "Y".
001740      05  WS-BRKI-EOF-SW          PIC X(01) VALUE "N".
001750          88  WS-BRKI-EOF                 VALUE "Y".
001760      05  WS-GROUP-FOUND-SW       PIC X(01) VALUE "N".
001770          88  WS-GROUP-FOUND              VALUE "Y".
001780      05  WS-TRAILER-FOUND-SW     PIC X(01) VALUE "N".
001790          88  WS-TRAILER-FOUND            VALUE "Y".
001800      05  WS-ACCT-FOUND-SW        PIC X(01) VALUE "N".
001810          88  WS-ACCT-FOUND               VALUE "Y".
001820      05  WS-TYPE-FOUND-SW        PIC X(01) VALUE "N".
001830          88  WS-TYPE-FOUND               VALUE "Y".
001840      05  WS-PAID-FOUND-SW        PIC X(01) VALUE "N".
001850          88  WS-PAID-FOUND               VALUE "Y".
001860      05  WS-ATC-FOUND-SW         PIC X(01) VALUE "N".
001870          88  WS-ATC-FOUND                VALUE "Y".
001880      05  WS-BRK-FOUND-SW         PIC X(01) VALUE "N".
001890          88  WS-BRK-FOUND                VALUE "Y".
001900      05  WS-RPT-SECTION-SW       PIC X(01) VALUE SPACE.
001910          88  WS-RPT-NEW-BREAKS           VALUE "N".
001920          88  WS-RPT-CLEARED              VALUE "C".
001930          88  WS-RPT-STILL-OPEN           VALUE "O".
001940          88  WS-RPT-WRITE-FORWARD        VALUE "W".
001950
001960  01  WS-COUNTERS.
001970      05  WS-BAI-READ             PIC 9(09) COMP VALUE ZERO.
001980      05  WS-BAI-ACCOUNTS         PIC 9(09) COMP VALUE ZERO.
001990      05  WS-BAI-DETAILS          PIC 9(09) COMP VALUE ZERO.
002000      05  WS-BAI-SKIPPED          PIC 9(09) COMP VALUE ZERO.
002010      05  WS-BAI-IGNORED          PIC 9(09) COMP VALUE ZERO.
002020      05  WS-UNKNOWN-ACCOUNTS     PIC 9(09) COMP VALUE ZERO.
002030      05  WS-UNKNOWN-TYPES        PIC 9(09) COMP VALUE ZERO.
002040      05  WS-PAID-READ            PIC 9(09) COMP VALUE ZERO.
002050      05  WS-PAID-OTHER-DATE      PIC 9(09) COMP VALUE ZERO.
002060      05  WS-PAID-MATCHED         PIC 9(09) COMP VALUE ZERO.
002070      05  WS-PAID-UNMATCHED       PIC 9(09) COMP VALUE ZERO.
002080      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
002090      05  WS-STAGING-USED         PIC 9(09) COMP VALUE ZERO.
002100      05  WS-FUND-READ            PIC 9(09) COMP VALUE ZERO.
002110      05  WS-FUND-USED            PIC 9(09) COMP VALUE ZERO.
002120      05  WS-BOOK-UNMAPPED        PIC 9(09) COMP VALUE ZERO.
002130      05  WS-OPEN-BREAKS-READ     PIC 9(09) COMP VALUE ZERO.
002140      05  WS-NEW-BREAKS           PIC 9(09) COMP VALUE ZERO.
002150      05  WS-BREAKS-CLEARED       PIC 9(09) COMP VALUE ZERO.
002160      05  WS-BREAKS-CARRIED       PIC 9(09) COMP VALUE ZERO.
002170      05  WS-EXCEPTIONS           PIC 9(09) COMP VALUE ZERO.
002180      05  WS-SECTION-LINES        PIC 9(09) COMP VALUE ZERO.
002190      05  WS-BRK-OFFSETS          PIC 9(09) COMP VALUE ZERO.
002200
002210  01  WS-AMOUNTS.
002220      05  WS-PAID-UNMATCHED-AMT   PIC S9(13)V99 VALUE ZERO.
002230      05  WS-BOOK-UNMAPPED-AMT    PIC S9(13)V99 VALUE ZERO.
002240      05  WS-SECTION-AMOUNT       PIC S9(13)V99 VALUE ZERO.
002250      05  WS-BRK-NET              PIC S9(13)V99 VALUE ZERO.
002260      05  WS-RECON-DIFF           PIC S9(13)V99 VALUE ZERO.
002270
002280* THE STATEMENT AS-OF DATE, FROM THE 02 GROUP HEADER (YYMMDD).
002290  01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
002300  01  WS-GROUP-DATE-AREA.
002310      05  WS-GROUP-CC             PIC 9(02).
002320      05  WS-GROUP-YYMMDD.
002330          10  WS-GROUP-YY         PIC 9(02).
002340          10  WS-GROUP-MM         PIC 9(02).
002350          10  WS-GROUP-DD         PIC 9(02).
002360  01  WS-GROUP-DATE REDEFINES WS-GROUP-DATE-AREA
002370                                  PIC 9(08).
002380
002390* ONE BAI2 RECORD SEPARATED INTO ITS FIELDS.  FIELD 1 IS THE
002400* RECORD CODE.
002410  01  WS-BAI-FIELDS.
002420      05  WS-BAI-FIELD            OCCURS 16 TIMES
002430                                  PIC X(30).
002440  77  WS-BAI-FIELD-COUNT          PIC 9(02) COMP VALUE ZERO.
002450  77  WS-BAI-REF-SUB              PIC 9(02) COMP VALUE ZERO.
002460  77  WS-BAI-DIST-COUNT           PIC 9(01) VALUE ZERO.
002470  77  WS-BAI-WORK-TEXT            PIC X(30) VALUE SPACES.
002480  77  WS-BAI-WORK-LEN             PIC 9(02) COMP VALUE ZERO.
002490  77  WS-BAI-TYPE-CODE            PIC X(03) VALUE SPACES.
002500  77  WS-BAI-FUNDS-TYPE           PIC X(01) VALUE SPACE.
002510  77  WS-BAI-REFERENCE            PIC X(10) VALUE SPACES.
002520  77  WS-BAI-SERIAL               PIC 9(10) VALUE ZERO.
002530  77  WS-BAI-TRAILER-RECORDS      PIC 9(07) VALUE ZERO.
002540
002550* BAI2 AMOUNTS CARRY NO DECIMAL POINT - THE LAST TWO DIGITS
002560* ARE CENTS.
002570  01  WS-BAI-AMOUNT-AREA.
002580      05  WS-BAI-CENTS            PIC 9(15) VALUE ZERO.
002590      05  WS-BAI-AMOUNT REDEFINES WS-BAI-CENTS
002600                                  PIC 9(13)V99.
002610
002620  77  WS-CUR-ACT-SUB              PIC 9(02) COMP VALUE ZERO.
002630  77  WS-CUR-ACCOUNT-NUM          PIC X(17) VALUE SPACES.
002640  77  WS-CUR-CATEGORY             PIC X(01) VALUE SPACE.
002650
002660* THE RECONCILED CATEGORIES, IN REPORT ORDER.
002670  01  WS-CATEGORY-CODES           PIC X(04) VALUE "CAWF".
002680  01  WS-CATEGORY-CODES-TBL REDEFINES WS-CATEGORY-CODES.
002690      05  WS-CATEGORY-CODE        OCCURS 4 TIMES
002700                                  PIC X(01).
002710  01  WS-CATEGORY-NAMES.
002720      05  FILLER                  PIC X(15) VALUE "CHECKS PAID".
002730      05  FILLER                  PIC X(15) VALUE "ACH DEBITS".
002740      05  FILLER                  PIC X(15) VALUE "WIRES OUT".
002750      05  FILLER                  PIC X(15) VALUE "FUNDING IN".
002760  01  WS-CATEGORY-NAMES-TBL REDEFINES WS-CATEGORY-NAMES.
002770      05  WS-CATEGORY-NAME        OCCURS 4 TIMES
002780                                  PIC X(15).
002790  77  WS-CAT-SUB                  PIC 9(01) COMP VALUE ZERO.
002800
002810* BANK AND BOOK TOTALS PER BACT ACCOUNT AND CATEGORY, IN THE
002820* SAME ORDER AS THE BACT TABLE.
002830  01  WS-ACT-TOTALS-TBL.
002840      05  WS-ACT-ENTRY            OCCURS 50 TIMES.
002850          10  WS-ACT-ON-STMT-SW       PIC X(01).
002860          10  WS-ACT-CAT              OCCURS 4 TIMES.
002870              15  WS-ACT-BANK-AMT     PIC S9(13)V99.
002880              15  WS-ACT-BANK-CNT     PIC 9(07) COMP.
002890              15  WS-ACT-BOOK-AMT     PIC S9(13)V99.
002900              15  WS-ACT-BOOK-CNT     PIC 9(07) COMP.
002910              15  WS-ACT-TYPE-CODE    PIC X(03).
002920  77  WS-ACT-SUB                  PIC 9(02) COMP VALUE ZERO.
002930  77  WS-ACT-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
002940  77  WS-ACT-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
002950  77  WS-ACT-SEARCH-LABEL         PIC 9(04) VALUE ZERO.
002960  77  WS-ACT-SEARCH-NUM           PIC X(17) VALUE SPACES.
002970  77  WS-BTYP-TBL-SUB             PIC 9(03) COMP VALUE ZERO.
002980  77  WS-BTYP-MATCHED-SUB         PIC 9(03) COMP VALUE ZERO.
002990
003000* THE BANK'S ACTIVITY BY ACCOUNT AND TYPE CODE, IN STATEMENT
003010* ORDER.
003020  01  WS-ATC-TABLE.
003030      05  WS-ATC-ENTRY            OCCURS 500 TIMES.
003040          10  WS-ATC-ACT-SUB          PIC 9(02) COMP.
003050          10  WS-ATC-TYPE-CODE        PIC X(03).
003060          10  WS-ATC-BTYP-SUB         PIC 9(03) COMP.
003070          10  WS-ATC-ITEMS            PIC 9(07) COMP.
003080          10  WS-ATC-AMOUNT           PIC S9(13)V99.
003090
003100  77  WS-ATC-COUNT                PIC 9(03) COMP VALUE ZERO.
003110  77  WS-ATC-TABLE-MAX            PIC 9(03) COMP VALUE 500.
003120  77  WS-ATC-DROPPED              PIC 9(07) COMP VALUE ZERO.
003130  77  WS-ATC-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
003140  77  WS-ATC-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
003150
003160* THE PAID-ITEMS FEED FOR THE AS-OF DATE, MATCHED OFF AS THE
003170* STATEMENT'S CHECKS-PAID DETAIL IS READ.
003180  01  WS-PAID-TABLE.
003190      05  WS-PAID-ENTRY           OCCURS 5000 TIMES.
003200          10  WS-PAID-BR-CODE         PIC X(03).
003210          10  WS-PAID-CHK-NUM         PIC X(08).
003220          10  WS-PAID-SERIAL          PIC 9(10).
003230          10  WS-PAID-AMOUNT          PIC S9(10)V99.
003240          10  WS-PAID-MATCHED-SW      PIC X(01).
003250
003260  77  WS-PAID-COUNT               PIC 9(04) COMP VALUE ZERO.
003270  77  WS-PAID-TABLE-MAX           PIC 9(04) COMP VALUE 5000.
003280  77  WS-PAID-DROPPED             PIC 9(07) COMP VALUE ZERO.
003290  77  WS-PAID-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
003300  77  WS-PAID-MATCHED-SUB         PIC 9(04) COMP VALUE ZERO.
003310  77  WS-PAID-SEARCH-SERIAL       PIC 9(10) VALUE ZERO.
003320
003330* OPEN BREAKS CARRIED IN ("O") AND TODAY'S NEW BREAKS ("N").
003340* WS-BRK-ACT-SUB IS THE BACT ENTRY OF THE BREAK'S FINANCIAL
003350* LABEL, ZERO WHEN THERE IS NONE (A PAID ITEM NOT ON THE
003360* STATEMENT CARRIES NO ACCOUNT).
003370  01  WS-BRK-TABLE.
003380      05  WS-BRK-ENTRY            OCCURS 1000 TIMES.
003390          10  WS-BRK-ACCOUNT-NUM      PIC X(17).
003400          10  WS-BRK-FIN-LABEL        PIC 9(04).
003410          10  WS-BRK-CATEGORY         PIC X(01).
003420          10  WS-BRK-TYPE-CODE        PIC X(03).
003430          10  WS-BRK-KIND             PIC X(02).
003440          10  WS-BRK-REFERENCE        PIC X(10).
003450          10  WS-BRK-ORIGIN-DATE      PIC 9(08).
003460          10  WS-BRK-AMOUNT           PIC S9(13)V99.
003470          10  WS-BRK-BANK-AMOUNT      PIC S9(13)V99.
003480          10  WS-BRK-BOOK-AMOUNT      PIC S9(13)V99.
003490          10  WS-BRK-ACT-SUB          PIC 9(02) COMP.
003500          10  WS-BRK-SOURCE           PIC X(01).
003510          10  WS-BRK-CLEARED-SW       PIC X(01).
003520
003530  77  WS-BRK-COUNT                PIC 9(04) COMP VALUE ZERO.
003540  77  WS-BRK-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
003550  77  WS-BRK-DROPPED              PIC 9(07) COMP VALUE ZERO.
003560  77  WS-BRK-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
003570  77  WS-BRK-SUB2                 PIC 9(04) COMP VALUE ZERO.
003580
003590* ONE BREAK BEING BUILT, IN THE LAYOUT OF A WS-BRK-ENTRY.
003600  01  WS-NEW-BREAK.
003610      05  WS-NB-ACCOUNT-NUM       PIC X(17).
003620      05  WS-NB-FIN-LABEL         PIC 9(04).
003630      05  WS-NB-CATEGORY          PIC X(01).
003640      05  WS-NB-TYPE-CODE         PIC X(03).
003650      05  WS-NB-KIND              PIC X(02).
003660      05  WS-NB-REFERENCE         PIC X(10).
003670      05  WS-NB-ORIGIN-DATE       PIC 9(08).
003680      05  WS-NB-AMOUNT            PIC S9(13)V99.
003690      05  WS-NB-BANK-AMOUNT       PIC S9(13)V99.
003700      05  WS-NB-BOOK-AMOUNT       PIC S9(13)V99.
003710      05  WS-NB-ACT-SUB           PIC 9(02) COMP.
003720      05  WS-NB-SOURCE            PIC X(01).
003730      05  WS-NB-CLEARED-SW        PIC X(01).
003740
003750  01  WS-RPT-TITLE.
003760      05  FILLER                  PIC X(01) VALUE SPACES.
003770      05  FILLER                  PIC X(40)
003780              VALUE "PRIOR-DAY BANK STATEMENT RECONCILIATION ".
003790      05  FILLER                  PIC X(20)
003800              VALUE "- STATEMENT AS OF   ".
003810      05  RTL-ASOF-DATE           PIC 9(08).
003820      05  FILLER                  PIC X(09) VALUE "    RUN  ".
003830      05  RTL-RUN-DATE            PIC 9(08).
003840      05  FILLER                  PIC X(47) VALUE SPACES.
003850
003860  01  WS-SECTION-LINE.
003870      05  FILLER                  PIC X(01) VALUE SPACES.
003880      05  SCL-TEXT                PIC X(60).
003890      05  FILLER                  PIC X(72) VALUE SPACES.
003900
003910  01  WS-EXCEPTION-LINE.
003920      05  FILLER                  PIC X(04) VALUE " ** ".
003930      05  EXL-TEXT                PIC X(40).
003940      05  FILLER                  PIC X(01) VALUE SPACES.
003950      05  EXL-VALUE               PIC X(30).
003960      05  FILLER                  PIC X(01) VALUE SPACES.
003970      05  EXL-AMOUNT              PIC ---,---,---,--9.99
003980                                  BLANK WHEN ZERO.
003990      05  FILLER                  PIC X(39) VALUE SPACES.
004000
004010  01  WS-ATC-COLUMNS.
004020      05  FILLER                  PIC X(19) VALUE " ACCOUNT".
004030      05  FILLER                  PIC X(06) VALUE "FIN".
004040      05  FILLER                  PIC X(05) VALUE "TYP".
004050      05  FILLER                  PIC X(03) VALUE "C".
004060      05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
004070      05  FILLER                  PIC X(08) VALUE "  ITEMS".
004080      05  FILLER                  PIC X(18)
004090              VALUE "       BANK AMOUNT".
004100      05  FILLER                  PIC X(43) VALUE SPACES.
004110
004120  01  WS-ATC-LINE.
004130      05  FILLER                  PIC X(01) VALUE SPACES.
004140      05  ATL-ACCOUNT-NUM         PIC X(17).
004150      05  FILLER                  PIC X(01) VALUE SPACES.
004160      05  ATL-FIN-LABEL           PIC 9(04).
004170      05  FILLER                  PIC X(02) VALUE SPACES.
004180      05  ATL-TYPE-CODE           PIC X(03).
004190      05  FILLER                  PIC X(02) VALUE SPACES.
004200      05  ATL-CATEGORY            PIC X(01).
004210      05  FILLER                  PIC X(02) VALUE SPACES.
004220      05  ATL-DESC                PIC X(30).
004230      05  FILLER                  PIC X(01) VALUE SPACES.
004240      05  ATL-ITEMS               PIC ZZZ,ZZ9.
004250      05  FILLER                  PIC X(01) VALUE SPACES.
004260      05  ATL-AMOUNT              PIC ---,---,---,--9.99.
004270      05  FILLER                  PIC X(43) VALUE SPACES.
004280
004290  01  WS-RECON-COLUMNS.
004300      05  FILLER                  PIC X(19) VALUE " ACCOUNT".
004310      05  FILLER                  PIC X(06) VALUE "FIN".
004320      05  FILLER                  PIC X(16) VALUE "CATEGORY".
004330      05  FILLER                  PIC X(08) VALUE "  ITEMS".
004340      05  FILLER                  PIC X(19)
004350              VALUE "       BANK AMOUNT ".
004360      05  FILLER                  PIC X(08) VALUE "  ITEMS".
004370      05  FILLER                  PIC X(19)
004380              VALUE "       BOOK AMOUNT ".
004390      05  FILLER                  PIC X(20)
004400              VALUE "       BANK - BOOK  ".
004410      05  FILLER                  PIC X(18) VALUE SPACES.
004420
004430  01  WS-RECON-LINE.
004440      05  FILLER                  PIC X(01) VALUE SPACES.
004450      05  RCL-ACCOUNT-NUM         PIC X(17).
004460      05  FILLER                  PIC X(01) VALUE SPACES.
004470      05  RCL-FIN-LABEL           PIC 9(04).
004480      05  FILLER                  PIC X(02) VALUE SPACES.
004490      05  RCL-CATEGORY            PIC X(15).
004500      05  FILLER                  PIC X(01) VALUE SPACES.
004510      05  RCL-BANK-ITEMS          PIC ZZZ,ZZ9.
004520      05  FILLER                  PIC X(01) VALUE SPACES.
004530      05  RCL-BANK-AMOUNT         PIC ---,---,---,--9.99.
004540      05  FILLER                  PIC X(01) VALUE SPACES.
004550      05  RCL-BOOK-ITEMS          PIC ZZZ,ZZ9.
004560      05  FILLER                  PIC X(01) VALUE SPACES.
004570      05  RCL-BOOK-AMOUNT         PIC ---,---,---,--9.99.
004580      05  FILLER                  PIC X(01) VALUE SPACES.
004590      05  RCL-DIFFERENCE          PIC ---,---,---,--9.99.
004600      05  FILLER                  PIC X(02) VALUE SPACES.
004610      05  RCL-FLAG                PIC X(08).
004620      05  FILLER                  PIC X(10) VALUE SPACES.
004630
004640  01  WS-BREAK-COLUMNS.
004650      05  FILLER                  PIC X(19) VALUE " ACCOUNT".
004660      05  FILLER                  PIC X(06) VALUE "FIN".
004670      05  FILLER                  PIC X(03) VALUE "C".
004680      05  FILLER                  PIC X(05) VALUE "TYP".
004690      05  FILLER                  PIC X(04) VALUE "KD".
004700      05  FILLER                  PIC X(11) VALUE "REFERENCE".
004710      05  FILLER                  PIC X(09) VALUE "ORIGIN".
004720      05  FILLER                  PIC X(19)
004730              VALUE "       BANK AMOUNT ".
004740      05  FILLER                  PIC X(19)
004750              VALUE "       BOOK AMOUNT ".
004760      05  FILLER                  PIC X(20)
004770              VALUE "       BANK - BOOK  ".
004780      05  FILLER                  PIC X(18) VALUE "STATUS".
004790
004800  01  WS-BREAK-LINE.
004810      05  FILLER                  PIC X(01) VALUE SPACES.
004820      05  BRL-ACCOUNT-NUM         PIC X(17).
004830      05  FILLER                  PIC X(01) VALUE SPACES.
004840      05  BRL-FIN-LABEL           PIC 9(04).
004850      05  FILLER                  PIC X(02) VALUE SPACES.
004860      05  BRL-CATEGORY            PIC X(01).
004870      05  FILLER                  PIC X(02) VALUE SPACES.
004880      05  BRL-TYPE-CODE           PIC X(03).
004890      05  FILLER                  PIC X(02) VALUE SPACES.
004900      05  BRL-KIND                PIC X(02).
004910      05  FILLER                  PIC X(02) VALUE SPACES.
004920      05  BRL-REFERENCE           PIC X(10).
004930      05  FILLER                  PIC X(01) VALUE SPACES.
004940      05  BRL-ORIGIN-DATE         PIC 9(08).
004950      05  FILLER                  PIC X(01) VALUE SPACES.
004960      05  BRL-BANK-AMOUNT         PIC ---,---,---,--9.99.
004970      05  FILLER                  PIC X(01) VALUE SPACES.
004980      05  BRL-BOOK-AMOUNT         PIC ---,---,---,--9.99.
004990      05  FILLER                  PIC X(01) VALUE SPACES.
005000      05  BRL-AMOUNT              PIC ---,---,---,--9.99.
005010      05  FILLER                  PIC X(02) VALUE SPACES.
005020      05  BRL-STATUS              PIC X(08).
005030      05  FILLER                  PIC X(10) VALUE SPACES.
005040
005050  01  WS-TOTAL-LINE.
005060      05  FILLER                  PIC X(01) VALUE SPACES.
005070      05  TTL-LITERAL             PIC X(40).
005080      05  TTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
005090      05  FILLER                  PIC X(02) VALUE SPACES.
005100      05  TTL-AMOUNT              PIC ---,---,---,--9.99.
005110      05  FILLER                  PIC X(61) VALUE SPACES.
005120
005130  01  WS-RPT-LEGEND.
005140      05  FILLER                  PIC X(45) VALUE
005150              " C: C = CHECKS PAID, A = ACH DEBITS, W = WIRE".
005160      05  FILLER                  PIC X(45) VALUE
005170              "S OUT, F = FUNDING IN   KD: BD = BANK ITEM NO".
005180      05  FILLER                  PIC X(43) VALUE
005190              "T ON FEED, BI = FEED ITEM NOT ON STATEMENT,".
005200  01  WS-RPT-LEGEND-2.
005210      05  FILLER                  PIC X(45) VALUE
005220              "     AM = ITEM AMOUNTS DIFFER, TD = ACCOUNT T".
005230      05  FILLER                  PIC X(45) VALUE
005240              "OTAL DIFFERS.  FUNDING BOOK = SAME-DAY FUNDIN".
005250      05  FILLER                  PIC X(43) VALUE
005260              "G EXTRACT PLUS CHECKS PAID BY THE BANK.    ".
005270
005280  PROCEDURE DIVISION.
005290
005300  0000-MAINLINE.
005310
005320      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
005330
005340      PERFORM 2000-READ-STATEMENT-HEAD THRU 2000-EXIT
005350          UNTIL WS-GROUP-FOUND.
005360
005370      PERFORM 2200-WRITE-REPORT-HEAD THRU 2200-EXIT.
005380
005390      PERFORM 2300-LOAD-PAID-ITEM    THRU 2300-EXIT
005400          UNTIL WS-PAID-EOF.
005410
005420      PERFORM 2400-LOAD-ACH-WIRE     THRU 2400-EXIT
005430          UNTIL WS-STAGING-EOF.
005440
005450      PERFORM 2500-LOAD-FUNDING      THRU 2500-EXIT
005460          UNTIL WS-FUND-EOF.
005470
005480      PERFORM 2600-NOTE-UNMAPPED-BOOK THRU 2600-EXIT.
005490
005500      PERFORM 3000-PROCESS-STATEMENT THRU 3000-EXIT
005510          UNTIL WS-BAI-EOF.
005520
005530      PERFORM 3900-CHECK-STATEMENT-END THRU 3900-EXIT.
005540
005550      PERFORM 4000-UNMATCHED-PAID    THRU 4000-EXIT
005560          VARYING WS-PAID-TBL-SUB FROM 1 BY 1
005570          UNTIL WS-PAID-TBL-SUB > WS-PAID-COUNT.
005580
005590      PERFORM 4500-COMPARE-ACCOUNT   THRU 4500-EXIT
005600          VARYING WS-ACT-SUB FROM 1 BY 1
005610          UNTIL WS-ACT-SUB > WS-BACT-TBL-MAX.
005620
005630      PERFORM 5000-CLEAR-BREAKS      THRU 5000-EXIT.
005640
005650      PERFORM 7000-PRINT-REPORT      THRU 7000-EXIT.
005660
005670      PERFORM 7800-WRITE-OPEN-BREAKS THRU 7800-EXIT.
005680
005690      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
005700
005710      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
005720
005730      GOBACK.
005740
005750  1000-INITIALIZE.
005760
005770      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
005780      OPEN EXTEND RUN-HISTORY-FILE.
005790
005800      COPY C2INZ001.
005810
005820      OPEN INPUT  BAI-STATEMENT-FILE.
005830      OPEN INPUT  BANK-PAID-FILE.
005840      OPEN INPUT  TEN99-STAGING-FILE.
005850      OPEN INPUT  FUND-EXTRACT-FILE.
005860      OPEN OUTPUT BREAK-OPEN-OUT-FILE.
0058va      MOVE "CLCWW144"             TO WS-LV-CHECK-FILE-ID.
0058vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0058vc      WRITE BANK-BREAK-OUT-RCD FROM LAYOUT-HEADER-RCD.
005870      OPEN OUTPUT BANK-RECON-RPT.
005880
005890      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
005900
005910      INITIALIZE WS-ACT-TOTALS-TBL.
005920
005930      OPEN INPUT BREAK-OPEN-IN-FILE.
0059va      PERFORM 1005-CHECK-BREAK-LAYOUT THRU 1005-EXIT.
005940      PERFORM 1100-LOAD-OPEN-BREAK THRU 1100-EXIT
005950          UNTIL WS-BRKI-EOF.
005960      CLOSE BREAK-OPEN-IN-FILE.
005970
005980  1000-EXIT.
005990      EXIT.
0059vb
0059vc* 1005-CHECK-BREAK-LAYOUT
0059vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0059ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0059vf*   READ SEES END OF FILE.
0059vg  1005-CHECK-BREAK-LAYOUT.
0059vh
0059vi      MOVE "CLCWW144"             TO WS-LV-CHECK-FILE-ID.
0059vj      MOVE "BRKOPNI"              TO WS-LV-CHECK-DDNAME.
0059vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0059vl      READ BREAK-OPEN-IN-FILE INTO LAYOUT-HEADER-RCD
0059vm          AT END
0059vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0059vo      END-READ.
0059vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0059vq
0059vr      IF WS-LV-FILE-EMPTY
0059vs          CLOSE BREAK-OPEN-IN-FILE
0059vt          OPEN INPUT BREAK-OPEN-IN-FILE
0059vu      END-IF.
0059vv
0059vw  1005-EXIT.
0059vx      EXIT.
006000
006010* 1080-LOAD-REF-TABLES
006020*   LOADS THE DISBURSEMENT ACCOUNTS AND BAI2 TYPE CODES FROM
006030*   THE CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES
006040*   IN FORCE ON THE RUN DATE.  A TABLE WITH NOTHING IN FORCE
006050*   ABENDS THE RUN RATHER THAN LET IT RUN WITHOUT ITS RULES.
006060  1080-LOAD-REF-TABLES.
006070
006080      MOVE "D"                    TO RL-ENTRY-FORMAT.
006090      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
006100
006110      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
006120      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
006130      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006140      PERFORM 8999-WRITE-SYSOUT.
006150
006160      MOVE "BACT"                 TO RL-TABLE-ID.
006170      MOVE WS-BACT-ENTRY-LEN      TO RL-ENTRY-LENGTH.
006180      MOVE WS-BACT-TBL-LIMIT      TO RL-ENTRY-LIMIT.
006190      CALL "CCCW9196" USING REF-LOAD-AREA
006200                            WS-BANK-ACCOUNT-TBL.
006210      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
006220      MOVE RL-ENTRY-COUNT         TO WS-BACT-TBL-MAX.
006230      MOVE RL-DROPPED             TO WS-BACT-DROPPED.
006240
006250      MOVE "BTYP"                 TO RL-TABLE-ID.
006260      MOVE WS-BTYP-ENTRY-LEN      TO RL-ENTRY-LENGTH.
006270      MOVE WS-BTYP-TBL-LIMIT      TO RL-ENTRY-LIMIT.
006280      CALL "CCCW9196" USING REF-LOAD-AREA
006290                            WS-BAI-TYPE-TBL.
006300      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
006310      MOVE RL-ENTRY-COUNT         TO WS-BTYP-TBL-MAX.
006320      MOVE RL-DROPPED             TO WS-BTYP-DROPPED.
006330
006340  1080-EXIT.
006350      EXIT.
006360
006370* 1085-CHECK-REF-LOAD
006380*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
006390*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
006400  1085-CHECK-REF-LOAD.
006410
006420      IF RL-TABLE-EMPTY
006430          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
006440          MOVE "REF01"               TO SAR-RETURN-CODE
006450          MOVE SPACES                TO SAR-DB-NAME
006460          MOVE SPACES                TO SAR-TABLE-NAME
006470          STRING "REFTBL " RL-TABLE-ID
006480              DELIMITED BY SIZE INTO SAR-TABLE-NAME
006490          MOVE SPACES                TO SAR-SQLCODE
006500          GO TO 9998-COREDUMP
006510      END-IF.
006520
006530      MOVE SPACES                 TO SCR-LITERAL.
006540      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
006550          DELIMITED BY SIZE INTO SCR-LITERAL.
006560      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
006570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006580      PERFORM 8999-WRITE-SYSOUT.
006590
006600  1085-EXIT.
006610      EXIT.
006620
006630* 1100-LOAD-OPEN-BREAK
006640*   ONE BREAK LEFT OPEN BY THE PRIOR RUN.  ITS ACCOUNT IS FOUND
006650*   AGAIN BY FINANCIAL LABEL SO IT PRINTS WITH TODAY'S BREAKS.
006660  1100-LOAD-OPEN-BREAK.
006670
006680      READ BREAK-OPEN-IN-FILE INTO BANK-BREAK-RCD
006690          AT END
006700              MOVE "Y" TO WS-BRKI-EOF-SW
006710              GO TO 1100-EXIT
006720      END-READ.
006730
006740      ADD 1 TO WS-OPEN-BREAKS-READ.
006750
006760      MOVE BK-ACCOUNT-NUM         TO WS-NB-ACCOUNT-NUM.
006770      MOVE BK-FIN-LABEL           TO WS-NB-FIN-LABEL.
006780      MOVE BK-CATEGORY            TO WS-NB-CATEGORY.
006790      MOVE BK-TYPE-CODE           TO WS-NB-TYPE-CODE.
006800      MOVE BK-BREAK-KIND          TO WS-NB-KIND.
006810      MOVE BK-REFERENCE           TO WS-NB-REFERENCE.
006820      MOVE BK-ORIGIN-DATE         TO WS-NB-ORIGIN-DATE.
006830      MOVE BK-AMOUNT              TO WS-NB-AMOUNT.
006840      MOVE BK-BANK-AMOUNT         TO WS-NB-BANK-AMOUNT.
006850      MOVE BK-BOOK-AMOUNT         TO WS-NB-BOOK-AMOUNT.
006860      MOVE "O"                    TO WS-NB-SOURCE.
006870      MOVE "N"                    TO WS-NB-CLEARED-SW.
006880      MOVE ZERO                   TO WS-NB-ACT-SUB.
006890
006900      IF BK-FIN-LABEL NOT = ZERO
006910          MOVE BK-FIN-LABEL       TO WS-ACT-SEARCH-LABEL
006920          PERFORM 2700-FIND-ACCOUNT-BY-LABEL THRU 2700-EXIT
006930          IF WS-ACCT-FOUND
006940              MOVE WS-ACT-MATCHED-SUB TO WS-NB-ACT-SUB
006950          END-IF
006960      END-IF.
006970
006980      PERFORM 6000-ADD-BREAK THRU 6000-EXIT.
006990
007000  1100-EXIT.
007010      EXIT.
007020
007030* 2000-READ-STATEMENT-HEAD
007040*   READS UP TO THE FIRST 02 GROUP HEADER FOR THE AS-OF DATE THE
007050*   BOOK SIDE IS SELECTED BY.  A FILE THAT DOES NOT OPEN WITH AN
007060*   01 HEADER, OR HAS NO GROUP, IS NOT A BAI2 STATEMENT.
007070  2000-READ-STATEMENT-HEAD.
007080
007090      PERFORM 2100-READ-BAI-RECORD THRU 2100-EXIT.
007100
007110      IF WS-BAI-EOF
007120          MOVE "2000-READ-STATEMENT-HEAD" TO SAR-PARAGRAPH
007130          MOVE "BAI01"               TO SAR-RETURN-CODE
007140          MOVE SPACES                TO SAR-DB-NAME
007150          MOVE "BAI2STMT NO GROUP"   TO SAR-TABLE-NAME
007160          MOVE SPACES                TO SAR-SQLCODE
007170          GO TO 9998-COREDUMP
007180      END-IF.
007190
007200      IF WS-BAI-READ = 1
007210          AND NOT BAI-FILE-HEADER
007220          MOVE "2000-READ-STATEMENT-HEAD" TO SAR-PARAGRAPH
007230          MOVE "BAI01"               TO SAR-RETURN-CODE
007240          MOVE SPACES                TO SAR-DB-NAME
007250          MOVE "BAI2STMT NO 01 HDR"  TO SAR-TABLE-NAME
007260          MOVE SPACES                TO SAR-SQLCODE
007270          GO TO 9998-COREDUMP
007280      END-IF.
007290
007300      IF BAI-GROUP-HEADER
007310          PERFORM 2150-SET-AS-OF-DATE THRU 2150-EXIT
007320          MOVE "Y" TO WS-GROUP-FOUND-SW
007330      END-IF.
007340
007350  2000-EXIT.
007360      EXIT.
007370
007380* 2100-READ-BAI-RECORD
007390*   READS ONE STATEMENT RECORD AND SEPARATES ITS FIELDS.
007400  2100-READ-BAI-RECORD.
007410
007420      READ BAI-STATEMENT-FILE
007430          AT END
007440              MOVE "Y" TO WS-BAI-EOF-SW
007450              GO TO 2100-EXIT
007460      END-READ.
007470
007480      ADD 1 TO WS-BAI-READ.
007490
007500      MOVE SPACES                 TO WS-BAI-FIELDS.
007510      MOVE ZERO                   TO WS-BAI-FIELD-COUNT.
007520      UNSTRING BAI-STATEMENT-RCD
007530          DELIMITED BY "," OR "/"
007540          INTO WS-BAI-FIELD (1)  WS-BAI-FIELD (2)
007550               WS-BAI-FIELD (3)  WS-BAI-FIELD (4)
007560               WS-BAI-FIELD (5)  WS-BAI-FIELD (6)
007570               WS-BAI-FIELD (7)  WS-BAI-FIELD (8)
007580               WS-BAI-FIELD (9)  WS-BAI-FIELD (10)
007590               WS-BAI-FIELD (11) WS-BAI-FIELD (12)
007600               WS-BAI-FIELD (13) WS-BAI-FIELD (14)
007610               WS-BAI-FIELD (15) WS-BAI-FIELD (16)
007620          TALLYING IN WS-BAI-FIELD-COUNT
007630      END-UNSTRING.
007640
007650  2100-EXIT.
007660      EXIT.
007670
007680* 2150-SET-AS-OF-DATE
007690*   THE 02 GROUP HEADER'S AS-OF DATE (FIELD 5, YYMMDD).  EVERY
007700*   GROUP ON THE FILE MUST BE FOR THE SAME DAY - A STATEMENT
007710*   MIXING DAYS CANNOT BE PROVED AGAINST ONE DAY'S BOOKS.
007720  2150-SET-AS-OF-DATE.
007730
007740      IF WS-BAI-FIELD (5) (1:6) NOT NUMERIC
007750          OR WS-BAI-FIELD (5) (7:1) NOT = SPACE
007760          MOVE "2150-SET-AS-OF-DATE" TO SAR-PARAGRAPH
007770          MOVE "BAI04"               TO SAR-RETURN-CODE
007780          MOVE SPACES                TO SAR-DB-NAME
007790          MOVE "BAI2STMT BAD AS-OF"  TO SAR-TABLE-NAME
007800          MOVE SPACES                TO SAR-SQLCODE
007810          GO TO 9998-COREDUMP
007820      END-IF.
007830
007840      MOVE 20                     TO WS-GROUP-CC.
007850      MOVE WS-BAI-FIELD (5) (1:6) TO WS-GROUP-YYMMDD.
007860
007870      IF WS-GROUP-MM < 01 OR WS-GROUP-MM > 12
007880          OR WS-GROUP-DD < 01 OR WS-GROUP-DD > 31
007890          MOVE "2150-SET-AS-OF-DATE" TO SAR-PARAGRAPH
007900          MOVE "BAI04"               TO SAR-RETURN-CODE
007910          MOVE SPACES                TO SAR-DB-NAME
007920          MOVE "BAI2STMT BAD AS-OF"  TO SAR-TABLE-NAME
007930          MOVE SPACES                TO SAR-SQLCODE
007940          GO TO 9998-COREDUMP
007950      END-IF.
007960
007970      IF WS-ASOF-DATE = ZERO
007980          MOVE WS-GROUP-DATE      TO WS-ASOF-DATE
007990      ELSE
008000          IF WS-GROUP-DATE NOT = WS-ASOF-DATE
008010              MOVE "2150-SET-AS-OF-DATE" TO SAR-PARAGRAPH
008020              MOVE "BAI04"               TO SAR-RETURN-CODE
008030              MOVE SPACES                TO SAR-DB-NAME
008040              MOVE "BAI2STMT MIXED DATES" TO SAR-TABLE-NAME
008050              MOVE SPACES                TO SAR-SQLCODE
008060              GO TO 9998-COREDUMP
008070          END-IF
008080      END-IF.
008090
008100  2150-EXIT.
008110      EXIT.
008120
008130  2200-WRITE-REPORT-HEAD.
008140
008150      MOVE WS-ASOF-DATE           TO RTL-ASOF-DATE.
008160      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
008170      MOVE WS-RPT-TITLE           TO BANK-RECON-RPT-RCD.
008180      WRITE BANK-RECON-RPT-RCD.
008190
008200      MOVE "STATEMENT AND BOOK EXCEPTIONS" TO SCL-TEXT.
008210      PERFORM 7900-WRITE-SECTION-HEAD THRU 7900-EXIT.
008220
008230      MOVE "STATEMENT AS-OF DATE:" TO SCR-LITERAL.
008240      MOVE WS-ASOF-DATE           TO SCR-COUNT.
008250      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008260      PERFORM 8999-WRITE-SYSOUT.
008270
008280  2200-EXIT.
008290      EXIT.
008300
008310* 2300-LOAD-PAID-ITEM
008320*   THE BANK'S PAID-ITEMS FEED FOR THE AS-OF DATE - THE BOOK
008330*   SIDE OF THE CHECKS PAID.  THE CHECK SERIAL IS HELD NUMERIC
008340*   SO LEADING ZEROS ON EITHER SIDE DO NOT STOP A MATCH.
008350  2300-LOAD-PAID-ITEM.
008360
008370      READ BANK-PAID-FILE
008380          AT END
008390              MOVE "Y" TO WS-PAID-EOF-SW
008400              GO TO 2300-EXIT
008410      END-READ.
008420
008430      ADD 1 TO WS-PAID-READ.
008440
008450      IF PD-PAID-DATE NOT = WS-ASOF-DATE
008460          ADD 1 TO WS-PAID-OTHER-DATE
008470          GO TO 2300-EXIT
008480      END-IF.
008490
008500      IF WS-PAID-COUNT NOT < WS-PAID-TABLE-MAX
008510          ADD 1 TO WS-PAID-DROPPED
008520          GO TO 2300-EXIT
008530      END-IF.
008540
008550      ADD 1 TO WS-PAID-COUNT.
008560      MOVE PD-ISSUING-BR-CODE     TO WS-PAID-BR-CODE
008570                                     (WS-PAID-COUNT).
008580      MOVE PD-ONSITE-CHK-NUM      TO WS-PAID-CHK-NUM
008590                                     (WS-PAID-COUNT).
008600      IF PD-ONSITE-CHK-NUM NUMERIC
008610          MOVE PD-ONSITE-CHK-NUM  TO WS-PAID-SERIAL
008620                                     (WS-PAID-COUNT)
008630      ELSE
008640          MOVE ZERO               TO WS-PAID-SERIAL
008650                                     (WS-PAID-COUNT)
008660      END-IF.
008670      MOVE PD-PAID-AMOUNT         TO WS-PAID-AMOUNT
008680                                     (WS-PAID-COUNT).
008690      MOVE "N"                    TO WS-PAID-MATCHED-SW
008700                                     (WS-PAID-COUNT).
008710
008720  2300-EXIT.
008730      EXIT.
008740
008750* 2400-LOAD-ACH-WIRE
008760*   ACH AND WIRE DISBURSEMENTS STAGED FOR THE AS-OF DATE, BY
008770*   THE ACCOUNT OF THEIR FINANCIAL LABEL.  HEADER/TRAILER
008780*   RECORDS, CHECKS AND 1099 CORRECTION/VOID RECORDS MOVE NO
008790*   MONEY AND ARE PASSED OVER.
008800  2400-LOAD-ACH-WIRE.
008810
008820      READ TEN99-STAGING-FILE
008830          AT END
008840              MOVE "Y" TO WS-STAGING-EOF-SW
008850              GO TO 2400-EXIT
008860      END-READ.
008870
008880      ADD 1 TO WS-STAGING-READ.
008890
008900      IF TEN99-RCD (1:10) = LOW-VALUES
008910          OR TEN99-RCD (1:10) = HIGH-VALUES
008920          GO TO 2400-EXIT
008930      END-IF.
008940
008950      IF NOT (TEN99-METHOD-ACH OR TEN99-METHOD-WIRE)
008960          OR NOT TEN99-ORIGINAL-RETURN
008970          OR TEN99-RUN-DATE-DATA NOT = WS-ASOF-DATE
008980          GO TO 2400-EXIT
008990      END-IF.
009000
009010      ADD 1 TO WS-STAGING-USED.
009020
009030      MOVE TEN99-FIN-LABEL-CODE-DATA TO WS-ACT-SEARCH-LABEL.
009040      PERFORM 2700-FIND-ACCOUNT-BY-LABEL THRU 2700-EXIT.
009050
009060      IF NOT WS-ACCT-FOUND
009070          ADD 1 TO WS-BOOK-UNMAPPED
009080          ADD TEN99-RPT-DISB-AMT-DATA TO WS-BOOK-UNMAPPED-AMT
009090          GO TO 2400-EXIT
009100      END-IF.
009110
009120      IF TEN99-METHOD-ACH
009130          MOVE 2 TO WS-CAT-SUB
009140      ELSE
009150          MOVE 3 TO WS-CAT-SUB
009160      END-IF.
009170
009180      ADD TEN99-RPT-DISB-AMT-DATA
009190          TO WS-ACT-BOOK-AMT (WS-ACT-MATCHED-SUB WS-CAT-SUB).
009200      ADD 1 TO WS-ACT-BOOK-CNT (WS-ACT-MATCHED-SUB WS-CAT-SUB).
009210
009220  2400-EXIT.
009230      EXIT.
009240
009250* 2500-LOAD-FUNDING
009260*   THE SAME-DAY FUNDING CCCW9100 ASKED TREASURY TO MOVE FOR THE
009270*   AS-OF DATE.  FLOAT-ELIGIBLE FUNDING FOLLOWS THE CHECKS AS
009280*   THEY CLEAR, SO IT IS TAKEN FROM THE BANK'S CHECKS PAID IN
009290*   4500-COMPARE-ACCOUNT INSTEAD.
009300  2500-LOAD-FUNDING.
009310
009320      READ FUND-EXTRACT-FILE
009330          AT END
009340              MOVE "Y" TO WS-FUND-EOF-SW
009350              GO TO 2500-EXIT
009360      END-READ.
009370
009380      ADD 1 TO WS-FUND-READ.
009390
009400      IF FE-RUN-DATE NOT = WS-ASOF-DATE
009410          OR NOT FE-SAME-DAY
009420          GO TO 2500-EXIT
009430      END-IF.
009440
009450      ADD 1 TO WS-FUND-USED.
009460
009470      MOVE FE-FIN-LABEL-CODE      TO WS-ACT-SEARCH-LABEL.
009480      PERFORM 2700-FIND-ACCOUNT-BY-LABEL THRU 2700-EXIT.
009490
009500      IF NOT WS-ACCT-FOUND
009510          ADD 1 TO WS-BOOK-UNMAPPED
009520          ADD FE-DISB-AMOUNT TO WS-BOOK-UNMAPPED-AMT
009530          GO TO 2500-EXIT
009540      END-IF.
009550
009560      ADD FE-DISB-AMOUNT
009570          TO WS-ACT-BOOK-AMT (WS-ACT-MATCHED-SUB 4).
009580      ADD 1 TO WS-ACT-BOOK-CNT (WS-ACT-MATCHED-SUB 4).
009590
009600  2500-EXIT.
009610      EXIT.
009620
009630  2600-NOTE-UNMAPPED-BOOK.
009640
009650      IF WS-BOOK-UNMAPPED = ZERO
009660          GO TO 2600-EXIT
009670      END-IF.
009680
009690      MOVE SPACES                 TO EXL-TEXT EXL-VALUE.
009700      MOVE "BOOK ITEMS WITH NO BACT ACCOUNT - ITEMS:" TO EXL-TEXT.
009710      MOVE WS-BOOK-UNMAPPED       TO TTL-COUNT.
009720      MOVE TTL-COUNT              TO EXL-VALUE.
009730      MOVE WS-BOOK-UNMAPPED-AMT   TO EXL-AMOUNT.
009740      PERFORM 6500-PRINT-EXCEPTION THRU 6500-EXIT.
009750
009760  2600-EXIT.
009770      EXIT.
009780
009790* 2700-FIND-ACCOUNT-BY-LABEL
009800*   SEARCHES THE BACT TABLE FOR THE FINANCIAL LABEL PRIMED BY
009810*   THE CALLER, CAPTURING THE MATCHED SUBSCRIPT.
009820  2700-FIND-ACCOUNT-BY-LABEL.
009830
009840      MOVE "N" TO WS-ACCT-FOUND-SW.
009850      MOVE ZERO TO WS-ACT-MATCHED-SUB.
009860
009870      PERFORM 2710-SEARCH-LABEL THRU 2710-EXIT
009880          VARYING WS-ACT-TBL-SUB FROM 1 BY 1
009890          UNTIL WS-ACT-TBL-SUB > WS-BACT-TBL-MAX
009900             OR WS-ACCT-FOUND.
009910
009920  2700-EXIT.
009930      EXIT.
009940
009950  2710-SEARCH-LABEL.
009960
009970      IF WS-ACT-SEARCH-LABEL = WS-BACT-FIN-LABEL (WS-ACT-TBL-SUB)
009980          MOVE "Y" TO WS-ACCT-FOUND-SW
009990          MOVE WS-ACT-TBL-SUB TO WS-ACT-MATCHED-SUB
010000      END-IF.
010010
010020  2710-EXIT.
010030      EXIT.
010040
010050* 2750-FIND-ACCOUNT-BY-NUMBER
010060*   SEARCHES THE BACT TABLE FOR THE BANK ACCOUNT NUMBER PRIMED
010070*   BY THE CALLER.
010080  2750-FIND-ACCOUNT-BY-NUMBER.
010090
010100      MOVE "N" TO WS-ACCT-FOUND-SW.
010110      MOVE ZERO TO WS-ACT-MATCHED-SUB.
010120
010130      PERFORM 2760-SEARCH-NUMBER THRU 2760-EXIT
010140          VARYING WS-ACT-TBL-SUB FROM 1 BY 1
010150          UNTIL WS-ACT-TBL-SUB > WS-BACT-TBL-MAX
010160             OR WS-ACCT-FOUND.
010170
010180  2750-EXIT.
010190      EXIT.
010200
010210  2760-SEARCH-NUMBER.
010220
010230      IF WS-ACT-SEARCH-NUM = WS-BACT-ACCOUNT-NUM (WS-ACT-TBL-SUB)
010240          MOVE "Y" TO WS-ACCT-FOUND-SW
010250          MOVE WS-ACT-TBL-SUB TO WS-ACT-MATCHED-SUB
010260      END-IF.
010270
010280  2760-EXIT.
010290      EXIT.
010300
010310* 2800-FIND-TYPE-CODE
010320*   SEARCHES THE BTYP TABLE FOR WS-BAI-TYPE-CODE.
010330  2800-FIND-TYPE-CODE.
010340
010350      MOVE "N" TO WS-TYPE-FOUND-SW.
010360      MOVE ZERO TO WS-BTYP-MATCHED-SUB.
010370
010380      PERFORM 2810-SEARCH-TYPE-CODE THRU 2810-EXIT
010390          VARYING WS-BTYP-TBL-SUB FROM 1 BY 1
010400          UNTIL WS-BTYP-TBL-SUB > WS-BTYP-TBL-MAX
010410             OR WS-TYPE-FOUND.
010420
010430  2800-EXIT.
010440      EXIT.
010450
010460  2810-SEARCH-TYPE-CODE.
010470
010480      IF WS-BAI-TYPE-CODE = WS-BTYP-CODE (WS-BTYP-TBL-SUB)
010490          MOVE "Y" TO WS-TYPE-FOUND-SW
010500          MOVE WS-BTYP-TBL-SUB TO WS-BTYP-MATCHED-SUB
010510      END-IF.
010520
010530  2810-EXIT.
010540      EXIT.
010550
010560* 2850-FIND-PAID-ITEM
010570*   SEARCHES THE PAID-ITEMS TABLE FOR AN ITEM NOT YET MATCHED
010580*   WITH THE CHECK SERIAL PRIMED BY THE CALLER.
010590  2850-FIND-PAID-ITEM.
010600
010610      MOVE "N" TO WS-PAID-FOUND-SW.
010620      MOVE ZERO TO WS-PAID-MATCHED-SUB.
010630
010640      PERFORM 2860-SEARCH-PAID-ITEM THRU 2860-EXIT
010650          VARYING WS-PAID-TBL-SUB FROM 1 BY 1
010660          UNTIL WS-PAID-TBL-SUB > WS-PAID-COUNT
010670             OR WS-PAID-FOUND.
010680
010690  2850-EXIT.
010700      EXIT.
010710
010720  2860-SEARCH-PAID-ITEM.
010730
010740      IF WS-PAID-SEARCH-SERIAL = WS-PAID-SERIAL (WS-PAID-TBL-SUB)
010750          AND WS-PAID-MATCHED-SW (WS-PAID-TBL-SUB) = "N"
010760          MOVE "Y" TO WS-PAID-FOUND-SW
010770          MOVE WS-PAID-TBL-SUB TO WS-PAID-MATCHED-SUB
010780      END-IF.
010790
010800  2860-EXIT.
010810      EXIT.
010820
010830* 2900-NOTE-ACTIVITY
010840*   ADDS THE DETAIL TO THE BANK ACTIVITY FOR ITS ACCOUNT AND
010850*   TYPE CODE, STARTING A NEW ENTRY THE FIRST TIME THE PAIR IS
010860*   SEEN.
010870  2900-NOTE-ACTIVITY.
010880
010890      MOVE "N" TO WS-ATC-FOUND-SW.
010900      MOVE ZERO TO WS-ATC-MATCHED-SUB.
010910
010920      PERFORM 2910-SEARCH-ACTIVITY THRU 2910-EXIT
010930          VARYING WS-ATC-TBL-SUB FROM 1 BY 1
010940          UNTIL WS-ATC-TBL-SUB > WS-ATC-COUNT
010950             OR WS-ATC-FOUND.
010960
010970      IF NOT WS-ATC-FOUND
010980          IF WS-ATC-COUNT NOT < WS-ATC-TABLE-MAX
010990              ADD 1 TO WS-ATC-DROPPED
011000              GO TO 2900-EXIT
011010          END-IF
011020          ADD 1 TO WS-ATC-COUNT
011030          MOVE WS-ATC-COUNT       TO WS-ATC-MATCHED-SUB
011040          MOVE WS-CUR-ACT-SUB     TO WS-ATC-ACT-SUB
011050                                     (WS-ATC-MATCHED-SUB)
011060          MOVE WS-BAI-TYPE-CODE   TO WS-ATC-TYPE-CODE
011070                                     (WS-ATC-MATCHED-SUB)
011080          MOVE WS-BTYP-MATCHED-SUB TO WS-ATC-BTYP-SUB
011090                                     (WS-ATC-MATCHED-SUB)
011100          MOVE ZERO               TO WS-ATC-ITEMS
011110                                     (WS-ATC-MATCHED-SUB)
011120          MOVE ZERO               TO WS-ATC-AMOUNT
011130                                     (WS-ATC-MATCHED-SUB)
011140      END-IF.
011150
011160      ADD 1 TO WS-ATC-ITEMS (WS-ATC-MATCHED-SUB).
011170      ADD WS-BAI-AMOUNT TO WS-ATC-AMOUNT (WS-ATC-MATCHED-SUB).
011180
011190  2900-EXIT.
011200      EXIT.
011210
011220  2910-SEARCH-ACTIVITY.
011230
011240      IF WS-CUR-ACT-SUB = WS-ATC-ACT-SUB (WS-ATC-TBL-SUB)
011250          AND WS-BAI-TYPE-CODE = WS-ATC-TYPE-CODE (WS-ATC-TBL-SUB)
011260          MOVE "Y" TO WS-ATC-FOUND-SW
011270          MOVE WS-ATC-TBL-SUB TO WS-ATC-MATCHED-SUB
011280      END-IF.
011290
011300  2910-EXIT.
011310      EXIT.
011320
011330* 3000-PROCESS-STATEMENT
011340*   THE REST OF THE STATEMENT.  03 OPENS AN ACCOUNT, 16 IS ONE
011350*   TRANSACTION, 49 CLOSES THE ACCOUNT AND 99 ENDS THE FILE.
011360*   88 CONTINUATIONS CARRY ONLY TEXT AND ARE PASSED OVER.
011370  3000-PROCESS-STATEMENT.
011380
011390      PERFORM 2100-READ-BAI-RECORD THRU 2100-EXIT.
011400
011410      IF WS-BAI-EOF
011420          GO TO 3000-EXIT
011430      END-IF.
011440
011450      EVALUATE TRUE
011460          WHEN BAI-GROUP-HEADER
011470              PERFORM 2150-SET-AS-OF-DATE THRU 2150-EXIT
011480          WHEN BAI-ACCOUNT-HEADER
011490              PERFORM 3100-START-ACCOUNT THRU 3100-EXIT
011500          WHEN BAI-TRAN-DETAIL
011510              PERFORM 3200-TRAN-DETAIL THRU 3200-EXIT
011520          WHEN BAI-ACCOUNT-TRAILER
011530              MOVE ZERO            TO WS-CUR-ACT-SUB
011540              MOVE SPACES          TO WS-CUR-ACCOUNT-NUM
011550          WHEN BAI-FILE-TRAILER
011560              MOVE "Y"             TO WS-TRAILER-FOUND-SW
011570              MOVE ZERO            TO WS-BAI-TRAILER-RECORDS
011580              UNSTRING WS-BAI-FIELD (4) DELIMITED BY SPACE
011590                  INTO WS-BAI-TRAILER-RECORDS
011600              END-UNSTRING
011610          WHEN OTHER
011620              CONTINUE
011630      END-EVALUATE.
011640
011650  3000-EXIT.
011660      EXIT.
011670
011680* 3100-START-ACCOUNT
011690*   AN ACCOUNT NOT ON THE BACT TABLE CANNOT BE RECONCILED - IT
011700*   IS REPORTED AND ITS DETAIL IS PASSED OVER.
011710  3100-START-ACCOUNT.
011720
011730      ADD 1 TO WS-BAI-ACCOUNTS.
011740      MOVE WS-BAI-FIELD (2)       TO WS-CUR-ACCOUNT-NUM.
011750      MOVE WS-CUR-ACCOUNT-NUM     TO WS-ACT-SEARCH-NUM.
011760      PERFORM 2750-FIND-ACCOUNT-BY-NUMBER THRU 2750-EXIT.
011770
011780      IF WS-ACCT-FOUND
011790          MOVE WS-ACT-MATCHED-SUB TO WS-CUR-ACT-SUB
011800          MOVE "Y"                TO WS-ACT-ON-STMT-SW
011810                                     (WS-CUR-ACT-SUB)
011820          GO TO 3100-EXIT
011830      END-IF.
011840
011850      MOVE ZERO                   TO WS-CUR-ACT-SUB.
011860      ADD 1 TO WS-UNKNOWN-ACCOUNTS.
011870      MOVE SPACES                 TO EXL-TEXT EXL-VALUE.
011880      MOVE "STATEMENT ACCOUNT NOT ON THE BACT TABLE" TO EXL-TEXT.
011890      MOVE WS-CUR-ACCOUNT-NUM     TO EXL-VALUE.
011900      MOVE ZERO                   TO EXL-AMOUNT.
011910      PERFORM 6500-PRINT-EXCEPTION THRU 6500-EXIT.
011920
011930  3100-EXIT.
011940      EXIT.
011950
011960* 3200-TRAN-DETAIL
011970*   ONE 16 RECORD: TYPE CODE (FIELD 2), AMOUNT IN CENTS (FIELD
011980*   3), FUNDS TYPE (FIELD 4), THEN THE REFERENCES.  THE BANK
011990*   TOTAL FOR THE ACCOUNT AND CATEGORY IS KEPT FOR EVERY TYPE
012000*   CODE WE RECONCILE; A CHECK PAID IS ALSO MATCHED ITEM BY ITEM.
012010  3200-TRAN-DETAIL.
012020
012030      ADD 1 TO WS-BAI-DETAILS.
012040
012050      IF WS-CUR-ACT-SUB = ZERO
012060          ADD 1 TO WS-BAI-SKIPPED
012070          GO TO 3200-EXIT
012080      END-IF.
012090
012100      MOVE WS-BAI-FIELD (2) (1:3) TO WS-BAI-TYPE-CODE.
012110
012120      MOVE SPACES                 TO WS-BAI-WORK-TEXT.
012130      MOVE ZERO                   TO WS-BAI-WORK-LEN.
012140      UNSTRING WS-BAI-FIELD (3) DELIMITED BY SPACE
012150          INTO WS-BAI-WORK-TEXT COUNT IN WS-BAI-WORK-LEN
012160      END-UNSTRING.
012170
012180      IF WS-BAI-WORK-LEN = ZERO
012190          OR WS-BAI-WORK-LEN > 15
012200          OR WS-BAI-WORK-TEXT (1:WS-BAI-WORK-LEN) NOT NUMERIC
012210          ADD 1 TO WS-BAI-SKIPPED
012220          MOVE SPACES             TO EXL-TEXT EXL-VALUE
012230          MOVE "DETAIL AMOUNT NOT NUMERIC - ACCT/TYPE" TO EXL-TEXT
012240          STRING WS-CUR-ACCOUNT-NUM " " WS-BAI-TYPE-CODE
012250              DELIMITED BY SIZE INTO EXL-VALUE
012260          MOVE ZERO               TO EXL-AMOUNT
012270          PERFORM 6500-PRINT-EXCEPTION THRU 6500-EXIT
012280          GO TO 3200-EXIT
012290      END-IF.
012300
012310      MOVE WS-BAI-WORK-TEXT (1:WS-BAI-WORK-LEN) TO WS-BAI-CENTS.
012320
012330      PERFORM 2800-FIND-TYPE-CODE THRU 2800-EXIT.
012340
012350      IF NOT WS-TYPE-FOUND
012360          ADD 1 TO WS-UNKNOWN-TYPES
012370          MOVE SPACES             TO EXL-TEXT EXL-VALUE
012380          MOVE "TYPE CODE NOT ON THE BTYP TABLE - ACCT/TYPE"
012390                                  TO EXL-TEXT
012400          STRING WS-CUR-ACCOUNT-NUM " " WS-BAI-TYPE-CODE
012410              DELIMITED BY SIZE INTO EXL-VALUE
012420          MOVE WS-BAI-AMOUNT      TO EXL-AMOUNT
012430          PERFORM 6500-PRINT-EXCEPTION THRU 6500-EXIT
012440          GO TO 3200-EXIT
012450      END-IF.
012460
012470      PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT.
012480
012490      IF WS-BTYP-IGNORED (WS-BTYP-MATCHED-SUB)
012500          ADD 1 TO WS-BAI-IGNORED
012510          GO TO 3200-EXIT
012520      END-IF.
012530
012540      MOVE WS-BTYP-CATEGORY (WS-BTYP-MATCHED-SUB)
012550                                  TO WS-CUR-CATEGORY.
012560      PERFORM 2950-SET-CATEGORY-SUB THRU 2950-EXIT.
012570
012580      ADD WS-BAI-AMOUNT TO WS-ACT-BANK-AMT
012590                           (WS-CUR-ACT-SUB WS-CAT-SUB).
012600      ADD 1 TO WS-ACT-BANK-CNT (WS-CUR-ACT-SUB WS-CAT-SUB).
012610      IF WS-ACT-TYPE-CODE (WS-CUR-ACT-SUB WS-CAT-SUB) = SPACES
012620          MOVE WS-BAI-TYPE-CODE TO WS-ACT-TYPE-CODE
012630                                   (WS-CUR-ACT-SUB WS-CAT-SUB)
012640      END-IF.
012650
012660      IF WS-CUR-CATEGORY = "C"
012670          PERFORM 3300-MATCH-CHECK-PAID THRU 3300-EXIT
012680      END-IF.
012690
012700  3200-EXIT.
012710      EXIT.
012720
012730* 2950-SET-CATEGORY-SUB
012740*   THE WS-CATEGORY-CODE OCCURRENCE OF WS-CUR-CATEGORY.
012750  2950-SET-CATEGORY-SUB.
012760
012770      EVALUATE WS-CUR-CATEGORY
012780          WHEN "C"
012790              MOVE 1 TO WS-CAT-SUB
012800          WHEN "A"
012810              MOVE 2 TO WS-CAT-SUB
012820          WHEN "W"
012830              MOVE 3 TO WS-CAT-SUB
012840          WHEN OTHER
012850              MOVE 4 TO WS-CAT-SUB
012860      END-EVALUATE.
012870
012880  2950-EXIT.
012890      EXIT.
012900
012910* 3250-SET-REFERENCE
012920*   THE CUSTOMER REFERENCE FOLLOWS THE BANK REFERENCE, WHOSE
012930*   PLACE DEPENDS ON THE FUNDS TYPE: S CARRIES THREE
012940*   AVAILABILITY AMOUNTS, V A VALUE DATE AND TIME, AND D A
012950*   COUNT OF AMOUNT/DAYS PAIRS.  A REFERENCE THAT RUNS ONTO AN
012960*   88 CONTINUATION IS NOT SEEN AND THE ITEM BREAKS AS BD.
012970  3250-SET-REFERENCE.
012980
012990      MOVE WS-BAI-FIELD (4) (1:1) TO WS-BAI-FUNDS-TYPE.
013000
013010      EVALUATE WS-BAI-FUNDS-TYPE
013020          WHEN "S"
013030              MOVE 9 TO WS-BAI-REF-SUB
013040          WHEN "V"
013050              MOVE 8 TO WS-BAI-REF-SUB
013060          WHEN "D"
013070              IF WS-BAI-FIELD (5) (1:1) NUMERIC
013080                  AND WS-BAI-FIELD (5) (2:1) = SPACE
013090                  MOVE WS-BAI-FIELD (5) (1:1) TO WS-BAI-DIST-COUNT
013100                  COMPUTE WS-BAI-REF-SUB =
013110                      7 + (2 * WS-BAI-DIST-COUNT)
013120              ELSE
013130                  MOVE ZERO TO WS-BAI-REF-SUB
013140              END-IF
013150          WHEN OTHER
013160              MOVE 6 TO WS-BAI-REF-SUB
013170      END-EVALUATE.
013180
013190      MOVE SPACES                 TO WS-BAI-REFERENCE.
013200      MOVE ZERO                   TO WS-BAI-SERIAL.
013210
013220      IF WS-BAI-REF-SUB = ZERO
013230          OR WS-BAI-REF-SUB > 16
013240          OR WS-BAI-REF-SUB > WS-BAI-FIELD-COUNT
013250          GO TO 3250-EXIT
013260      END-IF.
013270
013280      MOVE SPACES                 TO WS-BAI-WORK-TEXT.
013290      MOVE ZERO                   TO WS-BAI-WORK-LEN.
013300      UNSTRING WS-BAI-FIELD (WS-BAI-REF-SUB) DELIMITED BY SPACE
013310          INTO WS-BAI-WORK-TEXT COUNT IN WS-BAI-WORK-LEN
013320      END-UNSTRING.
013330
013340      MOVE WS-BAI-WORK-TEXT       TO WS-BAI-REFERENCE.
013350
013360      IF WS-BAI-WORK-LEN > ZERO
013370          AND WS-BAI-WORK-LEN NOT > 10
013380          IF WS-BAI-WORK-TEXT (1:WS-BAI-WORK-LEN) NUMERIC
013390              MOVE WS-BAI-WORK-TEXT (1:WS-BAI-WORK-LEN)
013400                                  TO WS-BAI-SERIAL
013410          END-IF
013420      END-IF.
013430
013440  3250-EXIT.
013450      EXIT.
013460
013470* 3300-MATCH-CHECK-PAID
013480*   A CHECK THE BANK PAID SHOULD BE ON THE PAID-ITEMS FEED FOR
013490*   THE SAME AMOUNT.  THE FEED AMOUNT OF A MATCHED ITEM IS THE
013500*   BOOK SIDE OF THE ACCOUNT'S CHECKS PAID.  THE BREAK
013510*   REFERENCE IS THE SERIAL IN TEN DIGITS SO IT MEETS THE SAME
013520*   CHECK FROM THE FEED SIDE ON A LATER DAY.
013530  3300-MATCH-CHECK-PAID.
013540
013550      PERFORM 3250-SET-REFERENCE THRU 3250-EXIT.
013560
013570      MOVE WS-CUR-ACT-SUB         TO WS-NB-ACT-SUB.
013580      PERFORM 6050-PRIME-BREAK THRU 6050-EXIT.
013590      MOVE "C"                    TO WS-NB-CATEGORY.
013600      MOVE WS-BAI-TYPE-CODE       TO WS-NB-TYPE-CODE.
013610      MOVE WS-BAI-AMOUNT          TO WS-NB-BANK-AMOUNT.
013620
013630      IF WS-BAI-SERIAL = ZERO
013640          MOVE WS-BAI-REFERENCE   TO WS-NB-REFERENCE
013650          MOVE "BD"               TO WS-NB-KIND
013660          PERFORM 6100-NEW-BREAK THRU 6100-EXIT
013670          GO TO 3300-EXIT
013680      END-IF.
013690
013700      MOVE WS-BAI-SERIAL          TO WS-NB-REFERENCE.
013710      MOVE WS-BAI-SERIAL          TO WS-PAID-SEARCH-SERIAL.
013720      PERFORM 2850-FIND-PAID-ITEM THRU 2850-EXIT.
013730
013740      IF NOT WS-PAID-FOUND
013750          MOVE "BD"               TO WS-NB-KIND
013760          PERFORM 6100-NEW-BREAK THRU 6100-EXIT
013770          GO TO 3300-EXIT
013780      END-IF.
013790
013800      MOVE "Y"                    TO WS-PAID-MATCHED-SW
013810                                     (WS-PAID-MATCHED-SUB).
013820      ADD 1 TO WS-PAID-MATCHED.
013830      ADD WS-PAID-AMOUNT (WS-PAID-MATCHED-SUB)
013840                           TO WS-ACT-BOOK-AMT (WS-CUR-ACT-SUB 1).
013850      ADD 1 TO WS-ACT-BOOK-CNT (WS-CUR-ACT-SUB 1).
013860
013870      IF WS-PAID-AMOUNT (WS-PAID-MATCHED-SUB) NOT = WS-BAI-AMOUNT
013880          MOVE WS-PAID-AMOUNT (WS-PAID-MATCHED-SUB)
013890                                  TO WS-NB-BOOK-AMOUNT
013900          MOVE "AM"               TO WS-NB-KIND
013910          PERFORM 6100-NEW-BREAK THRU 6100-EXIT
013920      END-IF.
013930
013940  3300-EXIT.
013950      EXIT.
013960
013970* 3900-CHECK-STATEMENT-END
013980*   A STATEMENT WITHOUT ITS 99 TRAILER, OR WHOSE TRAILER RECORD
013990*   COUNT DISAGREES WITH WHAT WAS READ, DID NOT ARRIVE WHOLE.
014000  3900-CHECK-STATEMENT-END.
014010
014020      IF NOT WS-TRAILER-FOUND
014030          MOVE "3900-CHECK-STATEMENT-END" TO SAR-PARAGRAPH
014040          MOVE "BAI02"               TO SAR-RETURN-CODE
014050          MOVE SPACES                TO SAR-DB-NAME
014060          MOVE "BAI2STMT NO 99 TRLR" TO SAR-TABLE-NAME
014070          MOVE SPACES                TO SAR-SQLCODE
014080          GO TO 9998-COREDUMP
014090      END-IF.
014100
014110      IF WS-BAI-TRAILER-RECORDS NOT = WS-BAI-READ
014120          MOVE "3900-CHECK-STATEMENT-END" TO SAR-PARAGRAPH
014130          MOVE "BAI03"               TO SAR-RETURN-CODE
014140          MOVE SPACES                TO SAR-DB-NAME
014150          MOVE "BAI2STMT REC COUNT"  TO SAR-TABLE-NAME
014160          MOVE SPACES                TO SAR-SQLCODE
014170          GO TO 9998-COREDUMP
014180      END-IF.
014190
014200  3900-EXIT.
014210      EXIT.
014220
014230* 4000-UNMATCHED-PAID
014240*   A FEED ITEM NO CHECK ON THE STATEMENT MATCHED.  THE FEED
014250*   CARRIES NO ACCOUNT, SO THE BREAK HAS NONE.
014260  4000-UNMATCHED-PAID.
014270
014280      IF WS-PAID-MATCHED-SW (WS-PAID-TBL-SUB) = "Y"
014290          GO TO 4000-EXIT
014300      END-IF.
014310
014320      ADD 1 TO WS-PAID-UNMATCHED.
014330      ADD WS-PAID-AMOUNT (WS-PAID-TBL-SUB)
014340                                  TO WS-PAID-UNMATCHED-AMT.
014350
014360      MOVE ZERO                   TO WS-NB-ACT-SUB.
014370      PERFORM 6050-PRIME-BREAK THRU 6050-EXIT.
014380      MOVE "C"                    TO WS-NB-CATEGORY.
014390      MOVE "BI"                   TO WS-NB-KIND.
014400      IF WS-PAID-SERIAL (WS-PAID-TBL-SUB) = ZERO
014410          MOVE WS-PAID-CHK-NUM (WS-PAID-TBL-SUB)
014420                                  TO WS-NB-REFERENCE
014430      ELSE
014440          MOVE WS-PAID-SERIAL (WS-PAID-TBL-SUB)
014450                                  TO WS-NB-REFERENCE
014460      END-IF.
014470      MOVE WS-PAID-AMOUNT (WS-PAID-TBL-SUB) TO WS-NB-BOOK-AMOUNT.
014480      PERFORM 6100-NEW-BREAK THRU 6100-EXIT.
014490
014500  4000-EXIT.
014510      EXIT.
014520
014530* 4500-COMPARE-ACCOUNT
014540*   ONE BACT ACCOUNT'S ACH, WIRE AND FUNDING TOTALS, BANK
014550*   AGAINST BOOK.  EXPECTED FUNDING IS THE SAME-DAY EXTRACT PLUS
014560*   THE CHECKS THE BANK PAID; AN ACCOUNT WITH NO FUNDING ON
014570*   EITHER SIDE IS NOT FUNDED BY TRANSFER AND IS NOT COMPARED.
014580  4500-COMPARE-ACCOUNT.
014590
014600      ADD WS-ACT-BANK-AMT (WS-ACT-SUB 1)
014610                           TO WS-ACT-BOOK-AMT (WS-ACT-SUB 4).
014620
014630      PERFORM 4510-COMPARE-CATEGORY THRU 4510-EXIT
014640          VARYING WS-CAT-SUB FROM 2 BY 1
014650          UNTIL WS-CAT-SUB > 4.
014660
014670  4500-EXIT.
014680      EXIT.
014690
014700  4510-COMPARE-CATEGORY.
014710
014720      IF WS-ACT-BANK-AMT (WS-ACT-SUB WS-CAT-SUB)
014730              = WS-ACT-BOOK-AMT (WS-ACT-SUB WS-CAT-SUB)
014740          GO TO 4510-EXIT
014750      END-IF.
014760
014770      IF WS-CAT-SUB = 4
014780          AND WS-ACT-BANK-CNT (WS-ACT-SUB 4) = ZERO
014790          AND WS-ACT-BOOK-CNT (WS-ACT-SUB 4) = ZERO
014800          GO TO 4510-EXIT
014810      END-IF.
014820
014830      MOVE WS-ACT-SUB             TO WS-NB-ACT-SUB.
014840      PERFORM 6050-PRIME-BREAK THRU 6050-EXIT.
014850      MOVE WS-CATEGORY-CODE (WS-CAT-SUB) TO WS-NB-CATEGORY.
014860      MOVE WS-ACT-TYPE-CODE (WS-ACT-SUB WS-CAT-SUB)
014870                                  TO WS-NB-TYPE-CODE.
014880      MOVE "TD"                   TO WS-NB-KIND.
014890      MOVE WS-ACT-BANK-AMT (WS-ACT-SUB WS-CAT-SUB)
014900                                  TO WS-NB-BANK-AMOUNT.
014910      MOVE WS-ACT-BOOK-AMT (WS-ACT-SUB WS-CAT-SUB)
014920                                  TO WS-NB-BOOK-AMOUNT.
014930      PERFORM 6100-NEW-BREAK THRU 6100-EXIT.
014940
014950  4510-EXIT.
014960      EXIT.
014970
014980* 5000-CLEAR-BREAKS
014990*   A NEW BREAK THAT EXACTLY OFFSETS AN OPEN ONE EXPLAINS IT -
015000*   A CHECK ON YESTERDAY'S FEED THE BANK POSTS TODAY, AN ACH
015010*   BATCH THAT SETTLED A DAY LATE.  ITEM BREAKS CLEAR ONE FOR
015020*   ONE ON CATEGORY AND REFERENCE; TOTAL BREAKS CLEAR WHEN ALL
015030*   THOSE OPEN FOR THE ACCOUNT AND CATEGORY NET TO ZERO.
015040  5000-CLEAR-BREAKS.
015050
015060      PERFORM 5100-CLEAR-ITEM-BREAK THRU 5100-EXIT
015070          VARYING WS-BRK-TBL-SUB FROM 1 BY 1
015080          UNTIL WS-BRK-TBL-SUB > WS-BRK-COUNT.
015090
015100      PERFORM 5200-CLEAR-TOTAL-BREAK THRU 5200-EXIT
015110          VARYING WS-BRK-TBL-SUB FROM 1 BY 1
015120          UNTIL WS-BRK-TBL-SUB > WS-BRK-COUNT.
015130
015140  5000-EXIT.
015150      EXIT.
015160
015170  5100-CLEAR-ITEM-BREAK.
015180
015190      IF WS-BRK-SOURCE (WS-BRK-TBL-SUB) NOT = "N"
015200          OR WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) = "Y"
015210          OR WS-BRK-KIND (WS-BRK-TBL-SUB) = "TD"
015220          OR WS-BRK-REFERENCE (WS-BRK-TBL-SUB) = SPACES
015230          GO TO 5100-EXIT
015240      END-IF.
015250
015260      MOVE "N" TO WS-BRK-FOUND-SW.
015270      PERFORM 5110-SEARCH-OFFSET THRU 5110-EXIT
015280          VARYING WS-BRK-SUB2 FROM 1 BY 1
015290          UNTIL WS-BRK-SUB2 > WS-BRK-COUNT
015300             OR WS-BRK-FOUND.
015310
015320  5100-EXIT.
015330      EXIT.
015340
015350  5110-SEARCH-OFFSET.
015360
015370      IF WS-BRK-SOURCE (WS-BRK-SUB2) = "O"
015380          AND WS-BRK-CLEARED-SW (WS-BRK-SUB2) = "N"
015390          AND WS-BRK-KIND (WS-BRK-SUB2) NOT = "TD"
015400          AND WS-BRK-CATEGORY (WS-BRK-SUB2)
015410                  = WS-BRK-CATEGORY (WS-BRK-TBL-SUB)
015420          AND WS-BRK-REFERENCE (WS-BRK-SUB2)
015430                  = WS-BRK-REFERENCE (WS-BRK-TBL-SUB)
015440          AND WS-BRK-AMOUNT (WS-BRK-SUB2)
015450                  + WS-BRK-AMOUNT (WS-BRK-TBL-SUB) = ZERO
015460          MOVE "Y" TO WS-BRK-FOUND-SW
015470          MOVE "Y" TO WS-BRK-CLEARED-SW (WS-BRK-SUB2)
015480          MOVE "Y" TO WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB)
015490          ADD 2 TO WS-BREAKS-CLEARED
015500      END-IF.
015510
015520  5110-EXIT.
015530      EXIT.
015540
015550  5200-CLEAR-TOTAL-BREAK.
015560
015570      IF WS-BRK-SOURCE (WS-BRK-TBL-SUB) NOT = "N"
015580          OR WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) = "Y"
015590          OR WS-BRK-KIND (WS-BRK-TBL-SUB) NOT = "TD"
015600          GO TO 5200-EXIT
015610      END-IF.
015620
015630      MOVE WS-BRK-AMOUNT (WS-BRK-TBL-SUB) TO WS-BRK-NET.
015640      MOVE ZERO                   TO WS-BRK-OFFSETS.
015650      PERFORM 5210-NET-TOTAL-BREAK THRU 5210-EXIT
015660          VARYING WS-BRK-SUB2 FROM 1 BY 1
015670          UNTIL WS-BRK-SUB2 > WS-BRK-COUNT.
015680
015690      IF WS-BRK-NET NOT = ZERO
015700          OR WS-BRK-OFFSETS = ZERO
015710          GO TO 5200-EXIT
015720      END-IF.
015730
015740      PERFORM 5220-CLEAR-TOTAL-SET THRU 5220-EXIT
015750          VARYING WS-BRK-SUB2 FROM 1 BY 1
015760          UNTIL WS-BRK-SUB2 > WS-BRK-COUNT.
015770      MOVE "Y" TO WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB).
015780      ADD 1 TO WS-BREAKS-CLEARED.
015790
015800  5200-EXIT.
015810      EXIT.
015820
015830  5210-NET-TOTAL-BREAK.
015840
015850      IF WS-BRK-SUB2 NOT = WS-BRK-TBL-SUB
015860          AND WS-BRK-SOURCE (WS-BRK-SUB2) = "O"
015870          AND WS-BRK-CLEARED-SW (WS-BRK-SUB2) = "N"
015880          AND WS-BRK-KIND (WS-BRK-SUB2) = "TD"
015890          AND WS-BRK-FIN-LABEL (WS-BRK-SUB2)
015900                  = WS-BRK-FIN-LABEL (WS-BRK-TBL-SUB)
015910          AND WS-BRK-CATEGORY (WS-BRK-SUB2)
015920                  = WS-BRK-CATEGORY (WS-BRK-TBL-SUB)
015930          ADD WS-BRK-AMOUNT (WS-BRK-SUB2) TO WS-BRK-NET
015940          ADD 1 TO WS-BRK-OFFSETS
015950      END-IF.
015960
015970  5210-EXIT.
015980      EXIT.
015990
016000  5220-CLEAR-TOTAL-SET.
016010
016020      IF WS-BRK-SUB2 NOT = WS-BRK-TBL-SUB
016030          AND WS-BRK-SOURCE (WS-BRK-SUB2) = "O"
016040          AND WS-BRK-CLEARED-SW (WS-BRK-SUB2) = "N"
016050          AND WS-BRK-KIND (WS-BRK-SUB2) = "TD"
016060          AND WS-BRK-FIN-LABEL (WS-BRK-SUB2)
016070                  = WS-BRK-FIN-LABEL (WS-BRK-TBL-SUB)
016080          AND WS-BRK-CATEGORY (WS-BRK-SUB2)
016090                  = WS-BRK-CATEGORY (WS-BRK-TBL-SUB)
016100          MOVE "Y" TO WS-BRK-CLEARED-SW (WS-BRK-SUB2)
016110          ADD 1 TO WS-BREAKS-CLEARED
016120      END-IF.
016130
016140  5220-EXIT.
016150      EXIT.
016160
016170* 6000-ADD-BREAK
016180*   ADDS WS-NEW-BREAK TO THE BREAK TABLE.
016190  6000-ADD-BREAK.
016200
016210      IF WS-BRK-COUNT NOT < WS-BRK-TABLE-MAX
016220          ADD 1 TO WS-BRK-DROPPED
016230          GO TO 6000-EXIT
016240      END-IF.
016250
016260      ADD 1 TO WS-BRK-COUNT.
016270      MOVE WS-NEW-BREAK           TO WS-BRK-ENTRY (WS-BRK-COUNT).
016280
016290  6000-EXIT.
016300      EXIT.
016310
016320* 6050-PRIME-BREAK
016330*   CLEARS WS-NEW-BREAK AND FILLS IN THE ACCOUNT OF THE BACT
016340*   ENTRY IN WS-NB-ACT-SUB (NONE WHEN ZERO).
016350  6050-PRIME-BREAK.
016360
016370      MOVE SPACES                 TO WS-NB-ACCOUNT-NUM.
016380      MOVE ZERO                   TO WS-NB-FIN-LABEL.
016390      MOVE SPACES                 TO WS-NB-CATEGORY
016400                                     WS-NB-TYPE-CODE
016410                                     WS-NB-KIND
016420                                     WS-NB-REFERENCE.
016430      MOVE ZERO                   TO WS-NB-ORIGIN-DATE
016440                                     WS-NB-AMOUNT
016450                                     WS-NB-BANK-AMOUNT
016460                                     WS-NB-BOOK-AMOUNT.
016470
016480      IF WS-NB-ACT-SUB > ZERO
016490          MOVE WS-BACT-ACCOUNT-NUM (WS-NB-ACT-SUB)
016500                                  TO WS-NB-ACCOUNT-NUM
016510          MOVE WS-BACT-FIN-LABEL (WS-NB-ACT-SUB)
016520                                  TO WS-NB-FIN-LABEL
016530      END-IF.
016540
016550  6050-EXIT.
016560      EXIT.
016570
016580* 6100-NEW-BREAK
016590*   A BREAK FOUND ON TODAY'S STATEMENT, BANK LESS BOOK.
016600  6100-NEW-BREAK.
016610
016620      COMPUTE WS-NB-AMOUNT =
016630          WS-NB-BANK-AMOUNT - WS-NB-BOOK-AMOUNT.
016640      MOVE WS-ASOF-DATE           TO WS-NB-ORIGIN-DATE.
016650      MOVE "N"                    TO WS-NB-SOURCE.
016660      MOVE "N"                    TO WS-NB-CLEARED-SW.
016670      ADD 1 TO WS-NEW-BREAKS.
016680
016690      PERFORM 6000-ADD-BREAK THRU 6000-EXIT.
016700
016710  6100-EXIT.
016720      EXIT.
016730
016740  6500-PRINT-EXCEPTION.
016750
016760      MOVE WS-EXCEPTION-LINE      TO BANK-RECON-RPT-RCD.
016770      WRITE BANK-RECON-RPT-RCD.
016780      ADD 1 TO WS-EXCEPTIONS.
016790
016800  6500-EXIT.
016810      EXIT.
016820
016830* 7000-PRINT-REPORT
016840*   THE BANK'S ACTIVITY BY ACCOUNT AND TYPE CODE, THE
016850*   RECONCILIATION BY ACCOUNT AND CATEGORY, THEN THE BREAKS -
016860*   NEW TODAY, CLEARED TODAY AND STILL OPEN FROM EARLIER
016870*   STATEMENTS - EACH BY ACCOUNT.
016880  7000-PRINT-REPORT.
016890
016900      IF WS-EXCEPTIONS = ZERO
016910          MOVE SPACES             TO BANK-RECON-RPT-RCD
016920          MOVE "  NONE"           TO BANK-RECON-RPT-RCD
016930          WRITE BANK-RECON-RPT-RCD
016940      END-IF.
016950
016960      MOVE "BANK ACTIVITY BY ACCOUNT AND TYPE CODE" TO SCL-TEXT.
016970      PERFORM 7900-WRITE-SECTION-HEAD THRU 7900-EXIT.
016980      MOVE WS-ATC-COLUMNS         TO BANK-RECON-RPT-RCD.
016990      WRITE BANK-RECON-RPT-RCD.
017000      PERFORM 7100-PRINT-ACTIVITY THRU 7100-EXIT
017010          VARYING WS-ATC-TBL-SUB FROM 1 BY 1
017020          UNTIL WS-ATC-TBL-SUB > WS-ATC-COUNT.
017030
017040      MOVE "RECONCILIATION BY ACCOUNT AND CATEGORY" TO SCL-TEXT.
017050      PERFORM 7900-WRITE-SECTION-HEAD THRU 7900-EXIT.
017060      MOVE WS-RECON-COLUMNS       TO BANK-RECON-RPT-RCD.
017070      WRITE BANK-RECON-RPT-RCD.
017080      PERFORM 7200-PRINT-ACCOUNT THRU 7200-EXIT
017090          VARYING WS-ACT-SUB FROM 1 BY 1
017100          UNTIL WS-ACT-SUB > WS-BACT-TBL-MAX.
017110
017120      MOVE SPACES                 TO BANK-RECON-RPT-RCD.
017130      WRITE BANK-RECON-RPT-RCD.
017140      MOVE "PAID ITEMS ON FEED NOT ON STATEMENT" TO TTL-LITERAL.
017150      MOVE WS-PAID-UNMATCHED      TO TTL-COUNT.
017160      MOVE WS-PAID-UNMATCHED-AMT  TO TTL-AMOUNT.
017170      MOVE WS-TOTAL-LINE          TO BANK-RECON-RPT-RCD.
017180      WRITE BANK-RECON-RPT-RCD.
017190
017200      MOVE "NEW BREAKS" TO SCL-TEXT.
017210      MOVE "N" TO WS-RPT-SECTION-SW.
017220      PERFORM 7300-PRINT-SECTION THRU 7300-EXIT.
017230
017240      MOVE "BREAKS CLEARED TODAY" TO SCL-TEXT.
017250      MOVE "C" TO WS-RPT-SECTION-SW.
017260      PERFORM 7300-PRINT-SECTION THRU 7300-EXIT.
017270
017280      MOVE "BREAKS STILL OPEN FROM EARLIER STATEMENTS"
017290                                  TO SCL-TEXT.
017300      MOVE "O" TO WS-RPT-SECTION-SW.
017310      PERFORM 7300-PRINT-SECTION THRU 7300-EXIT.
017320
017330      MOVE SPACES                 TO BANK-RECON-RPT-RCD.
017340      WRITE BANK-RECON-RPT-RCD.
017350      MOVE WS-RPT-LEGEND          TO BANK-RECON-RPT-RCD.
017360      WRITE BANK-RECON-RPT-RCD.
017370      MOVE WS-RPT-LEGEND-2        TO BANK-RECON-RPT-RCD.
017380      WRITE BANK-RECON-RPT-RCD.
017390
017400  7000-EXIT.
017410      EXIT.
017420
017430  7100-PRINT-ACTIVITY.
017440
017450      MOVE WS-ATC-ACT-SUB (WS-ATC-TBL-SUB) TO WS-ACT-SUB.
017460      MOVE WS-ATC-BTYP-SUB (WS-ATC-TBL-SUB) TO WS-BTYP-TBL-SUB.
017470
017480      MOVE SPACES                 TO WS-ATC-LINE.
017490      MOVE WS-BACT-ACCOUNT-NUM (WS-ACT-SUB) TO ATL-ACCOUNT-NUM.
017500      MOVE WS-BACT-FIN-LABEL (WS-ACT-SUB)   TO ATL-FIN-LABEL.
017510      MOVE WS-ATC-TYPE-CODE (WS-ATC-TBL-SUB) TO ATL-TYPE-CODE.
017520      MOVE WS-BTYP-CATEGORY (WS-BTYP-TBL-SUB) TO ATL-CATEGORY.
017530      MOVE WS-BTYP-DESC (WS-BTYP-TBL-SUB)     TO ATL-DESC.
017540      MOVE WS-ATC-ITEMS (WS-ATC-TBL-SUB)      TO ATL-ITEMS.
017550      MOVE WS-ATC-AMOUNT (WS-ATC-TBL-SUB)     TO ATL-AMOUNT.
017560      MOVE WS-ATC-LINE            TO BANK-RECON-RPT-RCD.
017570      WRITE BANK-RECON-RPT-RCD.
017580
017590  7100-EXIT.
017600      EXIT.
017610
017620* 7200-PRINT-ACCOUNT
017630*   ONE LINE PER CATEGORY FOR EACH ACCOUNT THAT WAS ON THE
017640*   STATEMENT OR HAD BOOK ACTIVITY.
017650  7200-PRINT-ACCOUNT.
017660
017670      IF WS-ACT-ON-STMT-SW (WS-ACT-SUB) NOT = "Y"
017680          AND WS-ACT-BOOK-CNT (WS-ACT-SUB 2) = ZERO
017690          AND WS-ACT-BOOK-CNT (WS-ACT-SUB 3) = ZERO
017700          AND WS-ACT-BOOK-CNT (WS-ACT-SUB 4) = ZERO
017710          GO TO 7200-EXIT
017720      END-IF.
017730
017740      PERFORM 7210-PRINT-CATEGORY THRU 7210-EXIT
017750          VARYING WS-CAT-SUB FROM 1 BY 1
017760          UNTIL WS-CAT-SUB > 4.
017770
017780  7200-EXIT.
017790      EXIT.
017800
017810  7210-PRINT-CATEGORY.
017820
017830      MOVE SPACES                 TO WS-RECON-LINE.
017840      MOVE WS-BACT-ACCOUNT-NUM (WS-ACT-SUB) TO RCL-ACCOUNT-NUM.
017850      MOVE WS-BACT-FIN-LABEL (WS-ACT-SUB)   TO RCL-FIN-LABEL.
017860      MOVE WS-CATEGORY-NAME (WS-CAT-SUB)    TO RCL-CATEGORY.
017870      MOVE WS-ACT-BANK-CNT (WS-ACT-SUB WS-CAT-SUB)
017880                                  TO RCL-BANK-ITEMS.
017890      MOVE WS-ACT-BANK-AMT (WS-ACT-SUB WS-CAT-SUB)
017900                                  TO RCL-BANK-AMOUNT.
017910      MOVE WS-ACT-BOOK-CNT (WS-ACT-SUB WS-CAT-SUB)
017920                                  TO RCL-BOOK-ITEMS.
017930      MOVE WS-ACT-BOOK-AMT (WS-ACT-SUB WS-CAT-SUB)
017940                                  TO RCL-BOOK-AMOUNT.
017950      COMPUTE WS-RECON-DIFF =
017960          WS-ACT-BANK-AMT (WS-ACT-SUB WS-CAT-SUB)
017970        - WS-ACT-BOOK-AMT (WS-ACT-SUB WS-CAT-SUB).
017980      MOVE WS-RECON-DIFF          TO RCL-DIFFERENCE.
017990      IF WS-RECON-DIFF NOT = ZERO
018000          MOVE "BREAK"            TO RCL-FLAG
018010      END-IF.
018020      MOVE WS-RECON-LINE          TO BANK-RECON-RPT-RCD.
018030      WRITE BANK-RECON-RPT-RCD.
018040
018050  7210-EXIT.
018060      EXIT.
018070
018080* 7300-PRINT-SECTION
018090*   THE BREAKS WS-RPT-SECTION-SW SELECTS, ACCOUNT BY ACCOUNT IN
018100*   BACT ORDER, THEN THOSE WITH NO ACCOUNT.  THE SAME PASS
018110*   WRITES THE OPEN BREAKS FORWARD (7800).
018120  7300-PRINT-SECTION.
018130
018140      MOVE ZERO                   TO WS-SECTION-LINES.
018150      MOVE ZERO                   TO WS-SECTION-AMOUNT.
018160
018170      IF NOT WS-RPT-WRITE-FORWARD
018180          PERFORM 7900-WRITE-SECTION-HEAD THRU 7900-EXIT
018190          MOVE WS-BREAK-COLUMNS   TO BANK-RECON-RPT-RCD
018200          WRITE BANK-RECON-RPT-RCD
018210      END-IF.
018220
018230      PERFORM 7310-PRINT-ACCOUNT-BREAKS THRU 7310-EXIT
018240          VARYING WS-ACT-SUB FROM 1 BY 1
018250          UNTIL WS-ACT-SUB > WS-BACT-TBL-MAX.
018260      MOVE ZERO                   TO WS-ACT-SUB.
018270      PERFORM 7310-PRINT-ACCOUNT-BREAKS THRU 7310-EXIT.
018280
018290      IF WS-RPT-WRITE-FORWARD
018300          GO TO 7300-EXIT
018310      END-IF.
018320
018330      IF WS-SECTION-LINES = ZERO
018340          MOVE SPACES             TO BANK-RECON-RPT-RCD
018350          MOVE "  NONE"           TO BANK-RECON-RPT-RCD
018360          WRITE BANK-RECON-RPT-RCD
018370          GO TO 7300-EXIT
018380      END-IF.
018390
018400      MOVE "  BREAKS / NET BANK - BOOK" TO TTL-LITERAL.
018410      MOVE WS-SECTION-LINES       TO TTL-COUNT.
018420      MOVE WS-SECTION-AMOUNT      TO TTL-AMOUNT.
018430      MOVE WS-TOTAL-LINE          TO BANK-RECON-RPT-RCD.
018440      WRITE BANK-RECON-RPT-RCD.
018450
018460  7300-EXIT.
018470      EXIT.
018480
018490  7310-PRINT-ACCOUNT-BREAKS.
018500
018510      PERFORM 7320-PRINT-BREAK THRU 7320-EXIT
018520          VARYING WS-BRK-TBL-SUB FROM 1 BY 1
018530          UNTIL WS-BRK-TBL-SUB > WS-BRK-COUNT.
018540
018550  7310-EXIT.
018560      EXIT.
018570
018580  7320-PRINT-BREAK.
018590
018600      IF WS-BRK-ACT-SUB (WS-BRK-TBL-SUB) NOT = WS-ACT-SUB
018610          GO TO 7320-EXIT
018620      END-IF.
018630
018640      EVALUATE TRUE
018650          WHEN WS-RPT-NEW-BREAKS
018660              IF WS-BRK-SOURCE (WS-BRK-TBL-SUB) NOT = "N"
018670                  OR WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) = "Y"
018680                  GO TO 7320-EXIT
018690              END-IF
018700          WHEN WS-RPT-CLEARED
018710              IF WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) NOT = "Y"
018720                  GO TO 7320-EXIT
018730              END-IF
018740          WHEN WS-RPT-STILL-OPEN
018750              IF WS-BRK-SOURCE (WS-BRK-TBL-SUB) NOT = "O"
018760                  OR WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) = "Y"
018770                  GO TO 7320-EXIT
018780              END-IF
018790          WHEN OTHER
018800              IF WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) = "Y"
018810                  GO TO 7320-EXIT
018820              END-IF
018830      END-EVALUATE.
018840
018850      IF WS-RPT-WRITE-FORWARD
018860          PERFORM 7810-WRITE-BREAK THRU 7810-EXIT
018870          GO TO 7320-EXIT
018880      END-IF.
018890
018900      ADD 1 TO WS-SECTION-LINES.
018910      ADD WS-BRK-AMOUNT (WS-BRK-TBL-SUB) TO WS-SECTION-AMOUNT.
018920
018930      MOVE SPACES                 TO WS-BREAK-LINE.
018940      MOVE WS-BRK-ACCOUNT-NUM (WS-BRK-TBL-SUB) TO BRL-ACCOUNT-NUM.
018950      MOVE WS-BRK-FIN-LABEL (WS-BRK-TBL-SUB)   TO BRL-FIN-LABEL.
018960      MOVE WS-BRK-CATEGORY (WS-BRK-TBL-SUB)    TO BRL-CATEGORY.
018970      MOVE WS-BRK-TYPE-CODE (WS-BRK-TBL-SUB)   TO BRL-TYPE-CODE.
018980      MOVE WS-BRK-KIND (WS-BRK-TBL-SUB)        TO BRL-KIND.
018990      MOVE WS-BRK-REFERENCE (WS-BRK-TBL-SUB)   TO BRL-REFERENCE.
019000      MOVE WS-BRK-ORIGIN-DATE (WS-BRK-TBL-SUB) TO BRL-ORIGIN-DATE.
019010      MOVE WS-BRK-BANK-AMOUNT (WS-BRK-TBL-SUB) TO BRL-BANK-AMOUNT.
019020      MOVE WS-BRK-BOOK-AMOUNT (WS-BRK-TBL-SUB) TO BRL-BOOK-AMOUNT.
019030      MOVE WS-BRK-AMOUNT (WS-BRK-TBL-SUB)      TO BRL-AMOUNT.
019040      EVALUATE TRUE
019050          WHEN WS-BRK-CLEARED-SW (WS-BRK-TBL-SUB) = "Y"
019060              MOVE "CLEARED"      TO BRL-STATUS
019070          WHEN WS-BRK-SOURCE (WS-BRK-TBL-SUB) = "N"
019080              MOVE "NEW"          TO BRL-STATUS
019090          WHEN OTHER
019100              MOVE "OPEN"         TO BRL-STATUS
019110      END-EVALUATE.
019120      MOVE WS-BREAK-LINE          TO BANK-RECON-RPT-RCD.
019130      WRITE BANK-RECON-RPT-RCD.
019140
019150  7320-EXIT.
019160      EXIT.
019170
019180* 7800-WRITE-OPEN-BREAKS
019190*   EVERY BREAK NOT CLEARED - STILL OPEN FROM EARLIER OR NEW
019200*   TODAY - GOES FORWARD TO THE NEXT RUN, IN REPORT ORDER.
019210  7800-WRITE-OPEN-BREAKS.
019220
019230      MOVE "W" TO WS-RPT-SECTION-SW.
019240      PERFORM 7300-PRINT-SECTION THRU 7300-EXIT.
019250
019260  7800-EXIT.
019270      EXIT.
019280
019290  7810-WRITE-BREAK.
019300
019310      MOVE SPACES                 TO BANK-BREAK-RCD.
019320      MOVE WS-BRK-ACCOUNT-NUM (WS-BRK-TBL-SUB) TO BK-ACCOUNT-NUM.
019330      MOVE WS-BRK-FIN-LABEL (WS-BRK-TBL-SUB)   TO BK-FIN-LABEL.
019340      MOVE WS-BRK-CATEGORY (WS-BRK-TBL-SUB)    TO BK-CATEGORY.
019350      MOVE WS-BRK-TYPE-CODE (WS-BRK-TBL-SUB)   TO BK-TYPE-CODE.
019360      MOVE WS-BRK-KIND (WS-BRK-TBL-SUB)        TO BK-BREAK-KIND.
019370      MOVE WS-BRK-REFERENCE (WS-BRK-TBL-SUB)   TO BK-REFERENCE.
019380      MOVE WS-BRK-ORIGIN-DATE (WS-BRK-TBL-SUB) TO BK-ORIGIN-DATE.
019390      MOVE WS-BRK-AMOUNT (WS-BRK-TBL-SUB)      TO BK-AMOUNT.
019400      MOVE WS-BRK-BANK-AMOUNT (WS-BRK-TBL-SUB) TO BK-BANK-AMOUNT.
019410      MOVE WS-BRK-BOOK-AMOUNT (WS-BRK-TBL-SUB) TO BK-BOOK-AMOUNT.
019420      WRITE BANK-BREAK-OUT-RCD    FROM BANK-BREAK-RCD.
019430      ADD 1 TO WS-BREAKS-CARRIED.
019440
019450  7810-EXIT.
019460      EXIT.
019470
019480  7900-WRITE-SECTION-HEAD.
019490
019500      MOVE SPACES                 TO BANK-RECON-RPT-RCD.
019510      WRITE BANK-RECON-RPT-RCD.
019520      MOVE WS-SECTION-LINE        TO BANK-RECON-RPT-RCD.
019530      WRITE BANK-RECON-RPT-RCD.
019540
019550  7900-EXIT.
019560      EXIT.
019570
019580  8000-WRAPUP.
019590
019600      MOVE "STATEMENT RECORDS READ:" TO SCR-LITERAL.
019610      MOVE WS-BAI-READ            TO SCR-COUNT.
019620      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019630      PERFORM 8999-WRITE-SYSOUT.
019640
019650      MOVE "STATEMENT ACCOUNTS:"  TO SCR-LITERAL.
019660      MOVE WS-BAI-ACCOUNTS        TO SCR-COUNT.
019670      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019680      PERFORM 8999-WRITE-SYSOUT.
019690
019700      MOVE "  NOT ON BACT TABLE:" TO SCR-LITERAL.
019710      MOVE WS-UNKNOWN-ACCOUNTS    TO SCR-COUNT.
019720      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019730      PERFORM 8999-WRITE-SYSOUT.
019740
019750      MOVE "STATEMENT DETAIL RECORDS:" TO SCR-LITERAL.
019760      MOVE WS-BAI-DETAILS         TO SCR-COUNT.
019770      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019780      PERFORM 8999-WRITE-SYSOUT.
019790
019800      MOVE "  NOT RECONCILED (I TYPES):" TO SCR-LITERAL.
019810      MOVE WS-BAI-IGNORED         TO SCR-COUNT.
019820      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019830      PERFORM 8999-WRITE-SYSOUT.
019840
019850      MOVE "  TYPE CODE NOT ON BTYP:" TO SCR-LITERAL.
019860      MOVE WS-UNKNOWN-TYPES       TO SCR-COUNT.
019870      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019880      PERFORM 8999-WRITE-SYSOUT.
019890
019900      MOVE "  SKIPPED:"           TO SCR-LITERAL.
019910      MOVE WS-BAI-SKIPPED         TO SCR-COUNT.
019920      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019930      PERFORM 8999-WRITE-SYSOUT.
019940
019950      MOVE "PAID ITEMS READ:"     TO SCR-LITERAL.
019960      MOVE WS-PAID-READ           TO SCR-COUNT.
019970      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019980      PERFORM 8999-WRITE-SYSOUT.
019990
020000      MOVE "  OTHER PAID DATES:"  TO SCR-LITERAL.
020010      MOVE WS-PAID-OTHER-DATE     TO SCR-COUNT.
020020      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020030      PERFORM 8999-WRITE-SYSOUT.
020040
020050      MOVE "  MATCHED TO STATEMENT:" TO SCR-LITERAL.
020060      MOVE WS-PAID-MATCHED        TO SCR-COUNT.
020070      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020080      PERFORM 8999-WRITE-SYSOUT.
020090
020100      MOVE "  NOT ON STATEMENT:"  TO SCR-LITERAL.
020110      MOVE WS-PAID-UNMATCHED      TO SCR-COUNT.
020120      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020130      PERFORM 8999-WRITE-SYSOUT.
020140
020150      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
020160      MOVE WS-STAGING-READ        TO SCR-COUNT.
020170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020180      PERFORM 8999-WRITE-SYSOUT.
020190
020200      MOVE "  ACH/WIRE FOR AS-OF DATE:" TO SCR-LITERAL.
020210      MOVE WS-STAGING-USED        TO SCR-COUNT.
020220      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020230      PERFORM 8999-WRITE-SYSOUT.
020240
020250      MOVE "FUNDING RECORDS READ:" TO SCR-LITERAL.
020260      MOVE WS-FUND-READ           TO SCR-COUNT.
020270      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020280      PERFORM 8999-WRITE-SYSOUT.
020290
020300      MOVE "  SAME-DAY FOR AS-OF DATE:" TO SCR-LITERAL.
020310      MOVE WS-FUND-USED           TO SCR-COUNT.
020320      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020330      PERFORM 8999-WRITE-SYSOUT.
020340
020350      MOVE "BOOK ITEMS NO BACT ACCOUNT:" TO SCR-LITERAL.
020360      MOVE WS-BOOK-UNMAPPED       TO SCR-COUNT.
020370      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020380      PERFORM 8999-WRITE-SYSOUT.
020390
020400      MOVE "OPEN BREAKS READ:"    TO SCR-LITERAL.
020410      MOVE WS-OPEN-BREAKS-READ    TO SCR-COUNT.
020420      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020430      PERFORM 8999-WRITE-SYSOUT.
020440
020450      MOVE "NEW BREAKS:"          TO SCR-LITERAL.
020460      MOVE WS-NEW-BREAKS          TO SCR-COUNT.
020470      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020480      PERFORM 8999-WRITE-SYSOUT.
020490
020500      MOVE "BREAKS CLEARED:"      TO SCR-LITERAL.
020510      MOVE WS-BREAKS-CLEARED      TO SCR-COUNT.
020520      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020530      PERFORM 8999-WRITE-SYSOUT.
020540
020550      MOVE "BREAKS CARRIED FORWARD:" TO SCR-LITERAL.
020560      MOVE WS-BREAKS-CARRIED      TO SCR-COUNT.
020570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020580      PERFORM 8999-WRITE-SYSOUT.
020590
020600      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
020610
020620      COPY C2INZ003.
020630
020640      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
020650
020660  8000-EXIT.
020670      EXIT.
020680
020690* 8980-NOTE-TABLE-CAPACITY
020700*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
020710*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
020720*   DROPPED ENTRY ENDS THE RUN RC=12.
020730  8980-NOTE-TABLE-CAPACITY.
020740
020750      MOVE "REFTBL BACT ACCOUNTS"   TO TC-NOTE-NAME.
020760      MOVE WS-BACT-TBL-LIMIT        TO TC-NOTE-LIMIT.
020770      MOVE WS-BACT-TBL-MAX          TO TC-NOTE-HIGH.
020780      MOVE WS-BACT-DROPPED          TO TC-NOTE-DROPPED.
020790      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020800
020810      MOVE "REFTBL BTYP TYPE CODES" TO TC-NOTE-NAME.
020820      MOVE WS-BTYP-TBL-LIMIT        TO TC-NOTE-LIMIT.
020830      MOVE WS-BTYP-TBL-MAX          TO TC-NOTE-HIGH.
020840      MOVE WS-BTYP-DROPPED          TO TC-NOTE-DROPPED.
020850      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020860
020870      MOVE "PAID ITEMS FOR AS-OF DATE" TO TC-NOTE-NAME.
020880      MOVE WS-PAID-TABLE-MAX        TO TC-NOTE-LIMIT.
020890      MOVE WS-PAID-COUNT            TO TC-NOTE-HIGH.
020900      MOVE WS-PAID-DROPPED          TO TC-NOTE-DROPPED.
020910      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020920
020930      MOVE "ACCOUNT/TYPE CODE ACTIVITY" TO TC-NOTE-NAME.
020940      MOVE WS-ATC-TABLE-MAX         TO TC-NOTE-LIMIT.
020950      MOVE WS-ATC-COUNT             TO TC-NOTE-HIGH.
020960      MOVE WS-ATC-DROPPED           TO TC-NOTE-DROPPED.
020970      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020980
020990      MOVE "RECONCILIATION BREAKS"  TO TC-NOTE-NAME.
021000      MOVE WS-BRK-TABLE-MAX         TO TC-NOTE-LIMIT.
021010      MOVE WS-BRK-COUNT             TO TC-NOTE-HIGH.
021020      MOVE WS-BRK-DROPPED           TO TC-NOTE-DROPPED.
021030      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
021040
021050      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
021060
021070  8980-EXIT.
021080      EXIT.
021090
021100* 8900-SET-RETURN-CODE
021110*   RC=0 THE STATEMENT PROVES TO THE BOOKS WITH NOTHING OPEN.
021120*   RC=4 A BREAK IS OPEN OR THE STATEMENT OR BOOKS HAD DATA THE
021130*   TABLES DO NOT COVER (SEE THE REPORT).  RC=12 A TABLE
021140*   OVERFLOWED - THE RECONCILIATION IS INCOMPLETE AND A BREAK
021150*   MAY NOT HAVE BEEN CARRIED FORWARD (SEE THE CAPACITY REPORT).
021160  8900-SET-RETURN-CODE.
021170
021180      MOVE ZERO TO RETURN-CODE.
021190
021200      IF WS-BREAKS-CARRIED > ZERO
021210          OR WS-EXCEPTIONS > ZERO
021220          MOVE 4 TO RETURN-CODE
021230      END-IF.
021240
021250      IF TC-TABLE-OVERFLOW
021260          MOVE TC-OVERFLOW-RC TO RETURN-CODE
021270      END-IF.
021280
021290  8900-EXIT.
021300      EXIT.
021310
021320      COPY CLCWW134.
021330
0213va      COPY CLCWW167.
0213vb
021340      COPY C2INZ002.
021350
021360      COPY C2INZ004.
021370
021380      COPY C2INZ005.
021390
021400      BAI-STATEMENT-FILE
021410      BANK-PAID-FILE
021420      TEN99-STAGING-FILE
021430      FUND-EXTRACT-FILE
021440      BREAK-OPEN-OUT-FILE
021450      BANK-RECON-RPT
021460      RUN-HISTORY-FILE.
021470
021480  9999-EXIT.
021490      EXIT.
