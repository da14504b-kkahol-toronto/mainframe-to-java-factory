000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9214.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9214
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    ANNUAL 1099-TO-GENERAL-LEDGER EXPENSE TIE-OUT.
000130*              EVERY STAGED DISBURSEMENT WAS CHARGED TO EXPENSE
000140*              ON THE CLCWW098 JOURNAL EXTRACT BY BUSINESS UNIT /
000150*              OPERATION LOCATION / REASON CODE (CCCW9100, AND
000160*              CCCW9205 FOR PAYEE REPAYMENTS).  THIS PROGRAM
000170*              ACCUMULATES THE TAX YEAR'S EXPENSE DEBITS IN THOSE
000180*              CELLS AND SETS BESIDE THEM WHERE THE SAME YEAR'S
000190*              STAGED DETAIL ENDED UP IN THE FINAL CCCW9150 BUILD:
000200*                REPORTABLE      - PAYEE ON THE TEN99OUT, TEN99NEC
000210*                                  OR TEN99INT STREAM
000220*                UNDER THRESHOLD - PAYEE BELOW ITS REPORTING FLOOR
000230*                EXEMPT          - PAYEE ON THE TEN99SUP EXEMPT-
000240*                                  PAYEE SUPPRESSION REGISTER
000250*                EXCL STOP/VOID  - CHECK ON THE BANKRTN EXCLUSIONS
000260*                                  AS STOPPED, VOIDED OR ESCHEATED
000270*                                  (REASON SV OR ES)
000280*                EXCL RETURNED   - CHECK ON THE BANKRTN EXCLUSIONS
000290*                                  FOR ANY OTHER REASON (BANK
000300*                                  RETURN, ACH RETURN, PAID-ITEM
000310*                                  CLAIM)
000320*              THE JOURNAL IS DATED BY THE RUN THAT POSTED IT, THE
000330*              1099 BY THE DISBURSEMENT'S TAX YEAR, SO A TIMING
000340*              COLUMN CARRIES DETAIL WHOSE RUN FELL IN THE OTHER
000350*              YEAR.  DETAIL WITH NO RUN DATE (A REPAYMENT
000360*              ADJUSTMENT) IS TAKEN AS BOOKED IN ITS TAX YEAR.
000370*              A CELL TIES WHEN ITS DEBITS EQUAL THE FIVE 1099
000380*              COLUMNS PLUS TIMING.  EVERY CELL THAT DOES NOT TIE
000390*              IS LISTED WITH ITS DIFFERENCE, AND EACH FINAL
000400*              STREAM'S TOTAL IS PROVED AGAINST THE DETAIL
000410*              ATTRIBUTED TO IT.  PAYMENTS ROUTED TO THE 1042-S
000420*              NEVER STAGE A 1099 OR A GL EXPENSE DEBIT AND CARRY
000430*              NO BUSINESS UNIT - THEY ARE SHOWN AS A MEMO TOTAL.
000440*
000450*  PARM:       TAX YEAR (CCYY), E.G. PARM='2025'.  WITHOUT ONE THE
000460*              PRIOR CALENDAR YEAR IS TIED OUT.
000470*
000480*  FILES:      GLHIST   - THE YEAR'S GL JOURNALS (CLCWW098) -
000490*                         EVERY GLJRNL AND GLRPAY GENERATION
000500*              TEN99DTL - STAGING DETAIL (CLCWW013) - THE CLOSED
000510*                         YEAR'S TEN99DXA ARCHIVE AHEAD OF THE
000520*                         LIVE TEN99DTL, SO DETAIL OF EITHER YEAR
000530*                         BOOKED IN THE OTHER IS SEEN
000540*              TEN99OUT - FINAL 1099-MISC STREAM (CCCW9150)
000550*              TEN99NEC - FINAL 1099-NEC STREAM (CCCW9150)
000560*              TEN99INT - FINAL 1099-INT STREAM (CCCW9150)
000570*              TEN99SUP - EXEMPT-PAYEE SUPPRESSION REGISTER
000580*                         (CLCWW123)
000590*              BANKRTN  - THE EXCLUSIONS AS FED TO CCCW9150
000600*                         (CLCWW045)
000610*              T42STAGE - 1042-S STAGING (CLCWW072)
000620*              TIEOUT   - TIE-OUT REPORT
000630*
000640*  RETURN:     RC=0 EVERY CELL AND STREAM TIES.  RC=4 A CELL OR A
000650*              STREAM DOES NOT TIE - SEE THE REPORT.  RC=8 NO GL
000660*              DEBITS OR NO STAGED DETAIL FOR THE TAX YEAR (WRONG
000670*              GENERATIONS).  RC=12 A TABLE FILLED.  PARM1 ABEND -
000680*              THE PARM IS NOT A YEAR.
000690*
000700******************************************************************
000710*                      MODIFICATION HISTORY
000720******************************************************************
000730* DATE     INIT  DESCRIPTION
000740* -------- ----  --------------------------------------------
000750* 10/2026  RF    NEW PROGRAM - ANNUAL 1099 TO GL EXPENSE TIE-OUT
000760*                BY BUSINESS UNIT / OPERATION LOCATION / REASON
000770******************************************************************
000780  ENVIRONMENT DIVISION.
000790  CONFIGURATION SECTION.
000800  SOURCE-COMPUTER.   IBM-370.
000810  OBJECT-COMPUTER.   IBM-370.
000820  INPUT-OUTPUT SECTION.
000830  FILE-CONTROL.
000840
000850      COPY C2INX001.
000860
000870      SELECT GL-JOURNAL-FILE     ASSIGN TO GLHIST
000880          ORGANIZATION IS SEQUENTIAL.
000890
000900      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000910          ORGANIZATION IS SEQUENTIAL.
000920
000930      SELECT TEN99-OUTPUT-FILE   ASSIGN TO TEN99OUT
000940          ORGANIZATION IS SEQUENTIAL.
000950
000960      SELECT TEN99-NEC-FILE      ASSIGN TO TEN99NEC
000970          ORGANIZATION IS SEQUENTIAL.
000980
000990      SELECT TEN99-INT-FILE      ASSIGN TO TEN99INT
001000          ORGANIZATION IS SEQUENTIAL.
001010
001020      SELECT TEN99-SUPPRESS-FILE ASSIGN TO TEN99SUP
001030          ORGANIZATION IS SEQUENTIAL.
001040
001050      SELECT TEN99-BANKRTN-FILE  ASSIGN TO BANKRTN
001060          ORGANIZATION IS SEQUENTIAL.
001070
001080      SELECT T42-STAGING-FILE    ASSIGN TO T42STAGE
001090          ORGANIZATION IS SEQUENTIAL.
001100
001110      SELECT TIE-SORT-WORK       ASSIGN TO SORTWK01.
001120
001130      SELECT TIE-OUT-RPT         ASSIGN TO TIEOUT
001140          ORGANIZATION IS SEQUENTIAL.
001150
001160      COPY C2INX004.
001170
001180  DATA DIVISION.
001190  FILE SECTION.
001200
001210      COPY C2INX002.
001220
001230  FD  GL-JOURNAL-FILE
001240      BLOCK CONTAINS 0 RECORDS
001250      RECORDING MODE IS F
001260      LABEL RECORDS ARE STANDARD
001270      DATA RECORD IS GL-JOURNAL-RCD.
001280
001290      COPY CLCWW098.
001300
001310  FD  TEN99-STAGING-FILE
001320      BLOCK CONTAINS 0 RECORDS
001330      RECORDING MODE IS F
001340      LABEL RECORDS ARE STANDARD
001350      DATA RECORD IS TEN99-RCD.
001360
001370      COPY CLCWW013.
001380
001390  FD  TEN99-OUTPUT-FILE
001400      BLOCK CONTAINS 0 RECORDS
001410      RECORDING MODE IS F
001420      LABEL RECORDS ARE STANDARD
001430      DATA RECORD IS TEN99-OUT-RCD.
001440
001450  01  TEN99-OUT-RCD                 PIC X(420).
001460
001470  FD  TEN99-NEC-FILE
001480      BLOCK CONTAINS 0 RECORDS
001490      RECORDING MODE IS F
001500      LABEL RECORDS ARE STANDARD
001510      DATA RECORD IS TEN99-NEC-OUT-RCD.
001520
001530  01  TEN99-NEC-OUT-RCD             PIC X(420).
001540
001550  FD  TEN99-INT-FILE
001560      BLOCK CONTAINS 0 RECORDS
001570      RECORDING MODE IS F
001580      LABEL RECORDS ARE STANDARD
001590      DATA RECORD IS TEN99-INT-OUT-RCD.
001600
001610  01  TEN99-INT-OUT-RCD             PIC X(420).
001620
001630  FD  TEN99-SUPPRESS-FILE
001640      BLOCK CONTAINS 0 RECORDS
001650      RECORDING MODE IS F
001660      LABEL RECORDS ARE STANDARD
001670      DATA RECORD IS TEN99-SUPPRESS-RCD.
001680
001690      COPY CLCWW123.
001700
001710  FD  TEN99-BANKRTN-FILE
001720      BLOCK CONTAINS 0 RECORDS
001730      RECORDING MODE IS F
001740      LABEL RECORDS ARE STANDARD
001750      DATA RECORD IS BKR-RETURN-RCD.
001760
001770      COPY CLCWW045.
001780
001790  FD  T42-STAGING-FILE
001800      BLOCK CONTAINS 0 RECORDS
001810      RECORDING MODE IS F
001820      LABEL RECORDS ARE STANDARD
001830      DATA RECORD IS T42-STAGING-RCD.
001840
001850      COPY CLCWW072.
001860
001870* ONE STAGED DISBURSEMENT, OR ONE PAYEE MARKER FROM THE FINAL
001880* BUILD, UNDER THE PAYEE'S CLEAR TIN AND ENTITY.  THE MARKERS
001890* SORT AHEAD OF THE PAYEE'S DETAIL SO EACH DETAIL RECORD MEETS
001900* ITS PAYEE'S OUTCOME FIRST.
001910  SD  TIE-SORT-WORK
001920      RECORDING MODE IS F
001930      DATA RECORD IS TIE-SORT-RCD.
001940
001950  01  TIE-SORT-RCD.
001960      05  SRT-SSN-TAX-ID            PIC X(16).
001970      05  SRT-COMPASS-ENT-CDE       PIC X(03).
001980      05  SRT-REC-TYPE              PIC X(01).
001990          88  SRT-FINAL-MARKER          VALUE "1".
002000          88  SRT-SUPPRESS-MARKER       VALUE "2".
002010          88  SRT-DETAIL                VALUE "3".
002020*   SRT-STREAM - 1 MISC, 2 NEC, 3 INT, 4 SUPPRESSION REGISTER
002030      05  SRT-STREAM                PIC 9(01).
002040      05  SRT-BUS-UNIT              PIC X(05).
002050      05  SRT-OPERATION-LOC         PIC X(04).
002060      05  SRT-RSN-CODE              PIC X(02).
002070      05  SRT-ISSUING-BR-CODE       PIC X(03).
002080      05  SRT-ONSITE-CHK-NUM        PIC X(08).
002090      05  SRT-AMOUNT                PIC S9(13)V99.
002100
002110  FD  TIE-OUT-RPT
002120      BLOCK CONTAINS 0 RECORDS
002130      RECORDING MODE IS F
002140      LABEL RECORDS ARE STANDARD
002150      DATA RECORD IS TIE-OUT-RCD.
002160
002170  01  TIE-OUT-RCD                   PIC X(133).
002180
002190      COPY C2INX005.
002200
002210  WORKING-STORAGE SECTION.
002220
002230      COPY C2INX003.
002240
002250      COPY C2INX006.
002260
002270      COPY CLCWW110.
002280
002290      COPY CLCWW133.
002300
002310      COPY CLCWW166.
002320
002330  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9214".
002340
002350  01  WS-SWITCHES.
002360      05  WS-GL-EOF-SW            PIC X(01) VALUE "N".
002370          88  WS-GL-EOF                   VALUE "Y".
002380      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
002390          88  WS-STAGING-EOF              VALUE "Y".
002400      05  WS-STREAM-EOF-SW        PIC X(01) VALUE "N".
002410          88  WS-STREAM-EOF               VALUE "Y".
002420      05  WS-SUPPRESS-EOF-SW      PIC X(01) VALUE "N".
002430          88  WS-SUPPRESS-EOF             VALUE "Y".
002440      05  WS-BANKRTN-EOF-SW       PIC X(01) VALUE "N".
002450          88  WS-BANKRTN-EOF              VALUE "Y".
002460      05  WS-T42-EOF-SW           PIC X(01) VALUE "N".
002470          88  WS-T42-EOF                  VALUE "Y".
002480      05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
002490          88  WS-SORT-EOF                 VALUE "Y".
002500      05  WS-CELL-FOUND-SW        PIC X(01) VALUE "N".
002510          88  WS-CELL-FOUND               VALUE "Y".
002520      05  WS-EXC-FOUND-SW         PIC X(01) VALUE "N".
002530          88  WS-EXC-FOUND                VALUE "Y".
002540
002550  01  WS-COUNTERS.
002560      05  WS-GL-READ              PIC 9(09) COMP VALUE ZERO.
002570      05  WS-GL-DEBITS-TAKEN      PIC 9(09) COMP VALUE ZERO.
002580      05  WS-GL-OTHER-YEAR        PIC 9(09) COMP VALUE ZERO.
002590      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
002600      05  WS-DETAIL-RELEASED      PIC 9(09) COMP VALUE ZERO.
002610      05  WS-DETAIL-OTHER-YEAR    PIC 9(09) COMP VALUE ZERO.
002620      05  WS-BOOKED-OTHER-YEAR    PIC 9(09) COMP VALUE ZERO.
002630      05  WS-OTHER-BOOKED-HERE    PIC 9(09) COMP VALUE ZERO.
002640      05  WS-MARKERS-RELEASED     PIC 9(09) COMP VALUE ZERO.
002650      05  WS-STREAM-OTHER-YEAR    PIC 9(09) COMP VALUE ZERO.
002660      05  WS-SUPPRESS-OTHER-YEAR  PIC 9(09) COMP VALUE ZERO.
002670      05  WS-EXCLUSIONS-LOADED    PIC 9(09) COMP VALUE ZERO.
002680      05  WS-T42-ROUTED           PIC 9(09) COMP VALUE ZERO.
002690      05  WS-CELLS-TIED           PIC 9(09) COMP VALUE ZERO.
002700      05  WS-CELLS-NOT-TIED       PIC 9(09) COMP VALUE ZERO.
002710      05  WS-STREAMS-NOT-TIED     PIC 9(09) COMP VALUE ZERO.
002720
002730  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
002740  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
002750
002760* THE CCYY OF A RUN DATE, FOR THE JOURNAL AND TIMING TESTS.
002770  01  WS-YC-DATE                  PIC 9(08) VALUE ZERO.
002780  01  WS-YC-DATE-PARTS REDEFINES WS-YC-DATE.
002790      05  WS-YC-CCYY              PIC 9(04).
002800      05  FILLER                  PIC 9(04).
002810
002820  01  WS-TODAY-PARTS.
002830      05  WS-TODAY-CCYY           PIC 9(04).
002840      05  FILLER                  PIC 9(04).
002850
002860* THE TIE-OUT CELLS.  WS-CELL-AMT COLUMNS -
002870*   1 GL EXPENSE DEBIT       5 EXCLUDED STOP/VOID
002880*   2 REPORTABLE             6 EXCLUDED RETURNED
002890*   3 UNDER THRESHOLD        7 TIMING (BOOKED IN THE OTHER YEAR)
002900*   4 EXEMPT
002910* WS-TOT-AMT CARRIES THE SAME COLUMNS FOR THE WHOLE YEAR.
002920  01  WS-CELL-TABLE.
002930      05  WS-CELL-ENTRY           OCCURS 1500 TIMES.
002940          10  WS-CELL-KEY.
002950              15  WS-CELL-BUS-UNIT    PIC X(05).
002960              15  WS-CELL-OPER-LOC    PIC X(04).
002970              15  WS-CELL-RSN-CODE    PIC X(02).
002980          10  WS-CELL-AMT         PIC S9(13)V99 OCCURS 7 TIMES.
002990  77  WS-CELL-COUNT               PIC 9(04) COMP VALUE ZERO.
003000  77  WS-CELL-TABLE-MAX           PIC 9(04) COMP VALUE 1500.
003010  77  WS-CELL-DROPPED             PIC 9(07) COMP VALUE ZERO.
003020  77  WS-CELL-SUB                 PIC 9(04) COMP VALUE ZERO.
003030  77  WS-CELL-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
003040  01  WS-CELL-SEARCH-KEY.
003050      05  WS-CSK-BUS-UNIT         PIC X(05).
003060      05  WS-CSK-OPER-LOC         PIC X(04).
003070      05  WS-CSK-RSN-CODE         PIC X(02).
003080
003090  01  WS-TOTAL-AMOUNTS.
003100      05  WS-TOT-AMT              PIC S9(13)V99 OCCURS 7 TIMES.
003110  77  WS-COL-SUB                  PIC 9(02) COMP VALUE ZERO.
003120  77  WS-POST-COL                 PIC 9(02) COMP VALUE ZERO.
003130  77  WS-POST-AMOUNT              PIC S9(13)V99 VALUE ZERO.
003140
003150* A CELL'S 1099 SIDE (COLUMNS 2 THROUGH 7) AND ITS DIFFERENCE
003160* FROM THE GL DEBITS.
003170  77  WS-EXPECTED-AMT             PIC S9(13)V99 VALUE ZERO.
003180  77  WS-DIFFERENCE-AMT           PIC S9(13)V99 VALUE ZERO.
003190  77  WS-TEN99-SIDE-AMT           PIC S9(13)V99 VALUE ZERO.
003200
003210* THE FINAL STREAMS - 1 MISC, 2 NEC, 3 INT, 4 SUPPRESSION
003220* REGISTER.  WS-STR-TOTAL IS WHAT THE STREAM CARRIES, WS-STR-
003230* ATTRIBUTED THE STAGED DETAIL OF ITS PAYEES NOT EXCLUDED.
003240  01  WS-STREAM-AMOUNTS.
003250      05  WS-STREAM-ENTRY         OCCURS 4 TIMES.
003260          10  WS-STR-PAYEES       PIC 9(09) COMP.
003270          10  WS-STR-TOTAL        PIC S9(13)V99.
003280          10  WS-STR-ATTRIBUTED   PIC S9(13)V99.
003290  77  WS-STR-SUB                  PIC 9(02) COMP VALUE ZERO.
003300  77  WS-MARK-STREAM              PIC 9(01) VALUE ZERO.
003310
003320  01  WS-STREAM-NAMES-DATA.
003330      05  FILLER                  PIC X(40) VALUE
003340          "FINAL 1099-MISC STREAM (TEN99OUT)".
003350      05  FILLER                  PIC X(40) VALUE
003360          "FINAL 1099-NEC STREAM (TEN99NEC)".
003370      05  FILLER                  PIC X(40) VALUE
003380          "FINAL 1099-INT STREAM (TEN99INT)".
003390      05  FILLER                  PIC X(40) VALUE
003400          "EXEMPT SUPPRESSION REGISTER (TEN99SUP)".
003410  01  WS-STREAM-NAMES REDEFINES WS-STREAM-NAMES-DATA.
003420      05  WS-STREAM-NAME          PIC X(40) OCCURS 4 TIMES.
003430
003440* THE PAYEE BEING ATTRIBUTED IN THE SORT OUTPUT.
003450  01  WS-HOLD-PAYEE-KEY.
003460      05  WS-HOLD-SSN-TAX-ID      PIC X(16) VALUE LOW-VALUES.
003470      05  WS-HOLD-ENT-CDE         PIC X(03) VALUE LOW-VALUES.
003480  77  WS-PAYEE-CLASS              PIC X(01) VALUE "U".
003490      88  WS-PAYEE-REPORTED           VALUE "R".
003500      88  WS-PAYEE-EXEMPT             VALUE "E".
003510      88  WS-PAYEE-UNDER              VALUE "U".
003520  77  WS-PAYEE-STREAM             PIC 9(01) VALUE ZERO.
003530
003540* THE EXCLUSIONS, BY ISSUING BRANCH AND CHECK NUMBER.
003550  01  WS-EXC-TABLE.
003560      05  WS-EXC-ENTRY            OCCURS 5000 TIMES.
003570          10  WS-EXC-KEY          PIC X(11).
003580          10  WS-EXC-REASON       PIC X(02).
003590              88  WS-EXC-STOP-VOID    VALUE "SV" "ES".
003600  77  WS-EXC-COUNT                PIC 9(04) COMP VALUE ZERO.
003610  77  WS-EXC-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
003620  77  WS-EXC-DROPPED              PIC 9(07) COMP VALUE ZERO.
003630  77  WS-EXC-SUB                  PIC 9(04) COMP VALUE ZERO.
003640  77  WS-EXC-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
003650  77  WS-EXC-SEARCH-KEY           PIC X(11) VALUE SPACES.
003660
003670  77  WS-T42-AMOUNT               PIC S9(13)V99 VALUE ZERO.
003680
003690  01  WS-TIE-TITLE.
003700      05  FILLER                  PIC X(01) VALUE SPACES.
003710      05  FILLER                  PIC X(10) VALUE "CCCW9214".
003720      05  FILLER                  PIC X(48) VALUE
003730          "1099 TO GENERAL LEDGER EXPENSE TIE-OUT".
003740      05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
003750      05  TTL-TAX-YEAR            PIC 9(04).
003760      05  FILLER                  PIC X(03) VALUE SPACES.
003770      05  FILLER                  PIC X(09) VALUE "RUN DATE ".
003780      05  TTL-RUN-DATE            PIC 9(08).
003790      05  FILLER                  PIC X(41) VALUE SPACES.
003800
003810  01  WS-CELL-HEADING-1.
003820      05  FILLER                  PIC X(03) VALUE SPACES.
003830      05  FILLER                  PIC X(07) VALUE "BUS".
003840      05  FILLER                  PIC X(06) VALUE "LOC".
003850      05  FILLER                  PIC X(06) VALUE "RC".
003860      05  FILLER                  PIC X(17) VALUE
003870          " GL EXPENSE DEBIT".
003880      05  FILLER                  PIC X(02) VALUE SPACES.
003890      05  FILLER                  PIC X(17) VALUE
003900          "  1099 AND TIMING".
003910      05  FILLER                  PIC X(02) VALUE SPACES.
003920      05  FILLER                  PIC X(17) VALUE
003930          "       DIFFERENCE".
003940      05  FILLER                  PIC X(02) VALUE SPACES.
003950      05  FILLER                  PIC X(54) VALUE "NOTE".
003960
003970  01  WS-CELL-HEADING-2.
003980      05  FILLER                  PIC X(08) VALUE SPACES.
003990      05  FILLER                  PIC X(17) VALUE
004000          "       REPORTABLE".
004010      05  FILLER                  PIC X(02) VALUE SPACES.
004020      05  FILLER                  PIC X(17) VALUE
004030          "  UNDER THRESHOLD".
004040      05  FILLER                  PIC X(02) VALUE SPACES.
004050      05  FILLER                  PIC X(17) VALUE
004060          "           EXEMPT".
004070      05  FILLER                  PIC X(02) VALUE SPACES.
004080      05  FILLER                  PIC X(17) VALUE
004090          "   EXCL STOP/VOID".
004100      05  FILLER                  PIC X(02) VALUE SPACES.
004110      05  FILLER                  PIC X(17) VALUE
004120          "    EXCL RETURNED".
004130      05  FILLER                  PIC X(02) VALUE SPACES.
004140      05  FILLER                  PIC X(17) VALUE
004150          "           TIMING".
004160      05  FILLER                  PIC X(13) VALUE SPACES.
004170
004180  01  WS-CELL-LINE-1.
004190      05  FILLER                  PIC X(03) VALUE SPACES.
004200      05  CL1-KEY.
004210          10  CL1-BUS-UNIT        PIC X(05).
004220          10  FILLER              PIC X(02) VALUE SPACES.
004230          10  CL1-OPER-LOC        PIC X(04).
004240          10  FILLER              PIC X(02) VALUE SPACES.
004250          10  CL1-RSN-CODE        PIC X(02).
004260          10  FILLER              PIC X(04) VALUE SPACES.
004270      05  CL1-KEY-TEXT REDEFINES CL1-KEY
004280                                  PIC X(19).
004290      05  CL1-GL-DEBIT            PIC Z(12)9.99-.
004300      05  FILLER                  PIC X(02) VALUE SPACES.
004310      05  CL1-EXPECTED            PIC Z(12)9.99-.
004320      05  FILLER                  PIC X(02) VALUE SPACES.
004330      05  CL1-DIFFERENCE          PIC Z(12)9.99-.
004340      05  FILLER                  PIC X(02) VALUE SPACES.
004350      05  CL1-NOTE                PIC X(40).
004360      05  FILLER                  PIC X(14) VALUE SPACES.
004370
004380  01  WS-CELL-LINE-2.
004390      05  FILLER                  PIC X(08) VALUE SPACES.
004400      05  CL2-REPORTABLE          PIC Z(12)9.99-.
004410      05  FILLER                  PIC X(02) VALUE SPACES.
004420      05  CL2-UNDER               PIC Z(12)9.99-.
004430      05  FILLER                  PIC X(02) VALUE SPACES.
004440      05  CL2-EXEMPT              PIC Z(12)9.99-.
004450      05  FILLER                  PIC X(02) VALUE SPACES.
004460      05  CL2-STOP-VOID           PIC Z(12)9.99-.
004470      05  FILLER                  PIC X(02) VALUE SPACES.
004480      05  CL2-RETURNED            PIC Z(12)9.99-.
004490      05  FILLER                  PIC X(02) VALUE SPACES.
004500      05  CL2-TIMING              PIC Z(12)9.99-.
004510      05  FILLER                  PIC X(13) VALUE SPACES.
004520
004530  01  WS-STREAM-HEADING.
004540      05  FILLER                  PIC X(03) VALUE SPACES.
004550      05  FILLER                  PIC X(40) VALUE
004560          "FINAL BUILD OUTPUT".
004570      05  FILLER                  PIC X(10) VALUE " PAYEES".
004580      05  FILLER                  PIC X(17) VALUE
004590          "     STREAM TOTAL".
004600      05  FILLER                  PIC X(02) VALUE SPACES.
004610      05  FILLER                  PIC X(17) VALUE
004620          "    STAGED DETAIL".
004630      05  FILLER                  PIC X(02) VALUE SPACES.
004640      05  FILLER                  PIC X(17) VALUE
004650          "       DIFFERENCE".
004660      05  FILLER                  PIC X(25) VALUE SPACES.
004670
004680  01  WS-STREAM-LINE.
004690      05  FILLER                  PIC X(03) VALUE SPACES.
004700      05  STL-NAME                PIC X(40).
004710      05  STL-PAYEES              PIC ZZZ,ZZZ,ZZ9.
004720      05  FILLER                  PIC X(01) VALUE SPACES.
004730      05  STL-STREAM-TOTAL        PIC Z(12)9.99-.
004740      05  FILLER                  PIC X(02) VALUE SPACES.
004750      05  STL-ATTRIBUTED          PIC Z(12)9.99-.
004760      05  FILLER                  PIC X(02) VALUE SPACES.
004770      05  STL-DIFFERENCE          PIC Z(12)9.99-.
004780      05  FILLER                  PIC X(02) VALUE SPACES.
004790      05  STL-NOTE                PIC X(12).
004800      05  FILLER                  PIC X(09) VALUE SPACES.
004810
004820  01  WS-AMOUNT-LINE.
004830      05  FILLER                  PIC X(03) VALUE SPACES.
004840      05  AML-LITERAL             PIC X(40).
004850      05  AML-COUNT               PIC ZZZ,ZZZ,ZZ9.
004860      05  FILLER                  PIC X(01) VALUE SPACES.
004870      05  AML-AMOUNT              PIC Z(12)9.99-.
004880      05  FILLER                  PIC X(61) VALUE SPACES.
004890
004900  01  WS-COUNT-LINE.
004910      05  FILLER                  PIC X(03) VALUE SPACES.
004920      05  CNL-LITERAL             PIC X(40).
004930      05  CNL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004940      05  FILLER                  PIC X(79) VALUE SPACES.
004950
004960  LINKAGE SECTION.
004970
004980* RUN-TIME PARM - THE TAX YEAR TO TIE OUT.
004990  01  LS-PARM-DATA.
005000      05  LS-PARM-LENGTH          PIC S9(04) COMP.
005010      05  LS-PARM-YEAR            PIC X(04).
005020
005030  PROCEDURE DIVISION USING LS-PARM-DATA.
005040
005050  0000-MAINLINE.
005060
005070      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
005080
005090      PERFORM 2000-LOAD-GL-DEBITS    THRU 2000-EXIT.
005100
005110      PERFORM 3000-ATTRIBUTE-1099    THRU 3000-EXIT.
005120
005130      PERFORM 4000-TOTAL-1042S       THRU 4000-EXIT.
005140
005150      PERFORM 5000-WRITE-TIE-OUT     THRU 5000-EXIT.
005160
005170      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
005180
005190      GOBACK.
005200
005210  1000-INITIALIZE.
005220
005230      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
005240      OPEN EXTEND RUN-HISTORY-FILE.
005250
005260      COPY C2INZ001.
005270
005280      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
005290      MOVE WS-TODAY               TO WS-TODAY-PARTS.
005300
005310      IF LS-PARM-LENGTH > ZERO
005320          IF LS-PARM-LENGTH < 4
005330              OR LS-PARM-YEAR NOT NUMERIC
005340              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
005350              MOVE "PARM1"            TO SAR-RETURN-CODE
005360              MOVE SPACES             TO SAR-DB-NAME
005370              MOVE "TIEOUT"           TO SAR-TABLE-NAME
005380              MOVE SPACES             TO SAR-SQLCODE
005390              GO TO 9998-COREDUMP
005400          END-IF
005410          MOVE LS-PARM-YEAR       TO WS-TAX-YEAR
005420      ELSE
005430          COMPUTE WS-TAX-YEAR = WS-TODAY-CCYY - 1
005440      END-IF.
005450
005460      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
005470      MOVE "TIEOUT"               TO SWA-RUN-MODE.
005480
005490      INITIALIZE WS-TOTAL-AMOUNTS
005500                 WS-STREAM-AMOUNTS.
005510
005520      PERFORM 1100-LOAD-EXCLUSIONS THRU 1100-EXIT.
005530
005540      OPEN OUTPUT TIE-OUT-RPT.
005550
005560      MOVE WS-TAX-YEAR            TO TTL-TAX-YEAR.
005570      MOVE WS-TODAY               TO TTL-RUN-DATE.
005580      MOVE WS-TIE-TITLE           TO TIE-OUT-RCD.
005590      WRITE TIE-OUT-RCD.
005600
005610  1000-EXIT.
005620      EXIT.
005630
005640* 1100-LOAD-EXCLUSIONS
005650*   THE SAME EXCLUSIONS CCCW9150 TOOK THE YEAR'S CHECKS OUT OF
005660*   THE 1099 WITH, KEPT WITH THEIR REASON CODE.
005670  1100-LOAD-EXCLUSIONS.
005680
005690      OPEN INPUT TEN99-BANKRTN-FILE.
005700
005710      PERFORM 1110-LOAD-EXCLUSION THRU 1110-EXIT
005720          UNTIL WS-BANKRTN-EOF.
005730
005740      CLOSE TEN99-BANKRTN-FILE.
005750
005760  1100-EXIT.
005770      EXIT.
005780
005790  1110-LOAD-EXCLUSION.
005800
005810      READ TEN99-BANKRTN-FILE
005820          AT END
005830              MOVE "Y" TO WS-BANKRTN-EOF-SW
005840              GO TO 1110-EXIT
005850      END-READ.
005860
005870      IF WS-EXC-COUNT NOT < WS-EXC-TABLE-MAX
005880          ADD 1 TO WS-EXC-DROPPED
005890          GO TO 1110-EXIT
005900      END-IF.
005910
005920      ADD 1 TO WS-EXC-COUNT.
005930      MOVE BKR-ISSUING-BR-CODE    TO WS-EXC-SEARCH-KEY (1:3).
005940      MOVE BKR-ONSITE-CHK-NUM     TO WS-EXC-SEARCH-KEY (4:8).
005950      MOVE WS-EXC-SEARCH-KEY      TO WS-EXC-KEY (WS-EXC-COUNT).
005960      MOVE BKR-RETURN-REASON-CODE TO WS-EXC-REASON (WS-EXC-COUNT).
005970      ADD 1 TO WS-EXCLUSIONS-LOADED.
005980
005990  1110-EXIT.
006000      EXIT.
006010
006020* 2000-LOAD-GL-DEBITS
006030*   THE EXPENSE DEBITS OF EVERY JOURNAL POSTED IN THE TAX YEAR,
006040*   INTO THEIR CELLS.  CREDITS AND TOTAL RECORDS ARE PASSED BY.
006050  2000-LOAD-GL-DEBITS.
006060
006070      OPEN INPUT GL-JOURNAL-FILE.
006080
006090      PERFORM 2100-READ-GL        THRU 2100-EXIT
006100          UNTIL WS-GL-EOF.
006110
006120      CLOSE GL-JOURNAL-FILE.
006130
006140  2000-EXIT.
006150      EXIT.
006160
006170  2100-READ-GL.
006180
006190      READ GL-JOURNAL-FILE
006200          AT END
006210              MOVE "Y" TO WS-GL-EOF-SW
006220              GO TO 2100-EXIT
006230      END-READ.
006240
006250      ADD 1 TO WS-GL-READ.
006260
006270      IF NOT GJ-DEBIT-ENTRY
006280          GO TO 2100-EXIT
006290      END-IF.
006300
006310      MOVE GJ-RUN-DATE            TO WS-YC-DATE.
006320      IF WS-YC-CCYY NOT = WS-TAX-YEAR
006330          ADD 1 TO WS-GL-OTHER-YEAR
006340          GO TO 2100-EXIT
006350      END-IF.
006360
006370      ADD 1 TO WS-GL-DEBITS-TAKEN.
006380
006390      MOVE GJ-BUS-UNIT            TO WS-CSK-BUS-UNIT.
006400      MOVE GJ-OPERATION-LOC       TO WS-CSK-OPER-LOC.
006410      MOVE GJ-RSN-CODE            TO WS-CSK-RSN-CODE.
006420      MOVE 1                      TO WS-POST-COL.
006430      MOVE GJ-AMOUNT              TO WS-POST-AMOUNT.
006440      PERFORM 6000-POST-TO-CELL   THRU 6000-EXIT.
006450
006460  2100-EXIT.
006470      EXIT.
006480
006490* 3000-ATTRIBUTE-1099
006500*   RELEASES THE YEAR'S STAGED DETAIL AND THE FINAL BUILD'S
006510*   PAYEE MARKERS BY PAYEE, THEN ATTRIBUTES EACH DETAIL RECORD
006520*   TO ITS CELL AND 1099 COLUMN.
006530  3000-ATTRIBUTE-1099.
006540
006550      SORT TIE-SORT-WORK
006560          ON ASCENDING KEY SRT-SSN-TAX-ID
006570                           SRT-COMPASS-ENT-CDE
006580                           SRT-REC-TYPE
006590          INPUT PROCEDURE  IS 3100-SORT-INPUT
006600          OUTPUT PROCEDURE IS 3500-SORT-OUTPUT.
006610
006620  3000-EXIT.
006630      EXIT.
006640
006650  3100-SORT-INPUT.
006660
006670      OPEN INPUT TEN99-STAGING-FILE.
006680      PERFORM 3110-RELEASE-DETAIL THRU 3110-EXIT
006690          UNTIL WS-STAGING-EOF.
006700      CLOSE TEN99-STAGING-FILE.
006710
006720      OPEN INPUT TEN99-OUTPUT-FILE.
006730      MOVE 1                      TO WS-MARK-STREAM.
006740      MOVE "N"                    TO WS-STREAM-EOF-SW.
006750      PERFORM 3210-READ-MISC      THRU 3210-EXIT
006760          UNTIL WS-STREAM-EOF.
006770      CLOSE TEN99-OUTPUT-FILE.
006780
006790      OPEN INPUT TEN99-NEC-FILE.
006800      MOVE 2                      TO WS-MARK-STREAM.
006810      MOVE "N"                    TO WS-STREAM-EOF-SW.
006820      PERFORM 3220-READ-NEC       THRU 3220-EXIT
006830          UNTIL WS-STREAM-EOF.
006840      CLOSE TEN99-NEC-FILE.
006850
006860      OPEN INPUT TEN99-INT-FILE.
006870      MOVE 3                      TO WS-MARK-STREAM.
006880      MOVE "N"                    TO WS-STREAM-EOF-SW.
006890      PERFORM 3230-READ-INT       THRU 3230-EXIT
006900          UNTIL WS-STREAM-EOF.
006910      CLOSE TEN99-INT-FILE.
006920
006930      OPEN INPUT TEN99-SUPPRESS-FILE.
006940      PERFORM 3300-READ-SUPPRESS  THRU 3300-EXIT
006950          UNTIL WS-SUPPRESS-EOF.
006960      CLOSE TEN99-SUPPRESS-FILE.
006970
006980  3100-EXIT.
006990      EXIT.
007000
007010* 3110-RELEASE-DETAIL
007020*   DETAIL STAMPED FOR THE TAX YEAR (OR NOT STAMPED, AS CCCW9150
007030*   TAKES IT) GOES TO THE SORT.  DETAIL OF ANOTHER YEAR ONLY
007040*   MATTERS WHEN A RUN IN THE TAX YEAR BOOKED IT - ITS DEBIT IS
007050*   IN THIS YEAR'S JOURNALS, SO IT IS TIMING.  TAX-YEAR DETAIL
007060*   BOOKED BY A RUN IN ANOTHER YEAR IS TIMING THE OTHER WAY.
007070  3110-RELEASE-DETAIL.
007080
007090      READ TEN99-STAGING-FILE
007100          AT END
007110              MOVE "Y" TO WS-STAGING-EOF-SW
007120              GO TO 3110-EXIT
007130      END-READ.
007140
007150      ADD 1 TO WS-STAGING-READ.
007160
007170      MOVE TEN99-PS-BUS-UNIT      TO WS-CSK-BUS-UNIT.
007180      MOVE TEN99-PS-OPERATION-LOC TO WS-CSK-OPER-LOC.
007190      MOVE TEN99-RSN-CODE         TO WS-CSK-RSN-CODE.
007200      MOVE 7                      TO WS-POST-COL.
007210
007220      MOVE ZERO                   TO WS-YC-DATE.
007230      IF TEN99-RUN-DATE-DATA NUMERIC
007240          MOVE TEN99-RUN-DATE-DATA TO WS-YC-DATE
007250      END-IF.
007260
007270      IF TEN99-TAX-YEAR-DATA NOT = ZERO
007280          AND TEN99-TAX-YEAR-DATA NOT = WS-TAX-YEAR
007290          ADD 1 TO WS-DETAIL-OTHER-YEAR
007300          IF WS-YC-CCYY = WS-TAX-YEAR
007310              ADD 1 TO WS-OTHER-BOOKED-HERE
007320              MOVE TEN99-RPT-DISB-AMT-DATA TO WS-POST-AMOUNT
007330              PERFORM 6000-POST-TO-CELL THRU 6000-EXIT
007340          END-IF
007350          GO TO 3110-EXIT
007360      END-IF.
007370
007380      IF WS-YC-DATE NOT = ZERO
007390          AND WS-YC-CCYY NOT = WS-TAX-YEAR
007400          ADD 1 TO WS-BOOKED-OTHER-YEAR
007410          COMPUTE WS-POST-AMOUNT = ZERO - TEN99-RPT-DISB-AMT-DATA
007420          PERFORM 6000-POST-TO-CELL THRU 6000-EXIT
007430      END-IF.
007440
007450      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
007460      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
007470
007480      MOVE SPACES                 TO TIE-SORT-RCD.
007490      MOVE TP-TIN-WORK            TO SRT-SSN-TAX-ID.
007500      MOVE TEN99-COMPASS-ENT-CDE-DATA TO SRT-COMPASS-ENT-CDE.
007510      MOVE "3"                    TO SRT-REC-TYPE.
007520      MOVE ZERO                   TO SRT-STREAM.
007530      MOVE TEN99-PS-BUS-UNIT      TO SRT-BUS-UNIT.
007540      MOVE TEN99-PS-OPERATION-LOC TO SRT-OPERATION-LOC.
007550      MOVE TEN99-RSN-CODE         TO SRT-RSN-CODE.
007560      MOVE TEN99-ISSUING-BR-CODE-DATA TO SRT-ISSUING-BR-CODE.
007570      MOVE TEN99-ONSITE-CHK-NUM-DATA  TO SRT-ONSITE-CHK-NUM.
007580      MOVE TEN99-RPT-DISB-AMT-DATA TO SRT-AMOUNT.
007590      RELEASE TIE-SORT-RCD.
007600
007610      ADD 1 TO WS-DETAIL-RELEASED.
007620
007630  3110-EXIT.
007640      EXIT.
007650
007660* 3210/3220/3230 - ONE FINAL STREAM EACH.  THE HEADER AND
007670* TRAILER ARE PASSED BY; EACH PAYEE RECORD BECOMES A MARKER.
007680  3210-READ-MISC.
007690
007700      READ TEN99-OUTPUT-FILE
007710          AT END
007720              MOVE "Y" TO WS-STREAM-EOF-SW
007730              GO TO 3210-EXIT
007740      END-READ.
007750
007760      IF TEN99-OUT-RCD (1:10) = LOW-VALUES
007770          OR TEN99-OUT-RCD (1:10) = HIGH-VALUES
007780          GO TO 3210-EXIT
007790      END-IF.
007800
007810      MOVE TEN99-OUT-RCD          TO TEN99-RCD.
007820      PERFORM 3240-RELEASE-MARKER THRU 3240-EXIT.
007830
007840  3210-EXIT.
007850      EXIT.
007860
007870  3220-READ-NEC.
007880
007890      READ TEN99-NEC-FILE
007900          AT END
007910              MOVE "Y" TO WS-STREAM-EOF-SW
007920              GO TO 3220-EXIT
007930      END-READ.
007940
007950      IF TEN99-NEC-OUT-RCD (1:10) = LOW-VALUES
007960          OR TEN99-NEC-OUT-RCD (1:10) = HIGH-VALUES
007970          GO TO 3220-EXIT
007980      END-IF.
007990
008000      MOVE TEN99-NEC-OUT-RCD      TO TEN99-RCD.
008010      PERFORM 3240-RELEASE-MARKER THRU 3240-EXIT.
008020
008030  3220-EXIT.
008040      EXIT.
008050
008060  3230-READ-INT.
008070
008080      READ TEN99-INT-FILE
008090          AT END
008100              MOVE "Y" TO WS-STREAM-EOF-SW
008110              GO TO 3230-EXIT
008120      END-READ.
008130
008140      IF TEN99-INT-OUT-RCD (1:10) = LOW-VALUES
008150          OR TEN99-INT-OUT-RCD (1:10) = HIGH-VALUES
008160          GO TO 3230-EXIT
008170      END-IF.
008180
008190      MOVE TEN99-INT-OUT-RCD      TO TEN99-RCD.
008200      PERFORM 3240-RELEASE-MARKER THRU 3240-EXIT.
008210
008220  3230-EXIT.
008230      EXIT.
008240
008250* 3240-RELEASE-MARKER
008260*   A FINAL PAYEE RECORD (IN TEN99-RCD) FOR WS-MARK-STREAM.  A
008270*   RECORD STAMPED FOR ANOTHER YEAR MEANS THE WRONG BUILD'S
008280*   STREAMS WERE SUPPLIED - IT IS COUNTED AND LEFT OUT.
008290  3240-RELEASE-MARKER.
008300
008310      IF TEN99-TAX-YEAR-DATA NOT = ZERO
008320          AND TEN99-TAX-YEAR-DATA NOT = WS-TAX-YEAR
008330          ADD 1 TO WS-STREAM-OTHER-YEAR
008340          GO TO 3240-EXIT
008350      END-IF.
008360
008370      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
008380      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
008390
008400      MOVE SPACES                 TO TIE-SORT-RCD.
008410      MOVE TP-TIN-WORK            TO SRT-SSN-TAX-ID.
008420      MOVE TEN99-COMPASS-ENT-CDE-DATA TO SRT-COMPASS-ENT-CDE.
008430      MOVE "1"                    TO SRT-REC-TYPE.
008440      MOVE WS-MARK-STREAM         TO SRT-STREAM.
008450      MOVE TEN99-RPT-DISB-AMT-DATA TO SRT-AMOUNT.
008460      RELEASE TIE-SORT-RCD.
008470
008480      ADD 1 TO WS-MARKERS-RELEASED.
008490      ADD 1 TO WS-STR-PAYEES (WS-MARK-STREAM).
008500      ADD TEN99-RPT-DISB-AMT-DATA
008510          TO WS-STR-TOTAL (WS-MARK-STREAM).
008520
008530  3240-EXIT.
008540      EXIT.
008550
008560* 3300-READ-SUPPRESS
008570*   AN EXEMPT PAYEE THE TAX YEAR'S BUILD SUPPRESSED.
008580  3300-READ-SUPPRESS.
008590
008600      READ TEN99-SUPPRESS-FILE
008610          AT END
008620              MOVE "Y" TO WS-SUPPRESS-EOF-SW
008630              GO TO 3300-EXIT
008640      END-READ.
008650
008660      IF SP-TAX-YEAR NOT = WS-TAX-YEAR
008670          ADD 1 TO WS-SUPPRESS-OTHER-YEAR
008680          GO TO 3300-EXIT
008690      END-IF.
008700
008710      MOVE SP-SSN-TAX-ID          TO TP-TIN-WORK.
008720      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
008730
008740      MOVE SPACES                 TO TIE-SORT-RCD.
008750      MOVE TP-TIN-WORK            TO SRT-SSN-TAX-ID.
008760      MOVE SP-COMPASS-ENT-CDE     TO SRT-COMPASS-ENT-CDE.
008770      MOVE "2"                    TO SRT-REC-TYPE.
008780      MOVE 4                      TO SRT-STREAM.
008790      MOVE SP-SUPPRESSED-AMT      TO SRT-AMOUNT.
008800      RELEASE TIE-SORT-RCD.
008810
008820      ADD 1 TO WS-MARKERS-RELEASED.
008830      ADD 1 TO WS-STR-PAYEES (4).
008840      ADD SP-SUPPRESSED-AMT       TO WS-STR-TOTAL (4).
008850
008860  3300-EXIT.
008870      EXIT.
008880
008890  3500-SORT-OUTPUT.
008900
008910      MOVE "N" TO WS-SORT-EOF-SW.
008920
008930      RETURN TIE-SORT-WORK
008940          AT END
008950              MOVE "Y" TO WS-SORT-EOF-SW.
008960
008970      PERFORM 3510-ATTRIBUTE-RCD  THRU 3510-EXIT
008980          UNTIL WS-SORT-EOF.
008990
009000  3500-EXIT.
009010      EXIT.
009020
009030* 3510-ATTRIBUTE-RCD
009040*   A NEW PAYEE STARTS UNDER THRESHOLD UNTIL A MARKER SAYS IT
009050*   WAS FILED OR SUPPRESSED.
009060  3510-ATTRIBUTE-RCD.
009070
009080      IF SRT-SSN-TAX-ID NOT = WS-HOLD-SSN-TAX-ID
009090          OR SRT-COMPASS-ENT-CDE NOT = WS-HOLD-ENT-CDE
009100          MOVE SRT-SSN-TAX-ID     TO WS-HOLD-SSN-TAX-ID
009110          MOVE SRT-COMPASS-ENT-CDE TO WS-HOLD-ENT-CDE
009120          MOVE "U"                TO WS-PAYEE-CLASS
009130          MOVE ZERO               TO WS-PAYEE-STREAM
009140      END-IF.
009150
009160      EVALUATE TRUE
009170          WHEN SRT-FINAL-MARKER
009180              MOVE "R"            TO WS-PAYEE-CLASS
009190              MOVE SRT-STREAM     TO WS-PAYEE-STREAM
009200          WHEN SRT-SUPPRESS-MARKER
009210              MOVE "E"            TO WS-PAYEE-CLASS
009220              MOVE SRT-STREAM     TO WS-PAYEE-STREAM
009230          WHEN OTHER
009240              PERFORM 3600-CLASSIFY-DETAIL THRU 3600-EXIT
009250      END-EVALUATE.
009260
009270      RETURN TIE-SORT-WORK
009280          AT END
009290              MOVE "Y" TO WS-SORT-EOF-SW.
009300
009310  3510-EXIT.
009320      EXIT.
009330
009340* 3600-CLASSIFY-DETAIL
009350*   AN EXCLUDED CHECK IS OUT OF THE 1099 WHATEVER ITS PAYEE'S
009360*   OUTCOME; ANY OTHER DETAIL FOLLOWS ITS PAYEE.
009370  3600-CLASSIFY-DETAIL.
009380
009390      MOVE SRT-BUS-UNIT           TO WS-CSK-BUS-UNIT.
009400      MOVE SRT-OPERATION-LOC      TO WS-CSK-OPER-LOC.
009410      MOVE SRT-RSN-CODE           TO WS-CSK-RSN-CODE.
009420      MOVE SRT-AMOUNT             TO WS-POST-AMOUNT.
009430
009440      MOVE SRT-ISSUING-BR-CODE    TO WS-EXC-SEARCH-KEY (1:3).
009450      MOVE SRT-ONSITE-CHK-NUM     TO WS-EXC-SEARCH-KEY (4:8).
009460      MOVE "N"                    TO WS-EXC-FOUND-SW.
009470      MOVE ZERO                   TO WS-EXC-HIT-SUB.
009480      PERFORM 3610-SEARCH-EXCLUSION THRU 3610-EXIT
009490          VARYING WS-EXC-SUB FROM 1 BY 1
009500          UNTIL WS-EXC-SUB > WS-EXC-COUNT
009510             OR WS-EXC-FOUND.
009520
009530      IF WS-EXC-FOUND
009540          IF WS-EXC-STOP-VOID (WS-EXC-HIT-SUB)
009550              MOVE 5              TO WS-POST-COL
009560          ELSE
009570              MOVE 6              TO WS-POST-COL
009580          END-IF
009590          PERFORM 6000-POST-TO-CELL THRU 6000-EXIT
009600          GO TO 3600-EXIT
009610      END-IF.
009620
009630      EVALUATE TRUE
009640          WHEN WS-PAYEE-REPORTED
009650              MOVE 2              TO WS-POST-COL
009660              ADD SRT-AMOUNT
009670                  TO WS-STR-ATTRIBUTED (WS-PAYEE-STREAM)
009680          WHEN WS-PAYEE-EXEMPT
009690              MOVE 4              TO WS-POST-COL
009700              ADD SRT-AMOUNT
009710                  TO WS-STR-ATTRIBUTED (WS-PAYEE-STREAM)
009720          WHEN OTHER
009730              MOVE 3              TO WS-POST-COL
009740      END-EVALUATE.
009750
009760      PERFORM 6000-POST-TO-CELL   THRU 6000-EXIT.
009770
009780  3600-EXIT.
009790      EXIT.
009800
009810  3610-SEARCH-EXCLUSION.
009820
009830      IF WS-EXC-KEY (WS-EXC-SUB) = WS-EXC-SEARCH-KEY
009840          MOVE "Y"                TO WS-EXC-FOUND-SW
009850          MOVE WS-EXC-SUB         TO WS-EXC-HIT-SUB
009860      END-IF.
009870
009880  3610-EXIT.
009890      EXIT.
009900
009910* 4000-TOTAL-1042S
009920*   THE TAX YEAR'S PAYMENTS ROUTED TO THE 1042-S, FOR THE MEMO
009930*   LINE.
009940  4000-TOTAL-1042S.
009950
009960      OPEN INPUT T42-STAGING-FILE.
009970
009980      MOVE "CLCWW072"             TO WS-LV-CHECK-FILE-ID.
009990      MOVE "T42STAGE"             TO WS-LV-CHECK-DDNAME.
010000      MOVE "N"                    TO WS-LV-EMPTY-SW.
010010      READ T42-STAGING-FILE INTO LAYOUT-HEADER-RCD
010020          AT END
010030              MOVE "Y"            TO WS-LV-EMPTY-SW
010040      END-READ.
010050      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
010060
010070      IF WS-LV-FILE-EMPTY
010080          CLOSE T42-STAGING-FILE
010090          OPEN INPUT T42-STAGING-FILE
010100      END-IF.
010110
010120      PERFORM 4100-READ-T42       THRU 4100-EXIT
010130          UNTIL WS-T42-EOF.
010140
010150      CLOSE T42-STAGING-FILE.
010160
010170  4000-EXIT.
010180      EXIT.
010190
010200  4100-READ-T42.
010210
010220      READ T42-STAGING-FILE
010230          AT END
010240              MOVE "Y" TO WS-T42-EOF-SW
010250              GO TO 4100-EXIT
010260      END-READ.
010270
010280      IF T42-TAX-YEAR NOT = WS-TAX-YEAR
010290          GO TO 4100-EXIT
010300      END-IF.
010310
010320      ADD 1 TO WS-T42-ROUTED.
010330      ADD T42-GROSS-AMT           TO WS-T42-AMOUNT.
010340
010350  4100-EXIT.
010360      EXIT.
010370
010380* 5000-WRITE-TIE-OUT
010390*   THE CELLS THAT DO NOT TIE, THE YEAR'S TOTALS, THE STREAM
010400*   PROOF AND THE 1042-S MEMO.
010410  5000-WRITE-TIE-OUT.
010420
010430      MOVE SPACES                 TO TIE-OUT-RCD.
010440      WRITE TIE-OUT-RCD.
010450      MOVE "   CELLS THAT DO NOT TIE" TO TIE-OUT-RCD.
010460      WRITE TIE-OUT-RCD.
010470      MOVE WS-CELL-HEADING-1      TO TIE-OUT-RCD.
010480      WRITE TIE-OUT-RCD.
010490      MOVE WS-CELL-HEADING-2      TO TIE-OUT-RCD.
010500      WRITE TIE-OUT-RCD.
010510
010520      PERFORM 5100-CHECK-CELL     THRU 5100-EXIT
010530          VARYING WS-CELL-SUB FROM 1 BY 1
010540          UNTIL WS-CELL-SUB > WS-CELL-COUNT.
010550
010560      IF WS-CELLS-NOT-TIED = ZERO
010570          MOVE "      EVERY CELL TIES" TO TIE-OUT-RCD
010580          WRITE TIE-OUT-RCD
010590      END-IF.
010600
010610      PERFORM 5200-WRITE-YEAR-TOTALS THRU 5200-EXIT.
010620
010630      MOVE SPACES                 TO TIE-OUT-RCD.
010640      WRITE TIE-OUT-RCD.
010650      MOVE WS-STREAM-HEADING      TO TIE-OUT-RCD.
010660      WRITE TIE-OUT-RCD.
010670
010680      PERFORM 5300-PROVE-STREAM   THRU 5300-EXIT
010690          VARYING WS-STR-SUB FROM 1 BY 1
010700          UNTIL WS-STR-SUB > 4.
010710
010720      MOVE SPACES                 TO TIE-OUT-RCD.
010730      WRITE TIE-OUT-RCD.
010740
010750      MOVE SPACES                 TO WS-AMOUNT-LINE.
010760      MOVE "MEMO - ROUTED TO 1042-S (NO GL DEBIT)"
010770                                  TO AML-LITERAL.
010780      MOVE WS-T42-ROUTED          TO AML-COUNT.
010790      MOVE WS-T42-AMOUNT          TO AML-AMOUNT.
010800      MOVE WS-AMOUNT-LINE         TO TIE-OUT-RCD.
010810      WRITE TIE-OUT-RCD.
010820
010830      MOVE SPACES                 TO TIE-OUT-RCD.
010840      WRITE TIE-OUT-RCD.
010850
010860      MOVE "CELLS THAT TIE"       TO CNL-LITERAL.
010870      MOVE WS-CELLS-TIED          TO CNL-COUNT.
010880      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
010890
010900      MOVE "CELLS THAT DO NOT TIE" TO CNL-LITERAL.
010910      MOVE WS-CELLS-NOT-TIED      TO CNL-COUNT.
010920      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
010930
010940      MOVE "STREAMS THAT DO NOT TIE" TO CNL-LITERAL.
010950      MOVE WS-STREAMS-NOT-TIED    TO CNL-COUNT.
010960      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
010970
010980      MOVE "STAGED DETAIL OF THE TAX YEAR" TO CNL-LITERAL.
010990      MOVE WS-DETAIL-RELEASED     TO CNL-COUNT.
011000      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
011010
011020      MOVE "  BOOKED BY A RUN IN ANOTHER YEAR" TO CNL-LITERAL.
011030      MOVE WS-BOOKED-OTHER-YEAR   TO CNL-COUNT.
011040      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
011050
011060      MOVE "OTHER-YEAR DETAIL BOOKED IN THE YEAR" TO CNL-LITERAL.
011070      MOVE WS-OTHER-BOOKED-HERE   TO CNL-COUNT.
011080      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
011090
011100      IF WS-STREAM-OTHER-YEAR > ZERO
011110          MOVE "*STREAM RECORDS OF ANOTHER YEAR SKIPPED"
011120                                  TO CNL-LITERAL
011130          MOVE WS-STREAM-OTHER-YEAR TO CNL-COUNT
011140          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
011150      END-IF.
011160
011170  5000-EXIT.
011180      EXIT.
011190
011200* 5100-CHECK-CELL
011210*   A CELL TIES WHEN ITS DEBITS EQUAL ITS 1099 COLUMNS PLUS
011220*   TIMING.  ONLY A CELL THAT DOES NOT IS PRINTED.
011230  5100-CHECK-CELL.
011240
011250      COMPUTE WS-TEN99-SIDE-AMT =
011260              WS-CELL-AMT (WS-CELL-SUB, 2)
011270            + WS-CELL-AMT (WS-CELL-SUB, 3)
011280            + WS-CELL-AMT (WS-CELL-SUB, 4)
011290            + WS-CELL-AMT (WS-CELL-SUB, 5)
011300            + WS-CELL-AMT (WS-CELL-SUB, 6).
011310      COMPUTE WS-EXPECTED-AMT = WS-TEN99-SIDE-AMT
011320                              + WS-CELL-AMT (WS-CELL-SUB, 7).
011330      COMPUTE WS-DIFFERENCE-AMT = WS-CELL-AMT (WS-CELL-SUB, 1)
011340                                - WS-EXPECTED-AMT.
011350
011360      IF WS-DIFFERENCE-AMT = ZERO
011370          ADD 1 TO WS-CELLS-TIED
011380          GO TO 5100-EXIT
011390      END-IF.
011400
011410      ADD 1 TO WS-CELLS-NOT-TIED.
011420
011430      MOVE SPACES                 TO WS-CELL-LINE-1.
011440      MOVE WS-CELL-BUS-UNIT (WS-CELL-SUB) TO CL1-BUS-UNIT.
011450      MOVE WS-CELL-OPER-LOC (WS-CELL-SUB) TO CL1-OPER-LOC.
011460      MOVE WS-CELL-RSN-CODE (WS-CELL-SUB) TO CL1-RSN-CODE.
011470      MOVE WS-CELL-AMT (WS-CELL-SUB, 1)   TO CL1-GL-DEBIT.
011480      MOVE WS-EXPECTED-AMT        TO CL1-EXPECTED.
011490      MOVE WS-DIFFERENCE-AMT      TO CL1-DIFFERENCE.
011500
011510      IF WS-CELL-AMT (WS-CELL-SUB, 1) = ZERO
011520          MOVE "NO GL EXPENSE DEBIT IN THE CELL" TO CL1-NOTE
011530      END-IF.
011540      IF WS-TEN99-SIDE-AMT = ZERO
011550          MOVE "NO STAGED 1099 DETAIL IN THE CELL" TO CL1-NOTE
011560      END-IF.
011570
011580      MOVE WS-CELL-LINE-1         TO TIE-OUT-RCD.
011590      WRITE TIE-OUT-RCD.
011600
011610      MOVE SPACES                 TO WS-CELL-LINE-2.
011620      MOVE WS-CELL-AMT (WS-CELL-SUB, 2) TO CL2-REPORTABLE.
011630      MOVE WS-CELL-AMT (WS-CELL-SUB, 3) TO CL2-UNDER.
011640      MOVE WS-CELL-AMT (WS-CELL-SUB, 4) TO CL2-EXEMPT.
011650      MOVE WS-CELL-AMT (WS-CELL-SUB, 5) TO CL2-STOP-VOID.
011660      MOVE WS-CELL-AMT (WS-CELL-SUB, 6) TO CL2-RETURNED.
011670      MOVE WS-CELL-AMT (WS-CELL-SUB, 7) TO CL2-TIMING.
011680      MOVE WS-CELL-LINE-2         TO TIE-OUT-RCD.
011690      WRITE TIE-OUT-RCD.
011700
011710  5100-EXIT.
011720      EXIT.
011730
011740* 5200-WRITE-YEAR-TOTALS
011750*   THE SAME TWO LINES FOR THE WHOLE TAX YEAR.
011760  5200-WRITE-YEAR-TOTALS.
011770
011780      COMPUTE WS-EXPECTED-AMT = WS-TOT-AMT (2) + WS-TOT-AMT (3)
011790                              + WS-TOT-AMT (4) + WS-TOT-AMT (5)
011800                              + WS-TOT-AMT (6) + WS-TOT-AMT (7).
011810      COMPUTE WS-DIFFERENCE-AMT = WS-TOT-AMT (1)
011820                                - WS-EXPECTED-AMT.
011830
011840      MOVE SPACES                 TO TIE-OUT-RCD.
011850      WRITE TIE-OUT-RCD.
011860
011870      MOVE SPACES                 TO WS-CELL-LINE-1.
011880      MOVE "TAX YEAR TOTAL"       TO CL1-KEY-TEXT.
011890      MOVE WS-TOT-AMT (1)         TO CL1-GL-DEBIT.
011900      MOVE WS-EXPECTED-AMT        TO CL1-EXPECTED.
011910      MOVE WS-DIFFERENCE-AMT      TO CL1-DIFFERENCE.
011920      MOVE WS-CELL-LINE-1         TO TIE-OUT-RCD.
011930      WRITE TIE-OUT-RCD.
011940
011950      MOVE SPACES                 TO WS-CELL-LINE-2.
011960      MOVE WS-TOT-AMT (2)         TO CL2-REPORTABLE.
011970      MOVE WS-TOT-AMT (3)         TO CL2-UNDER.
011980      MOVE WS-TOT-AMT (4)         TO CL2-EXEMPT.
011990      MOVE WS-TOT-AMT (5)         TO CL2-STOP-VOID.
012000      MOVE WS-TOT-AMT (6)         TO CL2-RETURNED.
012010      MOVE WS-TOT-AMT (7)         TO CL2-TIMING.
012020      MOVE WS-CELL-LINE-2         TO TIE-OUT-RCD.
012030      WRITE TIE-OUT-RCD.
012040
012050  5200-EXIT.
012060      EXIT.
012070
012080* 5300-PROVE-STREAM
012090*   WHAT A FINAL STREAM CARRIES AGAINST THE STAGED DETAIL OF ITS
012100*   PAYEES THAT WAS NOT EXCLUDED - THE TWO MUST AGREE.
012110  5300-PROVE-STREAM.
012120
012130      COMPUTE WS-DIFFERENCE-AMT = WS-STR-TOTAL (WS-STR-SUB)
012140                                - WS-STR-ATTRIBUTED (WS-STR-SUB).
012150
012160      MOVE SPACES                 TO WS-STREAM-LINE.
012170      MOVE WS-STREAM-NAME (WS-STR-SUB) TO STL-NAME.
012180      MOVE WS-STR-PAYEES (WS-STR-SUB)  TO STL-PAYEES.
012190      MOVE WS-STR-TOTAL (WS-STR-SUB)   TO STL-STREAM-TOTAL.
012200      MOVE WS-STR-ATTRIBUTED (WS-STR-SUB) TO STL-ATTRIBUTED.
012210      MOVE WS-DIFFERENCE-AMT      TO STL-DIFFERENCE.
012220
012230      IF WS-DIFFERENCE-AMT NOT = ZERO
012240          ADD 1 TO WS-STREAMS-NOT-TIED
012250          MOVE "*NOT TIED"        TO STL-NOTE
012260      END-IF.
012270
012280      MOVE WS-STREAM-LINE         TO TIE-OUT-RCD.
012290      WRITE TIE-OUT-RCD.
012300
012310  5300-EXIT.
012320      EXIT.
012330
012340* 6000-POST-TO-CELL
012350*   ADDS WS-POST-AMOUNT TO COLUMN WS-POST-COL OF THE CELL FOR
012360*   WS-CELL-SEARCH-KEY (ADDED WHEN NEW) AND OF THE YEAR'S
012370*   TOTALS.  THE YEAR'S TOTALS TAKE THE AMOUNT EVEN WHEN THE
012380*   CELL TABLE IS FULL.
012390  6000-POST-TO-CELL.
012400
012410      ADD WS-POST-AMOUNT          TO WS-TOT-AMT (WS-POST-COL).
012420
012430      MOVE "N"                    TO WS-CELL-FOUND-SW.
012440      MOVE ZERO                   TO WS-CELL-HIT-SUB.
012450      PERFORM 6010-SEARCH-CELL    THRU 6010-EXIT
012460          VARYING WS-CELL-SUB FROM 1 BY 1
012470          UNTIL WS-CELL-SUB > WS-CELL-COUNT
012480             OR WS-CELL-FOUND.
012490
012500      IF NOT WS-CELL-FOUND
012510          IF WS-CELL-COUNT NOT < WS-CELL-TABLE-MAX
012520              ADD 1 TO WS-CELL-DROPPED
012530              GO TO 6000-EXIT
012540          END-IF
012550          ADD 1 TO WS-CELL-COUNT
012560          MOVE WS-CELL-COUNT      TO WS-CELL-HIT-SUB
012570          MOVE WS-CELL-SEARCH-KEY TO WS-CELL-KEY (WS-CELL-HIT-SUB)
012580          PERFORM 6020-CLEAR-CELL THRU 6020-EXIT
012590              VARYING WS-COL-SUB FROM 1 BY 1
012600              UNTIL WS-COL-SUB > 7
012610      END-IF.
012620
012630      ADD WS-POST-AMOUNT
012640          TO WS-CELL-AMT (WS-CELL-HIT-SUB, WS-POST-COL).
012650
012660  6000-EXIT.
012670      EXIT.
012680
012690  6010-SEARCH-CELL.
012700
012710      IF WS-CELL-KEY (WS-CELL-SUB) = WS-CELL-SEARCH-KEY
012720          MOVE "Y"                TO WS-CELL-FOUND-SW
012730          MOVE WS-CELL-SUB        TO WS-CELL-HIT-SUB
012740      END-IF.
012750
012760  6010-EXIT.
012770      EXIT.
012780
012790  6020-CLEAR-CELL.
012800
012810      MOVE ZERO TO WS-CELL-AMT (WS-CELL-HIT-SUB, WS-COL-SUB).
012820
012830  6020-EXIT.
012840      EXIT.
012850
012860  7900-WRITE-COUNT.
012870
012880      MOVE WS-COUNT-LINE          TO TIE-OUT-RCD.
012890      WRITE TIE-OUT-RCD.
012900
012910  7900-EXIT.
012920      EXIT.
012930
012940  8000-WRAPUP.
012950
012960      MOVE "GL JOURNAL RECORDS READ:" TO SCR-LITERAL.
012970      MOVE WS-GL-READ             TO SCR-COUNT.
012980      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012990      PERFORM 8999-WRITE-SYSOUT.
013000
013010      MOVE "GL EXPENSE DEBITS TAKEN:" TO SCR-LITERAL.
013020      MOVE WS-GL-DEBITS-TAKEN     TO SCR-COUNT.
013030      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013040      PERFORM 8999-WRITE-SYSOUT.
013050
013060      MOVE "GL DEBITS OF OTHER YEARS:" TO SCR-LITERAL.
013070      MOVE WS-GL-OTHER-YEAR       TO SCR-COUNT.
013080      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013090      PERFORM 8999-WRITE-SYSOUT.
013100
013110      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
013120      MOVE WS-STAGING-READ        TO SCR-COUNT.
013130      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013140      PERFORM 8999-WRITE-SYSOUT.
013150
013160      MOVE "TAX-YEAR DETAIL ATTRIBUTED:" TO SCR-LITERAL.
013170      MOVE WS-DETAIL-RELEASED     TO SCR-COUNT.
013180      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013190      PERFORM 8999-WRITE-SYSOUT.
013200
013210      MOVE "FINAL PAYEE MARKERS:" TO SCR-LITERAL.
013220      MOVE WS-MARKERS-RELEASED    TO SCR-COUNT.
013230      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013240      PERFORM 8999-WRITE-SYSOUT.
013250
013260      MOVE "EXCLUSIONS LOADED:"   TO SCR-LITERAL.
013270      MOVE WS-EXCLUSIONS-LOADED   TO SCR-COUNT.
013280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013290      PERFORM 8999-WRITE-SYSOUT.
013300
013310      MOVE "CELLS NOT TIED:"      TO SCR-LITERAL.
013320      MOVE WS-CELLS-NOT-TIED      TO SCR-COUNT.
013330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013340      PERFORM 8999-WRITE-SYSOUT.
013350
013360      MOVE "STREAMS NOT TIED:"    TO SCR-LITERAL.
013370      MOVE WS-STREAMS-NOT-TIED    TO SCR-COUNT.
013380      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013390      PERFORM 8999-WRITE-SYSOUT.
013400
013410      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
013420
013430      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
013440
013450      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
013460
013470      COPY C2INZ003.
013480
013490      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
013500
013510  8000-EXIT.
013520      EXIT.
013530
013540* 8900-SET-RETURN-CODE
013550*   RC=4 A CELL OR STREAM DOES NOT TIE, RC=8 NOTHING TO TIE FOR
013560*   THE YEAR, RC=12 A TABLE FILLED - THE WORST ONE WINS.
013570  8900-SET-RETURN-CODE.
013580
013590      MOVE ZERO TO RETURN-CODE.
013600
013610      IF WS-CELLS-NOT-TIED > ZERO
013620          OR WS-STREAMS-NOT-TIED > ZERO
013630          MOVE 4 TO RETURN-CODE
013640      END-IF.
013650
013660      IF WS-GL-DEBITS-TAKEN = ZERO
013670          OR WS-DETAIL-RELEASED = ZERO
013680          MOVE 8 TO RETURN-CODE
013690      END-IF.
013700
013710      IF TC-TABLE-OVERFLOW
013720          MOVE TC-OVERFLOW-RC TO RETURN-CODE
013730      END-IF.
013740
013750  8900-EXIT.
013760      EXIT.
013770
013780* 8980-NOTE-TABLE-CAPACITY
013790*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPPED COUNT
013800*   AND PRINTS THE CAPACITY REPORT.
013810  8980-NOTE-TABLE-CAPACITY.
013820
013830      MOVE "TIE-OUT CELLS"          TO TC-NOTE-NAME.
013840      MOVE WS-CELL-TABLE-MAX        TO TC-NOTE-LIMIT.
013850      MOVE WS-CELL-COUNT            TO TC-NOTE-HIGH.
013860      MOVE WS-CELL-DROPPED          TO TC-NOTE-DROPPED.
013870      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
013880
013890      MOVE "EXCLUSIONS"             TO TC-NOTE-NAME.
013900      MOVE WS-EXC-TABLE-MAX         TO TC-NOTE-LIMIT.
013910      MOVE WS-EXC-COUNT             TO TC-NOTE-HIGH.
013920      MOVE WS-EXC-DROPPED           TO TC-NOTE-DROPPED.
013930      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
013940
013950      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
013960
013970  8980-EXIT.
013980      EXIT.
013990
014000      COPY CLCWW111.
014010
014020      COPY CLCWW134.
014030
014040      COPY CLCWW167.
014050
014060      COPY C2INZ002.
014070
014080      COPY C2INZ004.
014090
014100      COPY C2INZ005.
014110
014120      TIE-OUT-RPT
014130      RUN-HISTORY-FILE.
014140
014150  9999-EXIT.
014160      EXIT.
