000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9215.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9215
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    CENTRAL CHECK PRINT.  READS A CLCWW027 FEED AND
000130*              PRINTS EVERY CHECK ON IT FLAGGED DISB-CENTRAL-ISSUE
000140*              - THE REPLACEMENTS CCCW9141 GENERATES WITH NO
000150*              HAND-ASSIGNED NUMBER (ESCHEAT OWNER-CLAIM PAYMENTS
000160*              FROM CCCW9146 AND APPROVED CCCW9213 CLAIMS ARRIVE
000170*              THE SAME WAY), AND ANY FRONT-END DISBURSEMENT
000180*              FLAGGED FOR CENTRAL ISSUE.  EACH ONE IS NUMBERED
000190*              FROM THE CENTRAL STOCK RANGE - BM-STOCK-LOW/HIGH ON
000200*              THE CLCWW081 MASTER RECORD MARKED BM-CENTRAL-DESK -
000210*              STARTING ONE PAST THE CENTRAL DESK'S HIGH NUMBER
000220*              USED ON THE CLCWW118 STOCK-USAGE FILE, WHICH THIS
000230*              RUN CARRIES FORWARD SO CCCW9100 AND THE REORDER
000240*              FORECAST SEE THE CENTRAL STOCK LIKE ANY BRANCH'S.
000250*              EACH CHECK GOES TO THE MICR PRINT STREAM WITH ITS
000260*              REMITTANCE STUB, GETS A CLCWW034 POSITIVE-PAY ISSUE
000270*              RECORD, AND IS MARKED DISB-CENTRAL-PRINTED ON THE
000280*              OUTPUT FEED, WHICH GOES ON TO CCCW9100.  EVERY
000290*              OTHER RECORD, THE BATCH HEADER AND THE TRAILER
000300*              PASS THROUGH UNCHANGED, SO THE TRAILER STILL
000310*              BALANCES.
000320*              A FORM SPOILED IN THE PRINT ROOM IS KEYED ON THE
000330*              CLCWW191 SPOILED-FORM FILE AND THE FEED IT WAS
000340*              PRINTED FROM IS RUN AGAIN: THE SPOILED NUMBER IS
000350*              VOIDED WITH THE BANK AND THE ITEM REPRINTED ON THE
000360*              NEXT CENTRAL NUMBER.  NUMBERS ONLY EVER MOVE UP, SO
000370*              A SPOILED NUMBER IS NEVER ISSUED AGAIN.  A SPOILED
000380*              NUMBER WITH NO ITEM ON THE FEED (AN ALIGNMENT
000390*              SHEET) IS ONLY VOIDED, UNDER THE BRANCH KEYED FOR
000391*              IT (THE CENTRAL DESK WHEN NONE WAS KEYED).
000392*              THE REPRINT RUN REPLACES THE FIRST RUN'S CENTOUT,
000393*              SO SPOILS MUST BE KEYED AND THE FEED RUN AGAIN
000394*              BEFORE CENTOUT GOES TO CCCW9100.  THE CENTRAL
000395*              DESK'S STOCK-USAGE RECORD CARRIES THE FIRST NUMBER
000396*              PRINTED SINCE CCCW9100 LAST RAN; A SPOILED FORM ON
000397*              THE FEED BELOW IT HAS ALREADY BEEN POSTED, AND THE
000398*              RUN STOPS - THAT CHECK IS REPLACED BY A CCCW9141
000399*              STOP AND REISSUE INSTEAD.
000400*              THE PRINT-RUN CONTROL REPORT LISTS EVERY CHECK
000410*              PRINTED AND EVERY SPOILED FORM, WITH THE FIRST AND
000420*              LAST NUMBER, COUNT AND DOLLARS OF THE RUN FOR THE
000430*              PRINT ROOM TO BALANCE THE FORMS USED AGAINST.
000440*
000450*  FILES:      CENTIN   - DISBURSEMENT FEED (CLCWW027)
000460*              CENTOUT  - THE FEED, CENTRAL CHECKS NUMBERED
000470*              BRCHMSTR - BRANCH MASTER (CLCWW081)
000480*              STKUSEI  - CHECK STOCK USAGE (CLCWW118)  TO STKUSEO
000490*              SPOILED  - SPOILED CENTRAL FORMS (CLCWW191)
000500*              CHKPRINT - MICR CHECK PRINT STREAM WITH STUBS
000510*              PPCENT   - POSITIVE-PAY ISSUES AND SPOILED-FORM
000520*                         VOIDS (CLCWW034), SENT WITH THE DAY'S
000530*                         POSITIVE-PAY TRANSMISSION
000540*              CENTCTL  - PRINT-RUN CONTROL REPORT
000550*
000560*  RETURN:     RC=0 CLEAN.  RC=4 A SPOILED-FORM ENTRY WAS
000570*              REJECTED (SEE THE CONTROL REPORT).  RC=8 THE
000580*              CENTRAL STOCK RAN OUT - THE CHECKS LEFT UNPRINTED
000590*              STAY FLAGGED FOR CENTRAL ISSUE AND CCCW9100 REJECTS
000600*              THEM.  RC=12 THE SPOILED-FORM TABLE FILLED.
000601*              ABEND SPOL1 A SPOILED FORM ON THE FEED WAS ALREADY
000602*              POSTED BY CCCW9100 - NOTHING FROM THE RUN IS USED.
000610*
000620******************************************************************
000630*                      MODIFICATION HISTORY
000640******************************************************************
000650* DATE     INIT  DESCRIPTION
000660* -------- ----  --------------------------------------------
000670* 10/2026  RF    NEW PROGRAM - CENTRAL CHECK PRINT STREAM WITH
000680*                POSITIVE-PAY ISSUES AND SPOILED-FORM VOIDS
0006va* 10/2026  RF    STOP A REPRINT OF A FORM CCCW9100 ALREADY POSTED;
0006vb*                VOID AN UNMATCHED FORM UNDER ITS KEYED BRANCH
000690******************************************************************
000700  ENVIRONMENT DIVISION.
000710  CONFIGURATION SECTION.
000720  SOURCE-COMPUTER.   IBM-370.
000730  OBJECT-COMPUTER.   IBM-370.
000740  INPUT-OUTPUT SECTION.
000750  FILE-CONTROL.
000760
000770      COPY C2INX001.
000780
000790      SELECT CENTRAL-FEED-IN     ASSIGN TO CENTIN
000800          ORGANIZATION IS SEQUENTIAL.
000810
000820      SELECT CENTRAL-FEED-OUT    ASSIGN TO CENTOUT
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      SELECT BRANCH-MASTER-FILE  ASSIGN TO BRCHMSTR
000860          ORGANIZATION IS SEQUENTIAL.
000870
000880      SELECT STOCK-USAGE-IN      ASSIGN TO STKUSEI
000890          ORGANIZATION IS SEQUENTIAL.
000900
000910      SELECT STOCK-USAGE-OUT     ASSIGN TO STKUSEO
000920          ORGANIZATION IS SEQUENTIAL.
000930
000940      SELECT SPOILED-FORM-FILE   ASSIGN TO SPOILED
000950          ORGANIZATION IS SEQUENTIAL.
000960
000970      SELECT CHECK-PRINT-FILE    ASSIGN TO CHKPRINT
000980          ORGANIZATION IS SEQUENTIAL.
000990
001000      SELECT CENTRAL-POSPAY-FILE ASSIGN TO PPCENT
001010          ORGANIZATION IS SEQUENTIAL.
001020
001030      SELECT PRINT-CONTROL-RPT   ASSIGN TO CENTCTL
001040          ORGANIZATION IS SEQUENTIAL.
001050
001060      COPY C2INX004.
001070
001080  DATA DIVISION.
001090  FILE SECTION.
001100
001110      COPY C2INX002.
001120
001130  FD  CENTRAL-FEED-IN
001140      BLOCK CONTAINS 0 RECORDS
001150      RECORDING MODE IS F
001160      LABEL RECORDS ARE STANDARD
001170      DATA RECORD IS DISB-REQ-RCD.
001180
001190      COPY CLCWW027.
001200
001210  FD  CENTRAL-FEED-OUT
001220      BLOCK CONTAINS 0 RECORDS
001230      RECORDING MODE IS F
001240      LABEL RECORDS ARE STANDARD
001250      DATA RECORD IS CENTRAL-FEED-OUT-RCD.
001260
001270  01  CENTRAL-FEED-OUT-RCD          PIC X(386).
001280
001290  FD  BRANCH-MASTER-FILE
001300      BLOCK CONTAINS 0 RECORDS
001310      RECORDING MODE IS F
001320      LABEL RECORDS ARE STANDARD
001330      DATA RECORD IS BRANCH-MASTER-RCD.
001340
001350      COPY CLCWW081.
001360
001370  FD  STOCK-USAGE-IN
001380      BLOCK CONTAINS 0 RECORDS
001390      RECORDING MODE IS F
001400      LABEL RECORDS ARE STANDARD
001410      DATA RECORD IS STOCK-USAGE-RCD.
001420
001430      COPY CLCWW118.
001440
001450  FD  STOCK-USAGE-OUT
001460      BLOCK CONTAINS 0 RECORDS
001470      RECORDING MODE IS F
001480      LABEL RECORDS ARE STANDARD
001490      DATA RECORD IS STOCK-USAGE-OUT-RCD.
001500
001510  01  STOCK-USAGE-OUT-RCD           PIC X(40).
001520
001530  FD  SPOILED-FORM-FILE
001540      BLOCK CONTAINS 0 RECORDS
001550      RECORDING MODE IS F
001560      LABEL RECORDS ARE STANDARD
001570      DATA RECORD IS SPOILED-FORM-RCD.
001580
001590      COPY CLCWW191.
001600
001610  FD  CHECK-PRINT-FILE
001620      BLOCK CONTAINS 0 RECORDS
001630      RECORDING MODE IS F
001640      LABEL RECORDS ARE STANDARD
001650      DATA RECORD IS CHECK-PRINT-RCD.
001660
001670  01  CHECK-PRINT-RCD               PIC X(133).
001680
001690  FD  CENTRAL-POSPAY-FILE
001700      BLOCK CONTAINS 0 RECORDS
001710      RECORDING MODE IS F
001720      LABEL RECORDS ARE STANDARD
001730      DATA RECORD IS TEN99-POSPAY-RCD.
001740
001750      COPY CLCWW034.
001760
001770  FD  PRINT-CONTROL-RPT
001780      BLOCK CONTAINS 0 RECORDS
001790      RECORDING MODE IS F
001800      LABEL RECORDS ARE STANDARD
001810      DATA RECORD IS PRINT-CONTROL-RCD.
001820
001830  01  PRINT-CONTROL-RCD             PIC X(133).
001840
001850      COPY C2INX005.
001860
001870  WORKING-STORAGE SECTION.
001880
001890      COPY C2INX003.
001900
001910      COPY C2INX006.
001920
001930      COPY CLCWW133.
001940
001950  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9215".
001960
001970  01  WS-SWITCHES.
001980      05  WS-FEED-EOF-SW          PIC X(01) VALUE "N".
001990          88  WS-FEED-EOF                 VALUE "Y".
002000      05  WS-BM-EOF-SW            PIC X(01) VALUE "N".
002010          88  WS-BM-EOF                   VALUE "Y".
002020      05  WS-STK-EOF-SW           PIC X(01) VALUE "N".
002030          88  WS-STK-EOF                  VALUE "Y".
002040      05  WS-SP-EOF-SW            PIC X(01) VALUE "N".
002050          88  WS-SP-EOF                   VALUE "Y".
002060      05  WS-CD-FOUND-SW          PIC X(01) VALUE "N".
002070          88  WS-CD-FOUND                 VALUE "Y".
002080      05  WS-CD-USAGE-SW          PIC X(01) VALUE "N".
002090          88  WS-CD-USAGE-FOUND           VALUE "Y".
002100      05  WS-CD-USAGE-WRITTEN-SW  PIC X(01) VALUE "N".
002110          88  WS-CD-USAGE-WRITTEN         VALUE "Y".
002120      05  WS-SP-FOUND-SW          PIC X(01) VALUE "N".
002130          88  WS-SP-FOUND                 VALUE "Y".
002140      05  WS-FIRST-PRINTED-SW     PIC X(01) VALUE "N".
002150          88  WS-FIRST-PRINTED            VALUE "Y".
002160
002170  01  WS-COUNTERS.
002180      05  WS-FEED-READ            PIC 9(09) COMP VALUE ZERO.
002190      05  WS-FEED-WRITTEN         PIC 9(09) COMP VALUE ZERO.
002200      05  WS-CHECKS-PRINTED       PIC 9(09) COMP VALUE ZERO.
002210      05  WS-CHECKS-REPRINTED     PIC 9(09) COMP VALUE ZERO.
002220      05  WS-CHECKS-UNPRINTED     PIC 9(09) COMP VALUE ZERO.
002230      05  WS-POSPAY-ISSUES        PIC 9(09) COMP VALUE ZERO.
002240      05  WS-SPOILS-READ          PIC 9(09) COMP VALUE ZERO.
002250      05  WS-SPOILS-VOIDED        PIC 9(09) COMP VALUE ZERO.
002260      05  WS-SPOILS-REJECTED      PIC 9(09) COMP VALUE ZERO.
002270      05  WS-PRINT-LINES          PIC 9(09) COMP VALUE ZERO.
002280  01  WS-PRINTED-AMOUNT           PIC S9(13)V99 VALUE ZERO.
002290
002300  01  WS-TODAY                    PIC 9(08) VALUE ZERO.
002310  01  WS-TODAY-X REDEFINES WS-TODAY.
002320      05  WS-TODAY-CCYY           PIC X(04).
002330      05  WS-TODAY-MM             PIC X(02).
002340      05  WS-TODAY-DD             PIC X(02).
002350
002360* THE CENTRAL DESK'S MASTER RECORD AND ITS STOCK POSITION.  THE
002370* NEXT NUMBER IS ONE PAST THE HIGH NUMBER USED - THE RANGE LOW
002380* WHEN THE DESK HAS NO USAGE RECORD YET.
002390  77  WS-CD-BR-CODE               PIC X(03) VALUE SPACES.
002400  77  WS-CD-BR-NAME               PIC X(30) VALUE SPACES.
002410  77  WS-CD-STOCK-LOW             PIC X(08) VALUE SPACES.
002420  77  WS-CD-STOCK-HIGH            PIC X(08) VALUE SPACES.
002430  77  WS-CD-HIGH-USED             PIC X(08) VALUE SPACES.
002435  77  WS-CD-UNPOSTED-LOW          PIC X(08) VALUE SPACES.
002440  77  WS-CD-DESKS                 PIC 9(03) COMP VALUE ZERO.
002450  77  WS-STK-LOW-N                PIC 9(08) VALUE ZERO.
002460  77  WS-STK-HIGH-N               PIC 9(08) VALUE ZERO.
002470  77  WS-STK-USED-N               PIC 9(08) VALUE ZERO.
002480  77  WS-STK-NEXT-N               PIC 9(08) VALUE ZERO.
002490  77  WS-STK-FIRST-N              PIC 9(08) VALUE ZERO.
002500  77  WS-STK-LAST-N               PIC 9(08) VALUE ZERO.
002510  77  WS-STK-LEFT-N               PIC 9(08) VALUE ZERO.
002520  77  WS-STK-CHK-NUM              PIC 9(08) VALUE ZERO.
002530  77  WS-SPOILED-CHK              PIC X(08) VALUE SPACES.
002540  77  WS-PRINT-TYPE               PIC X(08) VALUE SPACES.
002550
002560* THE SPOILED FORMS KEYED FOR THIS RUN.  AN ACCEPTED ENTRY IS A
002570* NUMBER THE CENTRAL DESK HAS ALREADY USED.
002580  01  WS-SP-TABLE.
002590      05  WS-SP-ENTRY             OCCURS 500 TIMES.
002600          10  WS-SP-CHK-NUM           PIC X(08).
002610          10  WS-SP-REASON            PIC X(30).
002620          10  WS-SP-REPORTED-BY       PIC X(08).
002625          10  WS-SP-BR-CODE           PIC X(03).
002630          10  WS-SP-MATCHED-SW        PIC X(01).
002640              88  WS-SP-MATCHED               VALUE "Y".
002650  77  WS-SP-COUNT                 PIC 9(03) COMP VALUE ZERO.
002660  77  WS-SP-TABLE-MAX             PIC 9(03) COMP VALUE 500.
002670  77  WS-SP-DROPPED               PIC 9(07) COMP VALUE ZERO.
002680  77  WS-SP-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
002690  77  WS-SP-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
002700  77  WS-SP-FIND-CHK              PIC X(08) VALUE SPACES.
002710  77  WS-SP-REASON-TEXT           PIC X(36) VALUE SPACES.
002720
002730* MICR CHECK PRINT STREAM.  COLUMN 1 IS THE CARRIAGE CONTROL -
002740* "1" STARTS A NEW FORM.  THE TRANSIT AND ACCOUNT FIELDS ARE
002750* PRE-ENCODED ON THE CENTRAL STOCK; THE MICR LINE CARRIES THE
002760* SERIAL NUMBER BETWEEN ON-US SYMBOLS ("C" IN THE E-13B FONT).
002770  01  WS-CHK-NUMBER-LINE.
002780      05  CKN-CC                  PIC X(01) VALUE "1".
002790      05  FILLER                  PIC X(60) VALUE SPACES.
002800      05  FILLER                  PIC X(10) VALUE "CHECK NO. ".
002810      05  CKN-CHK-NUM             PIC X(08).
002820      05  FILLER                  PIC X(08) VALUE "   DATE ".
002830      05  CKN-MM                  PIC X(02).
002840      05  FILLER                  PIC X(01) VALUE "/".
002850      05  CKN-DD                  PIC X(02).
002860      05  FILLER                  PIC X(01) VALUE "/".
002870      05  CKN-CCYY                PIC X(04).
002880      05  FILLER                  PIC X(36) VALUE SPACES.
002890
002900  01  WS-CHK-PAY-LINE.
002910      05  CKP-CC                  PIC X(01) VALUE "0".
002920      05  FILLER                  PIC X(04) VALUE SPACES.
002930      05  FILLER                  PIC X(21) VALUE
002940          "PAY TO THE ORDER OF  ".
002950      05  CKP-NAME                PIC X(40).
002960      05  FILLER                  PIC X(04) VALUE SPACES.
002970      05  CKP-AMOUNT              PIC $**,***,***,**9.99.
002980      05  FILLER                  PIC X(45) VALUE SPACES.
002990
003000  01  WS-CHK-ADDRESS-LINE.
003010      05  CKA-CC                  PIC X(01) VALUE " ".
003020      05  FILLER                  PIC X(25) VALUE SPACES.
003030      05  CKA-TEXT                PIC X(60).
003040      05  FILLER                  PIC X(47) VALUE SPACES.
003050
003060  01  WS-CHK-CITY-LINE.
003070      05  CKC-CITY                PIC X(28).
003080      05  FILLER                  PIC X(01) VALUE SPACES.
003090      05  CKC-STATE               PIC X(05).
003100      05  FILLER                  PIC X(01) VALUE SPACES.
003110      05  CKC-ZIP                 PIC X(11).
003120      05  FILLER                  PIC X(14) VALUE SPACES.
003130
003140  01  WS-CHK-FOREIGN-LINE.
003150      05  CKF-PROVINCE            PIC X(10).
003160      05  FILLER                  PIC X(01) VALUE SPACES.
003170      05  CKF-POSTAL-CODE         PIC X(10).
003180      05  FILLER                  PIC X(01) VALUE SPACES.
003190      05  CKF-COUNTRY-CODE        PIC X(03).
003200      05  FILLER                  PIC X(35) VALUE SPACES.
003210
003220  01  WS-CHK-MEMO-LINE.
003230      05  CKM-CC                  PIC X(01) VALUE "0".
003240      05  FILLER                  PIC X(04) VALUE SPACES.
003250      05  FILLER                  PIC X(06) VALUE "MEMO: ".
003260      05  CKM-TEXT                PIC X(60).
003270      05  FILLER                  PIC X(62) VALUE SPACES.
003280
003290  01  WS-CHK-MICR-LINE.
003300      05  CKR-CC                  PIC X(01) VALUE "0".
003310      05  FILLER                  PIC X(20) VALUE SPACES.
003320      05  FILLER                  PIC X(01) VALUE "C".
003330      05  CKR-CHK-NUM             PIC X(08).
003340      05  FILLER                  PIC X(01) VALUE "C".
003350      05  FILLER                  PIC X(102) VALUE SPACES.
003360
003370  01  WS-STUB-RULE-LINE.
003380      05  STR-CC                  PIC X(01) VALUE "0".
003390      05  FILLER                  PIC X(04) VALUE SPACES.
003400      05  FILLER                  PIC X(100) VALUE ALL "-".
003410      05  FILLER                  PIC X(28) VALUE SPACES.
003420
003430  01  WS-STUB-HEAD-LINE.
003440      05  STH-CC                  PIC X(01) VALUE " ".
003450      05  FILLER                  PIC X(04) VALUE SPACES.
003460      05  FILLER                  PIC X(20) VALUE
003470          "REMITTANCE ADVICE   ".
003480      05  FILLER                  PIC X(07) VALUE "BRANCH ".
003490      05  STH-BR-CODE             PIC X(03).
003500      05  FILLER                  PIC X(11) VALUE "   REQUEST ".
003510      05  STH-SEQ-NUM             PIC 9(09).
003520      05  FILLER                  PIC X(12) VALUE "   EFF DATE ".
003530      05  STH-EFF-DATE            PIC 9(06).
003540      05  FILLER                  PIC X(13) VALUE "   CHECK NO. ".
003550      05  STH-CHK-NUM             PIC X(08).
003560      05  FILLER                  PIC X(39) VALUE SPACES.
003570
003580  01  WS-STUB-DETAIL-LINE.
003590      05  STD-CC                  PIC X(01) VALUE " ".
003600      05  FILLER                  PIC X(04) VALUE SPACES.
003610      05  STD-TEXT                PIC X(60).
003620      05  FILLER                  PIC X(04) VALUE SPACES.
003630      05  STD-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003640      05  STD-AMOUNT-X REDEFINES STD-AMOUNT
003650                                  PIC X(17).
003660      05  FILLER                  PIC X(47) VALUE SPACES.
003670
003680* PRINT-RUN CONTROL REPORT.
003690  01  WS-CTL-TITLE.
003700      05  FILLER                  PIC X(01) VALUE SPACES.
003710      05  FILLER                  PIC X(32) VALUE
003720          "CENTRAL CHECK PRINT CONTROL     ".
003730      05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
003740      05  CTT-RUN-DATE            PIC 9(08).
003750      05  FILLER                  PIC X(15) VALUE
003760          "   CENTRAL DESK".
003770      05  FILLER                  PIC X(01) VALUE SPACES.
003780      05  CTT-DESK-CODE           PIC X(03).
003790      05  FILLER                  PIC X(01) VALUE SPACES.
003800      05  CTT-DESK-NAME           PIC X(30).
003810      05  FILLER                  PIC X(30) VALUE SPACES.
003820
003830  01  WS-CTL-HEADING.
003840      05  FILLER                  PIC X(01) VALUE SPACES.
003850      05  CHL-TEXT                PIC X(60).
003860      05  FILLER                  PIC X(72) VALUE SPACES.
003870
003880  01  WS-CHK-COL-HEADING.
003890      05  FILLER                  PIC X(03) VALUE SPACES.
003900      05  FILLER                  PIC X(10) VALUE "CHECK NO. ".
003910      05  FILLER                  PIC X(09) VALUE "TYPE     ".
003920      05  FILLER                  PIC X(05) VALUE "BR   ".
003930      05  FILLER                  PIC X(11) VALUE "REQUEST    ".
003940      05  FILLER                  PIC X(41) VALUE "PAYEE".
003950      05  FILLER                  PIC X(17) VALUE
003960          "           AMOUNT".
003970      05  FILLER                  PIC X(02) VALUE SPACES.
003980      05  FILLER                  PIC X(35) VALUE "NOTE".
003990
004000  01  WS-CHK-LINE.
004010      05  FILLER                  PIC X(03) VALUE SPACES.
004020      05  CKL-CHK-NUM             PIC X(08).
004030      05  FILLER                  PIC X(02) VALUE SPACES.
004040      05  CKL-TYPE                PIC X(08).
004050      05  FILLER                  PIC X(01) VALUE SPACES.
004060      05  CKL-BR-CODE             PIC X(03).
004070      05  FILLER                  PIC X(02) VALUE SPACES.
004080      05  CKL-SEQ-NUM             PIC 9(09).
004090      05  FILLER                  PIC X(02) VALUE SPACES.
004100      05  CKL-NAME                PIC X(40).
004110      05  FILLER                  PIC X(01) VALUE SPACES.
004120      05  CKL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
004130      05  FILLER                  PIC X(02) VALUE SPACES.
004140      05  CKL-NOTE                PIC X(35).
004150
004160  01  WS-SPOIL-COL-HEADING.
004170      05  FILLER                  PIC X(03) VALUE SPACES.
004180      05  FILLER                  PIC X(10) VALUE "CHECK NO. ".
004190      05  FILLER                  PIC X(31) VALUE "REASON".
004200      05  FILLER                  PIC X(10) VALUE "KEYED BY  ".
004210      05  FILLER                  PIC X(36) VALUE "DISPOSITION".
004220      05  FILLER                  PIC X(43) VALUE SPACES.
004230
004240  01  WS-SPOIL-LINE.
004250      05  FILLER                  PIC X(03) VALUE SPACES.
004260      05  SPL-CHK-NUM             PIC X(08).
004270      05  FILLER                  PIC X(02) VALUE SPACES.
004280      05  SPL-REASON              PIC X(30).
004290      05  FILLER                  PIC X(01) VALUE SPACES.
004300      05  SPL-REPORTED-BY         PIC X(08).
004310      05  FILLER                  PIC X(02) VALUE SPACES.
004320      05  SPL-DISPOSITION         PIC X(36).
004330      05  FILLER                  PIC X(43) VALUE SPACES.
004340
004350  01  WS-CTL-RANGE-LINE.
004360      05  FILLER                  PIC X(06) VALUE SPACES.
004370      05  CRL-LITERAL             PIC X(30).
004380      05  CRL-FROM                PIC X(08).
004390      05  FILLER                  PIC X(06) VALUE " THRU ".
004400      05  CRL-TO                  PIC X(08).
004410      05  FILLER                  PIC X(75) VALUE SPACES.
004420
004430  01  WS-CTL-AMOUNT-LINE.
004440      05  FILLER                  PIC X(06) VALUE SPACES.
004450      05  CAL-LITERAL             PIC X(30).
004460      05  CAL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004470      05  FILLER                  PIC X(02) VALUE SPACES.
004480      05  CAL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004490      05  FILLER                  PIC X(63) VALUE SPACES.
004500
004510  01  WS-CTL-COUNT-LINE.
004520      05  FILLER                  PIC X(06) VALUE SPACES.
004530      05  CCL-LITERAL             PIC X(30).
004540      05  CCL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004550      05  FILLER                  PIC X(86) VALUE SPACES.
004560
004570  01  WS-CTL-NOTE-LINE.
004580      05  FILLER                  PIC X(06) VALUE SPACES.
004590      05  CNL-TEXT                PIC X(70).
004600      05  FILLER                  PIC X(57) VALUE SPACES.
004610
004620  PROCEDURE DIVISION.
004630
004640  0000-MAINLINE.
004650
004660      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004670
004680      PERFORM 2000-PRINT-FEED        THRU 2000-EXIT.
004690
004700      PERFORM 4000-VOID-SPOILED      THRU 4000-EXIT.
004710
004720      PERFORM 5000-UPDATE-STOCK-USAGE THRU 5000-EXIT.
004730
004740      PERFORM 7000-PRINT-TOTALS      THRU 7000-EXIT.
004750
004760      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004770
004780      GOBACK.
004790
004800  1000-INITIALIZE.
004810
004820      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004830      OPEN EXTEND RUN-HISTORY-FILE.
004840
004850      COPY C2INZ001.
004860
004870      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
004880
004890      PERFORM 1100-LOAD-CENTRAL-DESK THRU 1100-EXIT.
004900
004910      PERFORM 1200-LOAD-STOCK-USAGE THRU 1200-EXIT.
004920
004930      OPEN OUTPUT PRINT-CONTROL-RPT.
004940      MOVE WS-TODAY               TO CTT-RUN-DATE.
004950      MOVE WS-CD-BR-CODE          TO CTT-DESK-CODE.
004960      MOVE WS-CD-BR-NAME          TO CTT-DESK-NAME.
004970      MOVE WS-CTL-TITLE           TO PRINT-CONTROL-RCD.
004980      WRITE PRINT-CONTROL-RCD.
004990
005000      MOVE "SPOILED FORMS KEYED" TO CHL-TEXT.
005010      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
005020      MOVE WS-SPOIL-COL-HEADING   TO PRINT-CONTROL-RCD.
005030      WRITE PRINT-CONTROL-RCD.
005040
005050      PERFORM 1300-LOAD-SPOILED   THRU 1300-EXIT.
005060
005070      IF WS-SPOILS-READ = ZERO
005080          MOVE "NONE"             TO CNL-TEXT
005090          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
005100      END-IF.
005110
005120      MOVE "CHECKS PRINTED"       TO CHL-TEXT.
005130      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
005140      MOVE WS-CHK-COL-HEADING     TO PRINT-CONTROL-RCD.
005150      WRITE PRINT-CONTROL-RCD.
005160
005170      OPEN INPUT  CENTRAL-FEED-IN.
005180      OPEN OUTPUT CENTRAL-FEED-OUT.
005190      OPEN OUTPUT CHECK-PRINT-FILE.
005200      OPEN OUTPUT CENTRAL-POSPAY-FILE.
005210
005220  1000-EXIT.
005230      EXIT.
005240
005250* 1100-LOAD-CENTRAL-DESK
005260*   FINDS THE ONE MASTER RECORD MARKED BM-CENTRAL-DESK.  WITH
005270*   NONE, OR A STOCK RANGE THAT IS NOT NUMERIC, NOTHING CAN BE
005280*   NUMBERED AND THE RUN STOPS BEFORE IT WRITES ANYTHING.  A
005290*   SECOND DESK ON THE MASTER IS A MASTER ERROR - THE FIRST ONE
005300*   IS USED.
005310  1100-LOAD-CENTRAL-DESK.
005320
005330      OPEN INPUT BRANCH-MASTER-FILE.
005340      PERFORM 1110-READ-MASTER    THRU 1110-EXIT
005350          UNTIL WS-BM-EOF.
005360      CLOSE BRANCH-MASTER-FILE.
005370
005380      IF WS-CD-DESKS > 1
005390          MOVE "*CENTRAL DESKS ON MASTER:" TO SCR-LITERAL
005400          MOVE WS-CD-DESKS        TO SCR-COUNT
005410          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005420          PERFORM 8999-WRITE-SYSOUT
005430      END-IF.
005440
005450      IF NOT WS-CD-FOUND
005460          MOVE "*NO CENTRAL DESK ON THE BRANCH MASTER - STOPPED"
005470                                  TO CC-E01W-DISPLAY-RCD
005480          PERFORM 8999-WRITE-SYSOUT
005490          MOVE "1100-LOAD-CENTRAL-DESK" TO SAR-PARAGRAPH
005500          MOVE "DESK1"            TO SAR-RETURN-CODE
005510          MOVE SPACES             TO SAR-DB-NAME
005520          MOVE "BRCHMSTR"         TO SAR-TABLE-NAME
005530          MOVE SPACES             TO SAR-SQLCODE
005540          GO TO 9998-COREDUMP
005550      END-IF.
005560
005570      IF WS-CD-STOCK-LOW NOT NUMERIC
005580          OR WS-CD-STOCK-HIGH NOT NUMERIC
005590          OR WS-CD-STOCK-HIGH < WS-CD-STOCK-LOW
005600          MOVE "*CENTRAL STOCK RANGE NOT NUMERIC - RUN STOPPED"
005610                                  TO CC-E01W-DISPLAY-RCD
005620          PERFORM 8999-WRITE-SYSOUT
005630          MOVE "1100-LOAD-CENTRAL-DESK" TO SAR-PARAGRAPH
005640          MOVE "DESK2"            TO SAR-RETURN-CODE
005650          MOVE SPACES             TO SAR-DB-NAME
005660          MOVE "BRCHMSTR"         TO SAR-TABLE-NAME
005670          MOVE SPACES             TO SAR-SQLCODE
005680          GO TO 9998-COREDUMP
005690      END-IF.
005700
005710      MOVE WS-CD-STOCK-LOW        TO WS-STK-LOW-N.
005720      MOVE WS-CD-STOCK-HIGH       TO WS-STK-HIGH-N.
005730
005740  1100-EXIT.
005750      EXIT.
005760
005770  1110-READ-MASTER.
005780
005790      READ BRANCH-MASTER-FILE
005800          AT END
005810              MOVE "Y" TO WS-BM-EOF-SW
005820              GO TO 1110-EXIT
005830      END-READ.
005840
005850      IF NOT BM-CENTRAL-DESK
005860          GO TO 1110-EXIT
005870      END-IF.
005880
005890      ADD 1 TO WS-CD-DESKS.
005900      IF WS-CD-FOUND
005910          GO TO 1110-EXIT
005920      END-IF.
005930
005940      MOVE "Y"                    TO WS-CD-FOUND-SW.
005950      MOVE BM-BR-CODE             TO WS-CD-BR-CODE.
005960      MOVE BM-BR-NAME             TO WS-CD-BR-NAME.
005970      MOVE BM-STOCK-LOW           TO WS-CD-STOCK-LOW.
005980      MOVE BM-STOCK-HIGH          TO WS-CD-STOCK-HIGH.
005990
006000  1110-EXIT.
006010      EXIT.
006020
006030* 1200-LOAD-STOCK-USAGE
006040*   THE CENTRAL DESK'S HIGH NUMBER USED, FROM THE STOCK-USAGE FILE
006050*   CCCW9100 AND THIS PROGRAM CARRY FORWARD.  THE NEXT NUMBER
006060*   ISSUED IS ONE PAST IT; A DESK WITH NO USAGE RECORD, OR ONE
006070*   WHOSE HIGH-WATER IS BELOW ITS RANGE, STARTS AT THE RANGE LOW.
006080  1200-LOAD-STOCK-USAGE.
006090
006100      OPEN INPUT STOCK-USAGE-IN.
006110      PERFORM 1210-READ-STOCK-USAGE THRU 1210-EXIT
006120          UNTIL WS-STK-EOF.
006130      CLOSE STOCK-USAGE-IN.
006140
006150      MOVE WS-STK-LOW-N           TO WS-STK-NEXT-N.
006160      MOVE ZERO                   TO WS-STK-USED-N.
006170      IF WS-CD-USAGE-FOUND
006180          AND WS-CD-HIGH-USED NUMERIC
006190          MOVE WS-CD-HIGH-USED    TO WS-STK-USED-N
006200          IF WS-STK-USED-N NOT < WS-STK-LOW-N
006210              COMPUTE WS-STK-NEXT-N = WS-STK-USED-N + 1
006220          END-IF
006230      END-IF.
006240
006250  1200-EXIT.
006260      EXIT.
006270
006280  1210-READ-STOCK-USAGE.
006290
006300      READ STOCK-USAGE-IN
006310          AT END
006320              MOVE "Y" TO WS-STK-EOF-SW
006330              GO TO 1210-EXIT
006340      END-READ.
006350
006360      IF SU-BR-CODE = WS-CD-BR-CODE
006370          MOVE "Y"                TO WS-CD-USAGE-SW
006380          MOVE SU-HIGH-USED       TO WS-CD-HIGH-USED
006385          MOVE SU-CENTRAL-UNPOSTED-LOW TO WS-CD-UNPOSTED-LOW
006390      END-IF.
006400
006410  1210-EXIT.
006420      EXIT.
006430
006440* 1300-LOAD-SPOILED
006450*   EDITS AND TABLES THE SPOILED FORMS.  A SPOILED NUMBER MUST BE
006460*   IN THE CENTRAL RANGE AND ALREADY USED (AT OR BELOW THE HIGH-
006470*   WATER MARK) - A NUMBER NOT YET REACHED WAS NEVER PRINTED, AND
006480*   VOIDING IT WOULD ONLY COLLIDE WITH THE CHECK THAT LATER GETS
006490*   IT.  EACH ENTRY IS LISTED WITH ITS DISPOSITION.
006500  1300-LOAD-SPOILED.
006510
006520      OPEN INPUT SPOILED-FORM-FILE.
006530      PERFORM 1310-READ-SPOILED   THRU 1310-EXIT
006540          UNTIL WS-SP-EOF.
006550      CLOSE SPOILED-FORM-FILE.
006560
006570  1300-EXIT.
006580      EXIT.
006590
006600  1310-READ-SPOILED.
006610
006620      READ SPOILED-FORM-FILE
006630          AT END
006640              MOVE "Y" TO WS-SP-EOF-SW
006650              GO TO 1310-EXIT
006660      END-READ.
006670
006680      ADD 1 TO WS-SPOILS-READ.
006690
006700      PERFORM 1320-EDIT-SPOILED   THRU 1320-EXIT.
006710
006720      IF WS-SP-REASON-TEXT NOT = SPACES
006730          ADD 1 TO WS-SPOILS-REJECTED
006740          MOVE SF-CHK-NUM         TO SPL-CHK-NUM
006750          MOVE SF-REASON          TO SPL-REASON
006760          MOVE SF-REPORTED-BY     TO SPL-REPORTED-BY
006770          MOVE WS-SP-REASON-TEXT  TO SPL-DISPOSITION
006780          MOVE WS-SPOIL-LINE      TO PRINT-CONTROL-RCD
006790          WRITE PRINT-CONTROL-RCD
006800      END-IF.
006810
006820  1310-EXIT.
006830      EXIT.
006840
006850* 1320-EDIT-SPOILED
006860*   WS-SP-REASON-TEXT IS LEFT SPACES ON AN ACCEPTED ENTRY, WHICH
006870*   IS TABLED FOR THE FEED PASS AND LISTED WHEN IT IS VOIDED.
006880  1320-EDIT-SPOILED.
006890
006900      MOVE SPACES                 TO WS-SP-REASON-TEXT.
006910
006920      IF SF-CHK-NUM NOT NUMERIC
006930          MOVE "REJECTED - CHECK NUMBER NOT NUMERIC"
006940                                  TO WS-SP-REASON-TEXT
006950          GO TO 1320-EXIT
006960      END-IF.
006970
006980      MOVE SF-CHK-NUM             TO WS-STK-CHK-NUM.
006990      IF WS-STK-CHK-NUM < WS-STK-LOW-N
007000          OR WS-STK-CHK-NUM > WS-STK-HIGH-N
007010          MOVE "REJECTED - NOT CENTRAL STOCK"
007020                                  TO WS-SP-REASON-TEXT
007030          GO TO 1320-EXIT
007040      END-IF.
007050
007060      IF WS-STK-CHK-NUM NOT < WS-STK-NEXT-N
007070          MOVE "REJECTED - NUMBER NOT YET ISSUED"
007080                                  TO WS-SP-REASON-TEXT
007090          GO TO 1320-EXIT
007100      END-IF.
007110
007120      MOVE SF-CHK-NUM             TO WS-SP-FIND-CHK.
007130      PERFORM 1900-FIND-SPOILED   THRU 1900-EXIT.
007140      IF WS-SP-FOUND
007150          MOVE "REJECTED - KEYED TWICE"
007160                                  TO WS-SP-REASON-TEXT
007170          GO TO 1320-EXIT
007180      END-IF.
007190
007200      IF WS-SP-COUNT NOT < WS-SP-TABLE-MAX
007210          ADD 1 TO WS-SP-DROPPED
007220          MOVE "REJECTED - SPOILED-FORM TABLE FULL"
007230                                  TO WS-SP-REASON-TEXT
007240          GO TO 1320-EXIT
007250      END-IF.
007260
007270      ADD 1 TO WS-SP-COUNT.
007280      MOVE SF-CHK-NUM         TO WS-SP-CHK-NUM (WS-SP-COUNT).
007290      MOVE SF-REASON          TO WS-SP-REASON (WS-SP-COUNT).
007300      MOVE SF-REPORTED-BY     TO WS-SP-REPORTED-BY (WS-SP-COUNT).
007305      MOVE SF-ISSUING-BR-CODE TO WS-SP-BR-CODE (WS-SP-COUNT).
007310      MOVE "N"                TO WS-SP-MATCHED-SW (WS-SP-COUNT).
007320
007330  1320-EXIT.
007340      EXIT.
007350
007360  1900-FIND-SPOILED.
007370
007380      MOVE "N"                    TO WS-SP-FOUND-SW.
007390      MOVE ZERO                   TO WS-SP-HIT-SUB.
007400      PERFORM 1910-SEARCH-SPOILED THRU 1910-EXIT
007410          VARYING WS-SP-TBL-SUB FROM 1 BY 1
007420          UNTIL WS-SP-TBL-SUB > WS-SP-COUNT
007430             OR WS-SP-FOUND.
007440
007450  1900-EXIT.
007460      EXIT.
007470
007480  1910-SEARCH-SPOILED.
007490
007500      IF WS-SP-CHK-NUM (WS-SP-TBL-SUB) = WS-SP-FIND-CHK
007510          MOVE "Y"                TO WS-SP-FOUND-SW
007520          MOVE WS-SP-TBL-SUB      TO WS-SP-HIT-SUB
007530      END-IF.
007540
007550  1910-EXIT.
007560      EXIT.
007570
007580* 2000-PRINT-FEED
007590*   ONE PASS OF THE FEED.  EVERY RECORD IS WRITTEN TO THE OUTPUT
007600*   FEED IN ITS ORIGINAL ORDER - THE HEADER AND TRAILER AS READ.
007610  2000-PRINT-FEED.
007620
007630      PERFORM 2010-READ-FEED      THRU 2010-EXIT
007640          UNTIL WS-FEED-EOF.
007650
007660      CLOSE CENTRAL-FEED-IN.
007670      CLOSE CENTRAL-FEED-OUT.
007680      CLOSE CHECK-PRINT-FILE.
007690
007700      IF WS-CHECKS-PRINTED = ZERO
007710          MOVE "NONE"             TO CNL-TEXT
007720          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
007730      END-IF.
007740
007750  2000-EXIT.
007760      EXIT.
007770
007780  2010-READ-FEED.
007790
007800      READ CENTRAL-FEED-IN
007810          AT END
007820              MOVE "Y" TO WS-FEED-EOF-SW
007830              GO TO 2010-EXIT
007840      END-READ.
007850
007860      ADD 1 TO WS-FEED-READ.
007870
007880      IF DISB-REQ-RCD (1:10) NOT = LOW-VALUES
007890          AND DISB-REQ-RCD (1:10) NOT = HIGH-VALUES
007900          PERFORM 2020-PRINT-DETAIL THRU 2020-EXIT
007910      END-IF.
007920
007930      WRITE CENTRAL-FEED-OUT-RCD FROM DISB-REQ-RCD.
007940      ADD 1 TO WS-FEED-WRITTEN.
007950
007960  2010-EXIT.
007970      EXIT.
007980
007990* 2020-PRINT-DETAIL
008000*   A CHECK FLAGGED FOR CENTRAL ISSUE IS PRINTED.  ONE ALREADY
008010*   PRINTED IS REPRINTED ONLY WHEN ITS FORM WAS KEYED AS SPOILED,
008011*   AND ONLY WHILE ITS NUMBER IS AT OR ABOVE THE DESK'S UNPOSTED
008012*   LOW - BELOW IT (OR WITH NO MARK AT ALL) CCCW9100 HAS ALREADY
008013*   POSTED THE CHECK AND A REPRINT WOULD ISSUE IT TWICE.
008020  2020-PRINT-DETAIL.
008030
008040      IF DISB-CENTRAL-ISSUE
008050          MOVE "CENTRAL"          TO WS-PRINT-TYPE
008060          IF DISB-REISSUE
008070              MOVE "REISSUE"      TO WS-PRINT-TYPE
008080          END-IF
008090          MOVE SPACES             TO WS-SPOILED-CHK
008100          PERFORM 2100-PRINT-CHECK THRU 2100-EXIT
008110          GO TO 2020-EXIT
008120      END-IF.
008130
008140      IF NOT DISB-CENTRAL-PRINTED
008150          OR WS-SP-COUNT = ZERO
008160          GO TO 2020-EXIT
008170      END-IF.
008180
008190      MOVE DISB-ONSITE-CHK-NUM    TO WS-SP-FIND-CHK.
008200      PERFORM 1900-FIND-SPOILED   THRU 1900-EXIT.
008210      IF NOT WS-SP-FOUND
008220          GO TO 2020-EXIT
008230      END-IF.
008231
008232      IF WS-CD-UNPOSTED-LOW NOT NUMERIC
008233          OR DISB-ONSITE-CHK-NUM < WS-CD-UNPOSTED-LOW
008234          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
008235          STRING "*SPOILED FORM " DELIMITED BY SIZE
008236                 DISB-ONSITE-CHK-NUM DELIMITED BY SIZE
008237                 " ALREADY POSTED BY CCCW9100 - STOPPED"
008238                     DELIMITED BY SIZE
008239              INTO CC-E01W-DISPLAY-RCD
008240          PERFORM 8999-WRITE-SYSOUT
008241          MOVE "2020-PRINT-DETAIL" TO SAR-PARAGRAPH
008242          MOVE "SPOL1"            TO SAR-RETURN-CODE
008243          MOVE SPACES             TO SAR-DB-NAME
008244          MOVE "SPOILED"          TO SAR-TABLE-NAME
008245          MOVE SPACES             TO SAR-SQLCODE
008246          GO TO 9998-COREDUMP
008247      END-IF.
008248
008249      PERFORM 2200-REPRINT-SPOILED THRU 2200-EXIT.
008240
008250  2020-EXIT.
008260      EXIT.
008270
008280* 2100-PRINT-CHECK
008290*   NUMBERS, PRINTS AND CONFIRMS ONE CHECK.  WHEN THE CENTRAL
008300*   RANGE IS USED UP THE CHECK GOES ON UNPRINTED, STILL FLAGGED
008310*   FOR CENTRAL ISSUE WITH NO NUMBER, AND CCCW9100 REJECTS IT
008320*   UNTIL OPERATIONS EXTENDS THE RANGE AND THE FEED IS RUN AGAIN.
008330  2100-PRINT-CHECK.
008340
008350      IF WS-STK-NEXT-N > WS-STK-HIGH-N
008360          MOVE SPACES             TO DISB-ONSITE-CHK-NUM
008370          MOVE "C"                TO DISB-CENTRAL-IND
008380          ADD 1 TO WS-CHECKS-UNPRINTED
008390          MOVE SPACES             TO CKL-CHK-NUM
008400          MOVE "*NOT PRINTED - CENTRAL STOCK OUT" TO CKL-NOTE
008410          PERFORM 2190-WRITE-CHECK-LINE THRU 2190-EXIT
008420          GO TO 2100-EXIT
008430      END-IF.
008440
008450      MOVE WS-STK-NEXT-N          TO WS-STK-CHK-NUM.
008460      MOVE WS-STK-CHK-NUM         TO DISB-ONSITE-CHK-NUM.
008470      MOVE "P"                    TO DISB-CENTRAL-IND.
008480      IF NOT WS-FIRST-PRINTED
008490          MOVE "Y"                TO WS-FIRST-PRINTED-SW
008500          MOVE WS-STK-NEXT-N      TO WS-STK-FIRST-N
008510      END-IF.
008520      MOVE WS-STK-NEXT-N          TO WS-STK-LAST-N.
008530      ADD 1 TO WS-STK-NEXT-N.
008540
008550      PERFORM 3000-WRITE-CHECK-FORM THRU 3000-EXIT.
008560      PERFORM 3100-WRITE-POSPAY-ISSUE THRU 3100-EXIT.
008570
008580      ADD 1 TO WS-CHECKS-PRINTED.
008590      ADD DISB-AMOUNT             TO WS-PRINTED-AMOUNT.
008600
008610      MOVE DISB-ONSITE-CHK-NUM    TO CKL-CHK-NUM.
008620      MOVE SPACES                 TO CKL-NOTE.
008630      IF DISB-REISSUE
008640          STRING "REPLACES " DELIMITED BY SIZE
008650                 DISB-ORIG-CHK-NUM DELIMITED BY SIZE
008660              INTO CKL-NOTE
008670      END-IF.
008680      IF WS-SPOILED-CHK NOT = SPACES
008690          MOVE SPACES             TO CKL-NOTE
008700          STRING "REPRINT OF SPOILED " DELIMITED BY SIZE
008710                 WS-SPOILED-CHK DELIMITED BY SIZE
008720              INTO CKL-NOTE
008730      END-IF.
008740      PERFORM 2190-WRITE-CHECK-LINE THRU 2190-EXIT.
008750
008760  2100-EXIT.
008770      EXIT.
008780
008790  2190-WRITE-CHECK-LINE.
008800
008810      MOVE WS-PRINT-TYPE          TO CKL-TYPE.
008820      MOVE DISB-ISSUING-BR-CODE   TO CKL-BR-CODE.
008830      MOVE DISB-REQ-SEQ-NUM       TO CKL-SEQ-NUM.
008840      MOVE DISB-NAME              TO CKL-NAME.
008850      MOVE DISB-AMOUNT            TO CKL-AMOUNT.
008860      MOVE WS-CHK-LINE            TO PRINT-CONTROL-RCD.
008870      WRITE PRINT-CONTROL-RCD.
008880
008890  2190-EXIT.
008900      EXIT.
008910
008920* 2200-REPRINT-SPOILED
008930*   A CHECK THIS FEED ALREADY PRINTED ON A FORM NOW KEYED AS
008940*   SPOILED: THE OLD NUMBER IS VOIDED WITH THE BANK AT THE ITEM'S
008950*   AMOUNT AND THE ITEM IS PRINTED AGAIN ON THE NEXT NUMBER.
008960  2200-REPRINT-SPOILED.
008970
008980      MOVE "Y"                TO WS-SP-MATCHED-SW (WS-SP-HIT-SUB).
008990      MOVE DISB-ONSITE-CHK-NUM    TO WS-SPOILED-CHK.
009000
009010      MOVE SPACES                 TO TEN99-POSPAY-RCD.
009020      MOVE DISB-ISSUING-BR-CODE   TO PP-ISSUING-BR-CODE.
009030      MOVE WS-SPOILED-CHK         TO PP-ONSITE-CHK-NUM.
009040      MOVE WS-TODAY               TO PP-ISSUE-DATE.
009050      MOVE DISB-AMOUNT            TO PP-DISB-AMOUNT.
009060      MOVE DISB-NAME              TO PP-PAYEE-NAME.
009070      MOVE "V"                    TO PP-VOID-IND.
009080      MOVE DISB-ORIG-CHK-NUM      TO PP-ORIG-CHK-NUM.
009090      WRITE TEN99-POSPAY-RCD.
009100      ADD 1 TO WS-SPOILS-VOIDED.
009110
009120      MOVE "REPRINT"              TO WS-PRINT-TYPE.
009130      PERFORM 2100-PRINT-CHECK    THRU 2100-EXIT.
009140      IF DISB-CENTRAL-PRINTED
009150          ADD 1 TO WS-CHECKS-REPRINTED
009160      END-IF.
009170
009180      MOVE WS-SPOILED-CHK         TO SPL-CHK-NUM.
009190      MOVE WS-SP-REASON (WS-SP-HIT-SUB) TO SPL-REASON.
009200      MOVE WS-SP-REPORTED-BY (WS-SP-HIT-SUB) TO SPL-REPORTED-BY.
009210      MOVE SPACES                 TO SPL-DISPOSITION.
009220      IF DISB-CENTRAL-PRINTED
009230          STRING "VOIDED - REPRINTED AS " DELIMITED BY SIZE
009240                 DISB-ONSITE-CHK-NUM DELIMITED BY SIZE
009250              INTO SPL-DISPOSITION
009260      ELSE
009270          MOVE "VOIDED - REPRINT WAITS FOR STOCK"
009280                                  TO SPL-DISPOSITION
009290      END-IF.
009300      MOVE WS-SPOIL-LINE          TO PRINT-CONTROL-RCD.
009310      WRITE PRINT-CONTROL-RCD.
009320
009330  2200-EXIT.
009340      EXIT.
009350
009360* 3000-WRITE-CHECK-FORM
009370*   ONE CHECK FACE AND ITS REMITTANCE STUB ON THE PRINT STREAM.
009380  3000-WRITE-CHECK-FORM.
009390
009400      MOVE DISB-ONSITE-CHK-NUM    TO CKN-CHK-NUM.
009410      MOVE WS-TODAY-MM            TO CKN-MM.
009420      MOVE WS-TODAY-DD            TO CKN-DD.
009430      MOVE WS-TODAY-CCYY          TO CKN-CCYY.
009440      MOVE WS-CHK-NUMBER-LINE     TO CHECK-PRINT-RCD.
009450      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
009460
009470      MOVE DISB-NAME              TO CKP-NAME.
009480      MOVE DISB-AMOUNT            TO CKP-AMOUNT.
009490      MOVE WS-CHK-PAY-LINE        TO CHECK-PRINT-RCD.
009500      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
009510
009520      MOVE DISB-ADDRESS-LINE1     TO CKA-TEXT.
009530      PERFORM 3080-WRITE-ADDRESS  THRU 3080-EXIT.
009540      IF DISB-ADDRESS-LINE2 NOT = SPACES
009550          MOVE DISB-ADDRESS-LINE2 TO CKA-TEXT
009560          PERFORM 3080-WRITE-ADDRESS THRU 3080-EXIT
009570      END-IF.
009580      MOVE DISB-CITY              TO CKC-CITY.
009590      MOVE DISB-STATE             TO CKC-STATE.
009600      MOVE DISB-ZIP               TO CKC-ZIP.
009610      MOVE WS-CHK-CITY-LINE       TO CKA-TEXT.
009620      PERFORM 3080-WRITE-ADDRESS  THRU 3080-EXIT.
009630      IF DISB-COUNTRY-CODE NOT = SPACES
009640          MOVE DISB-PROVINCE      TO CKF-PROVINCE
009650          MOVE DISB-POSTAL-CODE   TO CKF-POSTAL-CODE
009660          MOVE DISB-COUNTRY-CODE  TO CKF-COUNTRY-CODE
009670          MOVE WS-CHK-FOREIGN-LINE TO CKA-TEXT
009680          PERFORM 3080-WRITE-ADDRESS THRU 3080-EXIT
009690      END-IF.
009700
009710      MOVE DISB-RSN-FOR-DISB      TO CKM-TEXT.
009720      IF DISB-REISSUE
009730          MOVE SPACES             TO CKM-TEXT
009740          STRING "REPLACES CHECK " DELIMITED BY SIZE
009750                 DISB-ORIG-CHK-NUM DELIMITED BY SIZE
009760              INTO CKM-TEXT
009770      END-IF.
009780      MOVE WS-CHK-MEMO-LINE       TO CHECK-PRINT-RCD.
009790      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
009800
009810      MOVE DISB-ONSITE-CHK-NUM    TO CKR-CHK-NUM.
009820      MOVE WS-CHK-MICR-LINE       TO CHECK-PRINT-RCD.
009830      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
009840
009850*   THE STUB - DETACHED AND KEPT BY THE PAYEE.
009860      MOVE WS-STUB-RULE-LINE      TO CHECK-PRINT-RCD.
009870      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
009880
009890      MOVE DISB-ISSUING-BR-CODE   TO STH-BR-CODE.
009900      MOVE DISB-REQ-SEQ-NUM       TO STH-SEQ-NUM.
009910      MOVE DISB-EFF-DATE          TO STH-EFF-DATE.
009920      MOVE DISB-ONSITE-CHK-NUM    TO STH-CHK-NUM.
009930      MOVE WS-STUB-HEAD-LINE      TO CHECK-PRINT-RCD.
009940      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
009950
009960      MOVE DISB-RSN-FOR-DISB      TO STD-TEXT.
009970      MOVE DISB-AMOUNT            TO STD-AMOUNT.
009980      MOVE WS-STUB-DETAIL-LINE    TO CHECK-PRINT-RCD.
009990      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
010000
010010      IF DISB-REISSUE
010020          MOVE SPACES             TO STD-TEXT
010030          STRING "THIS CHECK REPLACES CHECK " DELIMITED BY SIZE
010040                 DISB-ORIG-CHK-NUM DELIMITED BY SIZE
010050                 " - THE ORIGINAL IS STOPPED" DELIMITED BY SIZE
010060              INTO STD-TEXT
010070          MOVE SPACES             TO STD-AMOUNT-X
010080          MOVE WS-STUB-DETAIL-LINE TO CHECK-PRINT-RCD
010090          PERFORM 3090-WRITE-PRINT THRU 3090-EXIT
010100      END-IF.
010110
010120      IF WS-SPOILED-CHK NOT = SPACES
010130          MOVE SPACES             TO STD-TEXT
010140          STRING "REPRINTED - FORM " DELIMITED BY SIZE
010150                 WS-SPOILED-CHK DELIMITED BY SIZE
010160                 " WAS SPOILED AND IS VOID" DELIMITED BY SIZE
010170              INTO STD-TEXT
010180          MOVE SPACES             TO STD-AMOUNT-X
010190          MOVE WS-STUB-DETAIL-LINE TO CHECK-PRINT-RCD
010200          PERFORM 3090-WRITE-PRINT THRU 3090-EXIT
010210      END-IF.
010220
010230  3000-EXIT.
010240      EXIT.
010250
010260  3080-WRITE-ADDRESS.
010270
010280      MOVE WS-CHK-ADDRESS-LINE    TO CHECK-PRINT-RCD.
010290      PERFORM 3090-WRITE-PRINT    THRU 3090-EXIT.
010300
010310  3080-EXIT.
010320      EXIT.
010330
010340  3090-WRITE-PRINT.
010350
010360      WRITE CHECK-PRINT-RCD.
010370      ADD 1 TO WS-PRINT-LINES.
010380
010390  3090-EXIT.
010400      EXIT.
010410
010420* 3100-WRITE-POSPAY-ISSUE
010430*   THE BANK'S ISSUE RECORD FOR THE CHECK JUST PRINTED, WITH THE
010440*   REPLACED CHECK BEHIND A REISSUE.  CCCW9100 WRITES NONE FOR A
010450*   CENTRALLY PRINTED CHECK.
010460  3100-WRITE-POSPAY-ISSUE.
010470
010480      MOVE SPACES                 TO TEN99-POSPAY-RCD.
010490      MOVE DISB-ISSUING-BR-CODE   TO PP-ISSUING-BR-CODE.
010500      MOVE DISB-ONSITE-CHK-NUM    TO PP-ONSITE-CHK-NUM.
010510      MOVE WS-TODAY               TO PP-ISSUE-DATE.
010520      MOVE DISB-AMOUNT            TO PP-DISB-AMOUNT.
010530      MOVE DISB-NAME              TO PP-PAYEE-NAME.
010540      MOVE SPACE                  TO PP-VOID-IND.
010550      MOVE DISB-ORIG-CHK-NUM      TO PP-ORIG-CHK-NUM.
010560      WRITE TEN99-POSPAY-RCD.
010570      ADD 1 TO WS-POSPAY-ISSUES.
010580
010590  3100-EXIT.
010600      EXIT.
010610
010620* 4000-VOID-SPOILED
010630*   A SPOILED NUMBER WITH NO ITEM ON THIS FEED - AN ALIGNMENT
010640*   SHEET, OR A FORM FROM ANOTHER FEED - IS VOIDED WITH THE BANK
010650*   AT ZERO.  ITS ITEM, IF IT HAD ONE, IS REPRINTED BY RUNNING ITS
010660*   OWN FEED AGAIN WITH THE NUMBER KEYED.  THE VOID GOES UNDER
010661*   THE BRANCH KEYED FOR THE FORM, AS A MATCHED REPRINT'S DOES
010662*   UNDER ITS ITEM'S; AN ALIGNMENT SHEET WAS NEVER ISSUED FOR A
010663*   BRANCH AND IS VOIDED UNDER THE CENTRAL DESK.
010670  4000-VOID-SPOILED.
010680
010690      PERFORM 4100-VOID-UNMATCHED THRU 4100-EXIT
010700          VARYING WS-SP-TBL-SUB FROM 1 BY 1
010710          UNTIL WS-SP-TBL-SUB > WS-SP-COUNT.
010720
010730      CLOSE CENTRAL-POSPAY-FILE.
010740
010750  4000-EXIT.
010760      EXIT.
010770
010780  4100-VOID-UNMATCHED.
010790
010800      IF WS-SP-MATCHED (WS-SP-TBL-SUB)
010810          GO TO 4100-EXIT
010820      END-IF.
010830
010840      MOVE SPACES                 TO TEN99-POSPAY-RCD.
010850      IF WS-SP-BR-CODE (WS-SP-TBL-SUB) NOT = SPACES
010851          MOVE WS-SP-BR-CODE (WS-SP-TBL-SUB)
010852                                  TO PP-ISSUING-BR-CODE
010853      ELSE
010854          MOVE WS-CD-BR-CODE      TO PP-ISSUING-BR-CODE
010855      END-IF.
010860      MOVE WS-SP-CHK-NUM (WS-SP-TBL-SUB) TO PP-ONSITE-CHK-NUM.
010870      MOVE WS-TODAY               TO PP-ISSUE-DATE.
010880      MOVE ZERO                   TO PP-DISB-AMOUNT.
010890      MOVE "SPOILED CHECK FORM"   TO PP-PAYEE-NAME.
010900      MOVE "V"                    TO PP-VOID-IND.
010910      WRITE TEN99-POSPAY-RCD.
010920      ADD 1 TO WS-SPOILS-VOIDED.
010930
010940      MOVE WS-SP-CHK-NUM (WS-SP-TBL-SUB) TO SPL-CHK-NUM.
010950      MOVE WS-SP-REASON (WS-SP-TBL-SUB)  TO SPL-REASON.
010960      MOVE WS-SP-REPORTED-BY (WS-SP-TBL-SUB) TO SPL-REPORTED-BY.
010970      MOVE "VOIDED - NO ITEM ON THIS FEED" TO SPL-DISPOSITION.
010980      MOVE WS-SPOIL-LINE          TO PRINT-CONTROL-RCD.
010990      WRITE PRINT-CONTROL-RCD.
011000
011010  4100-EXIT.
011020      EXIT.
011030
011040* 5000-UPDATE-STOCK-USAGE
011050*   THE NEW STOCK-USAGE GENERATION - EVERY RECORD CARRIED AS READ
011060*   EXCEPT THE CENTRAL DESK'S, WHICH TAKES THE RUN'S LAST NUMBER
011070*   AS ITS HIGH-WATER MARK.  A DESK WITH NO RECORD YET GETS ONE.
011071*   THE RUN'S FIRST NUMBER BECOMES THE DESK'S UNPOSTED LOW UNLESS
011072*   AN EARLIER RUN SINCE CCCW9100 ALREADY SET IT.
011080  5000-UPDATE-STOCK-USAGE.
011090
011100      MOVE "N"                    TO WS-STK-EOF-SW.
011110      OPEN INPUT  STOCK-USAGE-IN.
011120      OPEN OUTPUT STOCK-USAGE-OUT.
011130
011140      PERFORM 5010-COPY-STOCK-USAGE THRU 5010-EXIT
011150          UNTIL WS-STK-EOF.
011160
011170      IF NOT WS-CD-USAGE-WRITTEN
011180          AND WS-FIRST-PRINTED
011190          MOVE SPACES             TO STOCK-USAGE-RCD
011200          MOVE WS-CD-BR-CODE      TO SU-BR-CODE
011210          MOVE WS-STK-LAST-N      TO WS-STK-CHK-NUM
011220          MOVE WS-STK-CHK-NUM     TO SU-HIGH-USED
011230          MOVE WS-CD-STOCK-LOW    TO SU-PRIOR-HIGH
011240          MOVE WS-TODAY           TO SU-LAST-RUN-DATE
011245          MOVE WS-STK-FIRST-N     TO WS-STK-CHK-NUM
011246          MOVE WS-STK-CHK-NUM     TO SU-CENTRAL-UNPOSTED-LOW
011250          WRITE STOCK-USAGE-OUT-RCD FROM STOCK-USAGE-RCD
011260      END-IF.
011270
011280      CLOSE STOCK-USAGE-IN.
011290      CLOSE STOCK-USAGE-OUT.
011300
011310  5000-EXIT.
011320      EXIT.
011330
011340  5010-COPY-STOCK-USAGE.
011350
011360      READ STOCK-USAGE-IN
011370          AT END
011380              MOVE "Y" TO WS-STK-EOF-SW
011390              GO TO 5010-EXIT
011400      END-READ.
011410
011420      IF SU-BR-CODE = WS-CD-BR-CODE
011430          AND NOT WS-CD-USAGE-WRITTEN
011440          MOVE "Y"                TO WS-CD-USAGE-WRITTEN-SW
011450          IF WS-FIRST-PRINTED
011460              MOVE WS-STK-LAST-N  TO WS-STK-CHK-NUM
011470              MOVE WS-STK-CHK-NUM TO SU-HIGH-USED
011480              MOVE WS-TODAY       TO SU-LAST-RUN-DATE
011485              IF SU-CENTRAL-UNPOSTED-LOW NOT NUMERIC
011486                  MOVE WS-STK-FIRST-N TO WS-STK-CHK-NUM
011487                  MOVE WS-STK-CHK-NUM TO SU-CENTRAL-UNPOSTED-LOW
011488              END-IF
011490          END-IF
011500      END-IF.
011510
011520      WRITE STOCK-USAGE-OUT-RCD FROM STOCK-USAGE-RCD.
011530
011540  5010-EXIT.
011550      EXIT.
011560
011570* 7000-PRINT-TOTALS
011580*   THE RUN'S CONTROL TOTALS - THE PRINT ROOM BALANCES THE FORMS
011590*   CONSUMED (CHECKS PRINTED PLUS SPOILED) AGAINST THE RANGE USED.
011600  7000-PRINT-TOTALS.
011610
011620      MOVE "PRINT-RUN CONTROL TOTALS" TO CHL-TEXT.
011630      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
011640
011650      MOVE "CENTRAL STOCK RANGE"  TO CRL-LITERAL.
011660      MOVE WS-CD-STOCK-LOW        TO CRL-FROM.
011670      MOVE WS-CD-STOCK-HIGH       TO CRL-TO.
011680      MOVE WS-CTL-RANGE-LINE      TO PRINT-CONTROL-RCD.
011690      WRITE PRINT-CONTROL-RCD.
011700
011710      MOVE "NUMBERS ISSUED THIS RUN" TO CRL-LITERAL.
011720      MOVE "NONE"                 TO CRL-FROM.
011730      MOVE SPACES                 TO CRL-TO.
011740      IF WS-FIRST-PRINTED
011750          MOVE WS-STK-FIRST-N     TO WS-STK-CHK-NUM
011760          MOVE WS-STK-CHK-NUM     TO CRL-FROM
011770          MOVE WS-STK-LAST-N      TO WS-STK-CHK-NUM
011780          MOVE WS-STK-CHK-NUM     TO CRL-TO
011790      END-IF.
011800      MOVE WS-CTL-RANGE-LINE      TO PRINT-CONTROL-RCD.
011810      WRITE PRINT-CONTROL-RCD.
011820
011830      MOVE "CHECKS PRINTED"       TO CAL-LITERAL.
011840      MOVE WS-CHECKS-PRINTED      TO CAL-COUNT.
011850      MOVE WS-PRINTED-AMOUNT      TO CAL-AMOUNT.
011860      MOVE WS-CTL-AMOUNT-LINE     TO PRINT-CONTROL-RCD.
011870      WRITE PRINT-CONTROL-RCD.
011880
011890      MOVE "  OF WHICH SPOILED REPRINTS" TO CCL-LITERAL.
011900      MOVE WS-CHECKS-REPRINTED    TO CCL-COUNT.
011910      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
011920
011930      MOVE "SPOILED FORMS VOIDED" TO CCL-LITERAL.
011940      MOVE WS-SPOILS-VOIDED       TO CCL-COUNT.
011950      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
011960
011970      MOVE "SPOILED ENTRIES REJECTED" TO CCL-LITERAL.
011980      MOVE WS-SPOILS-REJECTED     TO CCL-COUNT.
011990      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012000
012010      MOVE "CHECKS NOT PRINTED - NO STOCK" TO CCL-LITERAL.
012020      MOVE WS-CHECKS-UNPRINTED    TO CCL-COUNT.
012030      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012040
012050      MOVE "POSITIVE-PAY ISSUES WRITTEN" TO CCL-LITERAL.
012060      MOVE WS-POSPAY-ISSUES       TO CCL-COUNT.
012070      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012080
012090      MOVE ZERO                   TO WS-STK-LEFT-N.
012100      IF WS-STK-NEXT-N NOT > WS-STK-HIGH-N
012110          COMPUTE WS-STK-LEFT-N =
012120                  WS-STK-HIGH-N - WS-STK-NEXT-N + 1
012130      END-IF.
012140      MOVE "CENTRAL FORMS REMAINING" TO CCL-LITERAL.
012150      MOVE WS-STK-LEFT-N          TO CCL-COUNT.
012160      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012170
012180      IF WS-CHECKS-UNPRINTED > ZERO
012190          MOVE SPACES             TO PRINT-CONTROL-RCD
012200          WRITE PRINT-CONTROL-RCD
012210          MOVE "CENTRAL STOCK IS USED UP - EXTEND THE DESK'S"
012220                                  TO CNL-TEXT
012230          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
012240          MOVE "RANGE ON THE BRANCH MASTER AND RUN THE FEED AGAIN"
012250                                  TO CNL-TEXT
012260          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
012270      END-IF.
012280
012290      CLOSE PRINT-CONTROL-RPT.
012300
012310  7000-EXIT.
012320      EXIT.
012330
012340  7900-WRITE-NOTE.
012350
012360      MOVE WS-CTL-NOTE-LINE       TO PRINT-CONTROL-RCD.
012370      WRITE PRINT-CONTROL-RCD.
012380
012390  7900-EXIT.
012400      EXIT.
012410
012420  7910-WRITE-HEADING.
012430
012440      MOVE SPACES                 TO PRINT-CONTROL-RCD.
012450      WRITE PRINT-CONTROL-RCD.
012460      MOVE WS-CTL-HEADING         TO PRINT-CONTROL-RCD.
012470      WRITE PRINT-CONTROL-RCD.
012480
012490  7910-EXIT.
012500      EXIT.
012510
012520  7920-WRITE-COUNT.
012530
012540      MOVE WS-CTL-COUNT-LINE      TO PRINT-CONTROL-RCD.
012550      WRITE PRINT-CONTROL-RCD.
012560
012570  7920-EXIT.
012580      EXIT.
012590
012600  8000-WRAPUP.
012610
012620      MOVE "FEED RECORDS READ:"   TO SCR-LITERAL.
012630      MOVE WS-FEED-READ           TO SCR-COUNT.
012640      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012650      PERFORM 8999-WRITE-SYSOUT.
012660
012670      MOVE "FEED RECORDS WRITTEN:" TO SCR-LITERAL.
012680      MOVE WS-FEED-WRITTEN        TO SCR-COUNT.
012690      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012700      PERFORM 8999-WRITE-SYSOUT.
012710
012720      MOVE "CENTRAL CHECKS PRINTED:" TO SCR-LITERAL.
012730      MOVE WS-CHECKS-PRINTED      TO SCR-COUNT.
012740      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012750      PERFORM 8999-WRITE-SYSOUT.
012760
012770      MOVE "SPOILED FORMS REPRINTED:" TO SCR-LITERAL.
012780      MOVE WS-CHECKS-REPRINTED    TO SCR-COUNT.
012790      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012800      PERFORM 8999-WRITE-SYSOUT.
012810
012820      MOVE "SPOILED FORMS VOIDED:" TO SCR-LITERAL.
012830      MOVE WS-SPOILS-VOIDED       TO SCR-COUNT.
012840      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012850      PERFORM 8999-WRITE-SYSOUT.
012860
012870      MOVE "POSITIVE-PAY ISSUES:" TO SCR-LITERAL.
012880      MOVE WS-POSPAY-ISSUES       TO SCR-COUNT.
012890      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012900      PERFORM 8999-WRITE-SYSOUT.
012910
012920      MOVE "PRINT STREAM LINES:"  TO SCR-LITERAL.
012930      MOVE WS-PRINT-LINES         TO SCR-COUNT.
012940      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
012950      PERFORM 8999-WRITE-SYSOUT.
012960
012970      IF WS-SPOILS-REJECTED > ZERO
012980          MOVE "*SPOILED ENTRIES REJECTED:" TO SCR-LITERAL
012990          MOVE WS-SPOILS-REJECTED TO SCR-COUNT
013000          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
013010          PERFORM 8999-WRITE-SYSOUT
013020      END-IF.
013030
013040      IF WS-CHECKS-UNPRINTED > ZERO
013050          MOVE "*UNPRINTED - STOCK OUT:" TO SCR-LITERAL
013060          MOVE WS-CHECKS-UNPRINTED TO SCR-COUNT
013070          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
013080          PERFORM 8999-WRITE-SYSOUT
013090      END-IF.
013100
013110      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
013120
013130      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
013140
013150      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
013160
013170      COPY C2INZ003.
013180
013190      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
013200
013210  8000-EXIT.
013220      EXIT.
013230
013240* 8900-SET-RETURN-CODE
013250*   RC=4 A SPOILED ENTRY REJECTED, RC=8 CHECKS LEFT UNPRINTED,
013260*   RC=12 A TABLE FILLED - THE WORST ONE WINS.
013270  8900-SET-RETURN-CODE.
013280
013290      MOVE ZERO TO RETURN-CODE.
013300
013310      IF WS-SPOILS-REJECTED > ZERO
013320          MOVE 4 TO RETURN-CODE
013330      END-IF.
013340
013350      IF WS-CHECKS-UNPRINTED > ZERO
013360          MOVE 8 TO RETURN-CODE
013370      END-IF.
013380
013390      IF TC-TABLE-OVERFLOW
013400          MOVE TC-OVERFLOW-RC TO RETURN-CODE
013410      END-IF.
013420
013430  8900-EXIT.
013440      EXIT.
013450
013460* 8980-NOTE-TABLE-CAPACITY
013470*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
013480*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
013490  8980-NOTE-TABLE-CAPACITY.
013500
013510      MOVE "SPOILED FORMS"          TO TC-NOTE-NAME.
013520      MOVE WS-SP-TABLE-MAX          TO TC-NOTE-LIMIT.
013530      MOVE WS-SP-COUNT              TO TC-NOTE-HIGH.
013540      MOVE WS-SP-DROPPED            TO TC-NOTE-DROPPED.
013550      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
013560
013570      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
013580
013590  8980-EXIT.
013600      EXIT.
013610
013620      COPY CLCWW134.
013630
013640      COPY C2INZ002.
013650
013660      COPY C2INZ004.
013670
013680      COPY C2INZ005.
013690
013700      RUN-HISTORY-FILE.
013710
013720  9999-EXIT.
013730      EXIT.
