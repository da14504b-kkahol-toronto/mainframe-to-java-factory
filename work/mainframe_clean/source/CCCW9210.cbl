000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9210.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9210
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    BRANCH CLOSURE AND CONSOLIDATION.  WHEN A BRANCH
000130*              MARKED BM-BRANCH-CLOSED ON THE CLCWW081 MASTER IS
000140*              FOLDED INTO AN OPEN ONE, EACH CLCWW179 TRANSACTION
000150*              MOVES THE CLOSED BRANCH'S OPEN ITEMS TO ITS
000160*              SUCCESSOR: THE OUTSTANDING CHECK REGISTER ITEMS
000170*              (CLCWW053), THE HELD 1099 RECORDS (CLCWW041) AND
000180*              THE RETURNED-MAIL CHARGES (CLCWW071) GET THE
000190*              SUCCESSOR AS THEIR HOME BRANCH, AND THE MASTER
000200*              RECORD GETS BM-SUCCESSOR-BR-CODE SO THE BRANCH
000210*              BUNDLES (CCCW9136) FOLLOW IT.  AN ITEM ALREADY
000220*              RE-HOMED TO THE CLOSING BRANCH BY AN EARLIER
000230*              CONSOLIDATION MOVES ON WITH IT.
000240*              THE ISSUING BRANCH IS NEVER CHANGED ON ANY ITEM -
000250*              IT IS THE BANK'S MATCH KEY AND THE AUDIT RECORD OF
000260*              WHO ISSUED THE CHECK - AND STAGING IS NOT TOUCHED,
000270*              SO THE STAGED 1099 HISTORY STILL SHOWS THE BRANCH
000280*              THAT ACTUALLY ISSUED EACH CHECK.
000290*              THE CLOSED BRANCH'S UNUSED CHECK STOCK - PAST THE
000300*              HIGH NUMBER USED ON THE CLCWW118 STOCK-USAGE FILE
000310*              (THE WHOLE RANGE WHEN IT NEVER ISSUED ONE) THROUGH
000320*              BM-STOCK-HIGH - IS VOIDED WITH ONE CLCWW034
000330*              POSITIVE-PAY VOID PER CHECK NUMBER, SENT WITH THE
000340*              DAY'S POSITIVE-PAY TRANSMISSION.  RUN THIS AFTER
000350*              THE LAST CCCW9100 RUN CARRYING THE CLOSED BRANCH'S
000360*              CHECKS, SO ITS HIGH NUMBER USED IS FINAL.
000370*              THE CLOSURE CERTIFICATE LISTS EVERY TRANSACTION AND
000380*              ITS DISPOSITION, EVERY ITEM MOVED, THE STOCK RANGE
000390*              VOIDED, AND THE TOTALS PER CONSOLIDATION, FOR THE
000400*              PREPARER AND APPROVER TO SIGN.
000410*
000420*  FILES:      BRCONTX  - CONSOLIDATION TRANSACTIONS (CLCWW179)
000430*              BRCHMSTR - BRANCH MASTER (CLCWW081)   TO BRCHMSTO
000440*              STKUSEI  - CHECK STOCK USAGE (CLCWW118)
000450*              OCREGI   - OUTSTANDING CHECK REGISTER
000460*                         (CLCWW053)                 TO OCREGO
000470*              TEN99HLD - HELD 1099 RECORDS (CLCWW041) TO TEN99HLO
000480*              BADADDRI - RETURNED-MAIL SUPPRESSION
000490*                         (CLCWW071)                 TO BADADDRO
000500*              STKVOID  - POSITIVE-PAY VOIDS OF THE UNUSED STOCK
000510*                         (CLCWW034)
000520*              BRCLCERT - CLOSURE CERTIFICATE
000530*              A RUN WITH NO TRANSACTION ACCEPTED CARRIES EVERY
000540*              FILE FORWARD UNCHANGED.
000550*
000560*  PARM:       PREPARER AND APPROVER OPERATOR IDS FOR THE
000570*              CERTIFICATE SIGN-OFF, E.G.
000580*              PARM='OPS01234,OPS05678'.
000590*              REQUIRED, AND THE TWO MUST DIFFER.
000600*
000610*  RETURN:     RC=0 CLEAN.  RC=4 A CLOSED BRANCH'S UNUSED STOCK
000620*              MUST BE VOIDED WITH THE BANK BY HAND (SEE THE
000630*              CERTIFICATE).  RC=8 A TRANSACTION WAS REJECTED.
000640*              RC=12 THE BRANCH MASTER OR TRANSACTION TABLE
000650*              FILLED.
000660*
000670******************************************************************
000680*                      MODIFICATION HISTORY
000690******************************************************************
000700* DATE     INIT  DESCRIPTION
000710* -------- ----  --------------------------------------------
000720* 10/2026  RF    NEW PROGRAM - BRANCH CLOSURE AND CONSOLIDATION
000730*                RE-HOMING WITH CLOSURE CERTIFICATE
000740******************************************************************
000750  ENVIRONMENT DIVISION.
000760  CONFIGURATION SECTION.
000770  SOURCE-COMPUTER.   IBM-370.
000780  OBJECT-COMPUTER.   IBM-370.
000790  INPUT-OUTPUT SECTION.
000800  FILE-CONTROL.
000810
000820      COPY C2INX001.
000830
000840      SELECT CONSOL-TRANS-FILE   ASSIGN TO BRCONTX
000850          ORGANIZATION IS SEQUENTIAL.
000860
000870      SELECT BRANCH-MASTER-FILE  ASSIGN TO BRCHMSTR
000880          ORGANIZATION IS SEQUENTIAL.
000890
000900      SELECT BRANCH-MASTER-OUT   ASSIGN TO BRCHMSTO
000910          ORGANIZATION IS SEQUENTIAL.
000920
000930      SELECT STOCK-USAGE-IN      ASSIGN TO STKUSEI
000940          ORGANIZATION IS SEQUENTIAL.
000950
000960      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
000970          ORGANIZATION IS SEQUENTIAL.
000980
000990      SELECT OC-REGISTER-OUT-FILE ASSIGN TO OCREGO
001000          ORGANIZATION IS SEQUENTIAL.
001010
001020      SELECT TEN99-HELD-FILE     ASSIGN TO TEN99HLD
001030          ORGANIZATION IS SEQUENTIAL.
001040
001050      SELECT TEN99-HELD-OUT      ASSIGN TO TEN99HLO
001060          ORGANIZATION IS SEQUENTIAL.
001070
001080      SELECT BAD-ADDRESS-IN      ASSIGN TO BADADDRI
001090          ORGANIZATION IS SEQUENTIAL.
001100
001110      SELECT BAD-ADDRESS-OUT     ASSIGN TO BADADDRO
001120          ORGANIZATION IS SEQUENTIAL.
001130
001140      SELECT STOCK-VOID-FILE     ASSIGN TO STKVOID
001150          ORGANIZATION IS SEQUENTIAL.
001160
001170      SELECT CONSOL-CERT-RPT     ASSIGN TO BRCLCERT
001180          ORGANIZATION IS SEQUENTIAL.
001190
001200      COPY C2INX004.
001210
001220  DATA DIVISION.
001230  FILE SECTION.
001240
001250      COPY C2INX002.
001260
001270  FD  CONSOL-TRANS-FILE
001280      BLOCK CONTAINS 0 RECORDS
001290      RECORDING MODE IS F
001300      LABEL RECORDS ARE STANDARD
001310      DATA RECORD IS BRANCH-CONSOL-RCD.
001320
001330      COPY CLCWW179.
001340
001350  FD  BRANCH-MASTER-FILE
001360      BLOCK CONTAINS 0 RECORDS
001370      RECORDING MODE IS F
001380      LABEL RECORDS ARE STANDARD
001390      DATA RECORD IS BRANCH-MASTER-RCD.
001400
001410      COPY CLCWW081.
001420
001430  FD  BRANCH-MASTER-OUT
001440      BLOCK CONTAINS 0 RECORDS
001450      RECORDING MODE IS F
001460      LABEL RECORDS ARE STANDARD
001470      DATA RECORD IS BRANCH-MASTER-OUT-RCD.
001480
001490  01  BRANCH-MASTER-OUT-RCD         PIC X(120).
001500
001510  FD  STOCK-USAGE-IN
001520      BLOCK CONTAINS 0 RECORDS
001530      RECORDING MODE IS F
001540      LABEL RECORDS ARE STANDARD
001550      DATA RECORD IS STOCK-USAGE-RCD.
001560
001570      COPY CLCWW118.
001580
001590  FD  OC-REGISTER-IN-FILE
001600      BLOCK CONTAINS 0 RECORDS
001610      RECORDING MODE IS F
001620      LABEL RECORDS ARE STANDARD
001630      DATA RECORD IS OC-REGISTER-RCD.
001640
001650      COPY CLCWW053.
001660
001670  FD  OC-REGISTER-OUT-FILE
001680      BLOCK CONTAINS 0 RECORDS
001690      RECORDING MODE IS F
001700      LABEL RECORDS ARE STANDARD
001710      DATA RECORD IS OC-REGISTER-OUT-RCD.
001720
001730  01  OC-REGISTER-OUT-RCD           PIC X(100).
001740
001750  FD  TEN99-HELD-FILE
001760      BLOCK CONTAINS 0 RECORDS
001770      RECORDING MODE IS F
001780      LABEL RECORDS ARE STANDARD
001790      DATA RECORD IS TEN99-HELD-RCD.
001800
001810      COPY CLCWW041.
001820
001830  FD  TEN99-HELD-OUT
001840      BLOCK CONTAINS 0 RECORDS
001850      RECORDING MODE IS F
001860      LABEL RECORDS ARE STANDARD
001870      DATA RECORD IS TEN99-HELD-OUT-RCD.
001880
001890  01  TEN99-HELD-OUT-RCD            PIC X(468).
001900
001910  FD  BAD-ADDRESS-IN
001920      BLOCK CONTAINS 0 RECORDS
001930      RECORDING MODE IS F
001940      LABEL RECORDS ARE STANDARD
001950      DATA RECORD IS BAD-ADDRESS-RCD.
001960
001970      COPY CLCWW071.
001980
001990  FD  BAD-ADDRESS-OUT
002000      BLOCK CONTAINS 0 RECORDS
002010      RECORDING MODE IS F
002020      LABEL RECORDS ARE STANDARD
002030      DATA RECORD IS BAD-ADDRESS-OUT-RCD.
002040
002050  01  BAD-ADDRESS-OUT-RCD           PIC X(40).
002060
002070  FD  STOCK-VOID-FILE
002080      BLOCK CONTAINS 0 RECORDS
002090      RECORDING MODE IS F
002100      LABEL RECORDS ARE STANDARD
002110      DATA RECORD IS TEN99-POSPAY-RCD.
002120
002130      COPY CLCWW034.
002140
002150  FD  CONSOL-CERT-RPT
002160      BLOCK CONTAINS 0 RECORDS
002170      RECORDING MODE IS F
002180      LABEL RECORDS ARE STANDARD
002190      DATA RECORD IS CONSOL-CERT-RCD.
002200
002210  01  CONSOL-CERT-RCD               PIC X(133).
002220
002230      COPY C2INX005.
002240
002250  WORKING-STORAGE SECTION.
002260
002270      COPY C2INX003.
002280
002290      COPY C2INX006.
002300
002310      COPY CLCWW013.
002320
002330      COPY CLCWW133.
002340
002350      COPY CLCWW166.
002360
002370  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9210".
002380
002390  01  WS-SWITCHES.
002400      05  WS-CONSOL-EOF-SW        PIC X(01) VALUE "N".
002410          88  WS-CONSOL-EOF               VALUE "Y".
002420      05  WS-BM-EOF-SW            PIC X(01) VALUE "N".
002430          88  WS-BM-EOF                   VALUE "Y".
002440      05  WS-STK-EOF-SW           PIC X(01) VALUE "N".
002450          88  WS-STK-EOF                  VALUE "Y".
002460      05  WS-OCR-EOF-SW           PIC X(01) VALUE "N".
002470          88  WS-OCR-EOF                  VALUE "Y".
002480      05  WS-HELD-EOF-SW          PIC X(01) VALUE "N".
002490          88  WS-HELD-EOF                 VALUE "Y".
002500      05  WS-BAD-EOF-SW           PIC X(01) VALUE "N".
002510          88  WS-BAD-EOF                  VALUE "Y".
002520      05  WS-BM-FOUND-SW          PIC X(01) VALUE "N".
002530          88  WS-BM-FOUND                 VALUE "Y".
002540      05  WS-CN-FOUND-SW          PIC X(01) VALUE "N".
002550          88  WS-CN-FOUND                 VALUE "Y".
002560
002570  01  WS-COUNTERS.
002580      05  WS-CONSOL-READ          PIC 9(09) COMP VALUE ZERO.
002590      05  WS-CONSOL-REJECTED      PIC 9(09) COMP VALUE ZERO.
002600      05  WS-BM-WRITTEN           PIC 9(09) COMP VALUE ZERO.
002610      05  WS-BM-UPDATED           PIC 9(09) COMP VALUE ZERO.
002620      05  WS-OCR-READ             PIC 9(09) COMP VALUE ZERO.
002630      05  WS-OCR-REHOMED          PIC 9(09) COMP VALUE ZERO.
002640      05  WS-HELD-READ            PIC 9(09) COMP VALUE ZERO.
002650      05  WS-HELD-REHOMED         PIC 9(09) COMP VALUE ZERO.
002660      05  WS-BAD-READ             PIC 9(09) COMP VALUE ZERO.
002670      05  WS-BAD-REHOMED          PIC 9(09) COMP VALUE ZERO.
002680      05  WS-STK-VOIDED           PIC 9(09) COMP VALUE ZERO.
002690      05  WS-STK-MANUAL           PIC 9(09) COMP VALUE ZERO.
002700  01  WS-OCR-REHOMED-AMOUNT       PIC S9(13)V99 VALUE ZERO.
002710
002720  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
002730
002740* THE BRANCH MASTER, FOR THE TRANSACTION EDITS.
002750  01  WS-BM-TABLE.
002760      05  WS-BM-ENTRY             OCCURS 500 TIMES.
002770          10  WS-BM-BR-CODE           PIC X(03).
002780          10  WS-BM-BR-NAME           PIC X(30).
002790          10  WS-BM-STATUS            PIC X(01).
002800          10  WS-BM-SUCCESSOR         PIC X(03).
002810          10  WS-BM-STOCK-LOW         PIC X(08).
002820          10  WS-BM-STOCK-HIGH        PIC X(08).
002830  77  WS-BM-COUNT                 PIC 9(03) COMP VALUE ZERO.
002840  77  WS-BM-TABLE-MAX             PIC 9(03) COMP VALUE 500.
002850  77  WS-BM-DROPPED               PIC 9(07) COMP VALUE ZERO.
002860  77  WS-BM-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
002870  77  WS-BM-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
002880  77  WS-BM-CLOSING-SUB           PIC 9(03) COMP VALUE ZERO.
002890  77  WS-BM-FIND-BR               PIC X(03) VALUE SPACES.
002900
002910* THE ACCEPTED CONSOLIDATIONS, WITH WHAT EACH HAS MOVED.
002920  01  WS-CN-TABLE.
002930      05  WS-CN-ENTRY             OCCURS 50 TIMES.
002940          10  WS-CN-CLOSING-BR        PIC X(03).
002950          10  WS-CN-SUCCESSOR-BR      PIC X(03).
002960          10  WS-CN-EFFECTIVE-DATE    PIC X(08).
002970          10  WS-CN-STOCK-LOW         PIC X(08).
002980          10  WS-CN-STOCK-HIGH        PIC X(08).
002990          10  WS-CN-HIGH-USED         PIC X(08).
003000          10  WS-CN-USAGE-SW          PIC X(01).
003010              88  WS-CN-USAGE-FOUND           VALUE "Y".
003020          10  WS-CN-OCR-ITEMS         PIC 9(07) COMP.
003030          10  WS-CN-OCR-AMOUNT        PIC S9(13)V99.
003040          10  WS-CN-HELD-ITEMS        PIC 9(07) COMP.
003050          10  WS-CN-BAD-ITEMS         PIC 9(07) COMP.
003060          10  WS-CN-VOID-COUNT        PIC 9(07) COMP.
003070  77  WS-CN-COUNT                 PIC 9(03) COMP VALUE ZERO.
003080  77  WS-CN-TABLE-MAX             PIC 9(03) COMP VALUE 50.
003090  77  WS-CN-DROPPED               PIC 9(07) COMP VALUE ZERO.
003100  77  WS-CN-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
003110  77  WS-CN-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
003120  77  WS-CN-FIND-BR               PIC X(03) VALUE SPACES.
003130  77  WS-CN-REASON                PIC X(36) VALUE SPACES.
003140
003150* THE UNUSED STOCK RANGE OF ONE CLOSING BRANCH.  A RANGE WIDER
003160* THAN WS-STK-VOID-LIMIT IS TAKEN FOR A BAD MASTER RECORD AND
003170* LEFT FOR OPERATIONS TO VOID WITH THE BANK BY HAND.
003180  77  WS-STK-LOW-N                PIC 9(09) VALUE ZERO.
003190  77  WS-STK-HIGH-N               PIC 9(09) VALUE ZERO.
003200  77  WS-STK-USED-N               PIC 9(09) VALUE ZERO.
003210  77  WS-STK-FIRST-N              PIC 9(09) VALUE ZERO.
003220  77  WS-STK-NEXT-N               PIC 9(09) VALUE ZERO.
003230  77  WS-STK-VOID-SIZE            PIC 9(09) VALUE ZERO.
003240  77  WS-STK-VOID-LIMIT           PIC 9(09) VALUE 50000.
003250  77  WS-STK-CHK-NUM              PIC 9(08) VALUE ZERO.
003260
003270  01  WS-CRT-TITLE.
003280      05  FILLER                  PIC X(01) VALUE SPACES.
003290      05  FILLER                  PIC X(32) VALUE
003300          "BRANCH CONSOLIDATION CERTIFICATE".
003310      05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
003320      05  CTL-RUN-DATE            PIC 9(08).
003330      05  FILLER                  PIC X(80) VALUE SPACES.
003340
003350  01  WS-CRT-HEADING.
003360      05  FILLER                  PIC X(01) VALUE SPACES.
003370      05  CHL-TEXT                PIC X(60).
003380      05  FILLER                  PIC X(72) VALUE SPACES.
003390
003400  01  WS-TX-COL-HEADING.
003410      05  FILLER                  PIC X(40) VALUE
003420          "   CLS CLOSING BRANCH                   ".
003430      05  FILLER                  PIC X(40) VALUE
003440          "  SUC SUCCESSOR BRANCH                  ".
003450      05  FILLER                  PIC X(53) VALUE
003460          "EFFECTIVE REQUESTED  DISPOSITION".
003470
003480  01  WS-TX-LINE.
003490      05  FILLER                  PIC X(03) VALUE SPACES.
003500      05  TXL-CLOSING-BR          PIC X(03).
003510      05  FILLER                  PIC X(01) VALUE SPACES.
003520      05  TXL-CLOSING-NAME        PIC X(30).
003530      05  FILLER                  PIC X(03) VALUE " > ".
003540      05  TXL-SUCCESSOR-BR        PIC X(03).
003550      05  FILLER                  PIC X(01) VALUE SPACES.
003560      05  TXL-SUCCESSOR-NAME      PIC X(30).
003570      05  FILLER                  PIC X(02) VALUE SPACES.
003580      05  TXL-EFFECTIVE-DATE      PIC X(08).
003590      05  FILLER                  PIC X(02) VALUE SPACES.
003600      05  TXL-REQUESTED-BY        PIC X(08).
003610      05  FILLER                  PIC X(03) VALUE SPACES.
003620      05  TXL-DISPOSITION         PIC X(36).
003630
003640  01  WS-MOVE-COL-HEADING.
003650      05  FILLER                  PIC X(03) VALUE SPACES.
003660      05  FILLER                  PIC X(05) VALUE "BR   ".
003670      05  FILLER                  PIC X(12) VALUE "ITEM        ".
003680      05  FILLER                  PIC X(10) VALUE "DATE      ".
003690      05  FILLER                  PIC X(19) VALUE
003700          "           AMOUNT  ".
003710      05  FILLER                  PIC X(12) VALUE "WAS     NOW ".
003720      05  FILLER                  PIC X(40) VALUE "DETAIL".
003730      05  FILLER                  PIC X(32) VALUE SPACES.
003740
003750  01  WS-MOVE-LINE.
003760      05  FILLER                  PIC X(03) VALUE SPACES.
003770      05  MVL-ISSUING-BR          PIC X(03).
003780      05  FILLER                  PIC X(02) VALUE SPACES.
003790      05  MVL-ITEM                PIC X(10).
003800      05  FILLER                  PIC X(02) VALUE SPACES.
003810      05  MVL-DATE                PIC X(08).
003820      05  FILLER                  PIC X(02) VALUE SPACES.
003830      05  MVL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003840      05  MVL-AMOUNT-X REDEFINES MVL-AMOUNT
003850                                  PIC X(17).
003860      05  FILLER                  PIC X(02) VALUE SPACES.
003870      05  MVL-FROM-BR             PIC X(03).
003880      05  FILLER                  PIC X(04) VALUE " TO ".
003890      05  MVL-TO-BR               PIC X(03).
003900      05  FILLER                  PIC X(02) VALUE SPACES.
003910      05  MVL-TEXT                PIC X(40).
003920      05  FILLER                  PIC X(32) VALUE SPACES.
003930
003940  01  WS-STOCK-COL-HEADING.
003950      05  FILLER                  PIC X(03) VALUE SPACES.
003960      05  FILLER                  PIC X(05) VALUE "BR   ".
003970      05  FILLER                  PIC X(14) VALUE
003980          "FIRST NO.     ".
003990      05  FILLER                  PIC X(10) VALUE "LAST NO.  ".
004000      05  FILLER                  PIC X(11) VALUE "     VOIDED".
004010      05  FILLER                  PIC X(02) VALUE SPACES.
004020      05  FILLER                  PIC X(50) VALUE "NOTE".
004030      05  FILLER                  PIC X(38) VALUE SPACES.
004040
004050  01  WS-STOCK-LINE.
004060      05  FILLER                  PIC X(03) VALUE SPACES.
004070      05  STL-BR                  PIC X(03).
004080      05  FILLER                  PIC X(02) VALUE SPACES.
004090      05  STL-FROM                PIC X(08).
004100      05  FILLER                  PIC X(06) VALUE " THRU ".
004110      05  STL-TO                  PIC X(08).
004120      05  FILLER                  PIC X(02) VALUE SPACES.
004130      05  STL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004140      05  FILLER                  PIC X(02) VALUE SPACES.
004150      05  STL-NOTE                PIC X(50).
004160      05  FILLER                  PIC X(38) VALUE SPACES.
004170
004180  01  WS-TOTAL-COL-HEADING.
004190      05  FILLER                  PIC X(03) VALUE SPACES.
004200      05  FILLER                  PIC X(10) VALUE "CLS    SUC".
004210      05  FILLER                  PIC X(02) VALUE SPACES.
004220      05  FILLER                  PIC X(07) VALUE "  ITEMS".
004230      05  FILLER                  PIC X(02) VALUE SPACES.
004240      05  FILLER                  PIC X(21) VALUE
004250          "      REGISTER AMOUNT".
004260      05  FILLER                  PIC X(02) VALUE SPACES.
004270      05  FILLER                  PIC X(08) VALUE "    HELD".
004280      05  FILLER                  PIC X(02) VALUE SPACES.
004290      05  FILLER                  PIC X(08) VALUE "RET MAIL".
004300      05  FILLER                  PIC X(02) VALUE SPACES.
004310      05  FILLER                  PIC X(08) VALUE "  VOIDED".
004320      05  FILLER                  PIC X(58) VALUE SPACES.
004330
004340  01  WS-TOTAL-LINE.
004350      05  FILLER                  PIC X(03) VALUE SPACES.
004360      05  TTL-CLOSING-BR          PIC X(03).
004370      05  FILLER                  PIC X(04) VALUE " TO ".
004380      05  TTL-SUCCESSOR-BR        PIC X(03).
004390      05  FILLER                  PIC X(02) VALUE SPACES.
004400      05  TTL-OCR-ITEMS           PIC ZZZ,ZZ9.
004410      05  FILLER                  PIC X(02) VALUE SPACES.
004420      05  TTL-OCR-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004430      05  FILLER                  PIC X(02) VALUE SPACES.
004440      05  TTL-HELD-ITEMS          PIC ZZZZ,ZZ9.
004450      05  FILLER                  PIC X(02) VALUE SPACES.
004460      05  TTL-BAD-ITEMS           PIC ZZZZ,ZZ9.
004470      05  FILLER                  PIC X(02) VALUE SPACES.
004480      05  TTL-VOID-COUNT          PIC ZZZZ,ZZ9.
004490      05  FILLER                  PIC X(58) VALUE SPACES.
004500
004510  01  WS-CRT-AMOUNT-LINE.
004520      05  FILLER                  PIC X(06) VALUE SPACES.
004530      05  CAL-LITERAL             PIC X(30).
004540      05  CAL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004550      05  FILLER                  PIC X(02) VALUE SPACES.
004560      05  CAL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004570      05  FILLER                  PIC X(63) VALUE SPACES.
004580
004590  01  WS-CRT-COUNT-LINE.
004600      05  FILLER                  PIC X(06) VALUE SPACES.
004610      05  CCL-LITERAL             PIC X(30).
004620      05  CCL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004630      05  FILLER                  PIC X(86) VALUE SPACES.
004640
004650  01  WS-CRT-NOTE-LINE.
004660      05  FILLER                  PIC X(06) VALUE SPACES.
004670      05  CNL-TEXT                PIC X(70).
004680      05  FILLER                  PIC X(57) VALUE SPACES.
004690
004700  01  WS-CRT-SIGN-LINE.
004710      05  FILLER                  PIC X(06) VALUE SPACES.
004720      05  CSL-ROLE                PIC X(13).
004730      05  CSL-OPERATOR            PIC X(08).
004740      05  FILLER                  PIC X(16) VALUE
004750          "      SIGNATURE ".
004760      05  FILLER                  PIC X(30) VALUE ALL "_".
004770      05  FILLER                  PIC X(07) VALUE "  DATE ".
004780      05  FILLER                  PIC X(12) VALUE ALL "_".
004790      05  FILLER                  PIC X(41) VALUE SPACES.
004800
004810  LINKAGE SECTION.
004820
004830* RUN-TIME PARM - THE TWO OPERATORS SIGNING THE CERTIFICATE.
004840  01  LS-PARM-DATA.
004850      05  LS-PARM-LENGTH          PIC S9(04) COMP.
004860      05  LS-PARM-PREPARER        PIC X(08).
004870      05  FILLER                  PIC X(01).
004880      05  LS-PARM-APPROVER        PIC X(08).
004890
004900  PROCEDURE DIVISION USING LS-PARM-DATA.
004910
004920  0000-MAINLINE.
004930
004940      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004950
004960      PERFORM 2000-REHOME-REGISTER   THRU 2000-EXIT.
004970
004980      PERFORM 3000-REHOME-HELD       THRU 3000-EXIT.
004990
005000      PERFORM 3500-REHOME-BAD-ADDR   THRU 3500-EXIT.
005010
005020      PERFORM 4000-VOID-UNUSED-STOCK THRU 4000-EXIT.
005030
005040      PERFORM 5000-UPDATE-MASTER     THRU 5000-EXIT.
005050
005060      PERFORM 7000-PRINT-TOTALS      THRU 7000-EXIT.
005070
005080      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
005090
005100      GOBACK.
005110
005120  1000-INITIALIZE.
005130
005140      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
005150      OPEN EXTEND RUN-HISTORY-FILE.
005160
005170      COPY C2INZ001.
005180
005190      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
005200
005210      IF LS-PARM-LENGTH < 17
005220          OR LS-PARM-PREPARER = SPACES
005230          OR LS-PARM-APPROVER = SPACES
005240          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
005250          MOVE "PARM1"            TO SAR-RETURN-CODE
005260          MOVE SPACES             TO SAR-DB-NAME
005270          MOVE "BRCONTX"          TO SAR-TABLE-NAME
005280          MOVE SPACES             TO SAR-SQLCODE
005290          GO TO 9998-COREDUMP
005300      END-IF.
005310
005320      IF LS-PARM-APPROVER = LS-PARM-PREPARER
005330          MOVE "*APPROVER IS THE PREPARER - RUN REFUSED"
005340                                  TO CC-E01W-DISPLAY-RCD
005350          PERFORM 8999-WRITE-SYSOUT
005360          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
005370          MOVE "PARM2"            TO SAR-RETURN-CODE
005380          MOVE SPACES             TO SAR-DB-NAME
005390          MOVE "BRCONTX"          TO SAR-TABLE-NAME
005400          MOVE SPACES             TO SAR-SQLCODE
005410          GO TO 9998-COREDUMP
005420      END-IF.
005430
005440      PERFORM 1100-LOAD-MASTER    THRU 1100-EXIT.
005450
005460      OPEN OUTPUT CONSOL-CERT-RPT.
005470      MOVE WS-TODAY               TO CTL-RUN-DATE.
005480      MOVE WS-CRT-TITLE           TO CONSOL-CERT-RCD.
005490      WRITE CONSOL-CERT-RCD.
005500
005510      MOVE "CONSOLIDATION TRANSACTIONS" TO CHL-TEXT.
005520      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
005530      MOVE WS-TX-COL-HEADING      TO CONSOL-CERT-RCD.
005540      WRITE CONSOL-CERT-RCD.
005550
005560      PERFORM 1200-LOAD-CONSOLIDATIONS THRU 1200-EXIT.
005570
005580      IF WS-CN-COUNT = ZERO
005590          MOVE "NO CONSOLIDATION ACCEPTED - FILES CARRIED FORWARD"
005600                                  TO CNL-TEXT
005610          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
005620      END-IF.
005630
005640      PERFORM 1300-LOAD-STOCK-USAGE THRU 1300-EXIT.
005650
005660  1000-EXIT.
005670      EXIT.
005680
005690  1100-LOAD-MASTER.
005700
005710      OPEN INPUT BRANCH-MASTER-FILE.
005720      PERFORM 1110-LOAD-MASTER-RCD THRU 1110-EXIT
005730          UNTIL WS-BM-EOF.
005740      IF WS-BM-DROPPED > ZERO
005750          MOVE "*BRANCH MASTER FULL, DROPPED:" TO SCR-LITERAL
005760          MOVE WS-BM-DROPPED      TO SCR-COUNT
005770          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005780          PERFORM 8999-WRITE-SYSOUT
005790      END-IF.
005800      CLOSE BRANCH-MASTER-FILE.
005810
005820  1100-EXIT.
005830      EXIT.
005840
005850  1110-LOAD-MASTER-RCD.
005860
005870      READ BRANCH-MASTER-FILE
005880          AT END
005890              MOVE "Y" TO WS-BM-EOF-SW
005900              GO TO 1110-EXIT
005910      END-READ.
005920
005930      IF WS-BM-COUNT NOT < WS-BM-TABLE-MAX
005940          ADD 1 TO WS-BM-DROPPED
005950          GO TO 1110-EXIT
005960      END-IF.
005970
005980      ADD 1 TO WS-BM-COUNT.
005990      MOVE BM-BR-CODE      TO WS-BM-BR-CODE (WS-BM-COUNT).
006000      MOVE BM-BR-NAME      TO WS-BM-BR-NAME (WS-BM-COUNT).
006010      MOVE BM-STATUS       TO WS-BM-STATUS (WS-BM-COUNT).
006020      MOVE BM-SUCCESSOR-BR-CODE
006030                           TO WS-BM-SUCCESSOR (WS-BM-COUNT).
006040      MOVE BM-STOCK-LOW    TO WS-BM-STOCK-LOW (WS-BM-COUNT).
006050      MOVE BM-STOCK-HIGH   TO WS-BM-STOCK-HIGH (WS-BM-COUNT).
006060
006070  1110-EXIT.
006080      EXIT.
006090
006100* 1200-LOAD-CONSOLIDATIONS
006110*   EDITS EACH TRANSACTION, LISTS IT ON THE CERTIFICATE WITH ITS
006120*   DISPOSITION, AND TABLES THE ACCEPTED ONES.
006130  1200-LOAD-CONSOLIDATIONS.
006140
006150      OPEN INPUT CONSOL-TRANS-FILE.
006160      PERFORM 1210-LOAD-CONSOL-RCD THRU 1210-EXIT
006170          UNTIL WS-CONSOL-EOF.
006180      CLOSE CONSOL-TRANS-FILE.
006190
006200  1200-EXIT.
006210      EXIT.
006220
006230  1210-LOAD-CONSOL-RCD.
006240
006250      READ CONSOL-TRANS-FILE
006260          AT END
006270              MOVE "Y" TO WS-CONSOL-EOF-SW
006280              GO TO 1210-EXIT
006290      END-READ.
006300
006310      ADD 1 TO WS-CONSOL-READ.
006320
006330      MOVE BC-CLOSING-BR-CODE     TO TXL-CLOSING-BR.
006340      MOVE SPACES                 TO TXL-CLOSING-NAME.
006350      MOVE BC-SUCCESSOR-BR-CODE   TO TXL-SUCCESSOR-BR.
006360      MOVE SPACES                 TO TXL-SUCCESSOR-NAME.
006370      MOVE BC-EFFECTIVE-DATE      TO TXL-EFFECTIVE-DATE.
006380      MOVE BC-REQUESTED-BY        TO TXL-REQUESTED-BY.
006390
006400      PERFORM 1220-EDIT-CONSOLIDATION THRU 1220-EXIT.
006410
006420      IF WS-CN-REASON = SPACES
006430          MOVE "ACCEPTED"         TO TXL-DISPOSITION
006440      ELSE
006450          MOVE WS-CN-REASON       TO TXL-DISPOSITION
006460          ADD 1 TO WS-CONSOL-REJECTED
006470      END-IF.
006480
006490      MOVE WS-TX-LINE             TO CONSOL-CERT-RCD.
006500      WRITE CONSOL-CERT-RCD.
006510
006520  1210-EXIT.
006530      EXIT.
006540
006550* 1220-EDIT-CONSOLIDATION
006560*   THE CLOSING BRANCH MUST BE ON THE MASTER, MARKED CLOSED AND
006570*   NOT ALREADY FOLDED INTO ANOTHER; THE SUCCESSOR MUST BE ON THE
006580*   MASTER AND OPEN.  A CLOSING BRANCH MAY APPEAR ONCE PER RUN.
006590*   WS-CN-REASON IS LEFT SPACES ON AN ACCEPTED TRANSACTION.
006600  1220-EDIT-CONSOLIDATION.
006610
006620      MOVE SPACES                 TO WS-CN-REASON.
006630
006640      IF BC-CLOSING-BR-CODE = SPACES
006650          OR BC-SUCCESSOR-BR-CODE = SPACES
006660          MOVE "REJECTED - BRANCH CODE MISSING" TO WS-CN-REASON
006670          GO TO 1220-EXIT
006680      END-IF.
006690
006700      IF BC-CLOSING-BR-CODE = BC-SUCCESSOR-BR-CODE
006710          MOVE "REJECTED - SAME BRANCH BOTH SIDES" TO WS-CN-REASON
006720          GO TO 1220-EXIT
006730      END-IF.
006740
006750      IF BC-EFFECTIVE-DATE NOT NUMERIC
006760          OR BC-EFFECTIVE-DATE = "00000000"
006770          MOVE "REJECTED - BAD EFFECTIVE DATE" TO WS-CN-REASON
006780          GO TO 1220-EXIT
006790      END-IF.
006800
006810      MOVE BC-CLOSING-BR-CODE     TO WS-BM-FIND-BR.
006820      PERFORM 1900-FIND-BRANCH    THRU 1900-EXIT.
006830      IF NOT WS-BM-FOUND
006840          MOVE "REJECTED - NOT ON BRANCH MASTER" TO WS-CN-REASON
006850          GO TO 1220-EXIT
006860      END-IF.
006870      MOVE WS-BM-HIT-SUB          TO WS-BM-CLOSING-SUB.
006880      MOVE WS-BM-BR-NAME (WS-BM-CLOSING-SUB) TO TXL-CLOSING-NAME.
006890
006900      IF WS-BM-STATUS (WS-BM-CLOSING-SUB) NOT = "C"
006910          MOVE "REJECTED - BRANCH NOT MARKED CLOSED"
006920                                  TO WS-CN-REASON
006930          GO TO 1220-EXIT
006940      END-IF.
006950
006960      IF WS-BM-SUCCESSOR (WS-BM-CLOSING-SUB) NOT = SPACES
006970          MOVE "REJECTED - ALREADY CONSOLIDATED" TO WS-CN-REASON
006980          GO TO 1220-EXIT
006990      END-IF.
007000
007010      MOVE BC-SUCCESSOR-BR-CODE   TO WS-BM-FIND-BR.
007020      PERFORM 1900-FIND-BRANCH    THRU 1900-EXIT.
007030      IF NOT WS-BM-FOUND
007040          MOVE "REJECTED - SUCCESSOR NOT ON MASTER"
007050                                  TO WS-CN-REASON
007060          GO TO 1220-EXIT
007070      END-IF.
007080      MOVE WS-BM-BR-NAME (WS-BM-HIT-SUB) TO TXL-SUCCESSOR-NAME.
007090
007100      IF WS-BM-STATUS (WS-BM-HIT-SUB) NOT = "O"
007110          MOVE "REJECTED - SUCCESSOR NOT OPEN" TO WS-CN-REASON
007120          GO TO 1220-EXIT
007130      END-IF.
007140
007150      MOVE BC-CLOSING-BR-CODE     TO WS-CN-FIND-BR.
007160      PERFORM 1950-FIND-CONSOL    THRU 1950-EXIT.
007170      IF WS-CN-FOUND
007180          MOVE "REJECTED - BRANCH TWICE IN THIS RUN"
007190                                  TO WS-CN-REASON
007200          GO TO 1220-EXIT
007210      END-IF.
007220
007230      IF WS-CN-COUNT NOT < WS-CN-TABLE-MAX
007240          ADD 1 TO WS-CN-DROPPED
007250          MOVE "REJECTED - TRANSACTION TABLE FULL" TO WS-CN-REASON
007260          GO TO 1220-EXIT
007270      END-IF.
007280
007290      ADD 1 TO WS-CN-COUNT.
007300      MOVE BC-CLOSING-BR-CODE
007310                              TO WS-CN-CLOSING-BR (WS-CN-COUNT).
007320      MOVE BC-SUCCESSOR-BR-CODE
007330                              TO WS-CN-SUCCESSOR-BR (WS-CN-COUNT).
007340      MOVE BC-EFFECTIVE-DATE
007350                          TO WS-CN-EFFECTIVE-DATE (WS-CN-COUNT).
007360      MOVE WS-BM-STOCK-LOW (WS-BM-CLOSING-SUB)
007370                              TO WS-CN-STOCK-LOW (WS-CN-COUNT).
007380      MOVE WS-BM-STOCK-HIGH (WS-BM-CLOSING-SUB)
007390                              TO WS-CN-STOCK-HIGH (WS-CN-COUNT).
007400      MOVE SPACES             TO WS-CN-HIGH-USED (WS-CN-COUNT).
007410      MOVE "N"                TO WS-CN-USAGE-SW (WS-CN-COUNT).
007420      MOVE ZERO               TO WS-CN-OCR-ITEMS (WS-CN-COUNT).
007430      MOVE ZERO               TO WS-CN-OCR-AMOUNT (WS-CN-COUNT).
007440      MOVE ZERO               TO WS-CN-HELD-ITEMS (WS-CN-COUNT).
007450      MOVE ZERO               TO WS-CN-BAD-ITEMS (WS-CN-COUNT).
007460      MOVE ZERO               TO WS-CN-VOID-COUNT (WS-CN-COUNT).
007470
007480  1220-EXIT.
007490      EXIT.
007500
007510* 1300-LOAD-STOCK-USAGE
007520*   THE HIGH CHECK NUMBER EACH CLOSING BRANCH HAS USED, FROM THE
007530*   STOCK-USAGE FILE CCCW9100 CARRIES FORWARD.
007540  1300-LOAD-STOCK-USAGE.
007550
007560      OPEN INPUT STOCK-USAGE-IN.
007570      PERFORM 1310-READ-STOCK-USAGE THRU 1310-EXIT
007580          UNTIL WS-STK-EOF.
007590      CLOSE STOCK-USAGE-IN.
007600
007610  1300-EXIT.
007620      EXIT.
007630
007640  1310-READ-STOCK-USAGE.
007650
007660      READ STOCK-USAGE-IN
007670          AT END
007680              MOVE "Y" TO WS-STK-EOF-SW
007690              GO TO 1310-EXIT
007700      END-READ.
007710
007720      MOVE SU-BR-CODE             TO WS-CN-FIND-BR.
007730      PERFORM 1950-FIND-CONSOL    THRU 1950-EXIT.
007740      IF WS-CN-FOUND
007750          MOVE SU-HIGH-USED   TO WS-CN-HIGH-USED (WS-CN-HIT-SUB)
007760          MOVE "Y"            TO WS-CN-USAGE-SW (WS-CN-HIT-SUB)
007770      END-IF.
007780
007790  1310-EXIT.
007800      EXIT.
007810
007820* 1900-FIND-BRANCH
007830*   LOOKS WS-BM-FIND-BR UP ON THE BRANCH MASTER TABLE.
007840  1900-FIND-BRANCH.
007850
007860      MOVE "N"                    TO WS-BM-FOUND-SW.
007870      PERFORM 1910-SEARCH-BRANCH  THRU 1910-EXIT
007880          VARYING WS-BM-TBL-SUB FROM 1 BY 1
007890          UNTIL WS-BM-TBL-SUB > WS-BM-COUNT
007900             OR WS-BM-FOUND.
007910
007920  1900-EXIT.
007930      EXIT.
007940
007950  1910-SEARCH-BRANCH.
007960
007970      IF WS-BM-BR-CODE (WS-BM-TBL-SUB) = WS-BM-FIND-BR
007980          MOVE "Y"                TO WS-BM-FOUND-SW
007990          MOVE WS-BM-TBL-SUB      TO WS-BM-HIT-SUB
008000      END-IF.
008010
008020  1910-EXIT.
008030      EXIT.
008040
008050* 1950-FIND-CONSOL
008060*   LOOKS WS-CN-FIND-BR UP AMONG THE ACCEPTED CLOSING BRANCHES.
008070  1950-FIND-CONSOL.
008080
008090      MOVE "N"                    TO WS-CN-FOUND-SW.
008100      PERFORM 1960-SEARCH-CONSOL  THRU 1960-EXIT
008110          VARYING WS-CN-TBL-SUB FROM 1 BY 1
008120          UNTIL WS-CN-TBL-SUB > WS-CN-COUNT
008130             OR WS-CN-FOUND.
008140
008150  1950-EXIT.
008160      EXIT.
008170
008180  1960-SEARCH-CONSOL.
008190
008200      IF WS-CN-CLOSING-BR (WS-CN-TBL-SUB) = WS-CN-FIND-BR
008210          MOVE "Y"                TO WS-CN-FOUND-SW
008220          MOVE WS-CN-TBL-SUB      TO WS-CN-HIT-SUB
008230      END-IF.
008240
008250  1960-EXIT.
008260      EXIT.
008270
008280* 2000-REHOME-REGISTER
008290*   AN ITEM WORKED BY A CLOSING BRANCH - ITS HOME BRANCH, OR ITS
008300*   ISSUING BRANCH WHEN IT HAS NO HOME - GETS THE SUCCESSOR AS
008310*   ITS HOME.  THE LAYOUT HEADER IS CHECKED AND WRITTEN AS
008320*   CCCW9140 DOES.
008330  2000-REHOME-REGISTER.
008340
008350      OPEN INPUT  OC-REGISTER-IN-FILE.
008360      OPEN OUTPUT OC-REGISTER-OUT-FILE.
008370      PERFORM 2005-CHECK-OCR-LAYOUT THRU 2005-EXIT.
008380      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
008390      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
008400      WRITE OC-REGISTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
008410
008420      MOVE "OUTSTANDING CHECK REGISTER ITEMS RE-HOMED"
008430                                  TO CHL-TEXT.
008440      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
008450      MOVE WS-MOVE-COL-HEADING    TO CONSOL-CERT-RCD.
008460      WRITE CONSOL-CERT-RCD.
008470
008480      PERFORM 2010-REHOME-REGISTER-RCD THRU 2010-EXIT
008490          UNTIL WS-OCR-EOF.
008500
008510      CLOSE OC-REGISTER-IN-FILE.
008520      CLOSE OC-REGISTER-OUT-FILE.
008530
008540      IF WS-OCR-REHOMED = ZERO
008550          MOVE "NONE"             TO CNL-TEXT
008560          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
008570      END-IF.
008580
008590  2000-EXIT.
008600      EXIT.
008610
008620  2005-CHECK-OCR-LAYOUT.
008630
008640      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
008650      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
008660      MOVE "N"                    TO WS-LV-EMPTY-SW.
008670      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
008680          AT END
008690              MOVE "Y"            TO WS-LV-EMPTY-SW
008700      END-READ.
008710      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
008720
008730      IF WS-LV-FILE-EMPTY
008740          CLOSE OC-REGISTER-IN-FILE
008750          OPEN INPUT OC-REGISTER-IN-FILE
008760      END-IF.
008770
008780  2005-EXIT.
008790      EXIT.
008800
008810  2010-REHOME-REGISTER-RCD.
008820
008830      READ OC-REGISTER-IN-FILE
008840          AT END
008850              MOVE "Y" TO WS-OCR-EOF-SW
008860              GO TO 2010-EXIT
008870      END-READ.
008880
008890      ADD 1 TO WS-OCR-READ.
008900
008910      IF OC-HOME-BR-CODE = SPACES
008920          MOVE OC-ISSUING-BR-CODE TO WS-CN-FIND-BR
008930      ELSE
008940          MOVE OC-HOME-BR-CODE    TO WS-CN-FIND-BR
008950      END-IF.
008960      PERFORM 1950-FIND-CONSOL    THRU 1950-EXIT.
008970
008980      IF WS-CN-FOUND
008990          MOVE OC-ISSUING-BR-CODE TO MVL-ISSUING-BR
009000          MOVE OC-ONSITE-CHK-NUM  TO MVL-ITEM
009010          MOVE OC-ISSUE-DATE      TO MVL-DATE
009020          MOVE OC-DISB-AMOUNT     TO MVL-AMOUNT
009030          MOVE WS-CN-FIND-BR      TO MVL-FROM-BR
009040          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB) TO MVL-TO-BR
009050          MOVE OC-PAYEE-NAME      TO MVL-TEXT
009060          MOVE WS-MOVE-LINE       TO CONSOL-CERT-RCD
009070          WRITE CONSOL-CERT-RCD
009080          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB)
009090                                  TO OC-HOME-BR-CODE
009100          ADD 1 TO WS-OCR-REHOMED
009110          ADD OC-DISB-AMOUNT      TO WS-OCR-REHOMED-AMOUNT
009120          ADD 1 TO WS-CN-OCR-ITEMS (WS-CN-HIT-SUB)
009130          ADD OC-DISB-AMOUNT  TO WS-CN-OCR-AMOUNT (WS-CN-HIT-SUB)
009140      END-IF.
009150
009160      WRITE OC-REGISTER-OUT-RCD FROM OC-REGISTER-RCD.
009170
009180  2010-EXIT.
009190      EXIT.
009200
009210* 3000-REHOME-HELD
009220*   THE SAME RULE FOR THE HELD 1099 RECORDS, ON THE HOME BRANCH
009230*   CARRIED IN THE HELD DETAIL.  CCCW9110 AND CCCW9127 CLEAR IT
009240*   ON RELEASE, SO IT NEVER REACHES STAGING.
009250  3000-REHOME-HELD.
009260
009270      OPEN INPUT  TEN99-HELD-FILE.
009280      OPEN OUTPUT TEN99-HELD-OUT.
009290
009300      MOVE "HELD 1099 RECORDS RE-HOMED" TO CHL-TEXT.
009310      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
009320      MOVE WS-MOVE-COL-HEADING    TO CONSOL-CERT-RCD.
009330      WRITE CONSOL-CERT-RCD.
009340
009350      PERFORM 3010-REHOME-HELD-RCD THRU 3010-EXIT
009360          UNTIL WS-HELD-EOF.
009370
009380      CLOSE TEN99-HELD-FILE.
009390      CLOSE TEN99-HELD-OUT.
009400
009410      IF WS-HELD-REHOMED = ZERO
009420          MOVE "NONE"             TO CNL-TEXT
009430          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
009440      END-IF.
009450
009460  3000-EXIT.
009470      EXIT.
009480
009490  3010-REHOME-HELD-RCD.
009500
009510      READ TEN99-HELD-FILE
009520          AT END
009530              MOVE "Y" TO WS-HELD-EOF-SW
009540              GO TO 3010-EXIT
009550      END-READ.
009560
009570      ADD 1 TO WS-HELD-READ.
009580
009590      MOVE TH-DETAIL-DATA         TO TEN99-RCD.
009600      IF TEN99-HOME-BR-CODE = SPACES
009610          MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-CN-FIND-BR
009620      ELSE
009630          MOVE TEN99-HOME-BR-CODE TO WS-CN-FIND-BR
009640      END-IF.
009650      PERFORM 1950-FIND-CONSOL    THRU 1950-EXIT.
009660
009670      IF WS-CN-FOUND
009680          MOVE TEN99-ISSUING-BR-CODE-DATA TO MVL-ISSUING-BR
009690          MOVE TEN99-ONSITE-CHK-NUM-DATA  TO MVL-ITEM
009700          MOVE TH-HELD-DATE       TO MVL-DATE
009710          MOVE TEN99-RPT-DISB-AMT-DATA    TO MVL-AMOUNT
009720          MOVE WS-CN-FIND-BR      TO MVL-FROM-BR
009730          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB) TO MVL-TO-BR
009740          MOVE TH-HOLD-REASON     TO MVL-TEXT
009750          MOVE WS-MOVE-LINE       TO CONSOL-CERT-RCD
009760          WRITE CONSOL-CERT-RCD
009770          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB)
009780                                  TO TEN99-HOME-BR-CODE
009790          MOVE TEN99-RCD          TO TH-DETAIL-DATA
009800          ADD 1 TO WS-HELD-REHOMED
009810          ADD 1 TO WS-CN-HELD-ITEMS (WS-CN-HIT-SUB)
009820      END-IF.
009830
009840      WRITE TEN99-HELD-OUT-RCD FROM TEN99-HELD-RCD.
009850
009860  3010-EXIT.
009870      EXIT.
009880
009890* 3500-REHOME-BAD-ADDR
009900*   THE SAME RULE FOR THE RETURNED-MAIL CHARGES.
009910  3500-REHOME-BAD-ADDR.
009920
009930      OPEN INPUT  BAD-ADDRESS-IN.
009940      OPEN OUTPUT BAD-ADDRESS-OUT.
009950
009960      MOVE "RETURNED-MAIL CHARGES RE-HOMED" TO CHL-TEXT.
009970      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
009980      MOVE WS-MOVE-COL-HEADING    TO CONSOL-CERT-RCD.
009990      WRITE CONSOL-CERT-RCD.
010000
010010      PERFORM 3510-REHOME-BAD-RCD THRU 3510-EXIT
010020          UNTIL WS-BAD-EOF.
010030
010040      CLOSE BAD-ADDRESS-IN.
010050      CLOSE BAD-ADDRESS-OUT.
010060
010070      IF WS-BAD-REHOMED = ZERO
010080          MOVE "NONE"             TO CNL-TEXT
010090          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
010100      END-IF.
010110
010120  3500-EXIT.
010130      EXIT.
010140
010150  3510-REHOME-BAD-RCD.
010160
010170      READ BAD-ADDRESS-IN
010180          AT END
010190              MOVE "Y" TO WS-BAD-EOF-SW
010200              GO TO 3510-EXIT
010210      END-READ.
010220
010230      ADD 1 TO WS-BAD-READ.
010240
010250      IF BA-HOME-BR-CODE = SPACES
010260          MOVE BA-ISSUING-BR-CODE TO WS-CN-FIND-BR
010270      ELSE
010280          MOVE BA-HOME-BR-CODE    TO WS-CN-FIND-BR
010290      END-IF.
010300      PERFORM 1950-FIND-CONSOL    THRU 1950-EXIT.
010310
010320      IF WS-CN-FOUND
010330          MOVE BA-ISSUING-BR-CODE TO MVL-ISSUING-BR
010340          MOVE BA-ACCOUNT-NUMBER  TO MVL-ITEM
010350          MOVE BA-FLAG-DATE       TO MVL-DATE
010360          MOVE SPACES             TO MVL-AMOUNT-X
010370          MOVE WS-CN-FIND-BR      TO MVL-FROM-BR
010380          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB) TO MVL-TO-BR
010390          MOVE "RETURNED 1099 - MAILINGS SUPPRESSED" TO MVL-TEXT
010400          MOVE WS-MOVE-LINE       TO CONSOL-CERT-RCD
010410          WRITE CONSOL-CERT-RCD
010420          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB)
010430                                  TO BA-HOME-BR-CODE
010440          ADD 1 TO WS-BAD-REHOMED
010450          ADD 1 TO WS-CN-BAD-ITEMS (WS-CN-HIT-SUB)
010460      END-IF.
010470
010480      WRITE BAD-ADDRESS-OUT-RCD FROM BAD-ADDRESS-RCD.
010490
010500  3510-EXIT.
010510      EXIT.
010520
010530* 4000-VOID-UNUSED-STOCK
010540*   ONE LINE PER ACCEPTED CONSOLIDATION FOR THE CLOSING BRANCH'S
010550*   STOCK, AND ITS POSITIVE-PAY VOIDS.
010560  4000-VOID-UNUSED-STOCK.
010570
010580      OPEN OUTPUT STOCK-VOID-FILE.
010590
010600      MOVE "UNUSED CHECK STOCK VOIDED" TO CHL-TEXT.
010610      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
010620      MOVE WS-STOCK-COL-HEADING   TO CONSOL-CERT-RCD.
010630      WRITE CONSOL-CERT-RCD.
010640
010650      PERFORM 4100-VOID-BRANCH-STOCK THRU 4100-EXIT
010660          VARYING WS-CN-TBL-SUB FROM 1 BY 1
010670          UNTIL WS-CN-TBL-SUB > WS-CN-COUNT.
010680
010690      CLOSE STOCK-VOID-FILE.
010700
010710      IF WS-CN-COUNT = ZERO
010720          MOVE "NONE"             TO CNL-TEXT
010730          PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
010740      END-IF.
010750
010760  4000-EXIT.
010770      EXIT.
010780
010790* 4100-VOID-BRANCH-STOCK
010800*   THE UNUSED RANGE RUNS FROM ONE PAST THE HIGH NUMBER USED (THE
010810*   LOW END OF THE RANGE WHEN THE BRANCH HAS NO USAGE RECORD)
010820*   THROUGH BM-STOCK-HIGH.  A LEGACY ALPHA RANGE, OR ONE TOO WIDE
010830*   TO BE REAL, IS LEFT FOR OPERATIONS TO VOID BY HAND.
010840  4100-VOID-BRANCH-STOCK.
010850
010860      MOVE WS-CN-CLOSING-BR (WS-CN-TBL-SUB) TO STL-BR.
010870      MOVE SPACES                 TO STL-FROM.
010880      MOVE SPACES                 TO STL-TO.
010890      MOVE ZERO                   TO STL-COUNT.
010900
010910      IF WS-CN-STOCK-LOW (WS-CN-TBL-SUB) NOT NUMERIC
010920          OR WS-CN-STOCK-HIGH (WS-CN-TBL-SUB) NOT NUMERIC
010930          OR (WS-CN-USAGE-FOUND (WS-CN-TBL-SUB)
010940              AND WS-CN-HIGH-USED (WS-CN-TBL-SUB) NOT NUMERIC)
010950          MOVE "RANGE NOT NUMERIC - VOID WITH THE BANK BY HAND"
010960                                  TO STL-NOTE
010970          ADD 1 TO WS-STK-MANUAL
010980          PERFORM 4190-WRITE-STOCK-LINE THRU 4190-EXIT
010990          GO TO 4100-EXIT
011000      END-IF.
011010
011020      MOVE WS-CN-STOCK-LOW (WS-CN-TBL-SUB)  TO WS-STK-LOW-N.
011030      MOVE WS-CN-STOCK-HIGH (WS-CN-TBL-SUB) TO WS-STK-HIGH-N.
011040      MOVE WS-STK-LOW-N           TO WS-STK-FIRST-N.
011050      IF WS-CN-USAGE-FOUND (WS-CN-TBL-SUB)
011060          MOVE WS-CN-HIGH-USED (WS-CN-TBL-SUB) TO WS-STK-USED-N
011070          IF WS-STK-USED-N NOT < WS-STK-LOW-N
011080              COMPUTE WS-STK-FIRST-N = WS-STK-USED-N + 1
011090          END-IF
011100      END-IF.
011110
011120      IF WS-STK-FIRST-N > WS-STK-HIGH-N
011130          MOVE "NO UNUSED STOCK LEFT IN THE RANGE" TO STL-NOTE
011140          PERFORM 4190-WRITE-STOCK-LINE THRU 4190-EXIT
011150          GO TO 4100-EXIT
011160      END-IF.
011170
011180      MOVE WS-STK-FIRST-N         TO WS-STK-CHK-NUM.
011190      MOVE WS-STK-CHK-NUM         TO STL-FROM.
011200      MOVE WS-STK-HIGH-N          TO WS-STK-CHK-NUM.
011210      MOVE WS-STK-CHK-NUM         TO STL-TO.
011220      COMPUTE WS-STK-VOID-SIZE =
011230              WS-STK-HIGH-N - WS-STK-FIRST-N + 1.
011240
011250      IF WS-STK-VOID-SIZE > WS-STK-VOID-LIMIT
011260          MOVE "OVER 50,000 CHECKS - VOID WITH THE BANK BY HAND"
011270                                  TO STL-NOTE
011280          ADD 1 TO WS-STK-MANUAL
011290          PERFORM 4190-WRITE-STOCK-LINE THRU 4190-EXIT
011300          GO TO 4100-EXIT
011310      END-IF.
011320
011330      PERFORM 4110-WRITE-STOCK-VOID THRU 4110-EXIT
011340          VARYING WS-STK-NEXT-N FROM WS-STK-FIRST-N BY 1
011350          UNTIL WS-STK-NEXT-N > WS-STK-HIGH-N.
011360
011370      MOVE WS-CN-VOID-COUNT (WS-CN-TBL-SUB) TO STL-COUNT.
011380      MOVE "VOIDED ON THE POSITIVE-PAY VOID FILE" TO STL-NOTE.
011390      PERFORM 4190-WRITE-STOCK-LINE THRU 4190-EXIT.
011400
011410  4100-EXIT.
011420      EXIT.
011430
011440  4110-WRITE-STOCK-VOID.
011450
011460      MOVE SPACES                 TO TEN99-POSPAY-RCD.
011470      MOVE WS-CN-CLOSING-BR (WS-CN-TBL-SUB) TO PP-ISSUING-BR-CODE.
011480      MOVE WS-STK-NEXT-N          TO WS-STK-CHK-NUM.
011490      MOVE WS-STK-CHK-NUM         TO PP-ONSITE-CHK-NUM.
011500      MOVE WS-CN-EFFECTIVE-DATE (WS-CN-TBL-SUB) TO PP-ISSUE-DATE.
011510      MOVE ZERO                   TO PP-DISB-AMOUNT.
011520      MOVE "UNUSED STOCK - BRANCH CLOSED" TO PP-PAYEE-NAME.
011530      MOVE "V"                    TO PP-VOID-IND.
011540      WRITE TEN99-POSPAY-RCD.
011550
011560      ADD 1 TO WS-CN-VOID-COUNT (WS-CN-TBL-SUB).
011570      ADD 1 TO WS-STK-VOIDED.
011580
011590  4110-EXIT.
011600      EXIT.
011610
011620  4190-WRITE-STOCK-LINE.
011630
011640      MOVE WS-STOCK-LINE          TO CONSOL-CERT-RCD.
011650      WRITE CONSOL-CERT-RCD.
011660
011670  4190-EXIT.
011680      EXIT.
011690
011700* 5000-UPDATE-MASTER
011710*   THE NEW MASTER GENERATION - EACH ACCEPTED CLOSING BRANCH
011720*   CARRIES ITS SUCCESSOR AND STAYS MARKED CLOSED.
011730  5000-UPDATE-MASTER.
011740
011750      MOVE "N"                    TO WS-BM-EOF-SW.
011760      OPEN INPUT  BRANCH-MASTER-FILE.
011770      OPEN OUTPUT BRANCH-MASTER-OUT.
011780
011790      PERFORM 5010-UPDATE-MASTER-RCD THRU 5010-EXIT
011800          UNTIL WS-BM-EOF.
011810
011820      CLOSE BRANCH-MASTER-FILE.
011830      CLOSE BRANCH-MASTER-OUT.
011840
011850  5000-EXIT.
011860      EXIT.
011870
011880  5010-UPDATE-MASTER-RCD.
011890
011900      READ BRANCH-MASTER-FILE
011910          AT END
011920              MOVE "Y" TO WS-BM-EOF-SW
011930              GO TO 5010-EXIT
011940      END-READ.
011950
011960      MOVE BM-BR-CODE             TO WS-CN-FIND-BR.
011970      PERFORM 1950-FIND-CONSOL    THRU 1950-EXIT.
011980      IF WS-CN-FOUND
011990          MOVE WS-CN-SUCCESSOR-BR (WS-CN-HIT-SUB)
012000                                  TO BM-SUCCESSOR-BR-CODE
012010          ADD 1 TO WS-BM-UPDATED
012020      END-IF.
012030
012040      WRITE BRANCH-MASTER-OUT-RCD FROM BRANCH-MASTER-RCD.
012050      ADD 1 TO WS-BM-WRITTEN.
012060
012070  5010-EXIT.
012080      EXIT.
012090
012100* 7000-PRINT-TOTALS
012110*   WHAT EACH CONSOLIDATION MOVED, THE RUN TOTALS, AND THE
012120*   SIGN-OFF.
012130  7000-PRINT-TOTALS.
012140
012150      MOVE "MOVED PER CONSOLIDATION" TO CHL-TEXT.
012160      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012170      MOVE WS-TOTAL-COL-HEADING   TO CONSOL-CERT-RCD.
012180      WRITE CONSOL-CERT-RCD.
012190
012200      PERFORM 7010-PRINT-CONSOL-TOTAL THRU 7010-EXIT
012210          VARYING WS-CN-TBL-SUB FROM 1 BY 1
012220          UNTIL WS-CN-TBL-SUB > WS-CN-COUNT.
012230
012240      MOVE "RUN TOTALS"           TO CHL-TEXT.
012250      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012260
012270      MOVE "TRANSACTIONS READ"    TO CCL-LITERAL.
012280      MOVE WS-CONSOL-READ         TO CCL-COUNT.
012290      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012300
012310      MOVE "TRANSACTIONS ACCEPTED" TO CCL-LITERAL.
012320      MOVE WS-CN-COUNT            TO CCL-COUNT.
012330      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012340
012350      MOVE "TRANSACTIONS REJECTED" TO CCL-LITERAL.
012360      MOVE WS-CONSOL-REJECTED     TO CCL-COUNT.
012370      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012380
012390      MOVE "REGISTER ITEMS RE-HOMED" TO CAL-LITERAL.
012400      MOVE WS-OCR-REHOMED         TO CAL-COUNT.
012410      MOVE WS-OCR-REHOMED-AMOUNT  TO CAL-AMOUNT.
012420      MOVE WS-CRT-AMOUNT-LINE     TO CONSOL-CERT-RCD.
012430      WRITE CONSOL-CERT-RCD.
012440
012450      MOVE "HELD RECORDS RE-HOMED" TO CCL-LITERAL.
012460      MOVE WS-HELD-REHOMED        TO CCL-COUNT.
012470      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012480
012490      MOVE "RETURNED-MAIL CHARGES RE-HOMED" TO CCL-LITERAL.
012500      MOVE WS-BAD-REHOMED         TO CCL-COUNT.
012510      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012520
012530      MOVE "UNUSED CHECKS VOIDED" TO CCL-LITERAL.
012540      MOVE WS-STK-VOIDED          TO CCL-COUNT.
012550      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012560
012570      MOVE "BRANCHES TO VOID BY HAND" TO CCL-LITERAL.
012580      MOVE WS-STK-MANUAL          TO CCL-COUNT.
012590      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012600
012610      MOVE SPACES                 TO CONSOL-CERT-RCD.
012620      WRITE CONSOL-CERT-RCD.
012630      MOVE "EVERY ITEM KEEPS ITS ISSUING BRANCH.  STAGED 1099"
012640                                  TO CNL-TEXT.
012650      PERFORM 7900-WRITE-NOTE     THRU 7900-EXIT.
012660      MOVE "HISTORY IS NOT CHANGED BY A CONSOLIDATION."
012670                                  TO CNL-TEXT.
012680      PERFORM 7900-WRITE-NOTE     THRU 7900-EXIT.
012690
012700      MOVE "SIGN-OFF"             TO CHL-TEXT.
012710      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012720      MOVE SPACES                 TO CONSOL-CERT-RCD.
012730      WRITE CONSOL-CERT-RCD.
012740      MOVE "PREPARED BY: "        TO CSL-ROLE.
012750      MOVE LS-PARM-PREPARER       TO CSL-OPERATOR.
012760      MOVE WS-CRT-SIGN-LINE       TO CONSOL-CERT-RCD.
012770      WRITE CONSOL-CERT-RCD.
012780      MOVE SPACES                 TO CONSOL-CERT-RCD.
012790      WRITE CONSOL-CERT-RCD.
012800      MOVE "APPROVED BY: "        TO CSL-ROLE.
012810      MOVE LS-PARM-APPROVER       TO CSL-OPERATOR.
012820      MOVE WS-CRT-SIGN-LINE       TO CONSOL-CERT-RCD.
012830      WRITE CONSOL-CERT-RCD.
012840
012850      CLOSE CONSOL-CERT-RPT.
012860
012870  7000-EXIT.
012880      EXIT.
012890
012900  7010-PRINT-CONSOL-TOTAL.
012910
012920      MOVE WS-CN-CLOSING-BR (WS-CN-TBL-SUB)   TO TTL-CLOSING-BR.
012930      MOVE WS-CN-SUCCESSOR-BR (WS-CN-TBL-SUB) TO TTL-SUCCESSOR-BR.
012940      MOVE WS-CN-OCR-ITEMS (WS-CN-TBL-SUB)    TO TTL-OCR-ITEMS.
012950      MOVE WS-CN-OCR-AMOUNT (WS-CN-TBL-SUB)   TO TTL-OCR-AMOUNT.
012960      MOVE WS-CN-HELD-ITEMS (WS-CN-TBL-SUB)   TO TTL-HELD-ITEMS.
012970      MOVE WS-CN-BAD-ITEMS (WS-CN-TBL-SUB)    TO TTL-BAD-ITEMS.
012980      MOVE WS-CN-VOID-COUNT (WS-CN-TBL-SUB)   TO TTL-VOID-COUNT.
012990      MOVE WS-TOTAL-LINE          TO CONSOL-CERT-RCD.
013000      WRITE CONSOL-CERT-RCD.
013010
013020  7010-EXIT.
013030      EXIT.
013040
013050  7900-WRITE-NOTE.
013060
013070      MOVE WS-CRT-NOTE-LINE       TO CONSOL-CERT-RCD.
013080      WRITE CONSOL-CERT-RCD.
013090
013100  7900-EXIT.
013110      EXIT.
013120
013130  7910-WRITE-HEADING.
013140
013150      MOVE SPACES                 TO CONSOL-CERT-RCD.
013160      WRITE CONSOL-CERT-RCD.
013170      MOVE WS-CRT-HEADING         TO CONSOL-CERT-RCD.
013180      WRITE CONSOL-CERT-RCD.
013190
013200  7910-EXIT.
013210      EXIT.
013220
013230  7920-WRITE-COUNT.
013240
013250      MOVE WS-CRT-COUNT-LINE      TO CONSOL-CERT-RCD.
013260      WRITE CONSOL-CERT-RCD.
013270
013280  7920-EXIT.
013290      EXIT.
013300
013310  8000-WRAPUP.
013320
013330      MOVE "CONSOLIDATIONS READ:"  TO SCR-LITERAL.
013340      MOVE WS-CONSOL-READ         TO SCR-COUNT.
013350      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013360      PERFORM 8999-WRITE-SYSOUT.
013370
013380      MOVE "CONSOLIDATIONS ACCEPTED:" TO SCR-LITERAL.
013390      MOVE WS-CN-COUNT            TO SCR-COUNT.
013400      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013410      PERFORM 8999-WRITE-SYSOUT.
013420
013430      MOVE "CONSOLIDATIONS REJECTED:" TO SCR-LITERAL.
013440      MOVE WS-CONSOL-REJECTED     TO SCR-COUNT.
013450      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013460      PERFORM 8999-WRITE-SYSOUT.
013470
013480      MOVE "BRANCH MASTER WRITTEN:" TO SCR-LITERAL.
013490      MOVE WS-BM-WRITTEN          TO SCR-COUNT.
013500      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013510      PERFORM 8999-WRITE-SYSOUT.
013520
013530      MOVE "REGISTER ITEMS READ:" TO SCR-LITERAL.
013540      MOVE WS-OCR-READ            TO SCR-COUNT.
013550      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013560      PERFORM 8999-WRITE-SYSOUT.
013570
013580      MOVE "REGISTER ITEMS RE-HOMED:" TO SCR-LITERAL.
013590      MOVE WS-OCR-REHOMED         TO SCR-COUNT.
013600      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013610      PERFORM 8999-WRITE-SYSOUT.
013620
013630      MOVE "HELD RECORDS READ:"   TO SCR-LITERAL.
013640      MOVE WS-HELD-READ           TO SCR-COUNT.
013650      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013660      PERFORM 8999-WRITE-SYSOUT.
013670
013680      MOVE "HELD RECORDS RE-HOMED:" TO SCR-LITERAL.
013690      MOVE WS-HELD-REHOMED        TO SCR-COUNT.
013700      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013710      PERFORM 8999-WRITE-SYSOUT.
013720
013730      MOVE "RETURNED-MAIL ENTRIES READ:" TO SCR-LITERAL.
013740      MOVE WS-BAD-READ            TO SCR-COUNT.
013750      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013760      PERFORM 8999-WRITE-SYSOUT.
013770
013780      MOVE "RETURNED-MAIL RE-HOMED:" TO SCR-LITERAL.
013790      MOVE WS-BAD-REHOMED         TO SCR-COUNT.
013800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013810      PERFORM 8999-WRITE-SYSOUT.
013820
013830      MOVE "UNUSED CHECKS VOIDED:" TO SCR-LITERAL.
013840      MOVE WS-STK-VOIDED          TO SCR-COUNT.
013850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013860      PERFORM 8999-WRITE-SYSOUT.
013870
013880      IF WS-STK-MANUAL > ZERO
013890          MOVE "*STOCK TO VOID BY HAND:" TO SCR-LITERAL
013900          MOVE WS-STK-MANUAL      TO SCR-COUNT
013910          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
013920          PERFORM 8999-WRITE-SYSOUT
013930      END-IF.
013940
013950      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
013960
013970      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
013980
013990      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
014000
014010      COPY C2INZ003.
014020
014030      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
014040
014050  8000-EXIT.
014060      EXIT.
014070
014080* 8900-SET-RETURN-CODE
014090*   RC=4 STOCK LEFT TO VOID BY HAND, RC=8 A TRANSACTION REJECTED,
014100*   RC=12 A TABLE FILLED - THE WORST ONE WINS.
014110  8900-SET-RETURN-CODE.
014120
014130      MOVE ZERO TO RETURN-CODE.
014140
014150      IF WS-STK-MANUAL > ZERO
014160          MOVE 4 TO RETURN-CODE
014170      END-IF.
014180
014190      IF WS-CONSOL-REJECTED > ZERO
014200          MOVE 8 TO RETURN-CODE
014210      END-IF.
014220
014230      IF TC-TABLE-OVERFLOW
014240          MOVE TC-OVERFLOW-RC TO RETURN-CODE
014250      END-IF.
014260
014270  8900-EXIT.
014280      EXIT.
014290
014300* 8980-NOTE-TABLE-CAPACITY
014310*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
014320*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
014330  8980-NOTE-TABLE-CAPACITY.
014340
014350      MOVE "BRANCH MASTER"          TO TC-NOTE-NAME.
014360      MOVE WS-BM-TABLE-MAX          TO TC-NOTE-LIMIT.
014370      MOVE WS-BM-COUNT              TO TC-NOTE-HIGH.
014380      MOVE WS-BM-DROPPED            TO TC-NOTE-DROPPED.
014390      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014400
014410      MOVE "CONSOLIDATIONS"         TO TC-NOTE-NAME.
014420      MOVE WS-CN-TABLE-MAX          TO TC-NOTE-LIMIT.
014430      MOVE WS-CN-COUNT              TO TC-NOTE-HIGH.
014440      MOVE WS-CN-DROPPED            TO TC-NOTE-DROPPED.
014450      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014460
014470      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
014480
014490  8980-EXIT.
014500      EXIT.
014510
014520      COPY CLCWW134.
014530
014540      COPY CLCWW167.
014550
014560      COPY C2INZ002.
014570
014580      COPY C2INZ004.
014590
014600      COPY C2INZ005.
014610
014620      RUN-HISTORY-FILE.
014630
014640  9999-EXIT.
014650      EXIT.
