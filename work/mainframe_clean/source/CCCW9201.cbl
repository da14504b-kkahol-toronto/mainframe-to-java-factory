000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9201.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9201
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    TAX-YEAR CLOSE AND ROLLOVER.  RUN ONCE, AFTER
000130*              THE LAST TRANSMISSION OF A TAX YEAR IS ACCEPTED,
000140*              UNDER DUAL CONTROL (THE APPROVER MUST DIFFER
000150*              FROM THE PREPARER).  THE CLOSE IS REFUSED WHILE
000160*              ANY FIRE OR STATE TRANSMISSION OF THE YEAR IS
000170*              STILL OPEN ON THE CLCWW076 FILING-STATUS FILE -
000180*              PREPARED, RELEASABLE, SENT, OR REJECTED WITH NO
000190*              ACCEPTED REPLACEMENT - AND UNTIL EVERY ACCEPTED
000200*              TRANSMISSION'S CONTROL TOTALS RE-PROVE AGAINST
000210*              THE AS-BUILT ARCHIVE (CLCWW077).  A CLEAN CLOSE:
000220*                - ROLLS THE YEAR'S RECORDS OUT OF THE TEN99DTL
000230*                  STAGING FILE TO A STAGING ARCHIVE, AND TAKES
000240*                  THEM OUT OF THEIR RUNS' MANIFESTS (CLCWW063);
000250*                - ROLLS THE BACKUP AND NRA WITHHOLDING LEDGERS
000260*                  (CLCWW050) - A NEW BALANCE RECORD FOR THE NEXT
000270*                  YEAR AND A TYPE 'C' CLOSING-BALANCE RECORD
000280*                  FOR THIS ONE, WITH THE YEAR'S DEPOSITS DROPPED;
000290*                - CARRIES THE B-NOTICE FLAGS (CLCWW049) AND THE
000300*                  W-9 SOLICITATION MASTER (CLCWW090) FORWARD -
000310*                  THEY FOLLOW THE PAYEE, NOT THE YEAR;
000320*                - ARCHIVES AND DELETES THE YEAR'S TEN99YTD
000330*                  POSITIONS;
000340*                - RESETS THE SEQCTL FILE-SEQUENCE CONTROL
000350*                  (CLCWW043 - THE IMB SERIAL NEVER RESETS);
000360*                - APPENDS A TYPE 'C' CLOSE RECORD TO FILSTAT,
000370*                  WHICH EVERY PROGRAM THAT POSTS OR BUILDS FOR A
000380*                  TAX YEAR CHECKS (CLCWW170).  A CLOSED YEAR IS
000390*                  CORRECTIONS ONLY - SEE THE CORR MODE OF
000400*                  CCCW9150 AND THE TWO ARCHIVES BELOW;
000410*                - PRINTS THE CLOSE CERTIFICATE FOR SIGN-OFF.
000420*              EVERY PROOF RUNS BEFORE THE FIRST UPDATE THAT A
000430*              GENERATION ROLLBACK CANNOT UNDO (TEN99YTD,
000440*              SEQCTL, FILSTAT), SO A REFUSED CLOSE LEAVES
000450*              NOTHING TO BACK OUT.
000460*
000470*  FILES:      FILSTAT  - FILING STATUS (CLCWW076), READ AND
000480*                         EXTENDED WITH THE CLOSE RECORD
000490*              TEN99ARC - AS-BUILT ARCHIVE (CLCWW077)
000500*              TEN99DTL - STAGING (CLCWW013), CURRENT GENERATION
000510*              TEN99DTO - STAGING, NEW GENERATION
000520*              TEN99DXA - THE CLOSED YEAR'S STAGING RECORDS.  A
000522*                         CCCW9150 CORR REBUILD READS IT AS
000524*                         TEN99DTL, CONCATENATED WITH THE
000526*                         YEAR'S CCCW9205 TEN99DXR ADJUSTMENTS
000530*              TEN99MAN - RUN MANIFESTS (CLCWW063)
000540*              TEN99MAO - RUN MANIFESTS, NEW GENERATION
000550*              WHLEDGI  - BACKUP WITHHOLDING LEDGER (CLCWW050)
000560*              WHLEDGO  - BACKUP WITHHOLDING LEDGER, NEW GEN
000570*              NRLEDGI  - NRA WITHHOLDING LEDGER (CLCWW050)
000580*              NRLEDGO  - NRA WITHHOLDING LEDGER, NEW GEN
000590*              BWFLAGI  - B-NOTICE FLAGS (CLCWW049)
000600*              BWFLAGO  - B-NOTICE FLAGS, NEW GENERATION
000610*              W9SOLI   - W-9 SOLICITATIONS (CLCWW090)
000620*              W9SOLO   - W-9 SOLICITATIONS, NEW GENERATION
000630*              TEN99YTD - KEYED YTD FILE (CLCWW014), UPDATED
000640*              TEN99YXA - THE CLOSED YEAR'S YTD POSITIONS
000650*              SEQCTL   - FILE-SEQUENCE CONTROL (CLCWW043)
000660*              GENCAT   - STAGING GENERATION CATALOG (CLCWW129)
000670*              CLOSECRT - CLOSE CERTIFICATE
000680*
000690*  PARM:       TAX YEAR (CCYY), PREPARER (8), APPROVER (8),
000700*              E.G. PARM='2025 JSMITH02 MJONES01'.
000710*
000720*  RETURN:     RC=0 THE YEAR IS CLOSED.  EVERY REFUSAL ABENDS
000730*              THE STEP - CLOS1 A TRANSMISSION IS STILL OPEN
000740*              (OR NONE WAS ACCEPTED), CLOS2 THE YEAR IS
000750*              ALREADY CLOSED, CLOS3 AN ACCEPTED TRANSMISSION
000760*              DOES NOT RE-PROVE AGAINST THE ARCHIVE, CLOS4 THE
000770*              STAGING ROLL DOES NOT RECONCILE TO THE MANIFESTS,
000780*              CLOS5 A LEDGER DOES NOT START WITH ITS BALANCE
000790*              RECORD, PARM2 THE APPROVER IS THE PREPARER.
000800*
000810******************************************************************
000820*                      MODIFICATION HISTORY
000830******************************************************************
000840* DATE     INIT  DESCRIPTION
000850* -------- ----  --------------------------------------------
000860* 10/2026  RF    NEW PROGRAM - TAX-YEAR CLOSE AND ROLLOVER
000870*                UNDER DUAL CONTROL, WITH CLOSE CERTIFICATE
0008va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0008vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0008vc* 10/2026  RF    DOCUMENT THE TEN99DXA/TEN99DXR CONCATENATION
0008vd*                THE CORR REBUILD READS
000880******************************************************************
000890  ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
000910  SOURCE-COMPUTER.   IBM-370.
000920  OBJECT-COMPUTER.   IBM-370.
000930  INPUT-OUTPUT SECTION.
000940  FILE-CONTROL.
000950
000960      COPY C2INX001.
000970
000980      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
000990          ORGANIZATION IS SEQUENTIAL.
001000
001010      SELECT TEN99-ARCHIVE-FILE  ASSIGN TO TEN99ARC
001020          ORGANIZATION IS SEQUENTIAL.
001030
001040      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
001050          ORGANIZATION IS SEQUENTIAL.
001060
001070      SELECT TEN99-STAGING-OUT   ASSIGN TO TEN99DTO
001080          ORGANIZATION IS SEQUENTIAL.
001090
001100      SELECT TEN99-STAGING-ARCH  ASSIGN TO TEN99DXA
001110          ORGANIZATION IS SEQUENTIAL.
001120
001130      SELECT TEN99-MANIFEST-FILE ASSIGN TO TEN99MAN
001140          ORGANIZATION IS SEQUENTIAL.
001150
001160      SELECT TEN99-MANIFEST-OUT  ASSIGN TO TEN99MAO
001170          ORGANIZATION IS SEQUENTIAL.
001180
001190      SELECT WH-LEDGER-IN        ASSIGN TO WHLEDGI
001200          ORGANIZATION IS SEQUENTIAL.
001210
001220      SELECT WH-LEDGER-OUT       ASSIGN TO WHLEDGO
001230          ORGANIZATION IS SEQUENTIAL.
001240
001250      SELECT NR-LEDGER-IN        ASSIGN TO NRLEDGI
001260          ORGANIZATION IS SEQUENTIAL.
001270
001280      SELECT NR-LEDGER-OUT       ASSIGN TO NRLEDGO
001290          ORGANIZATION IS SEQUENTIAL.
001300
001310      SELECT BW-FLAG-IN-FILE     ASSIGN TO BWFLAGI
001320          ORGANIZATION IS SEQUENTIAL.
001330
001340      SELECT BW-FLAG-OUT-FILE    ASSIGN TO BWFLAGO
001350          ORGANIZATION IS SEQUENTIAL.
001360
001370      SELECT W9-SOLICIT-IN-FILE  ASSIGN TO W9SOLI
001380          ORGANIZATION IS SEQUENTIAL.
001390
001400      SELECT W9-SOLICIT-OUT-FILE ASSIGN TO W9SOLO
001410          ORGANIZATION IS SEQUENTIAL.
001420
001430      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
001440          ORGANIZATION IS INDEXED
001450          ACCESS MODE IS DYNAMIC
001460          RECORD KEY IS TEN99-YTD-KEY
001470          FILE STATUS IS WS-YTD-FILE-STATUS.
001480
001490      SELECT TEN99-YTD-ARCH      ASSIGN TO TEN99YXA
001500          ORGANIZATION IS SEQUENTIAL.
001510
001520      SELECT TEN99-SEQCTL-FILE   ASSIGN TO SEQCTL
001530          ORGANIZATION IS SEQUENTIAL
001540          FILE STATUS IS WS-SEQCTL-FILE-STATUS.
001550
001560      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
001570          ORGANIZATION IS SEQUENTIAL.
001580
001590      SELECT CLOSE-CERT-RPT      ASSIGN TO CLOSECRT
001600          ORGANIZATION IS SEQUENTIAL.
001610
001620      COPY C2INX004.
001630
001640  DATA DIVISION.
001650  FILE SECTION.
001660
001670      COPY C2INX002.
001680
001690  FD  FILING-STATUS-FILE
001700      BLOCK CONTAINS 0 RECORDS
001710      RECORDING MODE IS F
001720      LABEL RECORDS ARE STANDARD
001730      DATA RECORD IS FILING-STATUS-RCD.
001740
001750      COPY CLCWW076.
001760
001770  FD  TEN99-ARCHIVE-FILE
001780      BLOCK CONTAINS 0 RECORDS
001790      RECORDING MODE IS F
001800      LABEL RECORDS ARE STANDARD
001810      DATA RECORD IS TEN99-ARCHIVE-RCD.
001820
001830      COPY CLCWW077.
001840
001850  FD  TEN99-STAGING-FILE
001860      BLOCK CONTAINS 0 RECORDS
001870      RECORDING MODE IS F
001880      LABEL RECORDS ARE STANDARD
001890      DATA RECORD IS TEN99-RCD.
001900
001910      COPY CLCWW013.
001920
001930  FD  TEN99-STAGING-OUT
001940      BLOCK CONTAINS 0 RECORDS
001950      RECORDING MODE IS F
001960      LABEL RECORDS ARE STANDARD
001970      DATA RECORD IS TEN99-STAGING-OUT-RCD.
001980
001990  01  TEN99-STAGING-OUT-RCD         PIC X(420).
002000
002010* THE CLOSED YEAR'S STAGING RECORDS, UNCHANGED - THE SAME
002020* LAYOUT AS TEN99DTL, SO A CORRECTIONS REBUILD CAN READ IT IN
002030* PLACE OF THE STAGING FILE.
002040  FD  TEN99-STAGING-ARCH
002050      BLOCK CONTAINS 0 RECORDS
002060      RECORDING MODE IS F
002070      LABEL RECORDS ARE STANDARD
002080      DATA RECORD IS TEN99-STAGING-ARCH-RCD.
002090
002100  01  TEN99-STAGING-ARCH-RCD        PIC X(420).
002110
002120  FD  TEN99-MANIFEST-FILE
002130      BLOCK CONTAINS 0 RECORDS
002140      RECORDING MODE IS F
002150      LABEL RECORDS ARE STANDARD
002160      DATA RECORD IS TEN99-MANIFEST-RCD.
002170
002180      COPY CLCWW063.
002190
002200  FD  TEN99-MANIFEST-OUT
002210      BLOCK CONTAINS 0 RECORDS
002220      RECORDING MODE IS F
002230      LABEL RECORDS ARE STANDARD
002240      DATA RECORD IS TEN99-MANIFEST-OUT-RCD.
002250
002260  01  TEN99-MANIFEST-OUT-RCD        PIC X(60).
002270
002280* BOTH LEDGERS ARE THE CLCWW050 LAYOUT - IT IS COPIED ONCE IN
002290* WORKING STORAGE AND EVERY LEDGER FILE CARRIES A PLAIN IMAGE.
002300  FD  WH-LEDGER-IN
002310      BLOCK CONTAINS 0 RECORDS
002320      RECORDING MODE IS F
002330      LABEL RECORDS ARE STANDARD
002340      DATA RECORD IS WH-LEDGER-IN-RCD.
002350
002360  01  WH-LEDGER-IN-RCD              PIC X(80).
002370
002380  FD  WH-LEDGER-OUT
002390      BLOCK CONTAINS 0 RECORDS
002400      RECORDING MODE IS F
002410      LABEL RECORDS ARE STANDARD
002420      DATA RECORD IS WH-LEDGER-OUT-RCD.
002430
002440  01  WH-LEDGER-OUT-RCD             PIC X(80).
002450
002460  FD  NR-LEDGER-IN
002470      BLOCK CONTAINS 0 RECORDS
002480      RECORDING MODE IS F
002490      LABEL RECORDS ARE STANDARD
002500      DATA RECORD IS NR-LEDGER-IN-RCD.
002510
002520  01  NR-LEDGER-IN-RCD              PIC X(80).
002530
002540  FD  NR-LEDGER-OUT
002550      BLOCK CONTAINS 0 RECORDS
002560      RECORDING MODE IS F
002570      LABEL RECORDS ARE STANDARD
002580      DATA RECORD IS NR-LEDGER-OUT-RCD.
002590
002600  01  NR-LEDGER-OUT-RCD             PIC X(80).
002610
002620  FD  BW-FLAG-IN-FILE
002630      BLOCK CONTAINS 0 RECORDS
002640      RECORDING MODE IS F
002650      LABEL RECORDS ARE STANDARD
002660      DATA RECORD IS BW-FLAG-RCD.
002670
002680      COPY CLCWW049.
002690
002700  FD  BW-FLAG-OUT-FILE
002710      BLOCK CONTAINS 0 RECORDS
002720      RECORDING MODE IS F
002730      LABEL RECORDS ARE STANDARD
002740      DATA RECORD IS BW-FLAG-OUT-RCD.
002750
002760  01  BW-FLAG-OUT-RCD               PIC X(40).
002770
002780  FD  W9-SOLICIT-IN-FILE
002790      BLOCK CONTAINS 0 RECORDS
002800      RECORDING MODE IS F
002810      LABEL RECORDS ARE STANDARD
002820      DATA RECORD IS W9-SOLICIT-RCD.
002830
002840      COPY CLCWW090.
002850
002860  FD  W9-SOLICIT-OUT-FILE
002870      BLOCK CONTAINS 0 RECORDS
002880      RECORDING MODE IS F
002890      LABEL RECORDS ARE STANDARD
002900      DATA RECORD IS W9-SOLICIT-OUT-RCD.
002910
002920  01  W9-SOLICIT-OUT-RCD            PIC X(100).
002930
002940  FD  TEN99-YTD-FILE
002950      BLOCK CONTAINS 0 RECORDS
002960      RECORDING MODE IS F
002970      LABEL RECORDS ARE STANDARD
002980      DATA RECORD IS TEN99-YTD-RCD.
002990
003000      COPY CLCWW014.
003010
003020  FD  TEN99-YTD-ARCH
003030      BLOCK CONTAINS 0 RECORDS
003040      RECORDING MODE IS F
003050      LABEL RECORDS ARE STANDARD
003060      DATA RECORD IS TEN99-YTD-ARCH-RCD.
003070
003080  01  TEN99-YTD-ARCH-RCD            PIC X(240).
003090
003100  FD  TEN99-SEQCTL-FILE
003110      BLOCK CONTAINS 0 RECORDS
003120      RECORDING MODE IS F
003130      LABEL RECORDS ARE STANDARD
003140      DATA RECORD IS TEN99-SEQCTL-RCD.
003150
003160      COPY CLCWW043.
003170
003180  FD  GEN-CATALOG-FILE
003190      BLOCK CONTAINS 0 RECORDS
003200      RECORDING MODE IS F
003210      LABEL RECORDS ARE STANDARD
003220      DATA RECORD IS GEN-CATALOG-RCD.
003230
003240      COPY CLCWW129.
003250
003260  FD  CLOSE-CERT-RPT
003270      BLOCK CONTAINS 0 RECORDS
003280      RECORDING MODE IS F
003290      LABEL RECORDS ARE STANDARD
003300      DATA RECORD IS CLOSE-CERT-RCD.
003310
003320  01  CLOSE-CERT-RCD                PIC X(133).
003330
003340      COPY C2INX005.
003350
003360  WORKING-STORAGE SECTION.
003370
003380      COPY C2INX003.
003390
003400      COPY C2INX006.
003410
003420      COPY CLCWW166.
003430
003440      COPY CLCWW130.
003450
003460      COPY CLCWW169.
003470
003480      COPY CLCWW050.
003490
003500  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9201".
003510
003520  01  WS-SWITCHES.
003530      05  WS-FSTAT-EOF-SW         PIC X(01) VALUE "N".
003540          88  WS-FSTAT-EOF                VALUE "Y".
003550      05  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
003560          88  WS-ARCH-EOF                 VALUE "Y".
003570      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
003580          88  WS-STAGING-EOF              VALUE "Y".
003590      05  WS-MANIFEST-EOF-SW      PIC X(01) VALUE "N".
003600          88  WS-MANIFEST-EOF             VALUE "Y".
003610      05  WS-LEDGER-EOF-SW        PIC X(01) VALUE "N".
003620          88  WS-LEDGER-EOF               VALUE "Y".
003630      05  WS-BWF-EOF-SW           PIC X(01) VALUE "N".
003640          88  WS-BWF-EOF                  VALUE "Y".
003650      05  WS-SOL-EOF-SW           PIC X(01) VALUE "N".
003660          88  WS-SOL-EOF                  VALUE "Y".
003670      05  WS-YTD-DONE-SW          PIC X(01) VALUE "N".
003680          88  WS-YTD-DONE                 VALUE "Y".
003690      05  WS-FOUND-SW             PIC X(01) VALUE "N".
003700          88  WS-ENTRY-FOUND              VALUE "Y".
003710      05  WS-LG-CARRY-SW          PIC X(01) VALUE "N".
003720          88  WS-LG-CARRY-ONLY            VALUE "Y".
003730      05  WS-LG-WHICH             PIC X(02) VALUE SPACES.
003740          88  WS-LG-WH                    VALUE "WH".
003750          88  WS-LG-NR                    VALUE "NR".
003760
003770  01  WS-COUNTERS.
003780      05  WS-TX-ACCEPTED          PIC 9(09) COMP VALUE ZERO.
003790      05  WS-TX-FIRE-ACCEPTED     PIC 9(09) COMP VALUE ZERO.
003800      05  WS-TX-REPLACED          PIC 9(09) COMP VALUE ZERO.
003810      05  WS-TX-OPEN              PIC 9(09) COMP VALUE ZERO.
003820      05  WS-TX-UNPROVED          PIC 9(09) COMP VALUE ZERO.
003830      05  WS-ARCH-RECORDS-READ    PIC 9(09) COMP VALUE ZERO.
003840      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
003850      05  WS-STAGING-ARCHIVED     PIC 9(09) COMP VALUE ZERO.
003860      05  WS-STAGING-KEPT         PIC 9(09) COMP VALUE ZERO.
003870      05  WS-STAGING-UNSTAMPED    PIC 9(09) COMP VALUE ZERO.
003880      05  WS-MANIFESTS-READ       PIC 9(09) COMP VALUE ZERO.
003890      05  WS-MANIFESTS-CARRIED    PIC 9(09) COMP VALUE ZERO.
003900      05  WS-MANIFESTS-REDUCED    PIC 9(09) COMP VALUE ZERO.
003910      05  WS-MANIFESTS-DROPPED    PIC 9(09) COMP VALUE ZERO.
003920      05  WS-LG-DEP-DROPPED       PIC 9(09) COMP VALUE ZERO.
003930      05  WS-LG-CLS-CARRIED       PIC 9(09) COMP VALUE ZERO.
003940      05  WS-WH-DEP-DROPPED       PIC 9(09) COMP VALUE ZERO.
003950      05  WS-NR-DEP-DROPPED       PIC 9(09) COMP VALUE ZERO.
003960      05  WS-BWF-FIRST            PIC 9(09) COMP VALUE ZERO.
003970      05  WS-BWF-SECOND           PIC 9(09) COMP VALUE ZERO.
003980      05  WS-SOL-OPEN             PIC 9(09) COMP VALUE ZERO.
003990      05  WS-SOL-RESPONDED        PIC 9(09) COMP VALUE ZERO.
004000      05  WS-YTD-ARCHIVED         PIC 9(09) COMP VALUE ZERO.
004010
004020  01  WS-AMOUNTS.
004030      05  WS-STAGING-ARCH-DOLLARS PIC S9(13)V99 VALUE ZERO.
004040      05  WS-YTD-ARCH-DOLLARS     PIC S9(13)V99 VALUE ZERO.
004050      05  WS-CERT-COUNT           PIC 9(09) VALUE ZERO.
004060      05  WS-CERT-DOLLARS         PIC S9(13)V99 VALUE ZERO.
004070
004080  01  WS-FILE-STATUSES.
004090      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
004100      05  WS-SEQCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
004110
004120  01  WS-TODAY-DATE.
004130      05  WS-TODAY-CCYY           PIC 9(04).
004140      05  WS-TODAY-MMDD           PIC 9(04).
004150  01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY-DATE
004160                                  PIC 9(08).
004170
004180  77  WS-CLOSE-YEAR               PIC 9(04) VALUE ZERO.
004190  77  WS-NEXT-YEAR                PIC 9(04) VALUE ZERO.
004200  77  WS-CLOSE-YEAR-END           PIC 9(08) VALUE ZERO.
004210  77  WS-STR-SUB               PIC 9(02) COMP VALUE ZERO.
004220  77  WS-SEQCTL-OUTCOME           PIC X(50) VALUE SPACES.
004230
004240* THE YEAR'S FIRE AND STATE TRANSMISSIONS FROM FILSTAT, WITH
004250* WHAT THE CLOSE MADE OF EACH AND, FOR AN ACCEPTED ONE, THE
004260* ARCHIVED BUILD IT WAS PROVED AGAINST.
004270  01  WS-TX-TABLE.
004280      05  WS-TX-ENTRY             OCCURS 200 TIMES.
004290          10  WS-TX-CLASS         PIC X(01).
004300              88  WS-TX-STATE             VALUE "S".
004310          10  WS-TX-FILE-SEQ      PIC 9(03).
004320          10  WS-TX-SENT-DATE     PIC 9(08).
004330          10  WS-TX-STATUS        PIC X(01).
004340              88  WS-TX-ACCEPTED-STATUS   VALUE "A" "E".
004350              88  WS-TX-REJECTED-STATUS   VALUE "R".
004360          10  WS-TX-CTL-COUNT     PIC 9(09).
004370          10  WS-TX-CTL-AMOUNT    PIC S9(13)V99.
004380          10  WS-TX-BUILD-DATE    PIC 9(08).
004390          10  WS-TX-ARCH-COUNT    PIC 9(09) COMP.
004400          10  WS-TX-ARCH-AMT      PIC S9(13)V99.
004410          10  WS-TX-OUTCOME       PIC X(01).
004420              88  WS-TX-COUNTED           VALUE "A".
004430              88  WS-TX-SUPERSEDED        VALUE "R".
004440              88  WS-TX-STILL-OPEN        VALUE "O".
004450
004460  77  WS-TX-COUNT                 PIC 9(03) COMP VALUE ZERO.
004470  77  WS-TX-TABLE-MAX             PIC 9(03) COMP VALUE 200.
004480  77  WS-TX-SUB               PIC 9(03) COMP VALUE ZERO.
004490  77  WS-TX-SCAN              PIC 9(03) COMP VALUE ZERO.
004500
004510* THE FOUR ARCHIVE STREAMS THE CERTIFIED TOTALS ARE KEPT BY.
004520  01  WS-STREAM-NAME-DATA.
004530      05  FILLER                  PIC X(10) VALUE "MISC".
004540      05  FILLER                  PIC X(10) VALUE "NEC".
004550      05  FILLER                  PIC X(10) VALUE "INT".
004560      05  FILLER                  PIC X(10) VALUE "STATE".
004570  01  WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-NAME-DATA.
004580      05  WS-STREAM-NAME          PIC X(10) OCCURS 4 TIMES.
004590
004600  01  WS-STREAM-TABLE.
004610      05  WS-STREAM-ENTRY         OCCURS 4 TIMES.
004620          10  WS-STR-COUNT        PIC 9(09) COMP.
004630          10  WS-STR-DOLLARS      PIC S9(13)V99.
004640
004650* RUNS THAT STAGED RECORDS OF THE CLOSED YEAR, WITH WHAT THE
004660* STAGING ROLL TOOK OUT OF EACH - PROVED AGAINST THE RUN'S
004670* MANIFEST BY 4500.
004680  01  WS-DR-TABLE.
004690      05  WS-DR-ENTRY           OCCURS 500 TIMES.
004700          10  WS-DR-RUN-DATE    PIC 9(08).
004710          10  WS-DR-RUN-SEQ     PIC 9(03).
004720          10  WS-DR-RECORDS     PIC 9(09) COMP.
004730          10  WS-DR-DOLLARS     PIC S9(13)V99.
004740          10  WS-DR-MATCHED-SW  PIC X(01).
004750              88  WS-DR-MATCHED         VALUE "Y".
004760
004770  77  WS-DR-COUNT               PIC 9(03) COMP VALUE ZERO.
004780  77  WS-DR-TABLE-MAX           PIC 9(03) COMP VALUE 500.
004790  77  WS-DR-SUB             PIC 9(03) COMP VALUE ZERO.
004800
004810* LEDGER ROLL WORK AREAS - ONE LEDGER AT A TIME, THE RESULT
004820* SAVED UNDER WH- OR NR- FOR THE CERTIFICATE.
004830  01  WS-LG-CLOSING-IMAGE         PIC X(80).
004840  01  WS-LG-OUTCOME               PIC X(40).
004850
004860  01  WS-LEDGER-RESULTS.
004870      05  WS-WH-OUTCOME           PIC X(40) VALUE SPACES.
004880      05  WS-WH-LIABILITY         PIC S9(13)V99 VALUE ZERO.
004890      05  WS-WH-WITHHELD          PIC S9(13)V99 VALUE ZERO.
004900      05  WS-WH-DEPOSITED         PIC S9(13)V99 VALUE ZERO.
004910      05  WS-NR-OUTCOME           PIC X(40) VALUE SPACES.
004920      05  WS-NR-LIABILITY         PIC S9(13)V99 VALUE ZERO.
004930      05  WS-NR-WITHHELD          PIC S9(13)V99 VALUE ZERO.
004940      05  WS-NR-DEPOSITED         PIC S9(13)V99 VALUE ZERO.
004950
004960  01  WS-CRT-TITLE.
004970      05  FILLER                  PIC X(01) VALUE SPACES.
004980      05  FILLER                  PIC X(31) VALUE
004990          "1099 TAX YEAR CLOSE CERTIFICATE".
005000      05  FILLER                  PIC X(11) VALUE "  TAX YEAR ".
005010      05  CTL-TAX-YEAR            PIC 9(04).
005020      05  FILLER                  PIC X(13) VALUE "   CLOSED ON ".
005030      05  CTL-CLOSE-DATE          PIC 9(08).
005040      05  FILLER                  PIC X(65) VALUE SPACES.
005050
005060  01  WS-CRT-HEADING.
005070      05  FILLER                  PIC X(01) VALUE SPACES.
005080      05  CHL-TEXT                PIC X(60).
005090      05  FILLER                  PIC X(72) VALUE SPACES.
005100
005110  01  WS-TX-COL-HEADING.
005120      05  FILLER                  PIC X(40) VALUE
005130          "   TYPE  SEQ SENT ON  ST     CTL COUNT  ".
005140      05  FILLER                  PIC X(40) VALUE
005150          "       CONTROL AMOUNT  DISPOSITION      ".
005160      05  FILLER                  PIC X(53) VALUE SPACES.
005170
005180  01  WS-TX-LINE.
005190      05  FILLER                  PIC X(03) VALUE SPACES.
005200      05  TXL-CLASS               PIC X(05).
005210      05  FILLER                  PIC X(01) VALUE SPACES.
005220      05  TXL-FILE-SEQ            PIC 9(03).
005230      05  FILLER                  PIC X(01) VALUE SPACES.
005240      05  TXL-SENT-DATE           PIC 9(08).
005250      05  FILLER                  PIC X(02) VALUE SPACES.
005260      05  TXL-STATUS              PIC X(01).
005270      05  FILLER                  PIC X(03) VALUE SPACES.
005280      05  TXL-CTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
005290      05  FILLER                  PIC X(02) VALUE SPACES.
005300      05  TXL-CTL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
005310      05  FILLER                  PIC X(02) VALUE SPACES.
005320      05  TXL-DISPOSITION         PIC X(40).
005330      05  FILLER                  PIC X(30) VALUE SPACES.
005340
005350  01  WS-CRT-AMOUNT-LINE.
005360      05  FILLER                  PIC X(06) VALUE SPACES.
005370      05  CAL-LITERAL             PIC X(30).
005380      05  CAL-COUNT               PIC ZZZ,ZZZ,ZZ9.
005390      05  FILLER                  PIC X(02) VALUE SPACES.
005400      05  CAL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
005410      05  FILLER                  PIC X(63) VALUE SPACES.
005420
005430  01  WS-CRT-COUNT-LINE.
005440      05  FILLER                  PIC X(06) VALUE SPACES.
005450      05  CCL-LITERAL             PIC X(30).
005460      05  CCL-COUNT               PIC ZZZ,ZZZ,ZZ9.
005470      05  FILLER                  PIC X(86) VALUE SPACES.
005480
005490  01  WS-CRT-FIGURE-LINE.
005500      05  FILLER                  PIC X(06) VALUE SPACES.
005510      05  CFL-LITERAL             PIC X(30).
005520      05  FILLER                  PIC X(13) VALUE SPACES.
005530      05  CFL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
005540      05  FILLER                  PIC X(63) VALUE SPACES.
005550
005560  01  WS-CRT-NOTE-LINE.
005570      05  FILLER                  PIC X(06) VALUE SPACES.
005580      05  CNL-TEXT                PIC X(70).
005590      05  FILLER                  PIC X(57) VALUE SPACES.
005600
005610  01  WS-CRT-SIGN-LINE.
005620      05  FILLER                  PIC X(06) VALUE SPACES.
005630      05  CSL-ROLE                PIC X(13).
005640      05  CSL-OPERATOR            PIC X(08).
005650      05  FILLER                  PIC X(16) VALUE
005660          "      SIGNATURE ".
005670      05  FILLER                  PIC X(30) VALUE ALL "_".
005680      05  FILLER                  PIC X(07) VALUE "  DATE ".
005690      05  FILLER                  PIC X(12) VALUE ALL "_".
005700      05  FILLER                  PIC X(41) VALUE SPACES.
005710
005720  LINKAGE SECTION.
005730
005740* RUN-TIME PARM - THE TAX YEAR TO CLOSE AND THE TWO OPERATORS
005750* SIGNING FOR IT.
005760  01  LS-PARM-DATA.
005770      05  LS-PARM-LENGTH          PIC S9(04) COMP.
005780      05  LS-PARM-YEAR            PIC X(04).
005790      05  FILLER                  PIC X(01).
005800      05  LS-PARM-PREPARER        PIC X(08).
005810      05  FILLER                  PIC X(01).
005820      05  LS-PARM-APPROVER        PIC X(08).
005830
005840  PROCEDURE DIVISION USING LS-PARM-DATA.
005850
005860  0000-MAINLINE.
005870
005880      PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
005890      PERFORM 2000-CHECK-TRANSMISSIONS THRU 2000-EXIT.
005900      PERFORM 3000-PROVE-ARCHIVE      THRU 3000-EXIT.
005910      PERFORM 4000-ROLL-STAGING       THRU 4000-EXIT.
005920      PERFORM 4500-REDUCE-MANIFESTS   THRU 4500-EXIT.
005930      PERFORM 5000-ROLL-LEDGERS       THRU 5000-EXIT.
005940      PERFORM 5500-CARRY-BW-FLAGS     THRU 5500-EXIT.
005950      PERFORM 5600-CARRY-SOLICITS     THRU 5600-EXIT.
005960
005970*   NOTHING BELOW IS A NEW GENERATION - THE YTD DELETES, THE
005980*   SEQCTL RESET AND THE CLOSE RECORD RUN ONLY AFTER EVERY
005990*   PROOF ABOVE HAS PASSED.
006000      PERFORM 6000-ARCHIVE-YTD        THRU 6000-EXIT.
006010      PERFORM 6500-RESET-SEQCTL       THRU 6500-EXIT.
006020      PERFORM 7000-WRITE-CLOSE-RECORD THRU 7000-EXIT.
006030      PERFORM 7500-PRINT-CERTIFICATE  THRU 7500-EXIT.
006040
006050      PERFORM 8000-WRAPUP             THRU 8000-EXIT.
006060
006070      GOBACK.
006080
006090  1000-INITIALIZE.
006100
006110      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
006120      OPEN EXTEND RUN-HISTORY-FILE.
006130
006140      COPY C2INZ001.
006150
006160      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY-CCYYMMDD.
006170      MOVE "CLOSE"                TO SWA-RUN-MODE.
006180
006190      IF LS-PARM-LENGTH < 22
006200          OR LS-PARM-YEAR NOT NUMERIC
006210          OR LS-PARM-PREPARER = SPACES
006220          OR LS-PARM-APPROVER = SPACES
006230          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
006240          MOVE "PARM1"            TO SAR-RETURN-CODE
006250          MOVE SPACES             TO SAR-DB-NAME
006260          MOVE "TAXCLOSE"         TO SAR-TABLE-NAME
006270          MOVE SPACES             TO SAR-SQLCODE
006280          GO TO 9998-COREDUMP
006290      END-IF.
006300
006310      MOVE LS-PARM-YEAR           TO WS-CLOSE-YEAR.
006320      MOVE WS-CLOSE-YEAR          TO SWA-RUN-TAX-YEAR.
006330
006340*   ONLY A FINISHED YEAR CAN BE CLOSED.
006350      IF WS-CLOSE-YEAR NOT < WS-TODAY-CCYY
006360          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
006370          MOVE "PARM1"            TO SAR-RETURN-CODE
006380          MOVE SPACES             TO SAR-DB-NAME
006390          MOVE "TAXCLOSE"         TO SAR-TABLE-NAME
006400          MOVE SPACES             TO SAR-SQLCODE
006410          GO TO 9998-COREDUMP
006420      END-IF.
006430
006440      IF LS-PARM-APPROVER = LS-PARM-PREPARER
006450          MOVE "*APPROVER IS THE PREPARER - CLOSE REFUSED"
006460                                     TO CC-E01W-DISPLAY-RCD
006470          PERFORM 8999-WRITE-SYSOUT
006480          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
006490          MOVE "PARM2"            TO SAR-RETURN-CODE
006500          MOVE SPACES             TO SAR-DB-NAME
006510          MOVE "TAXCLOSE"         TO SAR-TABLE-NAME
006520          MOVE SPACES             TO SAR-SQLCODE
006530          GO TO 9998-COREDUMP
006540      END-IF.
006550
006560      COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.
006570      COMPUTE WS-CLOSE-YEAR-END = WS-CLOSE-YEAR * 10000 + 1231.
006580
006590      MOVE "TAX YEAR              TO CLOSE:"   TO SCR-LITERAL.
006600      MOVE WS-CLOSE-YEAR          TO SCR-COUNT.
006610      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006620      PERFORM 8999-WRITE-SYSOUT.
006630
006640      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
006650      MOVE WS-CLOSE-YEAR          TO WS-CY-CHECK-YEAR.
006660      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
006670      IF WS-CY-YEAR-CLOSED
006680          PERFORM 9140-PRINT-CLOSED-YEAR THRU 9140-EXIT
006690          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
006700          MOVE "CLOS2"            TO SAR-RETURN-CODE
006710          MOVE SPACES             TO SAR-DB-NAME
006720          MOVE "FILSTAT"          TO SAR-TABLE-NAME
006730          MOVE SPACES             TO SAR-SQLCODE
006740          GO TO 9998-COREDUMP
006750      END-IF.
006760
006770      OPEN OUTPUT CLOSE-CERT-RPT.
006780      MOVE WS-CLOSE-YEAR          TO CTL-TAX-YEAR.
006790      MOVE WS-TODAY-CCYYMMDD      TO CTL-CLOSE-DATE.
006800      MOVE WS-CRT-TITLE           TO CLOSE-CERT-RCD.
006810      WRITE CLOSE-CERT-RCD.
006820
006830*   THE STAGING ROLL WRITES A NEW GENERATION - IT MUST START
006840*   FROM THE HEAD OF THE CATALOG.  TEN99-RCD SERVES AS THE
006850*   ARCHIVE PROOF'S WORK AREA UNTIL THE ROLL READS THE FIRST
006860*   STAGING RECORD INTO IT.
006870      PERFORM 9600-VERIFY-HEAD        THRU 9600-EXIT.
006880      OPEN INPUT  TEN99-STAGING-FILE.
006890
006900  1000-EXIT.
006910      EXIT.
006920
006930* 2000-CHECK-TRANSMISSIONS
006940*   THE YEAR'S FIRE AND STATE TRANSMISSIONS.  ACCEPTED (A, OR
006950*   E - ACCEPTED WITH ERRORS) COUNT TOWARD THE CERTIFIED
006960*   TOTALS.  A REJECTED ONE IS SETTLED BY A LATER ACCEPTED
006970*   TRANSMISSION OF THE SAME TYPE.  ANYTHING ELSE - PREPARED,
006980*   RELEASABLE, SENT AND NOT YET ACKNOWLEDGED, OR REJECTED
006990*   WITH NO REPLACEMENT - KEEPS THE YEAR OPEN.  EXTENSION AND
007000*   CLOSE RECORDS ARE NOT TRANSMISSIONS.  EVERY TRANSMISSION
007010*   IS LISTED ON THE CERTIFICATE EITHER WAY.
007020  2000-CHECK-TRANSMISSIONS.
007030
007040      MOVE "N"                    TO WS-FSTAT-EOF-SW.
007050      OPEN INPUT FILING-STATUS-FILE.
007060      PERFORM 2005-CHECK-FSTAT-LAYOUT THRU 2005-EXIT.
007070
007080      PERFORM 2100-LOAD-TRANSMISSION THRU 2100-EXIT
007090          UNTIL WS-FSTAT-EOF.
007100
007110      CLOSE FILING-STATUS-FILE.
007120
007130      MOVE "TRANSMISSIONS OF THE TAX YEAR" TO CHL-TEXT.
007140      MOVE SPACES                 TO CLOSE-CERT-RCD.
007150      WRITE CLOSE-CERT-RCD.
007160      MOVE WS-CRT-HEADING         TO CLOSE-CERT-RCD.
007170      WRITE CLOSE-CERT-RCD.
007180      MOVE WS-TX-COL-HEADING      TO CLOSE-CERT-RCD.
007190      WRITE CLOSE-CERT-RCD.
007200
007210      PERFORM 2200-JUDGE-TRANSMISSION THRU 2200-EXIT
007220          VARYING WS-TX-SUB FROM 1 BY 1
007230          UNTIL WS-TX-SUB > WS-TX-COUNT.
007240
007250      IF WS-TX-OPEN > ZERO
007260          MOVE "*TRANSMISSIONS STILL OPEN:"
007270                                     TO SCR-LITERAL
007280          MOVE WS-TX-OPEN         TO SCR-COUNT
007290          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
007300          PERFORM 8999-WRITE-SYSOUT
007310          MOVE "*** CLOSE REFUSED - TRANSMISSIONS STILL OPEN ***"
007320                                     TO CNL-TEXT
007330          PERFORM 7900-WRITE-NOTE    THRU 7900-EXIT
007340          MOVE "2000-CHECK-TRANSMISSIONS" TO SAR-PARAGRAPH
007350          MOVE "CLOS1"            TO SAR-RETURN-CODE
007360          MOVE SPACES             TO SAR-DB-NAME
007370          MOVE "FILSTAT"          TO SAR-TABLE-NAME
007380          MOVE SPACES             TO SAR-SQLCODE
007390          GO TO 9998-COREDUMP
007400      END-IF.
007410
007420      IF WS-TX-FIRE-ACCEPTED = ZERO
007430          MOVE "*NO ACCEPTED FIRE TRANSMISSION - CLOSE REFUSED"
007440                                     TO CC-E01W-DISPLAY-RCD
007450          PERFORM 8999-WRITE-SYSOUT
007460          MOVE "*** CLOSE REFUSED - NO FIRE TRANSMISSION ACCEPTED"
007470                                     TO CNL-TEXT
007480          PERFORM 7900-WRITE-NOTE    THRU 7900-EXIT
007490          MOVE "2000-CHECK-TRANSMISSIONS" TO SAR-PARAGRAPH
007500          MOVE "CLOS1"            TO SAR-RETURN-CODE
007510          MOVE SPACES             TO SAR-DB-NAME
007520          MOVE "FILSTAT"          TO SAR-TABLE-NAME
007530          MOVE SPACES             TO SAR-SQLCODE
007540          GO TO 9998-COREDUMP
007550      END-IF.
007560
007570  2000-EXIT.
007580      EXIT.
007590
007600* 2005-CHECK-FSTAT-LAYOUT
007610*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
007620*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
007630*   READ SEES END OF FILE.
007640  2005-CHECK-FSTAT-LAYOUT.
007650
007660      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
007670      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
007680      MOVE "N"                    TO WS-LV-EMPTY-SW.
007690      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
007700          AT END
007710              MOVE "Y"            TO WS-LV-EMPTY-SW
007720      END-READ.
007730      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
007740
007750      IF WS-LV-FILE-EMPTY
007760          CLOSE FILING-STATUS-FILE
007770          OPEN INPUT FILING-STATUS-FILE
007780      END-IF.
007790
007800  2005-EXIT.
007810      EXIT.
007820
007830  2100-LOAD-TRANSMISSION.
007840
007850      READ FILING-STATUS-FILE
007860          AT END
007870              MOVE "Y" TO WS-FSTAT-EOF-SW
007880              GO TO 2100-EXIT
007890      END-READ.
007900
007910      IF FC-TAX-YEAR NOT = WS-CLOSE-YEAR
007920          GO TO 2100-EXIT
007930      END-IF.
007940
007950      IF NOT FC-TYPE-FIRE
007960          AND NOT FC-TYPE-STATE
007970          GO TO 2100-EXIT
007980      END-IF.
007990
008000      IF WS-TX-COUNT NOT < WS-TX-TABLE-MAX
008010          MOVE "*TRANSMISSION TABLE FULL AT:"
008020                                  TO CC-E01W-DISPLAY-RCD
008030          PERFORM 8999-WRITE-SYSOUT
008040          MOVE "TRANSMISSION MAXIMUM:" TO SCR-LITERAL
008050          MOVE WS-TX-TABLE-MAX    TO SCR-COUNT
008060          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
008070          PERFORM 8999-WRITE-SYSOUT
008080          MOVE "2100-LOAD-TRANSMISSION" TO SAR-PARAGRAPH
008090          MOVE "TBLFL"            TO SAR-RETURN-CODE
008100          MOVE SPACES             TO SAR-DB-NAME
008110          MOVE "FILSTAT"          TO SAR-TABLE-NAME
008120          MOVE SPACES             TO SAR-SQLCODE
008130          GO TO 9998-COREDUMP
008140      END-IF.
008150
008160      ADD 1                       TO WS-TX-COUNT.
008170      MOVE WS-TX-COUNT            TO WS-TX-SUB.
008180      IF FC-TYPE-STATE
008190          MOVE "S"                TO WS-TX-CLASS (WS-TX-SUB)
008200      ELSE
008210          MOVE "F"                TO WS-TX-CLASS (WS-TX-SUB)
008220      END-IF.
008230      MOVE FC-FILE-SEQ            TO WS-TX-FILE-SEQ (WS-TX-SUB).
008240      MOVE FC-SENT-DATE           TO WS-TX-SENT-DATE (WS-TX-SUB).
008250      MOVE FC-STATUS              TO WS-TX-STATUS (WS-TX-SUB).
008260      MOVE FC-CONTROL-COUNT       TO WS-TX-CTL-COUNT (WS-TX-SUB).
008270      MOVE FC-CONTROL-AMOUNT      TO WS-TX-CTL-AMOUNT (WS-TX-SUB).
008280      MOVE ZERO                   TO WS-TX-BUILD-DATE (WS-TX-SUB).
008290      MOVE ZERO                   TO WS-TX-ARCH-COUNT (WS-TX-SUB).
008300      MOVE ZERO                   TO WS-TX-ARCH-AMT (WS-TX-SUB).
008310      MOVE "O"                    TO WS-TX-OUTCOME (WS-TX-SUB).
008320
008330  2100-EXIT.
008340      EXIT.
008350
008360  2200-JUDGE-TRANSMISSION.
008370
008380      MOVE SPACES                 TO TXL-DISPOSITION.
008390
008400      IF WS-TX-ACCEPTED-STATUS (WS-TX-SUB)
008410          MOVE "A"                TO WS-TX-OUTCOME (WS-TX-SUB)
008420          ADD 1                   TO WS-TX-ACCEPTED
008430          IF NOT WS-TX-STATE (WS-TX-SUB)
008440              ADD 1               TO WS-TX-FIRE-ACCEPTED
008450          END-IF
008460          MOVE "ACCEPTED - CERTIFIED" TO TXL-DISPOSITION
008470      ELSE
008480          IF WS-TX-REJECTED-STATUS (WS-TX-SUB)
008490              MOVE "N"            TO WS-FOUND-SW
008500              PERFORM 2210-FIND-REPLACEMENT THRU 2210-EXIT
008510                  VARYING WS-TX-SCAN FROM 1 BY 1
008520                  UNTIL WS-TX-SCAN > WS-TX-COUNT
008530                     OR WS-ENTRY-FOUND
008540          END-IF
008550          IF WS-ENTRY-FOUND
008560              AND WS-TX-REJECTED-STATUS (WS-TX-SUB)
008570              MOVE "R"            TO WS-TX-OUTCOME (WS-TX-SUB)
008580              ADD 1               TO WS-TX-REPLACED
008590              MOVE "REJECTED - REPLACED" TO TXL-DISPOSITION
008600          ELSE
008610              ADD 1               TO WS-TX-OPEN
008620              MOVE "*** STILL OPEN - BLOCKS THE CLOSE ***"
008630                                  TO TXL-DISPOSITION
008640          END-IF
008650      END-IF.
008660
008670      IF WS-TX-STATE (WS-TX-SUB)
008680          MOVE "STATE"            TO TXL-CLASS
008690      ELSE
008700          MOVE "FIRE"             TO TXL-CLASS
008710      END-IF.
008720      MOVE WS-TX-FILE-SEQ (WS-TX-SUB)   TO TXL-FILE-SEQ.
008730      MOVE WS-TX-SENT-DATE (WS-TX-SUB)  TO TXL-SENT-DATE.
008740      MOVE WS-TX-STATUS (WS-TX-SUB)     TO TXL-STATUS.
008750      MOVE WS-TX-CTL-COUNT (WS-TX-SUB)  TO TXL-CTL-COUNT.
008760      MOVE WS-TX-CTL-AMOUNT (WS-TX-SUB) TO TXL-CTL-AMOUNT.
008770      MOVE WS-TX-LINE             TO CLOSE-CERT-RCD.
008780      WRITE CLOSE-CERT-RCD.
008790
008800      IF WS-TX-STILL-OPEN (WS-TX-SUB)
008810          MOVE WS-TX-LINE         TO CC-E01W-DISPLAY-RCD
008820          PERFORM 8999-WRITE-SYSOUT
008830      END-IF.
008840
008850  2200-EXIT.
008860      EXIT.
008870
008880* 2210-FIND-REPLACEMENT
008890*   A LATER ACCEPTED TRANSMISSION OF THE SAME TYPE - SENT ON A
008900*   LATER DATE, OR THE SAME DATE UNDER A HIGHER SEQUENCE.
008910  2210-FIND-REPLACEMENT.
008920
008930      IF WS-TX-CLASS (WS-TX-SCAN) = WS-TX-CLASS (WS-TX-SUB)
008940          AND WS-TX-ACCEPTED-STATUS (WS-TX-SCAN)
008950          IF WS-TX-SENT-DATE (WS-TX-SCAN)
008960                  > WS-TX-SENT-DATE (WS-TX-SUB)
008970              OR (WS-TX-SENT-DATE (WS-TX-SCAN)
008980                  = WS-TX-SENT-DATE (WS-TX-SUB)
008990              AND WS-TX-FILE-SEQ (WS-TX-SCAN)
009000                  > WS-TX-FILE-SEQ (WS-TX-SUB))
009010              MOVE "Y"            TO WS-FOUND-SW
009020          END-IF
009030      END-IF.
009040
009050  2210-EXIT.
009060      EXIT.
009070
009080* 3000-PROVE-ARCHIVE
009090*   EVERY ACCEPTED TRANSMISSION IS RE-COUNTED FROM THE AS-BUILT
009100*   ARCHIVE, AS CCCW9161 DID BEFORE IT WAS RELEASED - FIRST
009110*   PASS PINS EACH ONE TO THE NEWEST BUILD OF ITS SEQUENCE AND
009120*   TYPE ON OR BEFORE THE DAY IT WAS SENT, SECOND PASS COUNTS
009130*   AND SUMS THAT BUILD, BY TRANSMISSION AND BY STREAM.  THE
009140*   STREAM TOTALS ARE WHAT THE CERTIFICATE CERTIFIES.
009150  3000-PROVE-ARCHIVE.
009160
009170      MOVE "N"                    TO WS-ARCH-EOF-SW.
009180      OPEN INPUT TEN99-ARCHIVE-FILE.
009190      PERFORM 3100-FIND-BUILDS    THRU 3100-EXIT
009200          UNTIL WS-ARCH-EOF.
009210      CLOSE TEN99-ARCHIVE-FILE.
009220
009230      MOVE "N"                    TO WS-ARCH-EOF-SW.
009240      OPEN INPUT TEN99-ARCHIVE-FILE.
009250      PERFORM 3200-COUNT-BUILDS   THRU 3200-EXIT
009260          UNTIL WS-ARCH-EOF.
009270      CLOSE TEN99-ARCHIVE-FILE.
009280
009290      PERFORM 3300-CHECK-PROOF    THRU 3300-EXIT
009300          VARYING WS-TX-SUB FROM 1 BY 1
009310          UNTIL WS-TX-SUB > WS-TX-COUNT.
009320
009330      IF WS-TX-UNPROVED > ZERO
009340          MOVE "*TRANSMISSIONS NOT PROVED:" TO SCR-LITERAL
009350          MOVE WS-TX-UNPROVED     TO SCR-COUNT
009360          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
009370          PERFORM 8999-WRITE-SYSOUT
009380          MOVE "*** CLOSE REFUSED - ARCHIVE DOES NOT PROVE ***"
009390                                     TO CNL-TEXT
009400          PERFORM 7900-WRITE-NOTE    THRU 7900-EXIT
009410          MOVE "3000-PROVE-ARCHIVE"
009420                                  TO SAR-PARAGRAPH
009430          MOVE "CLOS3"            TO SAR-RETURN-CODE
009440          MOVE SPACES             TO SAR-DB-NAME
009450          MOVE "TEN99ARC"         TO SAR-TABLE-NAME
009460          MOVE SPACES             TO SAR-SQLCODE
009470          GO TO 9998-COREDUMP
009480      END-IF.
009490
009500  3000-EXIT.
009510      EXIT.
009520
009530  3100-FIND-BUILDS.
009540
009550      READ TEN99-ARCHIVE-FILE
009560          AT END
009570              MOVE "Y" TO WS-ARCH-EOF-SW
009580              GO TO 3100-EXIT
009590      END-READ.
009600
009610      ADD 1 TO WS-ARCH-RECORDS-READ.
009620      PERFORM 3150-SCREEN-ARCHIVE THRU 3150-EXIT.
009630      IF WS-STR-SUB = ZERO
009640          GO TO 3100-EXIT
009650      END-IF.
009660
009670      PERFORM 3110-NOTE-BUILD     THRU 3110-EXIT
009680          VARYING WS-TX-SUB FROM 1 BY 1
009690          UNTIL WS-TX-SUB > WS-TX-COUNT.
009700
009710  3100-EXIT.
009720      EXIT.
009730
009740  3110-NOTE-BUILD.
009750
009760      IF WS-TX-COUNTED (WS-TX-SUB)
009770          AND WS-TX-FILE-SEQ (WS-TX-SUB) = AR-FILE-SEQ
009780          AND ((WS-TX-STATE (WS-TX-SUB) AND WS-STR-SUB = 4)
009790           OR (NOT WS-TX-STATE (WS-TX-SUB)
009800               AND WS-STR-SUB < 4))
009810          AND AR-PROC-DATE NOT > WS-TX-SENT-DATE (WS-TX-SUB)
009820          AND AR-PROC-DATE > WS-TX-BUILD-DATE (WS-TX-SUB)
009830          MOVE AR-PROC-DATE       TO WS-TX-BUILD-DATE (WS-TX-SUB)
009840      END-IF.
009850
009860  3110-EXIT.
009870      EXIT.
009880
009890* 3150-SCREEN-ARCHIVE
009900*   A PAYEE-DETAIL RECORD OF THE CLOSING YEAR GETS ITS STREAM
009910*   IN WS-STR-SUB (1 MISC, 2 NEC, 3 INT, 4 STATE); ANYTHING
009920*   ELSE - HEADERS, LABELS, CONTROL RECORDS, OTHER YEARS - GETS
009930*   ZERO.
009940  3150-SCREEN-ARCHIVE.
009950
009960      MOVE ZERO                   TO WS-STR-SUB.
009970
009980      IF NOT AR-DATA-RECORD
009990          GO TO 3150-EXIT
010000      END-IF.
010010
010020      MOVE AR-DATA                TO TEN99-RCD.
010030
010040      IF TEN99-RCD (1:10) = LOW-VALUES
010050          OR TEN99-RCD (1:10) = HIGH-VALUES
010060          GO TO 3150-EXIT
010070      END-IF.
010080
010090      IF TEN99-TAX-YEAR-DATA NOT = WS-CLOSE-YEAR
010100          GO TO 3150-EXIT
010110      END-IF.
010120
010130      IF AR-OUTPUT-FILE
010140          MOVE 1                  TO WS-STR-SUB
010150      END-IF.
010160      IF AR-NEC-FILE
010170          MOVE 2                  TO WS-STR-SUB
010180      END-IF.
010190      IF AR-INT-FILE
010200          MOVE 3                  TO WS-STR-SUB
010210      END-IF.
010220      IF AR-STATE-FILE
010230          MOVE 4                  TO WS-STR-SUB
010240      END-IF.
010250
010260  3150-EXIT.
010270      EXIT.
010280
010290  3200-COUNT-BUILDS.
010300
010310      READ TEN99-ARCHIVE-FILE
010320          AT END
010330              MOVE "Y" TO WS-ARCH-EOF-SW
010340              GO TO 3200-EXIT
010350      END-READ.
010360
010370      PERFORM 3150-SCREEN-ARCHIVE THRU 3150-EXIT.
010380      IF WS-STR-SUB = ZERO
010390          GO TO 3200-EXIT
010400      END-IF.
010410
010420      MOVE "N"                    TO WS-FOUND-SW.
010430      PERFORM 3210-MATCH-BUILD    THRU 3210-EXIT
010440          VARYING WS-TX-SUB FROM 1 BY 1
010450          UNTIL WS-TX-SUB > WS-TX-COUNT
010460             OR WS-ENTRY-FOUND.
010470
010480      IF NOT WS-ENTRY-FOUND
010490          GO TO 3200-EXIT
010500      END-IF.
010510
010520      ADD 1                       TO WS-STR-COUNT (WS-STR-SUB).
010530      ADD TEN99-RPT-DISB-AMT-DATA
010540                                  TO WS-STR-DOLLARS (WS-STR-SUB).
010550
010560  3200-EXIT.
010570      EXIT.
010580
010590* 3210-MATCH-BUILD
010600*   THE FIRST ACCEPTED TRANSMISSION PINNED TO THIS RECORD'S
010610*   BUILD TAKES IT - A BUILD SENT TWICE IS COUNTED ONCE.
010620  3210-MATCH-BUILD.
010630
010640      IF WS-TX-COUNTED (WS-TX-SUB)
010650          AND WS-TX-FILE-SEQ (WS-TX-SUB) = AR-FILE-SEQ
010660          AND WS-TX-BUILD-DATE (WS-TX-SUB) = AR-PROC-DATE
010670          AND ((WS-TX-STATE (WS-TX-SUB) AND WS-STR-SUB = 4)
010680           OR (NOT WS-TX-STATE (WS-TX-SUB)
010690               AND WS-STR-SUB < 4))
010700          MOVE "Y"                TO WS-FOUND-SW
010710          ADD 1                   TO WS-TX-ARCH-COUNT (WS-TX-SUB)
010720          ADD TEN99-RPT-DISB-AMT-DATA
010730                                  TO WS-TX-ARCH-AMT (WS-TX-SUB)
010740      END-IF.
010750
010760  3210-EXIT.
010770      EXIT.
010780
010790  3300-CHECK-PROOF.
010800
010810      IF NOT WS-TX-COUNTED (WS-TX-SUB)
010820          GO TO 3300-EXIT
010830      END-IF.
010840
010850      IF WS-TX-BUILD-DATE (WS-TX-SUB) NOT = ZERO
010860          AND WS-TX-ARCH-COUNT (WS-TX-SUB)
010870                  = WS-TX-CTL-COUNT (WS-TX-SUB)
010880          AND WS-TX-ARCH-AMT (WS-TX-SUB)
010890                  = WS-TX-CTL-AMOUNT (WS-TX-SUB)
010900          GO TO 3300-EXIT
010910      END-IF.
010920
010930      ADD 1                       TO WS-TX-UNPROVED.
010940      IF WS-TX-STATE (WS-TX-SUB)
010950          MOVE "STATE"            TO TXL-CLASS
010960      ELSE
010970          MOVE "FIRE"             TO TXL-CLASS
010980      END-IF.
010990      MOVE WS-TX-FILE-SEQ (WS-TX-SUB)   TO TXL-FILE-SEQ.
011000      MOVE WS-TX-SENT-DATE (WS-TX-SUB)  TO TXL-SENT-DATE.
011010      MOVE WS-TX-STATUS (WS-TX-SUB)     TO TXL-STATUS.
011020      MOVE WS-TX-ARCH-COUNT (WS-TX-SUB) TO TXL-CTL-COUNT.
011030      MOVE WS-TX-ARCH-AMT (WS-TX-SUB)   TO TXL-CTL-AMOUNT.
011040      MOVE "*** ARCHIVE DOES NOT MATCH CONTROL ***"
011050                                  TO TXL-DISPOSITION.
011060      MOVE WS-TX-LINE             TO CLOSE-CERT-RCD.
011070      WRITE CLOSE-CERT-RCD.
011080      MOVE WS-TX-LINE             TO CC-E01W-DISPLAY-RCD.
011090      PERFORM 8999-WRITE-SYSOUT.
011100
011110  3300-EXIT.
011120      EXIT.
011130
011140* 4000-ROLL-STAGING
011150*   THE CLOSED YEAR'S RECORDS LEAVE THE STAGING FILE FOR THE
011160*   STAGING ARCHIVE; EVERYTHING ELSE CARRIES TO THE NEW
011170*   GENERATION.  WHAT LEAVES IS TALLIED BY THE RUN THAT STAGED
011180*   IT, FOR THE MANIFEST REDUCTION.
011190  4000-ROLL-STAGING.
011200
011210      MOVE "N"                    TO WS-STAGING-EOF-SW.
011220      OPEN OUTPUT TEN99-STAGING-OUT.
011230      OPEN OUTPUT TEN99-STAGING-ARCH.
011240
011250      PERFORM 4100-ROLL-STAGING-RCD THRU 4100-EXIT
011260          UNTIL WS-STAGING-EOF.
011270
011280      CLOSE TEN99-STAGING-FILE.
011290      CLOSE TEN99-STAGING-OUT.
011300      CLOSE TEN99-STAGING-ARCH.
011310
011320  4000-EXIT.
011330      EXIT.
011340
011350  4100-ROLL-STAGING-RCD.
011360
011370      READ TEN99-STAGING-FILE
011380          AT END
011390              MOVE "Y" TO WS-STAGING-EOF-SW
011400              GO TO 4100-EXIT
011410      END-READ.
011420
011430      ADD 1 TO WS-STAGING-READ.
011440
011450      IF TEN99-RCD (1:10) NOT = LOW-VALUES
011460          AND TEN99-RCD (1:10) NOT = HIGH-VALUES
011470          AND TEN99-TAX-YEAR-DATA = WS-CLOSE-YEAR
011480          MOVE TEN99-RCD          TO TEN99-STAGING-ARCH-RCD
011490          WRITE TEN99-STAGING-ARCH-RCD
011500          ADD 1                   TO WS-STAGING-ARCHIVED
011510          ADD TEN99-RPT-DISB-AMT-DATA TO WS-STAGING-ARCH-DOLLARS
011520          PERFORM 4200-TALLY-RUN  THRU 4200-EXIT
011530      ELSE
011540          MOVE TEN99-RCD          TO TEN99-STAGING-OUT-RCD
011550          WRITE TEN99-STAGING-OUT-RCD
011560          MOVE TEN99-RCD          TO GN-HASH-RECORD
011570          PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT
011580          ADD 1                   TO WS-STAGING-KEPT
011590      END-IF.
011600
011610  4100-EXIT.
011620      EXIT.
011630
011640* 4200-TALLY-RUN
011650*   A RECORD RELEASED BY CCCW9110 CARRIES NO RUN STAMP AND WAS
011660*   NEVER ON A MANIFEST - IT IS ONLY COUNTED.
011670  4200-TALLY-RUN.
011680
011690      IF TEN99-RUN-DATE-DATA NOT NUMERIC
011700          OR TEN99-RUN-DATE-DATA = ZERO
011710          ADD 1                   TO WS-STAGING-UNSTAMPED
011720          GO TO 4200-EXIT
011730      END-IF.
011740
011750      MOVE "N"                    TO WS-FOUND-SW.
011760      PERFORM 4210-MATCH-RUN      THRU 4210-EXIT
011770          VARYING WS-DR-SUB FROM 1 BY 1
011780          UNTIL WS-DR-SUB > WS-DR-COUNT
011790             OR WS-ENTRY-FOUND.
011800
011810      IF WS-ENTRY-FOUND
011820          GO TO 4200-EXIT
011830      END-IF.
011840
011850      IF WS-DR-COUNT NOT < WS-DR-TABLE-MAX
011860          MOVE "*ROLLED RUN TABLE FULL AT:" TO CC-E01W-DISPLAY-RCD
011870          PERFORM 8999-WRITE-SYSOUT
011880          MOVE "ROLLED RUN MAXIMUM:" TO SCR-LITERAL
011890          MOVE WS-DR-TABLE-MAX    TO SCR-COUNT
011900          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
011910          PERFORM 8999-WRITE-SYSOUT
011920          MOVE "4200-TALLY-RUN"   TO SAR-PARAGRAPH
011930          MOVE "TBLFL"            TO SAR-RETURN-CODE
011940          MOVE SPACES             TO SAR-DB-NAME
011950          MOVE "TEN99DTL"         TO SAR-TABLE-NAME
011960          MOVE SPACES             TO SAR-SQLCODE
011970          GO TO 9998-COREDUMP
011980      END-IF.
011990
012000      ADD 1                       TO WS-DR-COUNT.
012010      MOVE WS-DR-COUNT            TO WS-DR-SUB.
012020      MOVE TEN99-RUN-DATE-DATA    TO WS-DR-RUN-DATE (WS-DR-SUB).
012030      MOVE TEN99-RUN-SEQ-DATA     TO WS-DR-RUN-SEQ (WS-DR-SUB).
012040      MOVE 1                      TO WS-DR-RECORDS (WS-DR-SUB).
012050      MOVE TEN99-RPT-DISB-AMT-DATA
012060                                  TO WS-DR-DOLLARS (WS-DR-SUB).
012070      MOVE "N"                    TO WS-DR-MATCHED-SW (WS-DR-SUB).
012080
012090  4200-EXIT.
012100      EXIT.
012110
012120  4210-MATCH-RUN.
012130
012140      IF WS-DR-RUN-DATE (WS-DR-SUB) = TEN99-RUN-DATE-DATA
012150          AND WS-DR-RUN-SEQ (WS-DR-SUB) = TEN99-RUN-SEQ-DATA
012160          MOVE "Y"                TO WS-FOUND-SW
012170          ADD 1                   TO WS-DR-RECORDS (WS-DR-SUB)
012180          ADD TEN99-RPT-DISB-AMT-DATA
012190                                  TO WS-DR-DOLLARS (WS-DR-SUB)
012200      END-IF.
012210
012220  4210-EXIT.
012230      EXIT.
012240
012250* 4500-REDUCE-MANIFESTS
012260*   EACH RUN THAT LOST RECORDS TO THE ROLL HAS THEM TAKEN OUT
012270*   OF ITS MANIFEST, SO CCCW9112 CAN STILL BACK IT OUT.  A RUN
012280*   LEFT WITH NOTHING IS DROPPED.  A ROLL THAT TAKES MORE THAN
012290*   A RUN STAGED, TAKES RECORDS OF A RUN WITH NO MANIFEST, OR
012300*   EMPTIES A RUN BUT LEAVES DOLLARS BEHIND DOES NOT RECONCILE
012310*   AND STOPS THE CLOSE.
012320  4500-REDUCE-MANIFESTS.
012330
012340      MOVE "N"                    TO WS-MANIFEST-EOF-SW.
012350      OPEN INPUT  TEN99-MANIFEST-FILE.
012360      OPEN OUTPUT TEN99-MANIFEST-OUT.
012370      PERFORM 4505-CHECK-MANIFEST-LAYOUT THRU 4505-EXIT.
012380      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
012390      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
012400      WRITE TEN99-MANIFEST-OUT-RCD FROM LAYOUT-HEADER-RCD.
012410
012420      PERFORM 4600-REDUCE-MANIFEST THRU 4600-EXIT
012430          UNTIL WS-MANIFEST-EOF.
012440
012450      CLOSE TEN99-MANIFEST-FILE.
012460      CLOSE TEN99-MANIFEST-OUT.
012470
012480      PERFORM 4700-CHECK-RUN-MATCHED THRU 4700-EXIT
012490          VARYING WS-DR-SUB FROM 1 BY 1
012500          UNTIL WS-DR-SUB > WS-DR-COUNT.
012510
012520  4500-EXIT.
012530      EXIT.
012540
012550* 4505-CHECK-MANIFEST-LAYOUT
012560*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
012570*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
012580*   READ SEES END OF FILE.
012590  4505-CHECK-MANIFEST-LAYOUT.
012600
012610      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
012620      MOVE "TEN99MAN"             TO WS-LV-CHECK-DDNAME.
012630      MOVE "N"                    TO WS-LV-EMPTY-SW.
012640      READ TEN99-MANIFEST-FILE INTO LAYOUT-HEADER-RCD
012650          AT END
012660              MOVE "Y"            TO WS-LV-EMPTY-SW
012670      END-READ.
012680      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
012690
012700      IF WS-LV-FILE-EMPTY
012710          CLOSE TEN99-MANIFEST-FILE
012720          OPEN INPUT TEN99-MANIFEST-FILE
012730      END-IF.
012740
012750  4505-EXIT.
012760      EXIT.
012770
012780  4600-REDUCE-MANIFEST.
012790
012800      READ TEN99-MANIFEST-FILE
012810          AT END
012820              MOVE "Y" TO WS-MANIFEST-EOF-SW
012830              GO TO 4600-EXIT
012840      END-READ.
012850
012860      ADD 1 TO WS-MANIFESTS-READ.
012870
012880      MOVE "N"                    TO WS-FOUND-SW.
012890      PERFORM 4610-MATCH-MANIFEST THRU 4610-EXIT
012900          VARYING WS-DR-SUB FROM 1 BY 1
012910          UNTIL WS-DR-SUB > WS-DR-COUNT
012920             OR WS-ENTRY-FOUND.
012930
012940      IF NOT WS-ENTRY-FOUND
012950          MOVE TEN99-MANIFEST-RCD TO TEN99-MANIFEST-OUT-RCD
012960          WRITE TEN99-MANIFEST-OUT-RCD
012970          ADD 1                   TO WS-MANIFESTS-CARRIED
012980          GO TO 4600-EXIT
012990      END-IF.
013000
013010*   THE SEARCH STEPPED ONE PAST THE MATCHING RUN.
013020      SUBTRACT 1                  FROM WS-DR-SUB.
013030      MOVE "Y"                    TO WS-DR-MATCHED-SW (WS-DR-SUB).
013040
013050      IF WS-DR-RECORDS (WS-DR-SUB) > RM-RECORDS-WRITTEN
013060          MOVE "*ROLL EXCEEDS MANIFEST - RUN:"
013070                                     TO SCR-LITERAL
013080          MOVE RM-RUN-DATE        TO SCR-COUNT
013090          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
013100          PERFORM 8999-WRITE-SYSOUT
013110          MOVE "4600-REDUCE-MANIFEST" TO SAR-PARAGRAPH
013120          MOVE "CLOS4"            TO SAR-RETURN-CODE
013130          MOVE SPACES             TO SAR-DB-NAME
013140          MOVE "TEN99MAN"         TO SAR-TABLE-NAME
013150          MOVE SPACES             TO SAR-SQLCODE
013160          GO TO 9998-COREDUMP
013170      END-IF.
013180
013190      SUBTRACT WS-DR-RECORDS (WS-DR-SUB)
013200                                  FROM RM-RECORDS-WRITTEN.
013210      SUBTRACT WS-DR-DOLLARS (WS-DR-SUB)
013220                                  FROM RM-DOLLAR-TOTAL.
013230
013240      IF RM-RECORDS-WRITTEN = ZERO
013250          IF RM-DOLLAR-TOTAL NOT = ZERO
013260              MOVE "*DOLLARS LEFT ON EMPTY RUN:"
013270                                     TO SCR-LITERAL
013280              MOVE RM-RUN-DATE    TO SCR-COUNT
013290              MOVE SYSOUT-COUNT-RCD
013300                                  TO CC-E01W-DISPLAY-RCD
013310              PERFORM 8999-WRITE-SYSOUT
013320              MOVE "4600-REDUCE-MANIFEST" TO SAR-PARAGRAPH
013330              MOVE "CLOS4"        TO SAR-RETURN-CODE
013340              MOVE SPACES         TO SAR-DB-NAME
013350              MOVE "TEN99MAN"     TO SAR-TABLE-NAME
013360              MOVE SPACES         TO SAR-SQLCODE
013370              GO TO 9998-COREDUMP
013380          END-IF
013390          ADD 1                   TO WS-MANIFESTS-DROPPED
013400          GO TO 4600-EXIT
013410      END-IF.
013420
013430      MOVE TEN99-MANIFEST-RCD     TO TEN99-MANIFEST-OUT-RCD.
013440      WRITE TEN99-MANIFEST-OUT-RCD.
013450      ADD 1                       TO WS-MANIFESTS-REDUCED.
013460
013470  4600-EXIT.
013480      EXIT.
013490
013500  4610-MATCH-MANIFEST.
013510
013520      IF WS-DR-RUN-DATE (WS-DR-SUB) = RM-RUN-DATE
013530          AND WS-DR-RUN-SEQ (WS-DR-SUB) = RM-RUN-SEQ
013540          MOVE "Y"                TO WS-FOUND-SW
013550      END-IF.
013560
013570  4610-EXIT.
013580      EXIT.
013590
013600  4700-CHECK-RUN-MATCHED.
013610
013620      IF WS-DR-MATCHED (WS-DR-SUB)
013630          GO TO 4700-EXIT
013640      END-IF.
013650
013660      MOVE "*NO MANIFEST FOR RUN:" TO SCR-LITERAL.
013670      MOVE WS-DR-RUN-DATE (WS-DR-SUB) TO SCR-COUNT.
013680      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013690      PERFORM 8999-WRITE-SYSOUT.
013700      MOVE "4700-CHECK-RUN-MATCHED" TO SAR-PARAGRAPH.
013710      MOVE "CLOS4"                TO SAR-RETURN-CODE.
013720      MOVE SPACES                 TO SAR-DB-NAME.
013730      MOVE "TEN99MAN"             TO SAR-TABLE-NAME.
013740      MOVE SPACES                 TO SAR-SQLCODE.
013750      GO TO 9998-COREDUMP.
013760
013770  4700-EXIT.
013780      EXIT.
013790
013800* 5000-ROLL-LEDGERS
013810*   THE BACKUP AND NRA WITHHOLDING LEDGERS ROLL THE SAME WAY,
013820*   ONE AFTER THE OTHER - WS-LG-WHICH SAYS WHICH FILE PAIR THE
013830*   SHARED PARAGRAPHS READ AND WRITE.
013840  5000-ROLL-LEDGERS.
013850
013860      MOVE "WH"                   TO WS-LG-WHICH.
013870      OPEN INPUT  WH-LEDGER-IN.
013880      OPEN OUTPUT WH-LEDGER-OUT.
013890      PERFORM 5005-CHECK-WH-LAYOUT THRU 5005-EXIT.
013900      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
013910      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
013920      WRITE WH-LEDGER-OUT-RCD FROM LAYOUT-HEADER-RCD.
013930
013940      PERFORM 5100-ROLL-LEDGER    THRU 5100-EXIT.
013950
013960      CLOSE WH-LEDGER-IN.
013970      CLOSE WH-LEDGER-OUT.
013980      MOVE WS-LG-OUTCOME          TO WS-WH-OUTCOME.
013990      MOVE WS-LG-DEP-DROPPED      TO WS-WH-DEP-DROPPED.
014000
014010      MOVE "NR"                   TO WS-LG-WHICH.
014020      OPEN INPUT  NR-LEDGER-IN.
014030      OPEN OUTPUT NR-LEDGER-OUT.
014040      PERFORM 5010-CHECK-NR-LAYOUT THRU 5010-EXIT.
014050      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
014060      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
014070      WRITE NR-LEDGER-OUT-RCD FROM LAYOUT-HEADER-RCD.
014080
014090      PERFORM 5100-ROLL-LEDGER    THRU 5100-EXIT.
014100
014110      CLOSE NR-LEDGER-IN.
014120      CLOSE NR-LEDGER-OUT.
014130      MOVE WS-LG-OUTCOME          TO WS-NR-OUTCOME.
014140      MOVE WS-LG-DEP-DROPPED      TO WS-NR-DEP-DROPPED.
014150
014160  5000-EXIT.
014170      EXIT.
014180
014190* 5005-CHECK-WH-LAYOUT
014200*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
014210*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
014220*   READ SEES END OF FILE.
014230  5005-CHECK-WH-LAYOUT.
014240
014250      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
014260      MOVE "WHLEDGI"              TO WS-LV-CHECK-DDNAME.
014270      MOVE "N"                    TO WS-LV-EMPTY-SW.
014280      READ WH-LEDGER-IN INTO LAYOUT-HEADER-RCD
014290          AT END
014300              MOVE "Y"            TO WS-LV-EMPTY-SW
014310      END-READ.
014320      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
014330
014340      IF WS-LV-FILE-EMPTY
014350          CLOSE WH-LEDGER-IN
014360          OPEN INPUT WH-LEDGER-IN
014370      END-IF.
014380
014390  5005-EXIT.
014400      EXIT.
014410
014420* 5010-CHECK-NR-LAYOUT
014430*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
014440*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
014450*   READ SEES END OF FILE.
014460  5010-CHECK-NR-LAYOUT.
014470
014480      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
014490      MOVE "NRLEDGI"              TO WS-LV-CHECK-DDNAME.
014500      MOVE "N"                    TO WS-LV-EMPTY-SW.
014510      READ NR-LEDGER-IN INTO LAYOUT-HEADER-RCD
014520          AT END
014530              MOVE "Y"            TO WS-LV-EMPTY-SW
014540      END-READ.
014550      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
014560
014570      IF WS-LV-FILE-EMPTY
014580          CLOSE NR-LEDGER-IN
014590          OPEN INPUT NR-LEDGER-IN
014600      END-IF.
014610
014620  5010-EXIT.
014630      EXIT.
014640
014650* 5100-ROLL-LEDGER
014660*   THE BALANCE RECORD COMES FIRST.  IT IS SPLIT IN TWO - A NEW
014670*   BALANCE RECORD FOR THE NEXT YEAR CARRYING THE UNDEPOSITED
014680*   LIABILITY WITH THE YEAR-TO-DATE FIGURES BACK AT ZERO, THEN
014690*   A TYPE 'C' RECORD KEEPING THE CLOSED YEAR'S FINAL FIGURES.
014700*   A LEDGER ALREADY INTO A LATER YEAR IS CARRIED UNCHANGED.
014710  5100-ROLL-LEDGER.
014720
014730      MOVE "N"                    TO WS-LEDGER-EOF-SW.
014740      MOVE "N"                    TO WS-LG-CARRY-SW.
014750      MOVE ZERO                   TO WS-LG-DEP-DROPPED.
014760
014770      PERFORM 5800-READ-LEDGER    THRU 5800-EXIT.
014780      IF WS-LEDGER-EOF
014790          MOVE "EMPTY - NOTHING TO ROLL" TO WS-LG-OUTCOME
014800          GO TO 5100-EXIT
014810      END-IF.
014820
014830      IF NOT WL-BALANCE-RECORD
014840          MOVE "*LEDGER DOES NOT START WITH ITS BALANCE RECORD"
014850                                     TO CC-E01W-DISPLAY-RCD
014860          PERFORM 8999-WRITE-SYSOUT
014870          MOVE "5100-ROLL-LEDGER"
014880                                  TO SAR-PARAGRAPH
014890          MOVE "CLOS5"            TO SAR-RETURN-CODE
014900          MOVE SPACES             TO SAR-DB-NAME
014910          IF WS-LG-WH
014920              MOVE "WHLEDGI"      TO SAR-TABLE-NAME
014930          ELSE
014940              MOVE "NRLEDGI"      TO SAR-TABLE-NAME
014950          END-IF
014960          MOVE SPACES             TO SAR-SQLCODE
014970          GO TO 9998-COREDUMP
014980      END-IF.
014990
015000      IF WL-TAX-YEAR NUMERIC
015010          AND WL-TAX-YEAR > WS-CLOSE-YEAR
015020          MOVE "Y"                TO WS-LG-CARRY-SW
015030          MOVE "ALREADY IN A LATER YEAR - CARRIED"
015040                                  TO WS-LG-OUTCOME
015050          PERFORM 5900-WRITE-LEDGER THRU 5900-EXIT
015060      ELSE
015070          MOVE "ROLLED"           TO WS-LG-OUTCOME
015080          IF WS-LG-WH
015090              MOVE WL-LIABILITY-BALANCE TO WS-WH-LIABILITY
015100              MOVE WL-WITHHELD-YTD
015110                                  TO WS-WH-WITHHELD
015120              MOVE WL-DEPOSITED-YTD
015130                                  TO WS-WH-DEPOSITED
015140          ELSE
015150              MOVE WL-LIABILITY-BALANCE TO WS-NR-LIABILITY
015160              MOVE WL-WITHHELD-YTD
015170                                  TO WS-NR-WITHHELD
015180              MOVE WL-DEPOSITED-YTD
015190                                  TO WS-NR-DEPOSITED
015200          END-IF
015210          MOVE WHLEDGER-RCD       TO WS-LG-CLOSING-IMAGE
015220          MOVE ZERO               TO WL-WITHHELD-YTD
015230          MOVE ZERO               TO WL-DEPOSITED-YTD
015240          MOVE WS-TODAY-CCYYMMDD  TO WL-LAST-RUN-DATE
015250          MOVE WS-NEXT-YEAR       TO WL-TAX-YEAR
015260          PERFORM 5900-WRITE-LEDGER THRU 5900-EXIT
015270          MOVE WS-LG-CLOSING-IMAGE TO WHLEDGER-RCD
015280          MOVE "C"                TO WL-RECORD-TYPE
015290          MOVE WS-TODAY-CCYYMMDD  TO WL-LAST-RUN-DATE
015300          MOVE WS-CLOSE-YEAR      TO WL-TAX-YEAR
015310          PERFORM 5900-WRITE-LEDGER THRU 5900-EXIT
015320      END-IF.
015330
015340      PERFORM 5200-ROLL-LEDGER-RCD THRU 5200-EXIT
015350          UNTIL WS-LEDGER-EOF.
015360
015370  5100-EXIT.
015380      EXIT.
015390
015400* 5200-ROLL-LEDGER-RCD
015410*   EARLIER YEARS' CLOSING RECORDS CARRY.  A DEPOSIT DATED IN
015420*   THE CLOSED YEAR OR BEFORE IS DROPPED - IT IS IN THE
015430*   CLOSING FIGURES - AND A LATER ONE CARRIES.
015440  5200-ROLL-LEDGER-RCD.
015450
015460      PERFORM 5800-READ-LEDGER    THRU 5800-EXIT.
015470      IF WS-LEDGER-EOF
015480          GO TO 5200-EXIT
015490      END-IF.
015500
015510      IF NOT WS-LG-CARRY-ONLY
015520          AND WL-DEPOSIT-RECORD
015530          AND WL-DEPOSIT-DATE NOT > WS-CLOSE-YEAR-END
015540          ADD 1                   TO WS-LG-DEP-DROPPED
015550          GO TO 5200-EXIT
015560      END-IF.
015570
015580      PERFORM 5900-WRITE-LEDGER   THRU 5900-EXIT.
015590
015600  5200-EXIT.
015610      EXIT.
015620
015630  5800-READ-LEDGER.
015640
015650      IF WS-LG-WH
015660          READ WH-LEDGER-IN INTO WHLEDGER-RCD
015670              AT END
015680                  MOVE "Y"        TO WS-LEDGER-EOF-SW
015690          END-READ
015700      ELSE
015710          READ NR-LEDGER-IN INTO WHLEDGER-RCD
015720              AT END
015730                  MOVE "Y"        TO WS-LEDGER-EOF-SW
015740          END-READ
015750      END-IF.
015760
015770  5800-EXIT.
015780      EXIT.
015790
015800  5900-WRITE-LEDGER.
015810
015820      IF WS-LG-WH
015830          WRITE WH-LEDGER-OUT-RCD FROM WHLEDGER-RCD
015840      ELSE
015850          WRITE NR-LEDGER-OUT-RCD FROM WHLEDGER-RCD
015860      END-IF.
015870
015880  5900-EXIT.
015890      EXIT.
015900
015910* 5500-CARRY-BW-FLAGS
015920*   AN OPEN B-NOTICE FOLLOWS THE PAYEE INTO THE NEXT YEAR -
015930*   EVERY FLAG CARRIES, COUNTED BY NOTICE LEVEL.
015940  5500-CARRY-BW-FLAGS.
015950
015960      MOVE "N"                    TO WS-BWF-EOF-SW.
015970      OPEN INPUT  BW-FLAG-IN-FILE.
015980      OPEN OUTPUT BW-FLAG-OUT-FILE.
015990      PERFORM 5505-CHECK-BWF-LAYOUT THRU 5505-EXIT.
016000      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
016010      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
016020      WRITE BW-FLAG-OUT-RCD FROM LAYOUT-HEADER-RCD.
016030
016040      PERFORM 5510-CARRY-BW-FLAG  THRU 5510-EXIT
016050          UNTIL WS-BWF-EOF.
016060
016070      CLOSE BW-FLAG-IN-FILE.
016080      CLOSE BW-FLAG-OUT-FILE.
016090
016100  5500-EXIT.
016110      EXIT.
016120
016130* 5505-CHECK-BWF-LAYOUT
016140*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
016150*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
016160*   READ SEES END OF FILE.
016170  5505-CHECK-BWF-LAYOUT.
016180
016190      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
016200      MOVE "BWFLAGI"              TO WS-LV-CHECK-DDNAME.
016210      MOVE "N"                    TO WS-LV-EMPTY-SW.
016220      READ BW-FLAG-IN-FILE INTO LAYOUT-HEADER-RCD
016230          AT END
016240              MOVE "Y"            TO WS-LV-EMPTY-SW
016250      END-READ.
016260      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
016270
016280      IF WS-LV-FILE-EMPTY
016290          CLOSE BW-FLAG-IN-FILE
016300          OPEN INPUT BW-FLAG-IN-FILE
016310      END-IF.
016320
016330  5505-EXIT.
016340      EXIT.
016350
016360  5510-CARRY-BW-FLAG.
016370
016380      READ BW-FLAG-IN-FILE
016390          AT END
016400              MOVE "Y" TO WS-BWF-EOF-SW
016410              GO TO 5510-EXIT
016420      END-READ.
016430
016440      IF BW-SECOND-BNOTICE
016450          ADD 1                   TO WS-BWF-SECOND
016460      ELSE
016470          ADD 1                   TO WS-BWF-FIRST
016480      END-IF.
016490
016500      MOVE BW-FLAG-RCD            TO BW-FLAG-OUT-RCD.
016510      WRITE BW-FLAG-OUT-RCD.
016520
016530  5510-EXIT.
016540      EXIT.
016550
016560* 5600-CARRY-SOLICITS
016570*   THE W-9 SOLICITATION MASTER FOLLOWS THE PAYEE, NOT THE
016580*   YEAR.  A RESPONDED RECORD CARRIES TOO - CCCW9126 RELIES ON
016590*   IT NOT TO SOLICIT THE PAYEE AGAIN.
016600  5600-CARRY-SOLICITS.
016610
016620      MOVE "N"                    TO WS-SOL-EOF-SW.
016630      OPEN INPUT  W9-SOLICIT-IN-FILE.
016640      OPEN OUTPUT W9-SOLICIT-OUT-FILE.
016650      PERFORM 5605-CHECK-SOL-LAYOUT THRU 5605-EXIT.
016660      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
016670      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
016680      WRITE W9-SOLICIT-OUT-RCD FROM LAYOUT-HEADER-RCD.
016690
016700      PERFORM 5610-CARRY-SOLICIT  THRU 5610-EXIT
016710          UNTIL WS-SOL-EOF.
016720
016730      CLOSE W9-SOLICIT-IN-FILE.
016740      CLOSE W9-SOLICIT-OUT-FILE.
016750
016760  5600-EXIT.
016770      EXIT.
016780
016790* 5605-CHECK-SOL-LAYOUT
016800*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
016810*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
016820*   READ SEES END OF FILE.
016830  5605-CHECK-SOL-LAYOUT.
016840
016850      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
016860      MOVE "W9SOLI"               TO WS-LV-CHECK-DDNAME.
016870      MOVE "N"                    TO WS-LV-EMPTY-SW.
016880      READ W9-SOLICIT-IN-FILE INTO LAYOUT-HEADER-RCD
016890          AT END
016900              MOVE "Y"            TO WS-LV-EMPTY-SW
016910      END-READ.
016920      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
016930
016940      IF WS-LV-FILE-EMPTY
016950          CLOSE W9-SOLICIT-IN-FILE
016960          OPEN INPUT W9-SOLICIT-IN-FILE
016970      END-IF.
016980
016990  5605-EXIT.
017000      EXIT.
017010
017020  5610-CARRY-SOLICIT.
017030
017040      READ W9-SOLICIT-IN-FILE
017050          AT END
017060              MOVE "Y" TO WS-SOL-EOF-SW
017070              GO TO 5610-EXIT
017080      END-READ.
017090
017100      IF WS9-RESPONDED
017110          ADD 1                   TO WS-SOL-RESPONDED
017120      ELSE
017130          ADD 1                   TO WS-SOL-OPEN
017140      END-IF.
017150
017160      MOVE W9-SOLICIT-RCD         TO W9-SOLICIT-OUT-RCD.
017170      WRITE W9-SOLICIT-OUT-RCD.
017180
017190  5610-EXIT.
017200      EXIT.
017210
017220* 6000-ARCHIVE-YTD
017230*   EVERY KEYED YTD POSITION OF THE CLOSED YEAR IS COPIED TO
017240*   THE YTD ARCHIVE AND DELETED - THE TAX YEAR LEADS THE KEY,
017250*   SO THE YEAR'S POSITIONS ARE ONE CONTIGUOUS BROWSE.
017260  6000-ARCHIVE-YTD.
017270
017280      OPEN I-O    TEN99-YTD-FILE.
017290      OPEN OUTPUT TEN99-YTD-ARCH.
017300
017310      MOVE WS-CLOSE-YEAR          TO TEN99-YTD-TAX-YEAR.
017320      MOVE LOW-VALUES             TO TEN99-YTD-SSN-TAX-ID.
017330      MOVE LOW-VALUES             TO TEN99-YTD-COMPASS-ENT-CDE.
017340
017350      MOVE "N"                    TO WS-YTD-DONE-SW.
017360      START TEN99-YTD-FILE
017370          KEY NOT < TEN99-YTD-KEY
017380          INVALID KEY
017390              MOVE "Y"            TO WS-YTD-DONE-SW
017400      END-START.
017410
017420      PERFORM 6100-ARCHIVE-POSITION THRU 6100-EXIT
017430          UNTIL WS-YTD-DONE.
017440
017450      CLOSE TEN99-YTD-FILE.
017460      CLOSE TEN99-YTD-ARCH.
017470
017480  6000-EXIT.
017490      EXIT.
017500
017510  6100-ARCHIVE-POSITION.
017520
017530      READ TEN99-YTD-FILE NEXT RECORD
017540          AT END
017550              MOVE "Y" TO WS-YTD-DONE-SW
017560              GO TO 6100-EXIT
017570      END-READ.
017580
017590      IF TEN99-YTD-TAX-YEAR NOT = WS-CLOSE-YEAR
017600          MOVE "Y" TO WS-YTD-DONE-SW
017610          GO TO 6100-EXIT
017620      END-IF.
017630
017640      MOVE TEN99-YTD-RCD          TO TEN99-YTD-ARCH-RCD.
017650      WRITE TEN99-YTD-ARCH-RCD.
017660      ADD 1                       TO WS-YTD-ARCHIVED.
017670      ADD TEN99-YTD-GROSS-DISB-AMT TO WS-YTD-ARCH-DOLLARS.
017680
017690      DELETE TEN99-YTD-FILE RECORD
017700          INVALID KEY
017710              MOVE "6100-ARCHIVE-POSITION" TO SAR-PARAGRAPH
017720              MOVE WS-YTD-FILE-STATUS TO SAR-RETURN-CODE
017730              MOVE SPACES         TO SAR-DB-NAME
017740              MOVE "TEN99YTD"     TO SAR-TABLE-NAME
017750              MOVE SPACES         TO SAR-SQLCODE
017760              GO TO 9998-COREDUMP
017770      END-DELETE.
017780
017790  6100-EXIT.
017800      EXIT.
017810
017820* 6500-RESET-SEQCTL
017830*   THE FILE-SEQUENCE CONTROL STARTS THE NEW YEAR AFRESH - THE
017840*   NEXT BUILD TAKES SEQUENCE 1.  THE IMB SERIAL RIDES THE SAME
017850*   RECORD AND IS KEPT.  A BUILD THAT ALREADY RAN TODAY KEEPS
017860*   ITS SEQUENCE, SO A SECOND BUILD TODAY CANNOT REUSE ONE.
017870  6500-RESET-SEQCTL.
017880
017890      MOVE SPACES                 TO TEN99-SEQCTL-RCD.
017900      OPEN INPUT TEN99-SEQCTL-FILE.
017910      IF WS-SEQCTL-FILE-STATUS = "00"
017920          READ TEN99-SEQCTL-FILE
017930              AT END
017940                  MOVE SPACES     TO TEN99-SEQCTL-RCD
017950          END-READ
017960      END-IF.
017970      CLOSE TEN99-SEQCTL-FILE.
017980
017990      IF TSC-LAST-RUN-DATE = SWA-CURRENT-CCYY-DATE
018000          MOVE "NOT RESET - A BUILD RAN TODAY"
018010                                  TO WS-SEQCTL-OUTCOME
018020          GO TO 6500-EXIT
018030      END-IF.
018040
018050      IF TSC-LAST-IMB-SERIAL NOT NUMERIC
018060          MOVE ZERO               TO TSC-LAST-IMB-SERIAL
018070      END-IF.
018080      MOVE ZEROS                  TO TSC-LAST-RUN-DATE.
018090      MOVE ZERO                   TO TSC-LAST-FILE-SEQ.
018100
018110      OPEN OUTPUT TEN99-SEQCTL-FILE.
018120      WRITE TEN99-SEQCTL-RCD.
018130      CLOSE TEN99-SEQCTL-FILE.
018140      MOVE "RESET - NEXT BUILD TAKES SEQUENCE 001"
018150                                  TO WS-SEQCTL-OUTCOME.
018160
018170  6500-EXIT.
018180      EXIT.
018190
018200* 7000-WRITE-CLOSE-RECORD
018210*   THE TYPE 'C' CLOSE RECORD - WHO PREPARED AND APPROVED THE
018220*   CLOSE, AND THE CERTIFIED RECORD COUNT AND DOLLARS ACROSS
018230*   ALL FOUR STREAMS.  ITS PRESENCE IS WHAT MAKES THE YEAR
018240*   CLOSED TO EVERY OTHER PROGRAM.
018250  7000-WRITE-CLOSE-RECORD.
018260
018270      PERFORM 7010-OPEN-FILING-STATUS THRU 7010-EXIT.
018280
018290      MOVE ZERO                   TO WS-CERT-COUNT.
018300      MOVE ZERO                   TO WS-CERT-DOLLARS.
018310      PERFORM 7020-ADD-STREAM     THRU 7020-EXIT
018320          VARYING WS-STR-SUB FROM 1 BY 1
018330          UNTIL WS-STR-SUB > 4.
018340
018350      MOVE SPACES                 TO FILING-STATUS-RCD.
018360      MOVE WS-CLOSE-YEAR          TO FC-TAX-YEAR.
018370      MOVE ZERO                   TO FC-FILE-SEQ.
018380      MOVE WS-TODAY-CCYYMMDD      TO FC-SENT-DATE.
018390      MOVE "C"                    TO FC-STATUS.
018400      MOVE WS-TODAY-CCYYMMDD      TO FC-STATUS-DATE.
018410      MOVE ZERO                   TO FC-REPLACEMENT-DUE.
018420      MOVE LS-PARM-PREPARER       TO FC-PREPARED-BY.
018430      MOVE LS-PARM-APPROVER       TO FC-APPROVED-BY.
018440      MOVE WS-CERT-COUNT          TO FC-CONTROL-COUNT.
018450      MOVE WS-CERT-DOLLARS        TO FC-CONTROL-AMOUNT.
018460      MOVE "C"                    TO FC-FILE-TYPE.
018470      MOVE SPACES                 TO FC-EXT-FILER-TIN.
018480      MOVE SPACES                 TO FC-EXT-FORM-STREAM.
018490      MOVE ZERO                   TO FC-EXTENDED-DUE.
018500      WRITE FILING-STATUS-RCD.
018510
018520      CLOSE FILING-STATUS-FILE.
018530
018540  7000-EXIT.
018550      EXIT.
018560
018570* 7010-OPEN-FILING-STATUS
018580*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
018590*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
018600*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
018610*   LAYOUT HEADER AS ITS FIRST RECORD.
018620  7010-OPEN-FILING-STATUS.
018630
018640      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
018650      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
018660      MOVE "N"                    TO WS-LV-EMPTY-SW.
018670      OPEN INPUT FILING-STATUS-FILE.
018680      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
018690          AT END
018700              MOVE "Y"            TO WS-LV-EMPTY-SW
018710      END-READ.
018720      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
018730      CLOSE FILING-STATUS-FILE.
018740
018750      OPEN EXTEND FILING-STATUS-FILE.
018760      IF WS-LV-FILE-EMPTY
018770          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
018780          WRITE FILING-STATUS-RCD FROM LAYOUT-HEADER-RCD
018790      END-IF.
018800
018810  7010-EXIT.
018820      EXIT.
018830
018840  7020-ADD-STREAM.
018850
018860      ADD WS-STR-COUNT (WS-STR-SUB)
018870                                  TO WS-CERT-COUNT.
018880      ADD WS-STR-DOLLARS (WS-STR-SUB) TO WS-CERT-DOLLARS.
018890
018900  7020-EXIT.
018910      EXIT.
018920
018930* 7500-PRINT-CERTIFICATE
018940*   THE REST OF THE CERTIFICATE - WHAT WAS CERTIFIED, WHAT
018950*   EACH FILE DID, AND THE SIGN-OFF BLOCK.
018960  7500-PRINT-CERTIFICATE.
018970
018980      MOVE "CERTIFIED TOTALS BY STREAM (AS-BUILT ARCHIVE)"
018990                                  TO CHL-TEXT.
019000      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019010      PERFORM 7510-PRINT-STREAM   THRU 7510-EXIT
019020          VARYING WS-STR-SUB FROM 1 BY 1
019030          UNTIL WS-STR-SUB > 4.
019040      MOVE "TOTAL CERTIFIED"      TO CAL-LITERAL.
019050      MOVE WS-CERT-COUNT          TO CAL-COUNT.
019060      MOVE WS-CERT-DOLLARS        TO CAL-AMOUNT.
019070      MOVE WS-CRT-AMOUNT-LINE     TO CLOSE-CERT-RCD.
019080      WRITE CLOSE-CERT-RCD.
019090
019100      MOVE "STAGING AND MANIFESTS"
019110                                  TO CHL-TEXT.
019120      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019130      MOVE "STAGING RECORDS ARCHIVED"
019140                                  TO CAL-LITERAL.
019150      MOVE WS-STAGING-ARCHIVED    TO CAL-COUNT.
019160      MOVE WS-STAGING-ARCH-DOLLARS TO CAL-AMOUNT.
019170      MOVE WS-CRT-AMOUNT-LINE     TO CLOSE-CERT-RCD.
019180      WRITE CLOSE-CERT-RCD.
019190      MOVE "  OF WHICH UNSTAMPED" TO CCL-LITERAL.
019200      MOVE WS-STAGING-UNSTAMPED   TO CCL-COUNT.
019210      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019220      MOVE "STAGING RECORDS KEPT" TO CCL-LITERAL.
019230      MOVE WS-STAGING-KEPT        TO CCL-COUNT.
019240      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019250      MOVE "MANIFESTS REDUCED"    TO CCL-LITERAL.
019260      MOVE WS-MANIFESTS-REDUCED   TO CCL-COUNT.
019270      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019280      MOVE "MANIFESTS DROPPED"    TO CCL-LITERAL.
019290      MOVE WS-MANIFESTS-DROPPED   TO CCL-COUNT.
019300      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019310      MOVE "MANIFESTS CARRIED"    TO CCL-LITERAL.
019320      MOVE WS-MANIFESTS-CARRIED   TO CCL-COUNT.
019330      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019340
019350      MOVE "KEYED YTD FILE"       TO CHL-TEXT.
019360      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019370      MOVE "YTD POSITIONS ARCHIVED" TO CAL-LITERAL.
019380      MOVE WS-YTD-ARCHIVED        TO CAL-COUNT.
019390      MOVE WS-YTD-ARCH-DOLLARS    TO CAL-AMOUNT.
019400      MOVE WS-CRT-AMOUNT-LINE     TO CLOSE-CERT-RCD.
019410      WRITE CLOSE-CERT-RCD.
019420
019430      MOVE "BACKUP WITHHOLDING LEDGER" TO CHL-TEXT.
019440      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019450      MOVE WS-WH-OUTCOME          TO CNL-TEXT.
019460      PERFORM 7900-WRITE-NOTE     THRU 7900-EXIT.
019470      MOVE "CLOSING LIABILITY"    TO CFL-LITERAL.
019480      MOVE WS-WH-LIABILITY        TO CFL-AMOUNT.
019490      PERFORM 7930-WRITE-FIGURE   THRU 7930-EXIT.
019500      MOVE "WITHHELD FOR THE YEAR" TO CFL-LITERAL.
019510      MOVE WS-WH-WITHHELD         TO CFL-AMOUNT.
019520      PERFORM 7930-WRITE-FIGURE   THRU 7930-EXIT.
019530      MOVE "DEPOSITED FOR THE YEAR" TO CFL-LITERAL.
019540      MOVE WS-WH-DEPOSITED        TO CFL-AMOUNT.
019550      PERFORM 7930-WRITE-FIGURE   THRU 7930-EXIT.
019560      MOVE "DEPOSIT RECORDS DROPPED" TO CCL-LITERAL.
019570      MOVE WS-WH-DEP-DROPPED      TO CCL-COUNT.
019580      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019590
019600      MOVE "NRA WITHHOLDING LEDGER" TO CHL-TEXT.
019610      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019620      MOVE WS-NR-OUTCOME          TO CNL-TEXT.
019630      PERFORM 7900-WRITE-NOTE     THRU 7900-EXIT.
019640      MOVE "CLOSING LIABILITY"    TO CFL-LITERAL.
019650      MOVE WS-NR-LIABILITY        TO CFL-AMOUNT.
019660      PERFORM 7930-WRITE-FIGURE   THRU 7930-EXIT.
019670      MOVE "WITHHELD FOR THE YEAR" TO CFL-LITERAL.
019680      MOVE WS-NR-WITHHELD         TO CFL-AMOUNT.
019690      PERFORM 7930-WRITE-FIGURE   THRU 7930-EXIT.
019700      MOVE "DEPOSITED FOR THE YEAR" TO CFL-LITERAL.
019710      MOVE WS-NR-DEPOSITED        TO CFL-AMOUNT.
019720      PERFORM 7930-WRITE-FIGURE   THRU 7930-EXIT.
019730      MOVE "DEPOSIT RECORDS DROPPED" TO CCL-LITERAL.
019740      MOVE WS-NR-DEP-DROPPED      TO CCL-COUNT.
019750      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019760
019770      MOVE "CARRIED FORWARD UNCHANGED" TO CHL-TEXT.
019780      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019790      MOVE "B-NOTICE FLAGS - FIRST" TO CCL-LITERAL.
019800      MOVE WS-BWF-FIRST           TO CCL-COUNT.
019810      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019820      MOVE "B-NOTICE FLAGS - SECOND" TO CCL-LITERAL.
019830      MOVE WS-BWF-SECOND          TO CCL-COUNT.
019840      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019850      MOVE "W-9 SOLICITATIONS - OPEN" TO CCL-LITERAL.
019860      MOVE WS-SOL-OPEN            TO CCL-COUNT.
019870      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019880      MOVE "W-9 SOLICITATIONS - ANSWERED" TO CCL-LITERAL.
019890      MOVE WS-SOL-RESPONDED       TO CCL-COUNT.
019900      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
019910
019920      MOVE "FILE-SEQUENCE CONTROL (SEQCTL)" TO CHL-TEXT.
019930      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019940      MOVE WS-SEQCTL-OUTCOME      TO CNL-TEXT.
019950      PERFORM 7900-WRITE-NOTE     THRU 7900-EXIT.
019960
019970      MOVE "SIGN-OFF"             TO CHL-TEXT.
019980      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
019990      MOVE SPACES                 TO CLOSE-CERT-RCD.
020000      WRITE CLOSE-CERT-RCD.
020010      MOVE "PREPARED BY: "        TO CSL-ROLE.
020020      MOVE LS-PARM-PREPARER       TO CSL-OPERATOR.
020030      MOVE WS-CRT-SIGN-LINE       TO CLOSE-CERT-RCD.
020040      WRITE CLOSE-CERT-RCD.
020050      MOVE SPACES                 TO CLOSE-CERT-RCD.
020060      WRITE CLOSE-CERT-RCD.
020070      MOVE "APPROVED BY: "        TO CSL-ROLE.
020080      MOVE LS-PARM-APPROVER       TO CSL-OPERATOR.
020090      MOVE WS-CRT-SIGN-LINE       TO CLOSE-CERT-RCD.
020100      WRITE CLOSE-CERT-RCD.
020110
020120  7500-EXIT.
020130      EXIT.
020140
020150  7510-PRINT-STREAM.
020160
020170      MOVE WS-STREAM-NAME (WS-STR-SUB) TO CAL-LITERAL.
020180      MOVE WS-STR-COUNT (WS-STR-SUB)
020190                                  TO CAL-COUNT.
020200      MOVE WS-STR-DOLLARS (WS-STR-SUB) TO CAL-AMOUNT.
020210      MOVE WS-CRT-AMOUNT-LINE     TO CLOSE-CERT-RCD.
020220      WRITE CLOSE-CERT-RCD.
020230
020240  7510-EXIT.
020250      EXIT.
020260
020270  7900-WRITE-NOTE.
020280
020290      MOVE WS-CRT-NOTE-LINE       TO CLOSE-CERT-RCD.
020300      WRITE CLOSE-CERT-RCD.
020310
020320  7900-EXIT.
020330      EXIT.
020340
020350  7910-WRITE-HEADING.
020360
020370      MOVE SPACES                 TO CLOSE-CERT-RCD.
020380      WRITE CLOSE-CERT-RCD.
020390      MOVE WS-CRT-HEADING         TO CLOSE-CERT-RCD.
020400      WRITE CLOSE-CERT-RCD.
020410
020420  7910-EXIT.
020430      EXIT.
020440
020450  7920-WRITE-COUNT.
020460
020470      MOVE WS-CRT-COUNT-LINE      TO CLOSE-CERT-RCD.
020480      WRITE CLOSE-CERT-RCD.
020490
020500  7920-EXIT.
020510      EXIT.
020520
020530  7930-WRITE-FIGURE.
020540
020550      MOVE WS-CRT-FIGURE-LINE     TO CLOSE-CERT-RCD.
020560      WRITE CLOSE-CERT-RCD.
020570
020580  7930-EXIT.
020590      EXIT.
020600
020610  8000-WRAPUP.
020620
020630      MOVE "TRANSMISSIONS ACCEPTED:" TO SCR-LITERAL.
020640      MOVE WS-TX-ACCEPTED         TO SCR-COUNT.
020650      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020660      PERFORM 8999-WRITE-SYSOUT.
020670
020680      MOVE "TRANSMISSIONS REPLACED:" TO SCR-LITERAL.
020690      MOVE WS-TX-REPLACED         TO SCR-COUNT.
020700      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020710      PERFORM 8999-WRITE-SYSOUT.
020720
020730      MOVE "ARCHIVE RECORDS READ:" TO SCR-LITERAL.
020740      MOVE WS-ARCH-RECORDS-READ   TO SCR-COUNT.
020750      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020760      PERFORM 8999-WRITE-SYSOUT.
020770
020780      MOVE "RECORDS CERTIFIED:"   TO SCR-LITERAL.
020790      MOVE WS-CERT-COUNT          TO SCR-COUNT.
020800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020810      PERFORM 8999-WRITE-SYSOUT.
020820
020830      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
020840      MOVE WS-STAGING-READ        TO SCR-COUNT.
020850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020860      PERFORM 8999-WRITE-SYSOUT.
020870
020880      MOVE "STAGING RECORDS ARCHIVED:" TO SCR-LITERAL.
020890      MOVE WS-STAGING-ARCHIVED    TO SCR-COUNT.
020900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020910      PERFORM 8999-WRITE-SYSOUT.
020920
020930      MOVE "STAGING RECORDS KEPT:" TO SCR-LITERAL.
020940      MOVE WS-STAGING-KEPT        TO SCR-COUNT.
020950      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020960      PERFORM 8999-WRITE-SYSOUT.
020970
020980      MOVE "MANIFESTS READ:"      TO SCR-LITERAL.
020990      MOVE WS-MANIFESTS-READ      TO SCR-COUNT.
021000      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
021010      PERFORM 8999-WRITE-SYSOUT.
021020
021030      MOVE "YTD POSITIONS ARCHIVED:" TO SCR-LITERAL.
021040      MOVE WS-YTD-ARCHIVED        TO SCR-COUNT.
021050      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
021060      PERFORM 8999-WRITE-SYSOUT.
021070
021080      PERFORM 9630-CATALOG-REWRITE THRU 9630-EXIT.
021090
021100      CLOSE CLOSE-CERT-RPT.
021110
021120      MOVE ZERO                   TO RETURN-CODE.
021130      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
021140
021150      COPY C2INZ003.
021160
021170      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
021180
021190  8000-EXIT.
021200      EXIT.
021210
021220      COPY CLCWW170.
021230
021240      COPY CLCWW131.
021250
021260      COPY CLCWW167.
021270
021280      COPY C2INZ002.
021290
021300      COPY C2INZ004.
021310
021320      COPY C2INZ005.
021330
021340      RUN-HISTORY-FILE.
021350
021360  9999-EXIT.
021370      EXIT.
