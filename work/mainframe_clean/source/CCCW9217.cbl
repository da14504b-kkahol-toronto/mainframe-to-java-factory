000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9217.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9217
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    WEEKLY REFERENTIAL INTEGRITY AUDIT.  CCCW9113
000130*              RE-KEYS A MERGED TIN, CCCW9112 BACKS OUT A
000140*              STAGING RUN AND CCCW9134 PURGES PAST RETENTION -
000150*              EACH PUTS ITS OWN FILE RIGHT AND LEAVES STALE
000160*              REFERENCES IN THE OTHERS.  THIS CHECKS EVERY
000170*              CROSS-FILE KEY BELOW AGAINST THE FILE THAT OWNS
000180*              IT AND LISTS THE ORPHANS BY FILE AND TYPE:
000190*              - THE TIN ON THE BACKUP-WITHHOLDING FLAGS
000200*                (CLCWW049), W-9 SOLICITATIONS (CLCWW090), W-8
000210*                CERTIFICATES (CLCWW085), LEVY ORDERS (CLCWW093)
000220*                AND E-DELIVERY CONSENTS (CLCWW068) AGAINST THE
000230*                CLCWW080 MERGE AUDIT AND THE CLCWW037 VENDOR
000240*                MASTER.
000250*              - THE KEYED YTD POSITIONS (CLCWW014) AGAINST THE
000260*                MERGE AUDIT AND THE CLCWW042 ENTITY CODE TABLE.
000270*                A POSITION'S TIN COMES FROM THE DISBURSEMENT
000280*                FEED, NOT THE VENDOR MASTER, SO IT IS NOT
000290*                CHECKED THERE.
000300*              - THE ITEMS ON THE CLCWW174 DUPLICATE-PAYMENT
000310*                WORKLIST AGAINST THE STAGING DETAIL THEY WERE
000320*                SWEPT FROM, AND THE CHECKS ON THE CLCWW053
000321*                OUTSTANDING-CHECK REGISTER AGAINST THE STAGING
000322*                DETAIL THEY WERE ISSUED THROUGH.
000330*              - THE CLAIMS ON THE CLCWW187 PAID-ITEM CLAIM
000340*                REGISTER AGAINST THE CLCWW181 PAID-ITEM IMAGE
000350*                HISTORY.
000360*              A BACKUP-WITHHOLDING FLAG OR W-9 TRAIL LEFT ON A
000370*              TIN MERGED AWAY (REASON M) IS WRITTEN AS A CLCWW195
000380*              RE-KEY TRANSACTION TO THE SURVIVING TIN - FOLLOWED
000390*              THROUGH ANY LATER MERGE - FOR CCCW9120 AND CCCW9126
000400*              TO APPLY, WHEN THE SURVIVOR HAS NONE OF ITS OWN.
000410*              A DECEASED PAYEE'S TIN RE-KEYED TO THE ESTATE
000420*              (REASON D) IS LISTED BUT NOT CARRIED - THE ESTATE
000430*              IS A NEW PAYEE AND STARTS ITS OWN TRAIL.  THE SAME
000431*              HOLDS FOR A TIN WHOSE SURVIVOR LATER DIED: THE
000432*              CHAIN IS NOT FOLLOWED PAST A REASON D MERGE.
000440*              THE AUDIT ONLY READS - NOTHING IS CHANGED HERE.
000450*
000460*  FILES:      VNDRMSTR - VENDOR MASTER (CLCWW037)
000470*              MERGAUD  - TIN MERGE AUDIT (CLCWW080)
000480*              BWFLAG   - BACKUP-WITHHOLDING FLAGS (CLCWW049)
000490*              W9SOLI   - W-9 SOLICITATION MASTER (CLCWW090)
000500*              W8CERT   - W-8 CERTIFICATES (CLCWW085)
000510*              LEVYFILE - LEVY/GARNISHMENT ORDERS (CLCWW093)
000520*              CONSENT  - E-DELIVERY CONSENTS (CLCWW068)
000530*              TEN99YTD - KEYED YTD POSITIONS (CLCWW014)
000540*              DUPRECOV - DUPLICATE-PAYMENT WORKLIST (CLCWW174)
000550*              TEN99DTL - STAGING DETAIL (CLCWW013) - THE CLOSED
000560*                         YEARS' TEN99DXA ARCHIVES AHEAD OF THE
000570*                         LIVE TEN99DTL, SO A PAIR FROM A CLOSED
000580*                         YEAR STILL FINDS ITS DETAIL
000590*              CLMREGI  - PAID-ITEM CLAIM REGISTER (CLCWW187)
000595*              OCREGI   - OUTSTANDING-CHECK REGISTER (CLCWW053)
000600*              IMGHIST  - PAID-ITEM IMAGE HISTORY (CLCWW181)
000610*              TINREKEY - RE-KEY TRANSACTIONS (CLCWW195)
000620*              RIAUDIT  - ORPHAN REPORT
000630*
000640*  RETURN:     RC=0 NO ORPHANS.  RC=4 ORPHANS LISTED.  RC=12 A
000650*              TABLE FILLED - THE AUDIT IS INCOMPLETE.
000660*
000670******************************************************************
000680*                      MODIFICATION HISTORY
000690******************************************************************
000700* DATE     INIT  DESCRIPTION
000710* -------- ----  --------------------------------------------
000720* 10/2026  RF    NEW PROGRAM - CROSS-FILE REFERENTIAL INTEGRITY
000730*                AUDIT
0007va* 10/2026  RF    AUDIT THE OUTSTANDING-CHECK REGISTER AGAINST THE
0007vb*                STAGING DETAIL; STOP A MERGE CHAIN AT A DECEASED
0007vc*                PAYEE AND LIST ITS TINS AS MD, NOT RE-KEYED
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
000840      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000850          ORGANIZATION IS SEQUENTIAL.
000860
000870      SELECT TIN-MERGE-AUDIT     ASSIGN TO MERGAUD
000880          ORGANIZATION IS SEQUENTIAL.
000890
000900      SELECT BW-FLAG-FILE        ASSIGN TO BWFLAG
000910          ORGANIZATION IS SEQUENTIAL.
000920
000930      SELECT W9-SOLICIT-FILE     ASSIGN TO W9SOLI
000940          ORGANIZATION IS SEQUENTIAL.
000950
000960      SELECT W8-CERT-FILE        ASSIGN TO W8CERT
000970          ORGANIZATION IS SEQUENTIAL.
000980
000990      SELECT LEVY-FILE           ASSIGN TO LEVYFILE
001000          ORGANIZATION IS SEQUENTIAL.
001010
001020      SELECT CONSENT-FILE        ASSIGN TO CONSENT
001030          ORGANIZATION IS SEQUENTIAL.
001040
001050      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
001060          ORGANIZATION IS INDEXED
001070          ACCESS MODE IS DYNAMIC
001080          RECORD KEY IS TEN99-YTD-KEY
001090          FILE STATUS IS WS-YTD-FILE-STATUS.
001100
001110      SELECT DUP-RECOVERY-FILE   ASSIGN TO DUPRECOV
001120          ORGANIZATION IS SEQUENTIAL.
001130
001140      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
001150          ORGANIZATION IS SEQUENTIAL.
001160
001170      SELECT CLAIM-REG-IN-FILE   ASSIGN TO CLMREGI
001180          ORGANIZATION IS SEQUENTIAL.
001190
001195      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
001196          ORGANIZATION IS SEQUENTIAL.
001197
001200      SELECT IMAGE-HIST-FILE     ASSIGN TO IMGHIST
001210          ORGANIZATION IS SEQUENTIAL.
001220
001230      SELECT TIN-REKEY-FILE      ASSIGN TO TINREKEY
001240          ORGANIZATION IS SEQUENTIAL.
001250
001260      SELECT INTEGRITY-RPT       ASSIGN TO RIAUDIT
001270          ORGANIZATION IS SEQUENTIAL.
001280
001290      SELECT ORPHAN-SORT-WORK    ASSIGN TO SORTWK01.
001300
001310      COPY C2INX004.
001320
001330  DATA DIVISION.
001340  FILE SECTION.
001350
001360      COPY C2INX002.
001370
001380  FD  VENDOR-MASTER-FILE
001390      BLOCK CONTAINS 0 RECORDS
001400      RECORDING MODE IS F
001410      LABEL RECORDS ARE STANDARD
001420      DATA RECORD IS VENDOR-MASTER-RCD.
001430
001440      COPY CLCWW037.
001450
001460  FD  TIN-MERGE-AUDIT
001470      BLOCK CONTAINS 0 RECORDS
001480      RECORDING MODE IS F
001490      LABEL RECORDS ARE STANDARD
001500      DATA RECORD IS TIN-MERGE-AUDIT-RCD.
001510
001520      COPY CLCWW080.
001530
001540  FD  BW-FLAG-FILE
001550      BLOCK CONTAINS 0 RECORDS
001560      RECORDING MODE IS F
001570      LABEL RECORDS ARE STANDARD
001580      DATA RECORD IS BW-FLAG-RCD.
001590
001600      COPY CLCWW049.
001610
001620  FD  W9-SOLICIT-FILE
001630      BLOCK CONTAINS 0 RECORDS
001640      RECORDING MODE IS F
001650      LABEL RECORDS ARE STANDARD
001660      DATA RECORD IS W9-SOLICIT-RCD.
001670
001680      COPY CLCWW090.
001690
001700  FD  W8-CERT-FILE
001710      BLOCK CONTAINS 0 RECORDS
001720      RECORDING MODE IS F
001730      LABEL RECORDS ARE STANDARD
001740      DATA RECORD IS W8-CERT-RCD.
001750
001760      COPY CLCWW085.
001770
001780  FD  LEVY-FILE
001790      BLOCK CONTAINS 0 RECORDS
001800      RECORDING MODE IS F
001810      LABEL RECORDS ARE STANDARD
001820      DATA RECORD IS LEVY-RCD.
001830
001840      COPY CLCWW093.
001850
001860  FD  CONSENT-FILE
001870      BLOCK CONTAINS 0 RECORDS
001880      RECORDING MODE IS F
001890      LABEL RECORDS ARE STANDARD
001900      DATA RECORD IS CONSENT-RCD.
001910
001920      COPY CLCWW068.
001930
001940  FD  TEN99-YTD-FILE
001950      BLOCK CONTAINS 0 RECORDS
001960      RECORDING MODE IS F
001970      LABEL RECORDS ARE STANDARD
001980      DATA RECORD IS TEN99-YTD-RCD.
001990
002000      COPY CLCWW014.
002010
002020  FD  DUP-RECOVERY-FILE
002030      BLOCK CONTAINS 0 RECORDS
002040      RECORDING MODE IS F
002050      LABEL RECORDS ARE STANDARD
002060      DATA RECORD IS DUP-RECOVERY-RCD.
002070
002080      COPY CLCWW174.
002090
002100  FD  TEN99-STAGING-FILE
002110      BLOCK CONTAINS 0 RECORDS
002120      RECORDING MODE IS F
002130      LABEL RECORDS ARE STANDARD
002140      DATA RECORD IS TEN99-STAGING-RCD.
002150
002160  01  TEN99-STAGING-RCD             PIC X(420).
002170
002180  FD  CLAIM-REG-IN-FILE
002190      BLOCK CONTAINS 0 RECORDS
002200      RECORDING MODE IS F
002210      LABEL RECORDS ARE STANDARD
002220      DATA RECORD IS CLAIM-REG-IN-RCD.
002230
002240  01  CLAIM-REG-IN-RCD              PIC X(150).
002250
002250  FD  OC-REGISTER-IN-FILE
002251      BLOCK CONTAINS 0 RECORDS
002252      RECORDING MODE IS F
002253      LABEL RECORDS ARE STANDARD
002254      DATA RECORD IS OC-REGISTER-RCD.
002255
002256      COPY CLCWW053.
002257
002260  FD  IMAGE-HIST-FILE
002270      BLOCK CONTAINS 0 RECORDS
002280      RECORDING MODE IS F
002290      LABEL RECORDS ARE STANDARD
002300      DATA RECORD IS PAID-IMAGE-RCD.
002310
002320      COPY CLCWW181.
002330
002340  FD  TIN-REKEY-FILE
002350      BLOCK CONTAINS 0 RECORDS
002360      RECORDING MODE IS F
002370      LABEL RECORDS ARE STANDARD
002380      DATA RECORD IS TIN-REKEY-RCD.
002390
002400      COPY CLCWW195.
002410
002420  FD  INTEGRITY-RPT
002430      BLOCK CONTAINS 0 RECORDS
002440      RECORDING MODE IS F
002450      LABEL RECORDS ARE STANDARD
002460      DATA RECORD IS INTEGRITY-RPT-RCD.
002470
002480  01  INTEGRITY-RPT-RCD             PIC X(133).
002490
002500  SD  ORPHAN-SORT-WORK
002510      RECORDING MODE IS F
002520      DATA RECORD IS ORPHAN-SORT-RCD.
002530
002540  01  ORPHAN-SORT-RCD.
002550      05  SR-FILE-SEQ               PIC 9(02).
002560      05  SR-TYPE                   PIC X(02).
002570      05  SR-KEY                    PIC X(30).
002580      05  SR-DETAIL                 PIC X(60).
002590
002600      COPY C2INX005.
002610
002620  WORKING-STORAGE SECTION.
002630
002640      COPY C2INX003.
002650
002660      COPY C2INX006.
002670
002680      COPY CLCWW013.
002690
002700      COPY CLCWW042.
002710
002720      COPY CLCWW187.
002730
002740      COPY CLCWW110.
002750
002760      COPY CLCWW133.
002770
002780      COPY CLCWW166.
002790
002800  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9217".
002810
002820  01  WS-SWITCHES.
002830      05  WS-VND-EOF-SW           PIC X(01) VALUE "N".
002840          88  WS-VND-EOF                  VALUE "Y".
002850      05  WS-MRG-EOF-SW           PIC X(01) VALUE "N".
002860          88  WS-MRG-EOF                  VALUE "Y".
002870      05  WS-FILE-EOF-SW          PIC X(01) VALUE "N".
002880          88  WS-FILE-EOF                 VALUE "Y".
002890      05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
002900          88  WS-SORT-EOF                 VALUE "Y".
002910      05  WS-FOUND-SW             PIC X(01) VALUE "N".
002920          88  WS-FOUND                    VALUE "Y".
002930      05  WS-MERGED-AWAY-SW       PIC X(01) VALUE "N".
002940          88  WS-MERGED-AWAY              VALUE "Y".
002950      05  WS-NOT-ON-MASTER-SW     PIC X(01) VALUE "N".
002960          88  WS-NOT-ON-MASTER            VALUE "Y".
002970      05  WS-CHECK-MASTER-SW      PIC X(01) VALUE "Y".
002980          88  WS-CHECK-MASTER             VALUE "Y".
002990
003000  01  WS-COUNTERS.
003010      05  WS-VENDORS-READ         PIC 9(09) COMP VALUE ZERO.
003020      05  WS-MERGES-READ          PIC 9(09) COMP VALUE ZERO.
003030      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
003040      05  WS-IMAGES-READ          PIC 9(09) COMP VALUE ZERO.
003050      05  WS-ORPHANS-RELEASED     PIC 9(09) COMP VALUE ZERO.
003060      05  WS-ORPHANS-LISTED       PIC 9(09) COMP VALUE ZERO.
003070      05  WS-REKEYS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
003080      05  WS-TYPE-ORPHANS         PIC 9(09) COMP VALUE ZERO.
003090      05  WS-FILE-ORPHANS         PIC 9(09) COMP VALUE ZERO.
003100
003110  01  WS-TODAY                    PIC 9(08) VALUE ZERO.
003120
003130  01  WS-YTD-CONTROLS.
003140      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
003150
003160* THE FILES AUDITED, IN REPORT ORDER - THE SUBSCRIPT IS THE
003170* SORT'S FILE SEQUENCE.  EACH CARRIES ITS COUNTS FOR THE
003180* SUMMARY.
003190  01  WS-FILE-VALUES.
003200      05  FILLER  PIC X(08) VALUE "CLCWW049".
003210      05  FILLER  PIC X(08) VALUE "BWFLAG".
003220      05  FILLER  PIC X(30) VALUE "BACKUP-WITHHOLDING FLAGS".
003230      05  FILLER  PIC X(08) VALUE "CLCWW090".
003240      05  FILLER  PIC X(08) VALUE "W9SOLI".
003250      05  FILLER  PIC X(30) VALUE "W-9 SOLICITATIONS".
003260      05  FILLER  PIC X(08) VALUE "CLCWW085".
003270      05  FILLER  PIC X(08) VALUE "W8CERT".
003280      05  FILLER  PIC X(30) VALUE "W-8 CERTIFICATES".
003290      05  FILLER  PIC X(08) VALUE "CLCWW093".
003300      05  FILLER  PIC X(08) VALUE "LEVYFILE".
003310      05  FILLER  PIC X(30) VALUE "LEVY ORDERS".
003320      05  FILLER  PIC X(08) VALUE "CLCWW068".
003330      05  FILLER  PIC X(08) VALUE "CONSENT".
003340      05  FILLER  PIC X(30) VALUE "E-DELIVERY CONSENTS".
003350      05  FILLER  PIC X(08) VALUE "CLCWW014".
003360      05  FILLER  PIC X(08) VALUE "TEN99YTD".
003370      05  FILLER  PIC X(30) VALUE "YTD POSITIONS".
003380      05  FILLER  PIC X(08) VALUE "CLCWW174".
003390      05  FILLER  PIC X(08) VALUE "DUPRECOV".
003400      05  FILLER  PIC X(30) VALUE "DUPLICATE-PAYMENT WORKLIST".
003410      05  FILLER  PIC X(08) VALUE "CLCWW187".
003420      05  FILLER  PIC X(08) VALUE "CLMREGI".
003430      05  FILLER  PIC X(30) VALUE "PAID-ITEM CLAIM REGISTER".
003431      05  FILLER  PIC X(08) VALUE "CLCWW053".
003432      05  FILLER  PIC X(08) VALUE "OCREGI".
003433      05  FILLER  PIC X(30) VALUE "OUTSTANDING-CHECK REGISTER".
003440  01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
003450      05  WS-FILE-ENTRY           OCCURS 9 TIMES.
003460          10  WS-FILE-ID              PIC X(08).
003470          10  WS-FILE-DDNAME          PIC X(08).
003480          10  WS-FILE-DESC            PIC X(30).
003490  77  WS-FILE-TBL-MAX             PIC 9(02) COMP VALUE 9.
003500  77  WS-FILE-SUB                 PIC 9(02) COMP VALUE ZERO.
003510
003520  01  WS-FILE-COUNT-TABLE.
003530      05  WS-FILE-COUNTS          OCCURS 9 TIMES.
003540          10  WS-FC-CHECKED           PIC 9(09) COMP.
003550          10  WS-FC-ORPHANS           PIC 9(09) COMP.
003560          10  WS-FC-REKEYS            PIC 9(09) COMP.
003570
003580  77  WS-SEQ-BW-FLAG              PIC 9(02) VALUE 1.
003590  77  WS-SEQ-W9-SOLICIT           PIC 9(02) VALUE 2.
003600  77  WS-SEQ-W8-CERT              PIC 9(02) VALUE 3.
003610  77  WS-SEQ-LEVY                 PIC 9(02) VALUE 4.
003620  77  WS-SEQ-CONSENT              PIC 9(02) VALUE 5.
003630  77  WS-SEQ-YTD                  PIC 9(02) VALUE 6.
003640  77  WS-SEQ-DUP-WORKLIST         PIC 9(02) VALUE 7.
003650  77  WS-SEQ-CLAIM-REG            PIC 9(02) VALUE 8.
003655  77  WS-SEQ-OC-REGISTER          PIC 9(02) VALUE 9.
003660
003670* THE ORPHAN TYPES, IN THE ORDER THE SORT LISTS THEM.
003680  01  WS-TYPE-VALUES.
003690      05  FILLER  PIC X(02) VALUE "BO".
003700      05  FILLER  PIC X(40) VALUE "STAGED DETAIL BACKED OUT".
003710      05  FILLER  PIC X(02) VALUE "MD".
003720      05  FILLER  PIC X(40) VALUE
003730              "MERGED-AWAY TIN - DECEASED, NOT CARRIED".
003740      05  FILLER  PIC X(02) VALUE "MK".
003750      05  FILLER  PIC X(40) VALUE
003760              "MERGED-AWAY TIN - RE-KEY WRITTEN".
003770      05  FILLER  PIC X(02) VALUE "MS".
003780      05  FILLER  PIC X(40) VALUE
003790              "MERGED-AWAY TIN - SURVIVOR HAS ITS OWN".
003800      05  FILLER  PIC X(02) VALUE "MT".
003810      05  FILLER  PIC X(40) VALUE "MERGED-AWAY TIN".
003820      05  FILLER  PIC X(02) VALUE "NV".
003830      05  FILLER  PIC X(40) VALUE "TIN NOT ON THE VENDOR MASTER".
003840      05  FILLER  PIC X(02) VALUE "PG".
003850      05  FILLER  PIC X(40) VALUE "PAID IMAGE PURGED".
003860      05  FILLER  PIC X(02) VALUE "RE".
003870      05  FILLER  PIC X(40) VALUE
003880              "ENTITY CODE RETIRED FROM CLCWW042".
003890  01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
003900      05  WS-TYPE-ENTRY           OCCURS 8 TIMES.
003910          10  WS-TYPE-CODE            PIC X(02).
003920          10  WS-TYPE-DESC            PIC X(40).
003930  77  WS-TYPE-TBL-MAX             PIC 9(02) COMP VALUE 8.
003940  77  WS-TYPE-SUB                 PIC 9(02) COMP VALUE ZERO.
003950
003960* THE ORPHAN BEING RELEASED TO THE SORT.
003970  77  WS-ORP-FILE-SEQ             PIC 9(02) VALUE ZERO.
003980  77  WS-ORP-TYPE                 PIC X(02) VALUE SPACES.
003990  01  WS-ORP-KEY                  PIC X(30) VALUE SPACES.
004000  01  WS-ORP-DETAIL               PIC X(60) VALUE SPACES.
004010  01  WS-ORP-AMT                  PIC -(11)9.99.
004020
004030* THE VENDOR MASTER TINS - THE OWNING FILE FOR A PAYEE TIN.
004040* WHEN THE TABLE COULD NOT HOLD THEM ALL THE NOT-ON-MASTER
004050* CHECK IS LEFT OUT RATHER THAN LIST FALSE ORPHANS.
004060  01  WS-VND-TABLE.
004070      05  WS-VND-TIN              PIC X(09) OCCURS 3000 TIMES.
004080  77  WS-VND-COUNT                PIC 9(04) COMP VALUE ZERO.
004090  77  WS-VND-TABLE-MAX            PIC 9(04) COMP VALUE 3000.
004100  77  WS-VND-DROPPED              PIC 9(07) COMP VALUE ZERO.
004110  77  WS-VND-SUB                  PIC 9(04) COMP VALUE ZERO.
004120
004130* EVERY MERGE ON THE AUDIT TRAIL, TINS RESOLVED TO CLEAR.  THE
004140* SURVIVOR IS THE NEW TIN FOLLOWED THROUGH ANY LATER MERGE OF
004150* IT, UP TO WS-MRG-MAX-HOPS DEEP, BUT NOT PAST A REASON D MERGE -
004151* WS-MRG-CHAIN-DECEASED MARKS A CHAIN THAT STOPPED AT ONE.
004160  01  WS-MRG-TABLE.
004170      05  WS-MRG-ENTRY            OCCURS 2000 TIMES.
004180          10  WS-MRG-OLD-TIN          PIC X(16).
004190          10  WS-MRG-NEW-TIN          PIC X(16).
004200          10  WS-MRG-SURVIVOR         PIC X(16).
004210          10  WS-MRG-DATE             PIC 9(08).
004220          10  WS-MRG-REASON           PIC X(01).
004230              88  WS-MRG-DECEASED             VALUE "D".
004235          10  WS-MRG-CHAIN-DECEASED-SW PIC X(01).
004236              88  WS-MRG-CHAIN-DECEASED       VALUE "Y".
004240  77  WS-MRG-COUNT                PIC 9(04) COMP VALUE ZERO.
004250  77  WS-MRG-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
004260  77  WS-MRG-DROPPED              PIC 9(07) COMP VALUE ZERO.
004270  77  WS-MRG-SUB                  PIC 9(04) COMP VALUE ZERO.
004280  77  WS-MRG-SRCH-SUB             PIC 9(04) COMP VALUE ZERO.
004290  77  WS-MRG-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
004300  77  WS-MRG-HOPS                 PIC 9(02) COMP VALUE ZERO.
004310  77  WS-MRG-MAX-HOPS             PIC 9(02) COMP VALUE 10.
004320  01  WS-MRG-SEARCH-TIN           PIC X(16) VALUE SPACES.
004330
004340* THE TINS ON THE FLAG OR SOLICITATION FILE BEING AUDITED - AS
004350* STORED AND RESOLVED TO CLEAR - SO A SURVIVOR'S OWN RECORD IS
004360* SEEN BEFORE A RE-KEY IS WRITTEN FOR IT.
004370  01  WS-FTN-TABLE.
004380      05  WS-FTN-ENTRY            OCCURS 2000 TIMES.
004390          10  WS-FTN-TIN              PIC X(16).
004400          10  WS-FTN-CLEAR-TIN        PIC X(16).
004410  77  WS-FTN-COUNT                PIC 9(04) COMP VALUE ZERO.
004420  77  WS-FTN-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
004430  77  WS-FTN-DROPPED              PIC 9(07) COMP VALUE ZERO.
004440  77  WS-FTN-HIGH                 PIC 9(04) COMP VALUE ZERO.
004450  77  WS-FTN-LOADED               PIC 9(04) COMP VALUE ZERO.
004460  77  WS-FTN-SUB                  PIC 9(04) COMP VALUE ZERO.
004470  77  WS-FTN-SRCH-SUB             PIC 9(04) COMP VALUE ZERO.
004480  01  WS-FTN-SEARCH-TIN           PIC X(16) VALUE SPACES.
004490
004500* THE STAGED ITEMS ON THE DUPLICATE-PAYMENT WORKLIST, ONE
004510* ENTRY PER ITEM OF EACH PAIR, MARKED AS THE STAGING DETAIL
004520* TURNS THEM UP.
004530  01  WS-DRP-TABLE.
004540      05  WS-DRP-ENTRY            OCCURS 2000 TIMES.
004550          10  WS-DRP-KEY.
004560              15  WS-DRP-BR-CODE      PIC X(03).
004570              15  WS-DRP-CHK-NUM      PIC X(08).
004580              15  WS-DRP-RUN-DATE     PIC 9(08).
004590          10  WS-DRP-PAIR             PIC 9(05).
004600          10  WS-DRP-ITEM-NO          PIC 9(01).
004610          10  WS-DRP-AUDIT-DATE       PIC 9(08).
004620          10  WS-DRP-FOUND-SW         PIC X(01).
004630              88  WS-DRP-FOUND                VALUE "Y".
004640  77  WS-DRP-COUNT                PIC 9(04) COMP VALUE ZERO.
004650  77  WS-DRP-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
004660  77  WS-DRP-DROPPED              PIC 9(07) COMP VALUE ZERO.
004670  77  WS-DRP-SUB                  PIC 9(04) COMP VALUE ZERO.
004680  77  WS-DRP-PAIRS                PIC 9(05) VALUE ZERO.
004690  77  WS-DRP-ITEM-SUB             PIC 9(01) COMP VALUE ZERO.
004700  01  WS-STG-KEY.
004710      05  WS-STG-BR-CODE          PIC X(03).
004720      05  WS-STG-CHK-NUM          PIC X(08).
004730      05  WS-STG-RUN-DATE         PIC 9(08).
004740
004750* THE CLAIMS ON THE PAID-ITEM CLAIM REGISTER, MARKED AS THE
004760* IMAGE HISTORY TURNS UP THEIR PAID ITEMS.
004770  01  WS-CLM-TABLE.
004780      05  WS-CLM-ENTRY            OCCURS 2000 TIMES.
004790          10  WS-CLM-TBL-KEY.
004800              15  WS-CLM-TBL-BR-CODE  PIC X(03).
004810              15  WS-CLM-TBL-CHK-NUM  PIC X(08).
004820          10  WS-CLM-TBL-STATUS       PIC X(01).
004830          10  WS-CLM-TBL-OPEN-DATE    PIC 9(08).
004840          10  WS-CLM-FOUND-SW         PIC X(01).
004850              88  WS-CLM-FOUND                VALUE "Y".
004860  77  WS-CLM-COUNT                PIC 9(04) COMP VALUE ZERO.
004870  77  WS-CLM-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
004880  77  WS-CLM-DROPPED              PIC 9(07) COMP VALUE ZERO.
004890  77  WS-CLM-SUB                  PIC 9(04) COMP VALUE ZERO.
004900  01  WS-IMG-KEY.
004910      05  WS-IMG-BR-CODE          PIC X(03).
004920      05  WS-IMG-CHK-NUM          PIC X(08).
004921
004922* THE CHECKS ON THE OUTSTANDING-CHECK REGISTER, MARKED AS THE
004923* STAGING DETAIL TURNS THEM UP.
004924  01  WS-OCR-TABLE.
004925      05  WS-OCR-ENTRY            OCCURS 10000 TIMES.
004926          10  WS-OCR-KEY.
004927              15  WS-OCR-BR-CODE      PIC X(03).
004928              15  WS-OCR-CHK-NUM      PIC X(08).
004929          10  WS-OCR-ISSUE-DATE       PIC X(08).
004930          10  WS-OCR-AMOUNT           PIC S9(10)V99.
004931          10  WS-OCR-FOUND-SW         PIC X(01).
004932              88  WS-OCR-FOUND                VALUE "Y".
004933  77  WS-OCR-COUNT                PIC 9(05) COMP VALUE ZERO.
004934  77  WS-OCR-TABLE-MAX            PIC 9(05) COMP VALUE 10000.
004935  77  WS-OCR-DROPPED              PIC 9(07) COMP VALUE ZERO.
004936  77  WS-OCR-SUB                  PIC 9(05) COMP VALUE ZERO.
004930
004940* THE TIN BEING CHECKED, AS STORED AND RESOLVED TO CLEAR.
004950  01  WS-CHK-TIN                  PIC X(16) VALUE SPACES.
004960  01  WS-CHK-CLEAR-TIN            PIC X(16) VALUE SPACES.
004970  01  WS-CHK-SURVIVOR             PIC X(16) VALUE SPACES.
004980
004990  01  WS-MASKED-TIN.
005000      05  FILLER                  PIC X(05) VALUE "XXXXX".
005010      05  WS-MASKED-LAST4         PIC X(04) VALUE SPACES.
005020  01  WS-MASKED-SURVIVOR.
005030      05  FILLER                  PIC X(05) VALUE "XXXXX".
005040      05  WS-MASKED-SURV-LAST4    PIC X(04) VALUE SPACES.
005050
005060  01  WS-HOLD-FILE-SEQ            PIC 9(02) VALUE ZERO.
005070  01  WS-HOLD-TYPE                PIC X(02) VALUE SPACES.
005080
005090  01  WS-RPT-TITLE.
005100      05  FILLER                  PIC X(01) VALUE SPACES.
005110      05  FILLER                  PIC X(10) VALUE "CCCW9217".
005120      05  FILLER                  PIC X(40) VALUE
005130          "REFERENTIAL INTEGRITY AUDIT - ORPHANS".
005140      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
005150      05  RTL-RUN-DATE            PIC 9(08).
005160      05  FILLER                  PIC X(64) VALUE SPACES.
005170
005180  01  WS-FILE-HEADING.
005190      05  FILLER                  PIC X(03) VALUE SPACES.
005200      05  FILLER                  PIC X(05) VALUE "FILE ".
005210      05  FHL-FILE-ID             PIC X(08).
005220      05  FILLER                  PIC X(05) VALUE "  DD ".
005230      05  FHL-DDNAME              PIC X(08).
005240      05  FILLER                  PIC X(02) VALUE SPACES.
005250      05  FHL-DESC                PIC X(30).
005260      05  FILLER                  PIC X(72) VALUE SPACES.
005270
005280  01  WS-TYPE-HEADING.
005290      05  FILLER                  PIC X(05) VALUE SPACES.
005300      05  THL-TYPE                PIC X(02).
005310      05  FILLER                  PIC X(02) VALUE SPACES.
005320      05  THL-DESC                PIC X(40).
005330      05  FILLER                  PIC X(84) VALUE SPACES.
005340
005350  01  WS-ORPHAN-LINE.
005360      05  FILLER                  PIC X(09) VALUE SPACES.
005370      05  ORL-KEY                 PIC X(30).
005380      05  FILLER                  PIC X(02) VALUE SPACES.
005390      05  ORL-DETAIL              PIC X(60).
005400      05  FILLER                  PIC X(32) VALUE SPACES.
005410
005420  01  WS-SUMMARY-HEADING.
005430      05  FILLER                  PIC X(03) VALUE SPACES.
005440      05  FILLER                  PIC X(10) VALUE "FILE".
005450      05  FILLER                  PIC X(10) VALUE "DD".
005460      05  FILLER                  PIC X(32) VALUE "HOLDS".
005470      05  FILLER                  PIC X(13) VALUE "    CHECKED".
005480      05  FILLER                  PIC X(13) VALUE "    ORPHANS".
005490      05  FILLER                  PIC X(11) VALUE "    RE-KEYS".
005500      05  FILLER                  PIC X(41) VALUE SPACES.
005510
005520  01  WS-SUMMARY-LINE.
005530      05  FILLER                  PIC X(03) VALUE SPACES.
005540      05  SML-FILE-ID             PIC X(08).
005550      05  FILLER                  PIC X(02) VALUE SPACES.
005560      05  SML-DDNAME              PIC X(08).
005570      05  FILLER                  PIC X(02) VALUE SPACES.
005580      05  SML-DESC                PIC X(30).
005590      05  FILLER                  PIC X(02) VALUE SPACES.
005600      05  SML-CHECKED             PIC ZZZ,ZZZ,ZZ9.
005610      05  FILLER                  PIC X(02) VALUE SPACES.
005620      05  SML-ORPHANS             PIC ZZZ,ZZZ,ZZ9.
005630      05  FILLER                  PIC X(02) VALUE SPACES.
005640      05  SML-REKEYS              PIC ZZZ,ZZZ,ZZ9.
005650      05  FILLER                  PIC X(41) VALUE SPACES.
005660
005670  01  WS-COUNT-LINE.
005680      05  FILLER                  PIC X(03) VALUE SPACES.
005690      05  CNL-LITERAL             PIC X(40).
005700      05  CNL-COUNT               PIC ZZZ,ZZZ,ZZ9.
005710      05  FILLER                  PIC X(79) VALUE SPACES.
005720
005730  PROCEDURE DIVISION.
005740
005750  0000-MAINLINE.
005760
005770      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
005780
005790      SORT ORPHAN-SORT-WORK
005800          ON ASCENDING KEY SR-FILE-SEQ
005810                           SR-TYPE
005820                           SR-KEY
005830          INPUT PROCEDURE  IS 2000-FIND-ORPHANS
005840          OUTPUT PROCEDURE IS 6000-LIST-ORPHANS.
005850
005860      PERFORM 7000-WRITE-SUMMARY     THRU 7000-EXIT.
005870
005880      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
005890
005900      GOBACK.
005910
005920  1000-INITIALIZE.
005930
005940      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
005950      OPEN EXTEND RUN-HISTORY-FILE.
005960
005970      COPY C2INZ001.
005980
005990      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
006000      INITIALIZE WS-FILE-COUNT-TABLE.
006010
006020      OPEN OUTPUT TIN-REKEY-FILE.
006030      OPEN OUTPUT INTEGRITY-RPT.
006040
006050      MOVE WS-TODAY               TO RTL-RUN-DATE.
006060      MOVE WS-RPT-TITLE           TO INTEGRITY-RPT-RCD.
006070      WRITE INTEGRITY-RPT-RCD.
006080
006090      PERFORM 1100-LOAD-VENDORS   THRU 1100-EXIT.
006100
006110      PERFORM 1200-LOAD-MERGES    THRU 1200-EXIT.
006120
006130      PERFORM 1300-FIND-SURVIVOR  THRU 1300-EXIT
006140          VARYING WS-MRG-SUB FROM 1 BY 1
006150          UNTIL WS-MRG-SUB > WS-MRG-COUNT.
006160
006170  1000-EXIT.
006180      EXIT.
006190
006200* 1100-LOAD-VENDORS
006210*   EVERY TIN ON THE VENDOR MASTER, BEHIND ITS LAYOUT HEADER.
006220  1100-LOAD-VENDORS.
006230
006240      OPEN INPUT VENDOR-MASTER-FILE.
006250
006260      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
006270      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
006280      MOVE "N"                    TO WS-LV-EMPTY-SW.
006290      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
006300          AT END
006310              MOVE "Y"            TO WS-LV-EMPTY-SW
006320      END-READ.
006330      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
006340
006350      IF WS-LV-FILE-EMPTY
006360          CLOSE VENDOR-MASTER-FILE
006370          OPEN INPUT VENDOR-MASTER-FILE
006380      END-IF.
006390
006400      PERFORM 1110-LOAD-VENDOR    THRU 1110-EXIT
006410          UNTIL WS-VND-EOF.
006420
006430      CLOSE VENDOR-MASTER-FILE.
006440
006450  1100-EXIT.
006460      EXIT.
006470
006480  1110-LOAD-VENDOR.
006490
006500      READ VENDOR-MASTER-FILE
006510          AT END
006520              MOVE "Y" TO WS-VND-EOF-SW
006530              GO TO 1110-EXIT
006540      END-READ.
006550
006560      ADD 1 TO WS-VENDORS-READ.
006570
006580      IF WS-VND-COUNT NOT < WS-VND-TABLE-MAX
006590          ADD 1 TO WS-VND-DROPPED
006600          GO TO 1110-EXIT
006610      END-IF.
006620
006630      ADD 1 TO WS-VND-COUNT.
006640      MOVE VM-TIN                 TO WS-VND-TIN (WS-VND-COUNT).
006650
006660  1110-EXIT.
006670      EXIT.
006680
006690* 1200-LOAD-MERGES
006700*   THE WHOLE CLCWW080 MERGE AUDIT, ACCUMULATED ACROSS CYCLES.
006710*   CCCW9113 WRITES THE TINS PROTECTED (CLCWW110/111); THEY ARE
006720*   RESOLVED HERE SO EVERY FILE'S TIN IS COMPARED IN THE CLEAR.
006730  1200-LOAD-MERGES.
006740
006750      OPEN INPUT TIN-MERGE-AUDIT.
006760
006770      PERFORM 1210-LOAD-MERGE     THRU 1210-EXIT
006780          UNTIL WS-MRG-EOF.
006790
006800      CLOSE TIN-MERGE-AUDIT.
006810
006820  1200-EXIT.
006830      EXIT.
006840
006850  1210-LOAD-MERGE.
006860
006870      READ TIN-MERGE-AUDIT
006880          AT END
006890              MOVE "Y" TO WS-MRG-EOF-SW
006900              GO TO 1210-EXIT
006910      END-READ.
006920
006930      ADD 1 TO WS-MERGES-READ.
006940
006950      IF WS-MRG-COUNT NOT < WS-MRG-TABLE-MAX
006960          ADD 1 TO WS-MRG-DROPPED
006970          GO TO 1210-EXIT
006980      END-IF.
006990
007000      ADD 1 TO WS-MRG-COUNT.
007010      MOVE MA-OLD-SSN-TAX-ID      TO TP-TIN-WORK.
007020      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
007030      MOVE TP-TIN-WORK         TO WS-MRG-OLD-TIN (WS-MRG-COUNT).
007040      MOVE MA-NEW-SSN-TAX-ID      TO TP-TIN-WORK.
007050      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
007060      MOVE TP-TIN-WORK         TO WS-MRG-NEW-TIN (WS-MRG-COUNT).
007070      MOVE TP-TIN-WORK         TO WS-MRG-SURVIVOR (WS-MRG-COUNT).
007080      MOVE MA-MERGE-DATE       TO WS-MRG-DATE (WS-MRG-COUNT).
007090      MOVE MA-MERGE-REASON     TO WS-MRG-REASON (WS-MRG-COUNT).
007095      MOVE "N"         TO WS-MRG-CHAIN-DECEASED-SW (WS-MRG-COUNT).
007100
007110  1210-EXIT.
007120      EXIT.
007130
007140* 1300-FIND-SURVIVOR
007150*   A TIN MERGED INTO ONE THAT WAS ITSELF MERGED LATER ENDS ON
007160*   THE LAST TIN OF THE CHAIN.  THE HOP LIMIT STOPS A CHAIN THAT
007170*   LOOPS BACK ON ITSELF.  A LATER MERGE FOR REASON D ENDS THE
007171*   CHAIN SHORT OF THE ESTATE AND MARKS IT - THE ESTATE IS A NEW
007172*   PAYEE AND NOTHING IS CARRIED TO IT.
007180  1300-FIND-SURVIVOR.
007190
007200      MOVE ZERO                   TO WS-MRG-HOPS.
007210      MOVE "Y"                    TO WS-FOUND-SW.
007220
007230      PERFORM 1310-FOLLOW-MERGE   THRU 1310-EXIT
007240          UNTIL NOT WS-FOUND
007250             OR WS-MRG-HOPS NOT < WS-MRG-MAX-HOPS.
007260
007270  1300-EXIT.
007280      EXIT.
007290
007300  1310-FOLLOW-MERGE.
007310
007320      ADD 1 TO WS-MRG-HOPS.
007330      MOVE WS-MRG-SURVIVOR (WS-MRG-SUB) TO WS-MRG-SEARCH-TIN.
007340      PERFORM 3100-FIND-MERGE     THRU 3100-EXIT.
007350
007360      IF WS-FOUND
007361          AND WS-MRG-DECEASED (WS-MRG-HIT-SUB)
007362          MOVE "Y"        TO WS-MRG-CHAIN-DECEASED-SW (WS-MRG-SUB)
007363          MOVE "N"                TO WS-FOUND-SW
007364      END-IF.
007365
007366      IF WS-FOUND
007370          MOVE WS-MRG-NEW-TIN (WS-MRG-HIT-SUB)
007380              TO WS-MRG-SURVIVOR (WS-MRG-SUB)
007390      END-IF.
007400
007410  1310-EXIT.
007420      EXIT.
007430
007440* 2000-FIND-ORPHANS
007450*   THE SORT'S INPUT PROCEDURE - EACH FILE IN TURN, RELEASING
007460*   EVERY ORPHAN FOUND.
007470  2000-FIND-ORPHANS.
007480
007490      PERFORM 2100-CHECK-BW-FLAGS     THRU 2100-EXIT.
007500      PERFORM 2200-CHECK-W9-SOLICITS  THRU 2200-EXIT.
007510      PERFORM 2300-CHECK-W8-CERTS     THRU 2300-EXIT.
007520      PERFORM 2400-CHECK-LEVIES       THRU 2400-EXIT.
007530      PERFORM 2500-CHECK-CONSENTS     THRU 2500-EXIT.
007540      PERFORM 2600-CHECK-YTD          THRU 2600-EXIT.
007550      PERFORM 2700-CHECK-DUP-WORKLIST THRU 2700-EXIT.
007560      PERFORM 2800-CHECK-CLAIMS       THRU 2800-EXIT.
007570
007580  2000-EXIT.
007590      EXIT.
007600
007610* 2100-CHECK-BW-FLAGS
007620*   THE BACKUP-WITHHOLDING FLAGS, HELD WHOLE SO A SURVIVOR'S OWN
007630*   FLAG IS SEEN BEFORE A RE-KEY IS WRITTEN FOR IT.
007640  2100-CHECK-BW-FLAGS.
007650
007660      MOVE ZERO                   TO WS-FTN-COUNT.
007670      MOVE "N"                    TO WS-FILE-EOF-SW.
007680      OPEN INPUT BW-FLAG-FILE.
007690
007700      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
007710      MOVE "BWFLAG"               TO WS-LV-CHECK-DDNAME.
007720      MOVE "N"                    TO WS-LV-EMPTY-SW.
007730      READ BW-FLAG-FILE INTO LAYOUT-HEADER-RCD
007740          AT END
007750              MOVE "Y"            TO WS-LV-EMPTY-SW
007760      END-READ.
007770      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
007780
007790      IF WS-LV-FILE-EMPTY
007800          CLOSE BW-FLAG-FILE
007810          OPEN INPUT BW-FLAG-FILE
007820      END-IF.
007830
007840      PERFORM 2110-LOAD-BW-FLAG   THRU 2110-EXIT
007850          UNTIL WS-FILE-EOF.
007860
007870      CLOSE BW-FLAG-FILE.
007880      MOVE WS-FTN-COUNT           TO WS-FTN-LOADED.
007890
007900      MOVE WS-SEQ-BW-FLAG         TO WS-ORP-FILE-SEQ.
007910      MOVE "CLCWW049"             TO RK-FILE-ID.
007920      PERFORM 3400-CHECK-HELD-TIN THRU 3400-EXIT
007930          VARYING WS-FTN-SUB FROM 1 BY 1
007940          UNTIL WS-FTN-SUB > WS-FTN-LOADED.
007950
007960  2100-EXIT.
007970      EXIT.
007980
007990  2110-LOAD-BW-FLAG.
008000
008010      READ BW-FLAG-FILE
008020          AT END
008030              MOVE "Y" TO WS-FILE-EOF-SW
008040              GO TO 2110-EXIT
008050      END-READ.
008060
008070      ADD 1 TO WS-FC-CHECKED (WS-SEQ-BW-FLAG).
008080      MOVE BW-SSN-TAX-ID          TO WS-CHK-TIN.
008090      PERFORM 3300-HOLD-FILE-TIN  THRU 3300-EXIT.
008100
008110  2110-EXIT.
008120      EXIT.
008130
008140* 2200-CHECK-W9-SOLICITS
008150*   THE W-9 SOLICITATION MASTER, THE SAME WAY.  A PAYEE WITH NO
008160*   TIN AT ALL IS KEYED BY THE SQUEEZED NAME (CCCW9126) AND HAS
008170*   NOTHING TO CHECK.
008180  2200-CHECK-W9-SOLICITS.
008190
008200      MOVE ZERO                   TO WS-FTN-COUNT.
008210      MOVE "N"                    TO WS-FILE-EOF-SW.
008220      OPEN INPUT W9-SOLICIT-FILE.
008230
008240      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
008250      MOVE "W9SOLI"               TO WS-LV-CHECK-DDNAME.
008260      MOVE "N"                    TO WS-LV-EMPTY-SW.
008270      READ W9-SOLICIT-FILE INTO LAYOUT-HEADER-RCD
008280          AT END
008290              MOVE "Y"            TO WS-LV-EMPTY-SW
008300      END-READ.
008310      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
008320
008330      IF WS-LV-FILE-EMPTY
008340          CLOSE W9-SOLICIT-FILE
008350          OPEN INPUT W9-SOLICIT-FILE
008360      END-IF.
008370
008380      PERFORM 2210-LOAD-W9-SOLICIT THRU 2210-EXIT
008390          UNTIL WS-FILE-EOF.
008400
008410      CLOSE W9-SOLICIT-FILE.
008420      MOVE WS-FTN-COUNT           TO WS-FTN-LOADED.
008430
008440      MOVE WS-SEQ-W9-SOLICIT      TO WS-ORP-FILE-SEQ.
008450      MOVE "CLCWW090"             TO RK-FILE-ID.
008460      PERFORM 3400-CHECK-HELD-TIN THRU 3400-EXIT
008470          VARYING WS-FTN-SUB FROM 1 BY 1
008480          UNTIL WS-FTN-SUB > WS-FTN-LOADED.
008490
008500  2200-EXIT.
008510      EXIT.
008520
008530  2210-LOAD-W9-SOLICIT.
008540
008550      READ W9-SOLICIT-FILE
008560          AT END
008570              MOVE "Y" TO WS-FILE-EOF-SW
008580              GO TO 2210-EXIT
008590      END-READ.
008600
008610      ADD 1 TO WS-FC-CHECKED (WS-SEQ-W9-SOLICIT).
008620      MOVE WS9-SSN-TAX-ID         TO WS-CHK-TIN.
008630      PERFORM 3300-HOLD-FILE-TIN  THRU 3300-EXIT.
008640
008650  2210-EXIT.
008660      EXIT.
008670
008680* 2300-CHECK-W8-CERTS
008690*   THE W-8 CERTIFICATES, ONE AT A TIME.  A FOREIGN PAYEE'S
008700*   NON-US TIN IS NOT NUMERIC AND IS NOT LOOKED FOR ON THE
008710*   VENDOR MASTER.
008720  2300-CHECK-W8-CERTS.
008730
008740      MOVE "N"                    TO WS-FILE-EOF-SW.
008750      MOVE WS-SEQ-W8-CERT         TO WS-ORP-FILE-SEQ.
008760      MOVE "Y"                    TO WS-CHECK-MASTER-SW.
008770      OPEN INPUT W8-CERT-FILE.
008780
008790      PERFORM 2310-CHECK-W8-CERT  THRU 2310-EXIT
008800          UNTIL WS-FILE-EOF.
008810
008820      CLOSE W8-CERT-FILE.
008830
008840  2300-EXIT.
008850      EXIT.
008860
008870  2310-CHECK-W8-CERT.
008880
008890      READ W8-CERT-FILE
008900          AT END
008910              MOVE "Y" TO WS-FILE-EOF-SW
008920              GO TO 2310-EXIT
008930      END-READ.
008940
008950      ADD 1 TO WS-FC-CHECKED (WS-SEQ-W8-CERT).
008960      MOVE W8-SSN-TAX-ID          TO WS-CHK-TIN.
008970      PERFORM 3000-CHECK-TIN      THRU 3000-EXIT.
008980
008990      MOVE SPACES                 TO WS-ORP-KEY.
009000      STRING WS-MASKED-TIN " " W8-FORM-TYPE " EXP "
009010             W8-EXPIRY-DATE
009020          DELIMITED BY SIZE INTO WS-ORP-KEY.
009030      PERFORM 3500-RELEASE-TIN-ORPHAN THRU 3500-EXIT.
009040
009050  2310-EXIT.
009060      EXIT.
009070
009080* 2400-CHECK-LEVIES
009090*   THE LEVY AND GARNISHMENT ORDERS, ONE AT A TIME.
009100  2400-CHECK-LEVIES.
009110
009120      MOVE "N"                    TO WS-FILE-EOF-SW.
009130      MOVE WS-SEQ-LEVY            TO WS-ORP-FILE-SEQ.
009140      MOVE "Y"                    TO WS-CHECK-MASTER-SW.
009150      OPEN INPUT LEVY-FILE.
009160
009170      PERFORM 2410-CHECK-LEVY     THRU 2410-EXIT
009180          UNTIL WS-FILE-EOF.
009190
009200      CLOSE LEVY-FILE.
009210
009220  2400-EXIT.
009230      EXIT.
009240
009250  2410-CHECK-LEVY.
009260
009270      READ LEVY-FILE
009280          AT END
009290              MOVE "Y" TO WS-FILE-EOF-SW
009300              GO TO 2410-EXIT
009310      END-READ.
009320
009330      ADD 1 TO WS-FC-CHECKED (WS-SEQ-LEVY).
009340      MOVE LV-SSN-TAX-ID          TO WS-CHK-TIN.
009350      PERFORM 3000-CHECK-TIN      THRU 3000-EXIT.
009360
009370      MOVE SPACES                 TO WS-ORP-KEY.
009380      STRING WS-MASKED-TIN " " LV-SOURCE " "
009390             LV-EFFECTIVE-DATE
009400          DELIMITED BY SIZE INTO WS-ORP-KEY.
009410      PERFORM 3500-RELEASE-TIN-ORPHAN THRU 3500-EXIT.
009420
009430  2410-EXIT.
009440      EXIT.
009450
009460* 2500-CHECK-CONSENTS
009470*   THE ELECTRONIC-DELIVERY CONSENTS, ONE AT A TIME.
009480  2500-CHECK-CONSENTS.
009490
009500      MOVE "N"                    TO WS-FILE-EOF-SW.
009510      MOVE WS-SEQ-CONSENT         TO WS-ORP-FILE-SEQ.
009520      MOVE "Y"                    TO WS-CHECK-MASTER-SW.
009530      OPEN INPUT CONSENT-FILE.
009540
009550      PERFORM 2510-CHECK-CONSENT  THRU 2510-EXIT
009560          UNTIL WS-FILE-EOF.
009570
009580      CLOSE CONSENT-FILE.
009590
009600  2500-EXIT.
009610      EXIT.
009620
009630  2510-CHECK-CONSENT.
009640
009650      READ CONSENT-FILE
009660          AT END
009670              MOVE "Y" TO WS-FILE-EOF-SW
009680              GO TO 2510-EXIT
009690      END-READ.
009700
009710      ADD 1 TO WS-FC-CHECKED (WS-SEQ-CONSENT).
009720      MOVE CN-SSN-TAX-ID          TO WS-CHK-TIN.
009730      PERFORM 3000-CHECK-TIN      THRU 3000-EXIT.
009740
009750      MOVE SPACES                 TO WS-ORP-KEY.
009760      STRING WS-MASKED-TIN " EFF " CN-CONSENT-EFF-DATE
009770          DELIMITED BY SIZE INTO WS-ORP-KEY.
009780      PERFORM 3500-RELEASE-TIN-ORPHAN THRU 3500-EXIT.
009790
009800  2510-EXIT.
009810      EXIT.
009820
009830* 2600-CHECK-YTD
009840*   A BROWSE OF THE WHOLE KEYED YTD FILE.  A POSITION UNDER AN
009850*   ENTITY CODE NO LONGER IN CLCWW042, OR UNDER A TIN MERGED
009860*   AWAY (LEFT BY A BACKOUT OR A HAND FIX AFTER THE MERGE), IS
009870*   AN ORPHAN.
009880  2600-CHECK-YTD.
009890
009900      MOVE "N"                    TO WS-FILE-EOF-SW.
009910      MOVE WS-SEQ-YTD             TO WS-ORP-FILE-SEQ.
009920      MOVE "N"                    TO WS-CHECK-MASTER-SW.
009930      OPEN INPUT TEN99-YTD-FILE.
009940
009950      MOVE LOW-VALUES             TO TEN99-YTD-KEY.
009960      START TEN99-YTD-FILE
009970          KEY NOT < TEN99-YTD-KEY
009980          INVALID KEY
009990              MOVE "Y"            TO WS-FILE-EOF-SW
010000      END-START.
010010
010020      PERFORM 2610-CHECK-POSITION THRU 2610-EXIT
010030          UNTIL WS-FILE-EOF.
010040
010050      CLOSE TEN99-YTD-FILE.
010060
010070  2600-EXIT.
010080      EXIT.
010090
010100  2610-CHECK-POSITION.
010110
010120      READ TEN99-YTD-FILE NEXT RECORD
010130          AT END
010140              MOVE "Y" TO WS-FILE-EOF-SW
010150              GO TO 2610-EXIT
010160      END-READ.
010170
010180      ADD 1 TO WS-FC-CHECKED (WS-SEQ-YTD).
010190      MOVE TEN99-YTD-SSN-TAX-ID   TO WS-CHK-TIN.
010200      PERFORM 3000-CHECK-TIN      THRU 3000-EXIT.
010210
010220      MOVE SPACES                 TO WS-ORP-KEY.
010230      STRING TEN99-YTD-TAX-YEAR " " WS-MASKED-TIN " ENT "
010240             TEN99-YTD-COMPASS-ENT-CDE
010250          DELIMITED BY SIZE INTO WS-ORP-KEY.
010260      PERFORM 3500-RELEASE-TIN-ORPHAN THRU 3500-EXIT.
010270
010280      MOVE "N"                    TO WS-FOUND-SW.
010290      PERFORM 2620-SEARCH-ENTITY  THRU 2620-EXIT
010300          VARYING WS-TYPE-SUB FROM 1 BY 1
010310          UNTIL WS-TYPE-SUB > WS-ENTITY-TBL-MAX
010320             OR WS-FOUND.
010330
010340      IF NOT WS-FOUND
010350          MOVE "RE"               TO WS-ORP-TYPE
010360          MOVE TEN99-YTD-GROSS-DISB-AMT TO WS-ORP-AMT
010370          MOVE SPACES             TO WS-ORP-DETAIL
010380          STRING "GROSS " WS-ORP-AMT " - ENTITY NOT ACTIVE"
010390              DELIMITED BY SIZE INTO WS-ORP-DETAIL
010400          PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT
010410      END-IF.
010420
010430  2610-EXIT.
010440      EXIT.
010450
010460  2620-SEARCH-ENTITY.
010470
010480      IF WS-ENTITY-TBL-CODE (WS-TYPE-SUB)
010490             = TEN99-YTD-COMPASS-ENT-CDE
010500          MOVE "Y"                TO WS-FOUND-SW
010510      END-IF.
010520
010530  2620-EXIT.
010540      EXIT.
010550
010560* 2700-CHECK-DUP-WORKLIST
010570*   EVERY ITEM OF EVERY PAIR ON THE DUPLICATE-PAYMENT WORKLIST
010580*   IS LOOKED FOR IN THE STAGING DETAIL BY BRANCH, CHECK NUMBER
010590*   AND STAGING RUN DATE.  AN ITEM NOT FOUND WAS BACKED OUT
010600*   (CCCW9112) AFTER THE AUDIT LISTED IT.  THE OUTSTANDING-CHECK
010601*   REGISTER IS CHECKED IN THE SAME PASS OF THE STAGING DETAIL.
010610  2700-CHECK-DUP-WORKLIST.
010620
010630      MOVE "N"                    TO WS-FILE-EOF-SW.
010640      OPEN INPUT DUP-RECOVERY-FILE.
010650      PERFORM 2710-LOAD-DUP-PAIR  THRU 2710-EXIT
010660          UNTIL WS-FILE-EOF.
010670      CLOSE DUP-RECOVERY-FILE.
010680
010681      PERFORM 2750-LOAD-OC-REGISTER THRU 2750-EXIT.
010682
010690      IF WS-DRP-COUNT = ZERO
010695          AND WS-OCR-COUNT = ZERO
010700          GO TO 2700-EXIT
010710      END-IF.
010720
010730      MOVE "N"                    TO WS-FILE-EOF-SW.
010740      OPEN INPUT TEN99-STAGING-FILE.
010750      PERFORM 2720-SCAN-STAGING   THRU 2720-EXIT
010760          UNTIL WS-FILE-EOF.
010770      CLOSE TEN99-STAGING-FILE.
010780
010790      MOVE WS-SEQ-DUP-WORKLIST    TO WS-ORP-FILE-SEQ.
010800      PERFORM 2740-REPORT-DUP-ITEM THRU 2740-EXIT
010810          VARYING WS-DRP-SUB FROM 1 BY 1
010820          UNTIL WS-DRP-SUB > WS-DRP-COUNT.
010830
010831      MOVE WS-SEQ-OC-REGISTER     TO WS-ORP-FILE-SEQ.
010832      PERFORM 2780-REPORT-OC-ITEM THRU 2780-EXIT
010833          VARYING WS-OCR-SUB FROM 1 BY 1
010834          UNTIL WS-OCR-SUB > WS-OCR-COUNT.
010835
010840  2700-EXIT.
010850      EXIT.
010860
010870  2710-LOAD-DUP-PAIR.
010880
010890      READ DUP-RECOVERY-FILE
010900          AT END
010910              MOVE "Y" TO WS-FILE-EOF-SW
010920              GO TO 2710-EXIT
010930      END-READ.
010940
010950      ADD 1 TO WS-FC-CHECKED (WS-SEQ-DUP-WORKLIST).
010960      ADD 1 TO WS-DRP-PAIRS.
010970
010980      PERFORM 2715-LOAD-DUP-ITEM  THRU 2715-EXIT
010990          VARYING WS-DRP-ITEM-SUB FROM 1 BY 1
011000          UNTIL WS-DRP-ITEM-SUB > 2.
011010
011020  2710-EXIT.
011030      EXIT.
011040
011050  2715-LOAD-DUP-ITEM.
011060
011070      IF WS-DRP-COUNT NOT < WS-DRP-TABLE-MAX
011080          ADD 1 TO WS-DRP-DROPPED
011090          GO TO 2715-EXIT
011100      END-IF.
011110
011120      ADD 1 TO WS-DRP-COUNT.
011130      MOVE DR-ISSUING-BR-CODE (WS-DRP-ITEM-SUB)
011140          TO WS-DRP-BR-CODE (WS-DRP-COUNT).
011150      MOVE DR-ONSITE-CHK-NUM (WS-DRP-ITEM-SUB)
011160          TO WS-DRP-CHK-NUM (WS-DRP-COUNT).
011170      MOVE DR-RUN-DATE (WS-DRP-ITEM-SUB)
011180          TO WS-DRP-RUN-DATE (WS-DRP-COUNT).
011190      MOVE WS-DRP-PAIRS        TO WS-DRP-PAIR (WS-DRP-COUNT).
011200      MOVE WS-DRP-ITEM-SUB     TO WS-DRP-ITEM-NO (WS-DRP-COUNT).
011210      MOVE DR-AUDIT-DATE
011220          TO WS-DRP-AUDIT-DATE (WS-DRP-COUNT).
011230      MOVE "N"                 TO WS-DRP-FOUND-SW (WS-DRP-COUNT).
011240
011250  2715-EXIT.
011260      EXIT.
011270
011280  2720-SCAN-STAGING.
011290
011300      READ TEN99-STAGING-FILE INTO TEN99-RCD
011310          AT END
011320              MOVE "Y" TO WS-FILE-EOF-SW
011330              GO TO 2720-EXIT
011340      END-READ.
011350
011360      ADD 1 TO WS-STAGING-READ.
011370
011380      MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-STG-BR-CODE.
011390      MOVE TEN99-ONSITE-CHK-NUM-DATA  TO WS-STG-CHK-NUM.
011400      MOVE TEN99-RUN-DATE-DATA        TO WS-STG-RUN-DATE.
011410
011420      PERFORM 2730-MARK-DUP-ITEM  THRU 2730-EXIT
011430          VARYING WS-DRP-SUB FROM 1 BY 1
011440          UNTIL WS-DRP-SUB > WS-DRP-COUNT.
011450
011451      PERFORM 2770-MARK-OC-ITEM   THRU 2770-EXIT
011452          VARYING WS-OCR-SUB FROM 1 BY 1
011453          UNTIL WS-OCR-SUB > WS-OCR-COUNT.
011454
011460  2720-EXIT.
011470      EXIT.
011480
011490  2730-MARK-DUP-ITEM.
011500
011510      IF WS-DRP-KEY (WS-DRP-SUB) = WS-STG-KEY
011520          MOVE "Y"                TO WS-DRP-FOUND-SW (WS-DRP-SUB)
011530      END-IF.
011540
011550  2730-EXIT.
011560      EXIT.
011570
011580  2740-REPORT-DUP-ITEM.
011590
011600      IF WS-DRP-FOUND (WS-DRP-SUB)
011610          GO TO 2740-EXIT
011620      END-IF.
011630
011640      MOVE "BO"                   TO WS-ORP-TYPE.
011650      MOVE SPACES                 TO WS-ORP-KEY.
011660      STRING WS-DRP-BR-CODE (WS-DRP-SUB) " "
011670             WS-DRP-CHK-NUM (WS-DRP-SUB) " STAGED "
011680             WS-DRP-RUN-DATE (WS-DRP-SUB)
011690          DELIMITED BY SIZE INTO WS-ORP-KEY.
011700      MOVE SPACES                 TO WS-ORP-DETAIL.
011710      STRING "ITEM " WS-DRP-ITEM-NO (WS-DRP-SUB)
011720             " OF PAIR " WS-DRP-PAIR (WS-DRP-SUB)
011730             " AUDITED " WS-DRP-AUDIT-DATE (WS-DRP-SUB)
011740             " - NOT ON STAGING"
011750          DELIMITED BY SIZE INTO WS-ORP-DETAIL.
011760      PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT.
011770
011780  2740-EXIT.
011790      EXIT.
0117aa
0117ab* 2750-LOAD-OC-REGISTER
0117ac*   EVERY CHECK ON THE OUTSTANDING-CHECK REGISTER, BEHIND ITS
0117ad*   LAYOUT HEADER.  ONE THE STAGING DETAIL DOES NOT HOLD WAS
0117ae*   BACKED OUT (CCCW9112) OR PURGED (CCCW9134) AFTER IT WAS
0117af*   ISSUED, OR IS STILL IN SUSPENSE AWAITING CORRECTION.
0117ag  2750-LOAD-OC-REGISTER.
0117ah
0117ai      MOVE "N"                    TO WS-FILE-EOF-SW.
0117aj      OPEN INPUT OC-REGISTER-IN-FILE.
0117ak
0117al      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0117am      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0117an      MOVE "N"                    TO WS-LV-EMPTY-SW.
0117ao      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0117ap          AT END
0117aq              MOVE "Y"            TO WS-LV-EMPTY-SW
0117ar      END-READ.
0117as      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0117at
0117au      IF WS-LV-FILE-EMPTY
0117av          CLOSE OC-REGISTER-IN-FILE
0117aw          OPEN INPUT OC-REGISTER-IN-FILE
0117ax      END-IF.
0117ay
0117az      PERFORM 2760-LOAD-OC-ITEM   THRU 2760-EXIT
0117ba          UNTIL WS-FILE-EOF.
0117bb      CLOSE OC-REGISTER-IN-FILE.
0117bc
0117bd  2750-EXIT.
0117be      EXIT.
0117bf
0117bg  2760-LOAD-OC-ITEM.
0117bh
0117bi      READ OC-REGISTER-IN-FILE
0117bj          AT END
0117bk              MOVE "Y" TO WS-FILE-EOF-SW
0117bl              GO TO 2760-EXIT
0117bm      END-READ.
0117bn
0117bo      ADD 1 TO WS-FC-CHECKED (WS-SEQ-OC-REGISTER).
0117bp
0117bq      IF WS-OCR-COUNT NOT < WS-OCR-TABLE-MAX
0117br          ADD 1 TO WS-OCR-DROPPED
0117bs          GO TO 2760-EXIT
0117bt      END-IF.
0117bu
0117bv      ADD 1 TO WS-OCR-COUNT.
0117bw      MOVE OC-ISSUING-BR-CODE  TO WS-OCR-BR-CODE (WS-OCR-COUNT).
0117bx      MOVE OC-ONSITE-CHK-NUM   TO WS-OCR-CHK-NUM (WS-OCR-COUNT).
0117by      MOVE OC-ISSUE-DATE
0117bz          TO WS-OCR-ISSUE-DATE (WS-OCR-COUNT).
0117ca      MOVE OC-DISB-AMOUNT      TO WS-OCR-AMOUNT (WS-OCR-COUNT).
0117cb      MOVE "N"                 TO WS-OCR-FOUND-SW (WS-OCR-COUNT).
0117cc
0117cd  2760-EXIT.
0117ce      EXIT.
0117cf
0117cg  2770-MARK-OC-ITEM.
0117ch
0117ci      IF WS-OCR-KEY (WS-OCR-SUB) = WS-STG-KEY (1:11)
0117cj          MOVE "Y"                TO WS-OCR-FOUND-SW (WS-OCR-SUB)
0117ck      END-IF.
0117cl
0117cm  2770-EXIT.
0117cn      EXIT.
0117co
0117cp  2780-REPORT-OC-ITEM.
0117cq
0117cr      IF WS-OCR-FOUND (WS-OCR-SUB)
0117cs          GO TO 2780-EXIT
0117ct      END-IF.
0117cu
0117cv      MOVE "BO"                   TO WS-ORP-TYPE.
0117cw      MOVE SPACES                 TO WS-ORP-KEY.
0117cx      STRING WS-OCR-BR-CODE (WS-OCR-SUB) " "
0117cy             WS-OCR-CHK-NUM (WS-OCR-SUB)
0117cz          DELIMITED BY SIZE INTO WS-ORP-KEY.
0117da      MOVE WS-OCR-AMOUNT (WS-OCR-SUB) TO WS-ORP-AMT.
0117db      MOVE SPACES                 TO WS-ORP-DETAIL.
0117dc      STRING "ISSUED " WS-OCR-ISSUE-DATE (WS-OCR-SUB)
0117dd             " AMOUNT " WS-ORP-AMT
0117de             " - NOT ON STAGING"
0117df          DELIMITED BY SIZE INTO WS-ORP-DETAIL.
0117dg      PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT.
0117dh
0117di  2780-EXIT.
0117dj      EXIT.
011800
011810* 2800-CHECK-CLAIMS
011820*   EVERY CLAIM ON THE PAID-ITEM CLAIM REGISTER IS LOOKED FOR
011830*   IN THE IMAGE HISTORY BY BRANCH AND CHECK NUMBER.  A CLAIM
011840*   NOT FOUND LOST ITS PAID ITEM TO A CCCW9134 IMG PURGE.
011850  2800-CHECK-CLAIMS.
011860
011870      MOVE "N"                    TO WS-FILE-EOF-SW.
011880      OPEN INPUT CLAIM-REG-IN-FILE.
011890
011900      MOVE "CLCWW187"             TO WS-LV-CHECK-FILE-ID.
011910      MOVE "CLMREGI"              TO WS-LV-CHECK-DDNAME.
011920      MOVE "N"                    TO WS-LV-EMPTY-SW.
011930      READ CLAIM-REG-IN-FILE INTO LAYOUT-HEADER-RCD
011940          AT END
011950              MOVE "Y"            TO WS-LV-EMPTY-SW
011960      END-READ.
011970      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
011980
011990      IF WS-LV-FILE-EMPTY
012000          CLOSE CLAIM-REG-IN-FILE
012010          OPEN INPUT CLAIM-REG-IN-FILE
012020      END-IF.
012030
012040      PERFORM 2810-LOAD-CLAIM     THRU 2810-EXIT
012050          UNTIL WS-FILE-EOF.
012060      CLOSE CLAIM-REG-IN-FILE.
012070
012080      IF WS-CLM-COUNT = ZERO
012090          GO TO 2800-EXIT
012100      END-IF.
012110
012120      MOVE "N"                    TO WS-FILE-EOF-SW.
012130      OPEN INPUT IMAGE-HIST-FILE.
012140
012150      MOVE "CLCWW181"             TO WS-LV-CHECK-FILE-ID.
012160      MOVE "IMGHIST"              TO WS-LV-CHECK-DDNAME.
012170      MOVE "N"                    TO WS-LV-EMPTY-SW.
012180      READ IMAGE-HIST-FILE INTO LAYOUT-HEADER-RCD
012190          AT END
012200              MOVE "Y"            TO WS-LV-EMPTY-SW
012210      END-READ.
012220      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
012230
012240      IF WS-LV-FILE-EMPTY
012250          CLOSE IMAGE-HIST-FILE
012260          OPEN INPUT IMAGE-HIST-FILE
012270      END-IF.
012280
012290      PERFORM 2820-SCAN-IMAGES    THRU 2820-EXIT
012300          UNTIL WS-FILE-EOF.
012310      CLOSE IMAGE-HIST-FILE.
012320
012330      MOVE WS-SEQ-CLAIM-REG       TO WS-ORP-FILE-SEQ.
012340      PERFORM 2840-REPORT-CLAIM   THRU 2840-EXIT
012350          VARYING WS-CLM-SUB FROM 1 BY 1
012360          UNTIL WS-CLM-SUB > WS-CLM-COUNT.
012370
012380  2800-EXIT.
012390      EXIT.
012400
012410  2810-LOAD-CLAIM.
012420
012430      READ CLAIM-REG-IN-FILE INTO CLAIM-REG-RCD
012440          AT END
012450              MOVE "Y" TO WS-FILE-EOF-SW
012460              GO TO 2810-EXIT
012470      END-READ.
012480
012490      ADD 1 TO WS-FC-CHECKED (WS-SEQ-CLAIM-REG).
012500
012510      IF WS-CLM-COUNT NOT < WS-CLM-TABLE-MAX
012520          ADD 1 TO WS-CLM-DROPPED
012530          GO TO 2810-EXIT
012540      END-IF.
012550
012560      ADD 1 TO WS-CLM-COUNT.
012570      MOVE CLM-KEY             TO WS-CLM-TBL-KEY (WS-CLM-COUNT).
012580      MOVE CLM-STATUS
012590          TO WS-CLM-TBL-STATUS (WS-CLM-COUNT).
012600      MOVE CLM-OPEN-DATE
012610          TO WS-CLM-TBL-OPEN-DATE (WS-CLM-COUNT).
012620      MOVE "N"                 TO WS-CLM-FOUND-SW (WS-CLM-COUNT).
012630
012640  2810-EXIT.
012650      EXIT.
012660
012670  2820-SCAN-IMAGES.
012680
012690      READ IMAGE-HIST-FILE
012700          AT END
012710              MOVE "Y" TO WS-FILE-EOF-SW
012720              GO TO 2820-EXIT
012730      END-READ.
012740
012750      ADD 1 TO WS-IMAGES-READ.
012760      MOVE PI-ISSUING-BR-CODE     TO WS-IMG-BR-CODE.
012770      MOVE PI-ONSITE-CHK-NUM      TO WS-IMG-CHK-NUM.
012780
012790      PERFORM 2830-MARK-CLAIM     THRU 2830-EXIT
012800          VARYING WS-CLM-SUB FROM 1 BY 1
012810          UNTIL WS-CLM-SUB > WS-CLM-COUNT.
012820
012830  2820-EXIT.
012840      EXIT.
012850
012860  2830-MARK-CLAIM.
012870
012880      IF WS-CLM-TBL-KEY (WS-CLM-SUB) = WS-IMG-KEY
012890          MOVE "Y"                TO WS-CLM-FOUND-SW (WS-CLM-SUB)
012900      END-IF.
012910
012920  2830-EXIT.
012930      EXIT.
012940
012950  2840-REPORT-CLAIM.
012960
012970      IF WS-CLM-FOUND (WS-CLM-SUB)
012980          GO TO 2840-EXIT
012990      END-IF.
013000
013010      MOVE "PG"                   TO WS-ORP-TYPE.
013020      MOVE SPACES                 TO WS-ORP-KEY.
013030      STRING WS-CLM-TBL-BR-CODE (WS-CLM-SUB) " "
013040             WS-CLM-TBL-CHK-NUM (WS-CLM-SUB)
013050          DELIMITED BY SIZE INTO WS-ORP-KEY.
013060      MOVE SPACES                 TO WS-ORP-DETAIL.
013070      STRING "CLAIM STATUS " WS-CLM-TBL-STATUS (WS-CLM-SUB)
013080             " OPENED " WS-CLM-TBL-OPEN-DATE (WS-CLM-SUB)
013090             " - NO CLCWW181 IMAGE"
013100          DELIMITED BY SIZE INTO WS-ORP-DETAIL.
013110      PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT.
013120
013130  2840-EXIT.
013140      EXIT.
013150
013160* 3000-CHECK-TIN
013170*   WS-CHK-TIN, AS THE FILE STORES IT, RESOLVED TO CLEAR AND
013180*   LOOKED FOR AMONG THE MERGED-AWAY TINS, THEN - WHEN
013190*   WS-CHECK-MASTER IS ON, THE TIN IS NINE DIGITS, AND THE
013200*   VENDOR TABLE HOLDS THE WHOLE MASTER - ON THE VENDOR MASTER.
013210*   SETS WS-MERGED-AWAY (WITH WS-MRG-HIT-SUB) OR WS-NOT-ON-
013220*   MASTER, AND THE MASKED TIN FOR THE REPORT.
013230  3000-CHECK-TIN.
013240
013250      MOVE "N"                    TO WS-MERGED-AWAY-SW.
013260      MOVE "N"                    TO WS-NOT-ON-MASTER-SW.
013270
013280      MOVE WS-CHK-TIN             TO TP-TIN-WORK.
013290      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
013300      MOVE TP-TIN-WORK            TO WS-CHK-CLEAR-TIN.
013310      MOVE WS-CHK-CLEAR-TIN (6:4) TO WS-MASKED-LAST4.
013320
013330      IF WS-CHK-CLEAR-TIN = SPACES
013340          GO TO 3000-EXIT
013350      END-IF.
013360
013370      MOVE WS-CHK-CLEAR-TIN       TO WS-MRG-SEARCH-TIN.
013380      PERFORM 3100-FIND-MERGE     THRU 3100-EXIT.
013390      IF WS-FOUND
013400          MOVE "Y"                TO WS-MERGED-AWAY-SW
013410          MOVE WS-MRG-SURVIVOR (WS-MRG-HIT-SUB) TO WS-CHK-SURVIVOR
013420          MOVE WS-CHK-SURVIVOR (6:4) TO WS-MASKED-SURV-LAST4
013430          GO TO 3000-EXIT
013440      END-IF.
013450
013460      IF NOT WS-CHECK-MASTER
013470         OR WS-VND-DROPPED > ZERO
013480         OR WS-CHK-CLEAR-TIN (1:9) NOT NUMERIC
013490          GO TO 3000-EXIT
013500      END-IF.
013510
013520      MOVE "N"                    TO WS-FOUND-SW.
013530      PERFORM 3200-SEARCH-VENDOR  THRU 3200-EXIT
013540          VARYING WS-VND-SUB FROM 1 BY 1
013550          UNTIL WS-VND-SUB > WS-VND-COUNT
013560             OR WS-FOUND.
013570
013580      IF NOT WS-FOUND
013590          MOVE "Y"                TO WS-NOT-ON-MASTER-SW
013600      END-IF.
013610
013620  3000-EXIT.
013630      EXIT.
013640
013650* 3100-FIND-MERGE
013660*   WS-MRG-SEARCH-TIN AMONG THE MERGED-AWAY (OLD) TINS.
013670  3100-FIND-MERGE.
013680
013690      MOVE "N"                    TO WS-FOUND-SW.
013700      MOVE ZERO                   TO WS-MRG-HIT-SUB.
013710
013720      PERFORM 3110-SEARCH-MERGE   THRU 3110-EXIT
013730          VARYING WS-MRG-SRCH-SUB FROM 1 BY 1
013740          UNTIL WS-MRG-SRCH-SUB > WS-MRG-COUNT
013750             OR WS-FOUND.
013760
013770  3100-EXIT.
013780      EXIT.
013790
013800  3110-SEARCH-MERGE.
013810
013820      IF WS-MRG-OLD-TIN (WS-MRG-SRCH-SUB) = WS-MRG-SEARCH-TIN
013830          MOVE "Y"                TO WS-FOUND-SW
013840          MOVE WS-MRG-SRCH-SUB    TO WS-MRG-HIT-SUB
013850      END-IF.
013860
013870  3110-EXIT.
013880      EXIT.
013890
013900  3200-SEARCH-VENDOR.
013910
013920      IF WS-VND-TIN (WS-VND-SUB) = WS-CHK-CLEAR-TIN (1:9)
013930          MOVE "Y"                TO WS-FOUND-SW
013940      END-IF.
013950
013960  3200-EXIT.
013970      EXIT.
013980
013990* 3300-HOLD-FILE-TIN
014000*   ADDS WS-CHK-TIN, AS STORED AND IN THE CLEAR, TO THE TABLE OF
014010*   THE FILE BEING AUDITED.
014020  3300-HOLD-FILE-TIN.
014030
014040      IF WS-FTN-COUNT NOT < WS-FTN-TABLE-MAX
014050          ADD 1 TO WS-FTN-DROPPED
014060          GO TO 3300-EXIT
014070      END-IF.
014080
014090      ADD 1 TO WS-FTN-COUNT.
014100      IF WS-FTN-COUNT > WS-FTN-HIGH
014110          MOVE WS-FTN-COUNT       TO WS-FTN-HIGH
014120      END-IF.
014130      MOVE WS-CHK-TIN             TO WS-FTN-TIN (WS-FTN-COUNT).
014140      MOVE WS-CHK-TIN             TO TP-TIN-WORK.
014150      PERFORM 9810-RESOLVE-TIN    THRU 9810-EXIT.
014160      MOVE TP-TIN-WORK         TO WS-FTN-CLEAR-TIN (WS-FTN-COUNT).
014170
014180  3300-EXIT.
014190      EXIT.
014200
014210* 3400-CHECK-HELD-TIN
014220*   ONE TIN OF THE FLAG OR SOLICITATION FILE (RK-FILE-ID NAMES
014230*   WHICH).  ONE MERGED AWAY FOR REASON M IS RE-KEYED TO ITS
014240*   SURVIVOR WHEN THE SURVIVOR HAS NO RECORD OF ITS OWN - THE
014250*   SURVIVOR THEN GOES ON THE TABLE, PAST WS-FTN-LOADED, SO A
014260*   SECOND MERGED-AWAY TIN OF THE SAME PAYEE IS NOT RE-KEYED
014270*   ONTO IT TOO, WITHOUT BEING CHECKED ITSELF.  A NAME KEY
014280*   (NOT NUMERIC) IS PASSED OVER.  A TIN MERGED FOR REASON D, OR
014281*   WHOSE CHAIN STOPPED AT A LATER REASON D MERGE, IS LISTED AS
014282*   MD AND NOT RE-KEYED.
014290  3400-CHECK-HELD-TIN.
014300
014310      IF WS-FTN-CLEAR-TIN (WS-FTN-SUB) (1:9) NOT NUMERIC
014320          GO TO 3400-EXIT
014330      END-IF.
014340
014350      MOVE WS-FTN-TIN (WS-FTN-SUB) TO WS-CHK-TIN.
014360      MOVE "Y"                    TO WS-CHECK-MASTER-SW.
014370      PERFORM 3000-CHECK-TIN      THRU 3000-EXIT.
014380
014390      MOVE SPACES                 TO WS-ORP-KEY.
014400      MOVE WS-MASKED-TIN          TO WS-ORP-KEY.
014410
014420      IF NOT WS-MERGED-AWAY
014430          PERFORM 3500-RELEASE-TIN-ORPHAN THRU 3500-EXIT
014440          GO TO 3400-EXIT
014450      END-IF.
014460
014470      PERFORM 3510-MERGE-DETAIL   THRU 3510-EXIT.
014480
014490      IF WS-MRG-DECEASED (WS-MRG-HIT-SUB)
014500          MOVE "MD"               TO WS-ORP-TYPE
014510          PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT
014520          GO TO 3400-EXIT
014530      END-IF.
014531
014532      IF WS-MRG-CHAIN-DECEASED (WS-MRG-HIT-SUB)
014533          MOVE "MD"               TO WS-ORP-TYPE
014534          MOVE SPACES             TO WS-ORP-DETAIL
014535          STRING "MERGED " WS-MRG-DATE (WS-MRG-HIT-SUB)
014536                 " TO " WS-MASKED-SURVIVOR
014537                 " - SURVIVOR LATER DECEASED"
014538              DELIMITED BY SIZE INTO WS-ORP-DETAIL
014539          PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT
014540          GO TO 3400-EXIT
014541      END-IF.
014540
014550      MOVE WS-CHK-SURVIVOR        TO WS-FTN-SEARCH-TIN.
014560      MOVE "N"                    TO WS-FOUND-SW.
014570      PERFORM 3410-SEARCH-FILE-TIN THRU 3410-EXIT
014580          VARYING WS-FTN-SRCH-SUB FROM 1 BY 1
014590          UNTIL WS-FTN-SRCH-SUB > WS-FTN-COUNT
014600             OR WS-FOUND.
014610
014620      IF WS-FOUND
014630          MOVE "MS"               TO WS-ORP-TYPE
014640          PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT
014650          GO TO 3400-EXIT
014660      END-IF.
014670
014680      MOVE "MK"                   TO WS-ORP-TYPE.
014690      PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT.
014700      PERFORM 3700-WRITE-REKEY    THRU 3700-EXIT.
014710
014720      IF WS-FTN-COUNT NOT < WS-FTN-TABLE-MAX
014730          ADD 1 TO WS-FTN-DROPPED
014740          GO TO 3400-EXIT
014750      END-IF.
014760
014770      ADD 1 TO WS-FTN-COUNT.
014780      IF WS-FTN-COUNT > WS-FTN-HIGH
014790          MOVE WS-FTN-COUNT       TO WS-FTN-HIGH
014800      END-IF.
014810      MOVE WS-CHK-SURVIVOR        TO WS-FTN-TIN (WS-FTN-COUNT).
014820      MOVE WS-CHK-SURVIVOR     TO WS-FTN-CLEAR-TIN (WS-FTN-COUNT).
014830
014840  3400-EXIT.
014850      EXIT.
014860
014870  3410-SEARCH-FILE-TIN.
014880
014890      IF WS-FTN-CLEAR-TIN (WS-FTN-SRCH-SUB) = WS-FTN-SEARCH-TIN
014900          MOVE "Y"                TO WS-FOUND-SW
014910      END-IF.
014920
014930  3410-EXIT.
014940      EXIT.
014950
014960* 3500-RELEASE-TIN-ORPHAN
014970*   RELEASES THE ORPHAN 3000-CHECK-TIN FOUND, IF ANY, UNDER THE
014980*   KEY THE CALLER BUILT IN WS-ORP-KEY.  A MERGED-AWAY TIN ON A
014990*   FILE WITH NOTHING TO RE-KEY IS TYPE MT.
015000  3500-RELEASE-TIN-ORPHAN.
015010
015020      IF WS-MERGED-AWAY
015030          MOVE "MT"               TO WS-ORP-TYPE
015040          PERFORM 3510-MERGE-DETAIL THRU 3510-EXIT
015050          PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT
015060          GO TO 3500-EXIT
015070      END-IF.
015080
015090      IF WS-NOT-ON-MASTER
015100          MOVE "NV"               TO WS-ORP-TYPE
015110          MOVE "NO CLCWW037 RECORD FOR THE TIN" TO WS-ORP-DETAIL
015120          PERFORM 3600-RELEASE-ORPHAN THRU 3600-EXIT
015130      END-IF.
015140
015150  3500-EXIT.
015160      EXIT.
015170
015180  3510-MERGE-DETAIL.
015190
015200      MOVE SPACES                 TO WS-ORP-DETAIL.
015210      STRING "MERGED " WS-MRG-DATE (WS-MRG-HIT-SUB)
015220             " REASON " WS-MRG-REASON (WS-MRG-HIT-SUB)
015230             " - SURVIVOR " WS-MASKED-SURVIVOR
015240          DELIMITED BY SIZE INTO WS-ORP-DETAIL.
015250
015260  3510-EXIT.
015270      EXIT.
015280
015290* 3600-RELEASE-ORPHAN
015300*   ONE ORPHAN TO THE SORT, COUNTED AGAINST ITS FILE.
015310  3600-RELEASE-ORPHAN.
015320
015330      MOVE WS-ORP-FILE-SEQ        TO SR-FILE-SEQ.
015340      MOVE WS-ORP-TYPE            TO SR-TYPE.
015350      MOVE WS-ORP-KEY             TO SR-KEY.
015360      MOVE WS-ORP-DETAIL          TO SR-DETAIL.
015370      RELEASE ORPHAN-SORT-RCD.
015380
015390      ADD 1 TO WS-ORPHANS-RELEASED.
015400      ADD 1 TO WS-FC-ORPHANS (WS-ORP-FILE-SEQ).
015410
015420  3600-EXIT.
015430      EXIT.
015440
015450* 3700-WRITE-REKEY
015460*   THE RE-KEY TRANSACTION FOR THE TIN JUST CHECKED - THE OLD
015470*   TIN AS THE FILE STORES IT, THE SURVIVOR IN THE CLEAR.
015480*   RK-FILE-ID IS SET BY THE CALLER FOR THE WHOLE FILE.
015490  3700-WRITE-REKEY.
015500
015510      MOVE WS-CHK-TIN             TO RK-OLD-SSN-TAX-ID.
015520      MOVE WS-CHK-SURVIVOR        TO RK-NEW-SSN-TAX-ID.
015530      MOVE WS-MRG-DATE (WS-MRG-HIT-SUB)   TO RK-MERGE-DATE.
015540      MOVE WS-MRG-REASON (WS-MRG-HIT-SUB) TO RK-MERGE-REASON.
015550      MOVE WS-TODAY               TO RK-AUDIT-DATE.
015560      WRITE TIN-REKEY-RCD.
015570
015580      ADD 1 TO WS-REKEYS-WRITTEN.
015590      ADD 1 TO WS-FC-REKEYS (WS-ORP-FILE-SEQ).
015600
015610  3700-EXIT.
015620      EXIT.
015630
015640* 6000-LIST-ORPHANS
015650*   THE SORT'S OUTPUT PROCEDURE - THE ORPHANS BY FILE, THEN BY
015660*   TYPE, WITH A COUNT AT EACH BREAK.
015670  6000-LIST-ORPHANS.
015680
015690      MOVE "N"                    TO WS-SORT-EOF-SW.
015700
015710      RETURN ORPHAN-SORT-WORK
015720          AT END
015730              MOVE "Y" TO WS-SORT-EOF-SW.
015740
015750      IF WS-SORT-EOF
015760          MOVE SPACES             TO INTEGRITY-RPT-RCD
015770          WRITE INTEGRITY-RPT-RCD
015780          MOVE "  NO ORPHANS FOUND" TO INTEGRITY-RPT-RCD
015790          WRITE INTEGRITY-RPT-RCD
015800          GO TO 6000-EXIT
015810      END-IF.
015820
015830      PERFORM 6100-LIST-ORPHAN    THRU 6100-EXIT
015840          UNTIL WS-SORT-EOF.
015850
015860      PERFORM 6300-TYPE-TOTAL     THRU 6300-EXIT.
015870      PERFORM 6400-FILE-TOTAL     THRU 6400-EXIT.
015880
015890  6000-EXIT.
015900      EXIT.
015910
015920  6100-LIST-ORPHAN.
015930
015940      IF SR-FILE-SEQ NOT = WS-HOLD-FILE-SEQ
015950          IF WS-HOLD-FILE-SEQ NOT = ZERO
015960              PERFORM 6300-TYPE-TOTAL THRU 6300-EXIT
015970              PERFORM 6400-FILE-TOTAL THRU 6400-EXIT
015980          END-IF
015990          PERFORM 6150-FILE-HEADING THRU 6150-EXIT
016000      END-IF.
016010
016020      IF SR-TYPE NOT = WS-HOLD-TYPE
016030          IF WS-HOLD-TYPE NOT = SPACES
016040              PERFORM 6300-TYPE-TOTAL THRU 6300-EXIT
016050          END-IF
016060          PERFORM 6200-TYPE-HEADING THRU 6200-EXIT
016070      END-IF.
016080
016090      MOVE SR-KEY                 TO ORL-KEY.
016100      MOVE SR-DETAIL              TO ORL-DETAIL.
016110      MOVE WS-ORPHAN-LINE         TO INTEGRITY-RPT-RCD.
016120      WRITE INTEGRITY-RPT-RCD.
016130
016140      ADD 1 TO WS-ORPHANS-LISTED.
016150      ADD 1 TO WS-TYPE-ORPHANS.
016160      ADD 1 TO WS-FILE-ORPHANS.
016170
016180      RETURN ORPHAN-SORT-WORK
016190          AT END
016200              MOVE "Y" TO WS-SORT-EOF-SW.
016210
016220  6100-EXIT.
016230      EXIT.
016240
016250  6150-FILE-HEADING.
016260
016270      MOVE SR-FILE-SEQ            TO WS-HOLD-FILE-SEQ.
016280      MOVE SPACES                 TO WS-HOLD-TYPE.
016290      MOVE ZERO                   TO WS-FILE-ORPHANS.
016300
016310      MOVE SPACES                 TO INTEGRITY-RPT-RCD.
016320      WRITE INTEGRITY-RPT-RCD.
016330      MOVE WS-FILE-ID (SR-FILE-SEQ)     TO FHL-FILE-ID.
016340      MOVE WS-FILE-DDNAME (SR-FILE-SEQ) TO FHL-DDNAME.
016350      MOVE WS-FILE-DESC (SR-FILE-SEQ)   TO FHL-DESC.
016360      MOVE WS-FILE-HEADING        TO INTEGRITY-RPT-RCD.
016370      WRITE INTEGRITY-RPT-RCD.
016380
016390  6150-EXIT.
016400      EXIT.
016410
016420  6200-TYPE-HEADING.
016430
016440      MOVE SR-TYPE                TO WS-HOLD-TYPE.
016450      MOVE ZERO                   TO WS-TYPE-ORPHANS.
016460
016470      MOVE SR-TYPE                TO THL-TYPE.
016480      MOVE SPACES                 TO THL-DESC.
016490      PERFORM 6210-SEARCH-TYPE    THRU 6210-EXIT
016500          VARYING WS-TYPE-SUB FROM 1 BY 1
016510          UNTIL WS-TYPE-SUB > WS-TYPE-TBL-MAX.
016520      MOVE WS-TYPE-HEADING        TO INTEGRITY-RPT-RCD.
016530      WRITE INTEGRITY-RPT-RCD.
016540
016550  6200-EXIT.
016560      EXIT.
016570
016580  6210-SEARCH-TYPE.
016590
016600      IF WS-TYPE-CODE (WS-TYPE-SUB) = SR-TYPE
016610          MOVE WS-TYPE-DESC (WS-TYPE-SUB) TO THL-DESC
016620      END-IF.
016630
016640  6210-EXIT.
016650      EXIT.
016660
016670  6300-TYPE-TOTAL.
016680
016690      MOVE SPACES                 TO WS-COUNT-LINE.
016700      MOVE "    ORPHANS OF THIS TYPE" TO CNL-LITERAL.
016710      MOVE WS-TYPE-ORPHANS        TO CNL-COUNT.
016720      MOVE WS-COUNT-LINE          TO INTEGRITY-RPT-RCD.
016730      WRITE INTEGRITY-RPT-RCD.
016740
016750  6300-EXIT.
016760      EXIT.
016770
016780  6400-FILE-TOTAL.
016790
016800      MOVE SPACES                 TO WS-COUNT-LINE.
016810      MOVE "  ORPHANS ON THIS FILE" TO CNL-LITERAL.
016820      MOVE WS-FILE-ORPHANS        TO CNL-COUNT.
016830      MOVE WS-COUNT-LINE          TO INTEGRITY-RPT-RCD.
016840      WRITE INTEGRITY-RPT-RCD.
016850
016860  6400-EXIT.
016870      EXIT.
016880
016890* 7000-WRITE-SUMMARY
016900*   EVERY FILE AUDITED WITH ITS COUNTS, WHETHER OR NOT IT HAD
016910*   ORPHANS, AND A WARNING FOR ANY CHECK THE TABLES CUT SHORT.
016920  7000-WRITE-SUMMARY.
016930
016940      MOVE SPACES                 TO INTEGRITY-RPT-RCD.
016950      WRITE INTEGRITY-RPT-RCD.
016960      MOVE WS-SUMMARY-HEADING     TO INTEGRITY-RPT-RCD.
016970      WRITE INTEGRITY-RPT-RCD.
016980
016990      PERFORM 7100-WRITE-FILE-SUMMARY THRU 7100-EXIT
017000          VARYING WS-FILE-SUB FROM 1 BY 1
017010          UNTIL WS-FILE-SUB > WS-FILE-TBL-MAX.
017020
017030      MOVE SPACES                 TO INTEGRITY-RPT-RCD.
017040      WRITE INTEGRITY-RPT-RCD.
017050
017060      MOVE "VENDOR MASTER TINS LOADED" TO CNL-LITERAL.
017070      MOVE WS-VND-COUNT           TO CNL-COUNT.
017080      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
017090
017100      MOVE "TIN MERGES ON THE AUDIT TRAIL" TO CNL-LITERAL.
017110      MOVE WS-MRG-COUNT           TO CNL-COUNT.
017120      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
017130
017140      MOVE "STAGED RECORDS READ"  TO CNL-LITERAL.
017150      MOVE WS-STAGING-READ        TO CNL-COUNT.
017160      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
017170
017180      MOVE "PAID-ITEM IMAGES READ" TO CNL-LITERAL.
017190      MOVE WS-IMAGES-READ         TO CNL-COUNT.
017200      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
017210
017220      MOVE "ORPHANS LISTED"       TO CNL-LITERAL.
017230      MOVE WS-ORPHANS-LISTED      TO CNL-COUNT.
017240      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
017250
017260      MOVE "RE-KEY TRANSACTIONS WRITTEN" TO CNL-LITERAL.
017270      MOVE WS-REKEYS-WRITTEN      TO CNL-COUNT.
017280      PERFORM 7900-WRITE-COUNT    THRU 7900-EXIT.
017290
017300      IF WS-VND-DROPPED > ZERO
017310          MOVE "*VENDOR TABLE FULL - NO MASTER CHECK"
017320                                  TO CNL-LITERAL
017330          MOVE WS-VND-DROPPED     TO CNL-COUNT
017340          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
017350      END-IF.
017360
017370      IF WS-MRG-DROPPED > ZERO
017380          MOVE "*MERGES NOT LOADED - TABLE FULL" TO CNL-LITERAL
017390          MOVE WS-MRG-DROPPED     TO CNL-COUNT
017400          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
017410      END-IF.
017420
017430      IF WS-FTN-DROPPED > ZERO
017440          MOVE "*FLAG/SOLICIT TINS NOT CHECKED" TO CNL-LITERAL
017450          MOVE WS-FTN-DROPPED     TO CNL-COUNT
017460          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
017470      END-IF.
017480
017490      IF WS-DRP-DROPPED > ZERO
017500          MOVE "*WORKLIST ITEMS NOT CHECKED" TO CNL-LITERAL
017510          MOVE WS-DRP-DROPPED     TO CNL-COUNT
017520          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
017530      END-IF.
017540
017550      IF WS-CLM-DROPPED > ZERO
017560          MOVE "*CLAIMS NOT CHECKED - TABLE FULL" TO CNL-LITERAL
017570          MOVE WS-CLM-DROPPED     TO CNL-COUNT
017580          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
017590      END-IF.
017591
017592      IF WS-OCR-DROPPED > ZERO
017593          MOVE "*REGISTER CHECKS NOT CHECKED" TO CNL-LITERAL
017594          MOVE WS-OCR-DROPPED     TO CNL-COUNT
017595          PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
017596      END-IF.
017600
017610  7000-EXIT.
017620      EXIT.
017630
017640  7100-WRITE-FILE-SUMMARY.
017650
017660      MOVE WS-FILE-ID (WS-FILE-SUB)     TO SML-FILE-ID.
017670      MOVE WS-FILE-DDNAME (WS-FILE-SUB) TO SML-DDNAME.
017680      MOVE WS-FILE-DESC (WS-FILE-SUB)   TO SML-DESC.
017690      MOVE WS-FC-CHECKED (WS-FILE-SUB)  TO SML-CHECKED.
017700      MOVE WS-FC-ORPHANS (WS-FILE-SUB)  TO SML-ORPHANS.
017710      MOVE WS-FC-REKEYS (WS-FILE-SUB)   TO SML-REKEYS.
017720      MOVE WS-SUMMARY-LINE        TO INTEGRITY-RPT-RCD.
017730      WRITE INTEGRITY-RPT-RCD.
017740
017750  7100-EXIT.
017760      EXIT.
017770
017780  7900-WRITE-COUNT.
017790
017800      MOVE WS-COUNT-LINE          TO INTEGRITY-RPT-RCD.
017810      WRITE INTEGRITY-RPT-RCD.
017820
017830  7900-EXIT.
017840      EXIT.
017850
017860  8000-WRAPUP.
017870
017880      MOVE "VENDOR MASTER RECORDS READ:" TO SCR-LITERAL.
017890      MOVE WS-VENDORS-READ        TO SCR-COUNT.
017900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017910      PERFORM 8999-WRITE-SYSOUT.
017920
017930      MOVE "TIN MERGES READ:"     TO SCR-LITERAL.
017940      MOVE WS-MERGES-READ         TO SCR-COUNT.
017950      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
017960      PERFORM 8999-WRITE-SYSOUT.
017970
017980      MOVE "STAGED RECORDS READ:" TO SCR-LITERAL.
017990      MOVE WS-STAGING-READ        TO SCR-COUNT.
018000      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018010      PERFORM 8999-WRITE-SYSOUT.
018020
018030      MOVE "ORPHANS LISTED:"      TO SCR-LITERAL.
018040      MOVE WS-ORPHANS-LISTED      TO SCR-COUNT.
018050      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018060      PERFORM 8999-WRITE-SYSOUT.
018070
018080      MOVE "RE-KEY TRANSACTIONS WRITTEN:" TO SCR-LITERAL.
018090      MOVE WS-REKEYS-WRITTEN      TO SCR-COUNT.
018100      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
018110      PERFORM 8999-WRITE-SYSOUT.
018120
018130      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
018140
018150      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
018160
018170      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
018180
018190      COPY C2INZ003.
018200
018210      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
018220
018230  8000-EXIT.
018240      EXIT.
018250
018260* 8900-SET-RETURN-CODE
018270*   RC=4 ANY ORPHAN, RC=12 A TABLE FILLED - THE WORST ONE WINS.
018280  8900-SET-RETURN-CODE.
018290
018300      MOVE ZERO TO RETURN-CODE.
018310
018320      IF WS-ORPHANS-LISTED > ZERO
018330          MOVE 4 TO RETURN-CODE
018340      END-IF.
018350
018360      IF TC-TABLE-OVERFLOW
018370          MOVE TC-OVERFLOW-RC TO RETURN-CODE
018380      END-IF.
018390
018400  8900-EXIT.
018410      EXIT.
018420
018430* 8980-NOTE-TABLE-CAPACITY
018440*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPPED COUNT
018450*   AND PRINTS THE CAPACITY REPORT.
018460  8980-NOTE-TABLE-CAPACITY.
018470
018480      MOVE "VENDOR MASTER TINS"     TO TC-NOTE-NAME.
018490      MOVE WS-VND-TABLE-MAX         TO TC-NOTE-LIMIT.
018500      MOVE WS-VND-COUNT             TO TC-NOTE-HIGH.
018510      MOVE WS-VND-DROPPED           TO TC-NOTE-DROPPED.
018520      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018530
018540      MOVE "TIN MERGES"             TO TC-NOTE-NAME.
018550      MOVE WS-MRG-TABLE-MAX         TO TC-NOTE-LIMIT.
018560      MOVE WS-MRG-COUNT             TO TC-NOTE-HIGH.
018570      MOVE WS-MRG-DROPPED           TO TC-NOTE-DROPPED.
018580      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018590
018600      MOVE "FLAG/SOLICIT TINS"      TO TC-NOTE-NAME.
018610      MOVE WS-FTN-TABLE-MAX         TO TC-NOTE-LIMIT.
018620      MOVE WS-FTN-HIGH              TO TC-NOTE-HIGH.
018630      MOVE WS-FTN-DROPPED           TO TC-NOTE-DROPPED.
018640      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018650
018660      MOVE "DUP WORKLIST ITEMS"     TO TC-NOTE-NAME.
018670      MOVE WS-DRP-TABLE-MAX         TO TC-NOTE-LIMIT.
018680      MOVE WS-DRP-COUNT             TO TC-NOTE-HIGH.
018690      MOVE WS-DRP-DROPPED           TO TC-NOTE-DROPPED.
018700      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018710
018720      MOVE "PAID-ITEM CLAIMS"       TO TC-NOTE-NAME.
018730      MOVE WS-CLM-TABLE-MAX         TO TC-NOTE-LIMIT.
018740      MOVE WS-CLM-COUNT             TO TC-NOTE-HIGH.
018750      MOVE WS-CLM-DROPPED           TO TC-NOTE-DROPPED.
018760      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018770
018771      MOVE "OUTSTANDING CHECKS"     TO TC-NOTE-NAME.
018772      MOVE WS-OCR-TABLE-MAX         TO TC-NOTE-LIMIT.
018773      MOVE WS-OCR-COUNT             TO TC-NOTE-HIGH.
018774      MOVE WS-OCR-DROPPED           TO TC-NOTE-DROPPED.
018775      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
018776
018780      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
018790
018800  8980-EXIT.
018810      EXIT.
018820
018830      COPY CLCWW134.
018840
018850      COPY CLCWW167.
018860
018870      COPY CLCWW111.
018880
018890      COPY C2INZ002.
018900
018910      COPY C2INZ004.
018920
018930      COPY C2INZ005.
018940
018950      TIN-REKEY-FILE
018960      INTEGRITY-RPT
018970      RUN-HISTORY-FILE.
018980
018990  9999-EXIT.
019000      EXIT.
