000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9169.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9169
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    YEAR-END 1099 BUILD PARTITION MERGE.  A PARALLEL
000130*              BUILD RUNS CCCW9150 ONCE PER TIN RANGE (PARTITION
000140*              PARM); THIS STEP COMBINES THE PARTITIONS' OUTPUTS
000150*              INTO THE SAME FILES ONE SERIAL CCCW9150 RUN WOULD
000160*              HAVE WRITTEN.  THE RANGES ARE CONTIGUOUS AND EACH
000170*              PARTITION'S STREAMS ARE IN TIN ORDER, SO THE
000180*              PARTITIONS CONCATENATED IN PARTITION ORDER ARE IN
000190*              SERIAL-BUILD ORDER.  EACH TRANSMITTAL STREAM GETS
000200*              ONE HEADER CARRYING A NEWLY BURNED FILE SEQUENCE
000210*              AND ONE TRAILER CARRYING THE MERGED TOTALS.  THE
000220*              RECIPIENT COPIES ARE RE-STAMPED FROM THE IMB
000230*              SERIAL COUNTER IN ORDER, THE 1096 SUMMARIES AND
000240*              REASON BREAKDOWN ARE RE-TOTALED, THE PARTITIONS'
000250*              YTD EXTRACTS ARE APPLIED TO THE KEYED YTD FILE,
000260*              AND THE MERGED STREAMS ARE BALANCED, ARCHIVED AND
000270*              REGISTERED EXACTLY AS CCCW9150'S WRAP-UP DOES.
000280*              NOTHING IS TAKEN ON TRUST - EVERY PARTITION STREAM
000290*              IS PROVED AGAINST ITS OWN TRAILER AND AGAINST THE
000300*              PARTITION'S CLCWW132 SUMMARY, AND THE SUMMARIES
000310*              MUST SHOW THE RANGES TOOK EVERY STAGING RECORD
000320*              EXACTLY ONCE.
000330*
000340*  PARM:       COLS 1-4   TEST - MERGE A TEST BUILD'S PARTITIONS
000350*                         TO THE TEST DDS.  NO SEQUENCE IS
000360*                         BURNED, NOTHING IS ARCHIVED OR
000370*                         REGISTERED.
000380*              COLS 8-15  PREPARING OPERATOR FOR THE STATE
000390*                         TRANSMITTAL'S READY RECORD, AS ON THE
000400*                         CCCW9150 PARM.
000410*                         E.G. PARM='PROD   JSMITH02'.
000420*
000430*  FILES:      TEN99PSM - PARTITION SUMMARIES (CLCWW132)
000440*              P99OUT, P99NEC, P99INT, P99STA, P99LBL - THE
000450*                         PARTITIONS' TRANSMITTAL STREAMS
000460*              P99RCP, P99UND, P96SUM, P99RSN, P99NET, P99PRT,
000470*              P99SUP, P99CFW, P99CHS - THE PARTITIONS' OTHER
000480*                         OUTPUTS - P99CHS IS THE CORRECTION
000482*                         HISTORY A PARTITION WRITES IN PLACE
000484*                         OF EXTENDING CORRHIST
000490*              TEN99YXP - THE PARTITIONS' YTD EXTRACTS
000500*              EACH P-DD CONCATENATES ALL THE PARTITIONS' FILES
000510*              IN PARTITION ORDER.  THE MERGED OUTPUTS GO TO
000520*              CCCW9150'S OWN DDNAMES (TEST DDNAMES ON A TEST
000530*              PARM); TEN99YTD, CORRHIST, TEN99ARC, FILSTAT AND
000540*              SEQCTL ARE UPDATED AS CCCW9150 UPDATES THEM.
000550*
000560*  RETURN:     RC=0 CLEAN.  RC=4 A PARTITION CARRIED OTHER-YEAR
000570*              RECORDS FORWARD OR SAW A MISSING CCCW9100 DAY.
000580*              RC=12 A PARTITION DROPPED A TABLE ENTRY (ITS
00580a*              CAPACITY REPORT NAMES THE TABLE).
000590*              ABENDS MRG01-MRG06 ON A PARTITION SET THAT DOES
000600*              NOT PROVE OUT; BAL01-BAL05 ON A MERGED STREAM THAT
000610*              DOES NOT BALANCE TO ITS TRAILER.
000620*
000630******************************************************************
000640*                      MODIFICATION HISTORY
000650******************************************************************
000660* DATE     INIT  DESCRIPTION
000670* -------- ----  --------------------------------------------
000680* 10/2026  RF    NEW PROGRAM - YEAR-END BUILD PARTITION MERGE
00680a* 10/2026  RF    END RC=12 (BANK-RETURN OVERFLOW WAS RC=8) WHEN
00680b*                ANY PARTITION'S SUMMARY SHOWS A TABLE DROPPED AN
00680c*                ENTRY, AND PRINT THE MERGE'S OWN TABLE CAPACITY
0680ca*                REPORT
0680va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTAT
0680vb*                BEFORE APPENDING; HEADER IT WHEN EMPTY
0680vc* 10/2026  RF    WIDEN THE TEN99 AND RECIPIENT-COPY RECORD
0680vd*                IMAGES FOR THE FOREIGN-ADDRESS FIELDS.
0680ve* 10/2026  RF    DOCUMENT P99CHS AS THE PARTITIONS' CORRECTION
0680vf*                HISTORY, WRITTEN BY EACH CCCW9150 PARTITION RUN
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
000790      SELECT PARTITION-SUMMARY-FILE ASSIGN TO TEN99PSM
000800          ORGANIZATION IS SEQUENTIAL.
000810
000820      SELECT PART-OUTPUT-FILE    ASSIGN TO P99OUT
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      SELECT PART-NEC-FILE       ASSIGN TO P99NEC
000860          ORGANIZATION IS SEQUENTIAL.
000870
000880      SELECT PART-INT-FILE       ASSIGN TO P99INT
000890          ORGANIZATION IS SEQUENTIAL.
000900
000910      SELECT PART-STATE-FILE     ASSIGN TO P99STA
000920          ORGANIZATION IS SEQUENTIAL.
000930
000940      SELECT PART-LABEL-FILE     ASSIGN TO P99LBL
000950          ORGANIZATION IS SEQUENTIAL.
000960
000970      SELECT PART-RECIP-FILE     ASSIGN TO P99RCP
000980          ORGANIZATION IS SEQUENTIAL.
000990
001000      SELECT PART-UNDELIV-FILE   ASSIGN TO P99UND
001010          ORGANIZATION IS SEQUENTIAL.
001020
001030      SELECT PART-TEN96-FILE     ASSIGN TO P96SUM
001040          ORGANIZATION IS SEQUENTIAL.
001050
001060      SELECT PART-REASON-FILE    ASSIGN TO P99RSN
001070          ORGANIZATION IS SEQUENTIAL.
001080
001090      SELECT PART-NETTING-FILE   ASSIGN TO P99NET
001100          ORGANIZATION IS SEQUENTIAL.
001110
001120      SELECT PART-PORTAL-FILE    ASSIGN TO P99PRT
001130          ORGANIZATION IS SEQUENTIAL.
001140
001150      SELECT PART-SUPPRESS-FILE  ASSIGN TO P99SUP
001160          ORGANIZATION IS SEQUENTIAL.
001170
001180      SELECT PART-CARRY-FILE     ASSIGN TO P99CFW
001190          ORGANIZATION IS SEQUENTIAL.
001200
001210      SELECT PART-CORR-HIST-FILE ASSIGN TO P99CHS
001220          ORGANIZATION IS SEQUENTIAL.
001230
001240      SELECT PART-YTD-EXTRACT-FILE ASSIGN TO TEN99YXP
001250          ORGANIZATION IS SEQUENTIAL.
001260
001270      SELECT TEN99-YTD-FILE      ASSIGN TO WS-TEN99-YTD-DDNAME
001280          ORGANIZATION IS INDEXED
001290          ACCESS MODE IS DYNAMIC
001300          RECORD KEY IS TEN99-YTD-KEY
001310          FILE STATUS IS WS-YTD-FILE-STATUS.
001320
001330      SELECT TEN99-OUTPUT-FILE   ASSIGN TO WS-TEN99-OUTPUT-DDNAME
001340          ORGANIZATION IS SEQUENTIAL.
001350
001360      SELECT TEN99-NEC-FILE      ASSIGN TO WS-TEN99-NEC-DDNAME
001370          ORGANIZATION IS SEQUENTIAL.
001380
001390      SELECT TEN99-INT-FILE      ASSIGN TO WS-TEN99-INT-DDNAME
001400          ORGANIZATION IS SEQUENTIAL.
001410
001420      SELECT TEN99-STATE-FILE    ASSIGN TO WS-TEN99-STATE-DDNAME
001430          ORGANIZATION IS SEQUENTIAL.
001440
001450      SELECT TEN99-LABEL-FILE    ASSIGN TO WS-TEN99-LABEL-DDNAME
001460          ORGANIZATION IS SEQUENTIAL.
001470
001480      SELECT TEN99-RECIP-FILE    ASSIGN TO WS-TEN99-RECIP-DDNAME
001490          ORGANIZATION IS SEQUENTIAL.
001500
001510      SELECT UNDELIV-FILE        ASSIGN TO WS-UNDELIV-DDNAME
001520          ORGANIZATION IS SEQUENTIAL.
001530
001540      SELECT TEN96-SUMMARY-FILE  ASSIGN TO WS-TEN96-SUM-DDNAME
001550          ORGANIZATION IS SEQUENTIAL.
001560
001570      SELECT TEN99-REASON-RPT    ASSIGN TO WS-TEN99-REASON-DDNAME
001580          ORGANIZATION IS SEQUENTIAL.
001590
001600      SELECT TEN99-NETTING-RPT   ASSIGN TO WS-TEN99-NETTING-DDNAME
001610          ORGANIZATION IS SEQUENTIAL.
001620
001630      SELECT TEN99-PORTAL-FILE   ASSIGN TO WS-TEN99-PORTAL-DDNAME
001640          ORGANIZATION IS SEQUENTIAL.
001650
001660      SELECT TEN99-SUPPRESS-FILE
001670          ASSIGN TO WS-TEN99-SUPPRESS-DDNAME
001680          ORGANIZATION IS SEQUENTIAL.
001690
001700      SELECT TEN99-CARRY-FILE    ASSIGN TO WS-TEN99-CARRY-DDNAME
001710          ORGANIZATION IS SEQUENTIAL.
001720
001730      SELECT TEN99-CORR-HIST-FILE
001740          ASSIGN TO WS-TEN99-CORRHST-DDNAME
001750          ORGANIZATION IS SEQUENTIAL.
001760
001770      SELECT TEN99-ARCHIVE-FILE  ASSIGN TO TEN99ARC
001780          ORGANIZATION IS SEQUENTIAL.
001790
001800      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
001810          ORGANIZATION IS SEQUENTIAL.
001820
001830      SELECT TEN99-SEQCTL-FILE   ASSIGN TO SEQCTL
001840          ORGANIZATION IS SEQUENTIAL
001850          FILE STATUS IS WS-SEQCTL-FILE-STATUS.
001860
001870      COPY C2INX004.
001880
001890  DATA DIVISION.
001900  FILE SECTION.
001910
001920      COPY C2INX002.
001930
001940  FD  PARTITION-SUMMARY-FILE
001950      BLOCK CONTAINS 0 RECORDS
001960      RECORDING MODE IS F
001970      LABEL RECORDS ARE STANDARD
001980      DATA RECORD IS TEN99-PARTITION-RCD.
001990
002000      COPY CLCWW132.
002010
002020  FD  PART-OUTPUT-FILE
002030      BLOCK CONTAINS 0 RECORDS
002040      RECORDING MODE IS F
002050      LABEL RECORDS ARE STANDARD
002060      DATA RECORD IS PART-OUT-RCD.
002070
002080  01  PART-OUT-RCD                  PIC X(420).
002090
002100  FD  PART-NEC-FILE
002110      BLOCK CONTAINS 0 RECORDS
002120      RECORDING MODE IS F
002130      LABEL RECORDS ARE STANDARD
002140      DATA RECORD IS PART-NEC-RCD.
002150
002160  01  PART-NEC-RCD                  PIC X(420).
002170
002180  FD  PART-INT-FILE
002190      BLOCK CONTAINS 0 RECORDS
002200      RECORDING MODE IS F
002210      LABEL RECORDS ARE STANDARD
002220      DATA RECORD IS PART-INT-RCD.
002230
002240  01  PART-INT-RCD                  PIC X(420).
002250
002260  FD  PART-STATE-FILE
002270      BLOCK CONTAINS 0 RECORDS
002280      RECORDING MODE IS F
002290      LABEL RECORDS ARE STANDARD
002300      DATA RECORD IS PART-STATE-RCD.
002310
002320  01  PART-STATE-RCD                PIC X(420).
002330
002340  FD  PART-LABEL-FILE
002350      BLOCK CONTAINS 0 RECORDS
002360      RECORDING MODE IS F
002370      LABEL RECORDS ARE STANDARD
002380      DATA RECORD IS PART-LABEL-RCD.
002390
002400  01  PART-LABEL-RCD                PIC X(420).
002410
002420  FD  PART-RECIP-FILE
002430      BLOCK CONTAINS 0 RECORDS
002440      RECORDING MODE IS F
002450      LABEL RECORDS ARE STANDARD
002460      DATA RECORD IS PART-RECIP-RCD.
002470
002480  01  PART-RECIP-RCD                PIC X(360).
002490
002500  FD  PART-UNDELIV-FILE
002510      BLOCK CONTAINS 0 RECORDS
002520      RECORDING MODE IS F
002530      LABEL RECORDS ARE STANDARD
002540      DATA RECORD IS PART-UNDELIV-RCD.
002550
002560  01  PART-UNDELIV-RCD              PIC X(360).
002570
002580  FD  PART-TEN96-FILE
002590      BLOCK CONTAINS 0 RECORDS
002600      RECORDING MODE IS F
002610      LABEL RECORDS ARE STANDARD
002620      DATA RECORD IS PART-TEN96-RCD.
002630
002640  01  PART-TEN96-RCD                PIC X(120).
002650
002660  FD  PART-REASON-FILE
002670      BLOCK CONTAINS 0 RECORDS
002680      RECORDING MODE IS F
002690      LABEL RECORDS ARE STANDARD
002700      DATA RECORD IS PART-REASON-RCD.
002710
002720  01  PART-REASON-RCD               PIC X(60).
002730
002740  FD  PART-NETTING-FILE
002750      BLOCK CONTAINS 0 RECORDS
002760      RECORDING MODE IS F
002770      LABEL RECORDS ARE STANDARD
002780      DATA RECORD IS PART-NETTING-RCD.
002790
002800  01  PART-NETTING-RCD              PIC X(90).
002810
002820  FD  PART-PORTAL-FILE
002830      BLOCK CONTAINS 0 RECORDS
002840      RECORDING MODE IS F
002850      LABEL RECORDS ARE STANDARD
002860      DATA RECORD IS PART-PORTAL-RCD.
002870
002880  01  PART-PORTAL-RCD               PIC X(200).
002890
002900  FD  PART-SUPPRESS-FILE
002910      BLOCK CONTAINS 0 RECORDS
002920      RECORDING MODE IS F
002930      LABEL RECORDS ARE STANDARD
002940      DATA RECORD IS PART-SUPPRESS-RCD.
002950
002960  01  PART-SUPPRESS-RCD             PIC X(120).
002970
002980  FD  PART-CARRY-FILE
002990      BLOCK CONTAINS 0 RECORDS
003000      RECORDING MODE IS F
003010      LABEL RECORDS ARE STANDARD
003020      DATA RECORD IS PART-CARRY-RCD.
003030
003040  01  PART-CARRY-RCD                PIC X(420).
003050
003060  FD  PART-CORR-HIST-FILE
003070      BLOCK CONTAINS 0 RECORDS
003080      RECORDING MODE IS F
003090      LABEL RECORDS ARE STANDARD
003100      DATA RECORD IS PART-CORR-HIST-RCD.
003110
003120  01  PART-CORR-HIST-RCD            PIC X(90).
003130
003140  FD  PART-YTD-EXTRACT-FILE
003150      BLOCK CONTAINS 0 RECORDS
003160      RECORDING MODE IS F
003170      LABEL RECORDS ARE STANDARD
003180      DATA RECORD IS PART-YTD-XTR-RCD.
003190
003200  01  PART-YTD-XTR-RCD              PIC X(240).
003210
003220  FD  TEN99-YTD-FILE
003230      BLOCK CONTAINS 0 RECORDS
003240      RECORDING MODE IS F
003250      LABEL RECORDS ARE STANDARD
003260      DATA RECORD IS TEN99-YTD-RCD.
003270
003280      COPY CLCWW014.
003290
003300  FD  TEN99-OUTPUT-FILE
003310      BLOCK CONTAINS 0 RECORDS
003320      RECORDING MODE IS F
003330      LABEL RECORDS ARE STANDARD
003340      DATA RECORD IS TEN99-OUT-RCD.
003350
003360  01  TEN99-OUT-RCD                 PIC X(420).
003370
003380  FD  TEN99-NEC-FILE
003390      BLOCK CONTAINS 0 RECORDS
003400      RECORDING MODE IS F
003410      LABEL RECORDS ARE STANDARD
003420      DATA RECORD IS TEN99-NEC-OUT-RCD.
003430
003440  01  TEN99-NEC-OUT-RCD             PIC X(420).
003450
003460  FD  TEN99-INT-FILE
003470      BLOCK CONTAINS 0 RECORDS
003480      RECORDING MODE IS F
003490      LABEL RECORDS ARE STANDARD
003500      DATA RECORD IS TEN99-INT-OUT-RCD.
003510
003520  01  TEN99-INT-OUT-RCD             PIC X(420).
003530
003540  FD  TEN99-STATE-FILE
003550      BLOCK CONTAINS 0 RECORDS
003560      RECORDING MODE IS F
003570      LABEL RECORDS ARE STANDARD
003580      DATA RECORD IS TEN99-STATE-OUT-RCD.
003590
003600  01  TEN99-STATE-OUT-RCD           PIC X(420).
003610
003620  FD  TEN99-LABEL-FILE
003630      BLOCK CONTAINS 0 RECORDS
003640      RECORDING MODE IS F
003650      LABEL RECORDS ARE STANDARD
003660      DATA RECORD IS TEN99-LABEL-OUT-RCD.
003670
003680  01  TEN99-LABEL-OUT-RCD           PIC X(420).
003690
003700  FD  TEN99-RECIP-FILE
003710      BLOCK CONTAINS 0 RECORDS
003720      RECORDING MODE IS F
003730      LABEL RECORDS ARE STANDARD
003740      DATA RECORD IS TEN99-RECIP-COPY-RCD.
003750
003760      COPY CLCWW031.
003770
003780  FD  UNDELIV-FILE
003790      BLOCK CONTAINS 0 RECORDS
003800      RECORDING MODE IS F
003810      LABEL RECORDS ARE STANDARD
003820      DATA RECORD IS UNDELIV-RCD.
003830
003840  01  UNDELIV-RCD                   PIC X(360).
003850
003860  FD  TEN96-SUMMARY-FILE
003870      BLOCK CONTAINS 0 RECORDS
003880      RECORDING MODE IS F
003890      LABEL RECORDS ARE STANDARD
003900      DATA RECORD IS TEN96-SUMMARY-RCD.
003910
003920      COPY CLCWW074.
003930
003940  FD  TEN99-REASON-RPT
003950      BLOCK CONTAINS 0 RECORDS
003960      RECORDING MODE IS F
003970      LABEL RECORDS ARE STANDARD
003980      DATA RECORD IS TEN99-REASON-BRK-RCD.
003990
004000      COPY CLCWW033.
004010
004020  FD  TEN99-NETTING-RPT
004030      BLOCK CONTAINS 0 RECORDS
004040      RECORDING MODE IS F
004050      LABEL RECORDS ARE STANDARD
004060      DATA RECORD IS TEN99-NETTING-OUT-RCD.
004070
004080  01  TEN99-NETTING-OUT-RCD         PIC X(90).
004090
004100  FD  TEN99-PORTAL-FILE
004110      BLOCK CONTAINS 0 RECORDS
004120      RECORDING MODE IS F
004130      LABEL RECORDS ARE STANDARD
004140      DATA RECORD IS TEN99-PORTAL-OUT-RCD.
004150
004160  01  TEN99-PORTAL-OUT-RCD          PIC X(200).
004170
004180  FD  TEN99-SUPPRESS-FILE
004190      BLOCK CONTAINS 0 RECORDS
004200      RECORDING MODE IS F
004210      LABEL RECORDS ARE STANDARD
004220      DATA RECORD IS TEN99-SUPPRESS-OUT-RCD.
004230
004240  01  TEN99-SUPPRESS-OUT-RCD        PIC X(120).
004250
004260  FD  TEN99-CARRY-FILE
004270      BLOCK CONTAINS 0 RECORDS
004280      RECORDING MODE IS F
004290      LABEL RECORDS ARE STANDARD
004300      DATA RECORD IS TEN99-CARRY-RCD.
004310
004320  01  TEN99-CARRY-RCD               PIC X(420).
004330
004340  FD  TEN99-CORR-HIST-FILE
004350      BLOCK CONTAINS 0 RECORDS
004360      RECORDING MODE IS F
004370      LABEL RECORDS ARE STANDARD
004380      DATA RECORD IS TEN99-CORR-HIST-OUT-RCD.
004390
004400  01  TEN99-CORR-HIST-OUT-RCD       PIC X(90).
004410
004420  FD  TEN99-ARCHIVE-FILE
004430      BLOCK CONTAINS 0 RECORDS
004440      RECORDING MODE IS F
004450      LABEL RECORDS ARE STANDARD
004460      DATA RECORD IS TEN99-ARCHIVE-RCD.
004470
004480      COPY CLCWW077.
004490
004500  FD  FILING-STATUS-FILE
004510      BLOCK CONTAINS 0 RECORDS
004520      RECORDING MODE IS F
004530      LABEL RECORDS ARE STANDARD
004540      DATA RECORD IS FILING-STATUS-RCD.
004550
004560      COPY CLCWW076.
004570
004580  FD  TEN99-SEQCTL-FILE
004590      BLOCK CONTAINS 0 RECORDS
004600      RECORDING MODE IS F
004610      LABEL RECORDS ARE STANDARD
004620      DATA RECORD IS TEN99-SEQCTL-RCD.
004630
004640      COPY CLCWW043.
004650
004660      COPY C2INX005.
004670
004680  WORKING-STORAGE SECTION.
004690
004700      COPY C2INX003.
004710
004720      COPY C2INX006.
0047va
0047vb      COPY CLCWW166.
004730
004740* THE 1099 RECORD, HEADER, AND TRAILER LAYOUTS - EVERY STREAM
004750* RECORD IS MOVED TO TEN99-RCD TO BE TOTALED AND WRITTEN.
004760      COPY CLCWW013.
04760a
04760b      COPY CLCWW133.
004770
004780  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9169".
004790
004800  01  WS-SWITCHES.
004810      05  WS-TEST-MODE-SW         PIC X(01) VALUE "N".
004820          88  WS-TEST-MODE-RUN            VALUE "Y".
004830      05  WS-PSM-EOF-SW           PIC X(01) VALUE "N".
004840          88  WS-PSM-EOF                  VALUE "Y".
004850      05  WS-MRG-EOF-SW           PIC X(01) VALUE "N".
004860          88  WS-MRG-EOF                  VALUE "Y".
004870      05  WS-IN-PARTITION-SW      PIC X(01) VALUE "N".
004880          88  WS-IN-PARTITION             VALUE "Y".
004890      05  WS-BAL-EOF-SW           PIC X(01) VALUE "N".
004900          88  WS-BAL-EOF                  VALUE "Y".
004910      05  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
004920          88  WS-ARCH-EOF                 VALUE "Y".
004930      05  WS-BKR-OVERFLOW-SW      PIC X(01) VALUE "N".
004940          88  WS-BKR-TABLE-OVERFLOW       VALUE "Y".
04940a      05  WS-TABLE-OVERFLOW-SW    PIC X(01) VALUE "N".
04940b          88  WS-ANY-TABLE-OVERFLOW       VALUE "Y".
004950
004960  01  WS-FILE-STATUSES.
004970      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
004980      05  WS-SEQCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
004990
005000  01  WS-TEN99-OUTPUT-DDNAME      PIC X(08) VALUE "TEN99OUT".
005010  01  WS-TEN99-STATE-DDNAME       PIC X(08) VALUE "TEN99STA".
005020  01  WS-TEN99-NEC-DDNAME         PIC X(08) VALUE "TEN99NEC".
005030  01  WS-TEN99-INT-DDNAME         PIC X(08) VALUE "TEN99INT".
005040  01  WS-TEN99-LABEL-DDNAME       PIC X(08) VALUE "TEN99LBL".
005050  01  WS-TEN99-YTD-DDNAME         PIC X(08) VALUE "TEN99YTD".
005060  01  WS-TEN99-CORRHST-DDNAME     PIC X(08) VALUE "CORRHIST".
005070  01  WS-TEN99-RECIP-DDNAME       PIC X(08) VALUE "TEN99RCP".
005080  01  WS-TEN99-REASON-DDNAME      PIC X(08) VALUE "TEN99RSN".
005090  01  WS-TEN99-NETTING-DDNAME     PIC X(08) VALUE "TEN99NET".
005100  01  WS-TEN99-PORTAL-DDNAME      PIC X(08) VALUE "TEN99PRT".
005110  01  WS-TEN99-CARRY-DDNAME       PIC X(08) VALUE "TEN99CFW".
005120  01  WS-UNDELIV-DDNAME           PIC X(08) VALUE "UNDELIVQ".
005130  01  WS-TEN96-SUM-DDNAME         PIC X(08) VALUE "TEN96SUM".
005140  01  WS-TEN99-SUPPRESS-DDNAME    PIC X(08) VALUE "TEN99SUP".
005150  77  WS-TEST-OUTPUT-DDNAME-LIT   PIC X(08) VALUE "TEN99TST".
005160  77  WS-TEST-STATE-DDNAME-LIT    PIC X(08) VALUE "TEN99STT".
005170  77  WS-TEST-NEC-DDNAME-LIT      PIC X(08) VALUE "TEN99NCT".
005180  77  WS-TEST-INT-DDNAME-LIT      PIC X(08) VALUE "TEN99ITT".
005190  77  WS-TEST-LABEL-DDNAME-LIT    PIC X(08) VALUE "TEN99TSL".
005200  77  WS-TEST-YTD-DDNAME-LIT      PIC X(08) VALUE "TEN99YTT".
005210  77  WS-TEST-CORRHST-DDNAME-LIT  PIC X(08) VALUE "CORRHTST".
005220  77  WS-TEST-RECIP-DDNAME-LIT    PIC X(08) VALUE "TEN99RCT".
005230  77  WS-TEST-REASON-DDNAME-LIT   PIC X(08) VALUE "TEN99RST".
005240  77  WS-TEST-NETTING-DDNAME-LIT  PIC X(08) VALUE "TEN99NTT".
005250  77  WS-TEST-PORTAL-DDNAME-LIT   PIC X(08) VALUE "TEN99PTT".
005260  77  WS-TEST-CARRY-DDNAME-LIT    PIC X(08) VALUE "TEN99CFT".
005270  77  WS-TEST-UNDELIV-DDNAME-LIT  PIC X(08) VALUE "UNDELVQT".
005280  77  WS-TEST-TEN96-DDNAME-LIT    PIC X(08) VALUE "TEN96SMT".
005290  77  WS-TEST-SUPPRESS-DDNAME-LIT PIC X(08) VALUE "TEN99SPT".
005300  77  WS-TEST-FILE-ID-HDR         PIC X(17) VALUE
005310          "B&CCW 1099 TEST  ".
005320
005330  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
005340  77  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
005350  77  WS-MISSING-DAYS             PIC 9(03) VALUE ZERO.
005360  77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
005370  77  WS-IMB-SERIAL-WORK          PIC 9(09) VALUE ZERO.
005380
005390* ONE ENTRY PER PARTITION, LOADED FROM THE CLCWW132 SUMMARIES IN
005400* PARTITION ORDER.  THE STREAM TOTALS OCCUR IN CLCWW132 ORDER -
005410*   1 OUTPUT   2 NEC   3 INT   4 STATE   5 LABEL.
005420  01  WS-PART-TABLE.
005430      05  WS-PT-ENTRY             OCCURS 20 TIMES.
005440          10  WS-PT-PARTITION-NO  PIC 9(02).
005450          10  WS-PT-TIN-LOW       PIC X(09).
005460          10  WS-PT-TIN-HIGH      PIC X(09).
005470          10  WS-PT-IN-RANGE      PIC 9(09).
005480          10  WS-PT-STREAM        OCCURS 5 TIMES.
005490              15  WS-PT-STREAM-COUNT    PIC 9(09).
005500              15  WS-PT-STREAM-AMOUNT   PIC S9(13)V99.
005510              15  WS-PT-STREAM-CHECKSUM PIC 9(10).
005520  77  WS-PT-MAX                   PIC 9(03) COMP VALUE 20.
005530  77  WS-PT-COUNT                 PIC 9(03) COMP VALUE ZERO.
005540  77  WS-PT-SUB                   PIC 9(03) COMP VALUE ZERO.
005550
005560* WHAT THE SUMMARIES SAY EACH PASS-THROUGH FILE SHOULD HOLD, AND
005570* WHAT THIS RUN ACTUALLY COPIED.
005580  01  WS-EXPECTED-COUNTS.
005590      05  WS-EXP-IN-RANGE         PIC 9(09) COMP VALUE ZERO.
005600      05  WS-EXP-RECIP            PIC 9(09) COMP VALUE ZERO.
005610      05  WS-EXP-UNDELIV          PIC 9(09) COMP VALUE ZERO.
005620      05  WS-EXP-YTD              PIC 9(09) COMP VALUE ZERO.
005630      05  WS-EXP-NETTING          PIC 9(09) COMP VALUE ZERO.
005640      05  WS-EXP-PORTAL           PIC 9(09) COMP VALUE ZERO.
005650      05  WS-EXP-SUPPRESS         PIC 9(09) COMP VALUE ZERO.
005660      05  WS-EXP-CORR-HIST        PIC 9(09) COMP VALUE ZERO.
005670      05  WS-EXP-CARRY            PIC 9(09) COMP VALUE ZERO.
005680      05  WS-LATER-YEAR-CARRIED   PIC 9(09) COMP VALUE ZERO.
005690      05  WS-PRIOR-YEAR-CARRIED   PIC 9(09) COMP VALUE ZERO.
005700      05  WS-PAYEES-BELOW-MINIMUM PIC 9(09) COMP VALUE ZERO.
005710  01  WS-COPIED-COUNTS.
005720      05  WS-RECIP-RCDS-WRITTEN   PIC 9(09) COMP VALUE ZERO.
005730      05  WS-UNDELIV-CNT          PIC 9(09) COMP VALUE ZERO.
005740      05  WS-PAYEES-ACCUMULATED   PIC 9(09) COMP VALUE ZERO.
005750      05  WS-NETTING-RCDS-WRITTEN PIC 9(09) COMP VALUE ZERO.
005760      05  WS-PORTAL-RCDS-WRITTEN  PIC 9(09) COMP VALUE ZERO.
005770      05  WS-SUPPRESS-RCDS-WRITTEN PIC 9(09) COMP VALUE ZERO.
005780      05  WS-CORR-HIST-RCDS-WRITTEN PIC 9(09) COMP VALUE ZERO.
005790      05  WS-CARRY-RCDS-WRITTEN   PIC 9(09) COMP VALUE ZERO.
005800      05  WS-TEN96-RCDS-WRITTEN   PIC 9(09) COMP VALUE ZERO.
005810  77  WS-COPY-COUNT               PIC 9(09) COMP VALUE ZERO.
005820
005830* THE MERGED TRANSMITTAL STREAMS' TOTALS, BY STREAM, AND THE
005840* TOTALS OF THE ONE PARTITION CURRENTLY BEING COPIED.
005850  01  WS-STREAM-TOTALS.
005860      05  WS-ST-ENTRY             OCCURS 5 TIMES.
005870          10  WS-ST-COUNT         PIC 9(09) COMP.
005880          10  WS-ST-AMOUNT        PIC S9(13)V99.
005890          10  WS-ST-CHECKSUM      PIC 9(10) COMP.
005900          10  WS-ST-PARTS-SEEN    PIC 9(03) COMP.
005910  77  WS-STREAM-SUB               PIC 9(01) COMP VALUE ZERO.
005920  77  WS-SP-COUNT                 PIC 9(09) COMP VALUE ZERO.
005930  77  WS-SP-AMOUNT                PIC S9(13)V99 VALUE ZERO.
005940  77  WS-SP-CHECKSUM              PIC 9(10) COMP VALUE ZERO.
005950  77  WS-SP-COUNT-RAW             PIC X(09) VALUE SPACES.
005960  77  WS-PREV-TIN                 PIC X(16) VALUE LOW-VALUES.
005970
005980* STREAM ARCHIVE TYPE AND PRODUCTION DDNAME, IN STREAM ORDER.
005990  01  WS-STREAM-INFO-VALUES.
006000      05  FILLER                  PIC X(09) VALUE "OTEN99OUT".
006010      05  FILLER                  PIC X(09) VALUE "NTEN99NEC".
006020      05  FILLER                  PIC X(09) VALUE "ITEN99INT".
006030      05  FILLER                  PIC X(09) VALUE "STEN99STA".
006040      05  FILLER                  PIC X(09) VALUE "LTEN99LBL".
006050  01  WS-STREAM-INFO REDEFINES WS-STREAM-INFO-VALUES.
006060      05  WS-SI-ENTRY             OCCURS 5 TIMES.
006070          10  WS-SI-ARCH-TYPE     PIC X(01).
006080          10  WS-SI-DDNAME        PIC X(08).
006090
006100  01  WS-BAL-AREA.
006110      05  WS-BAL-DETAIL-COUNT     PIC 9(09) COMP VALUE ZERO.
006120      05  WS-BAL-COUNT-RAW        PIC X(09).
006130  01  WS-BAL-DETAIL-AMOUNT        PIC S9(13)V99 VALUE ZERO.
006140  01  WS-BAL-CHECKSUM             PIC 9(10) COMP VALUE ZERO.
006150  77  WS-ARCH-RCDS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
006160
006170* REASON BREAKDOWN, SUMMED ACROSS THE PARTITIONS BY REASON CODE.
006180* EVERY PARTITION WRITES THE WHOLE CLCWW032 TABLE IN TABLE ORDER,
006190* SO FIRST-SEEN ORDER IS CCCW9150'S ORDER.
006200  01  WS-RSN-TABLE.
006210      05  WS-RSN-ENTRY            OCCURS 20 TIMES.
006220          10  WS-RSN-CODE         PIC X(02).
006230          10  WS-RSN-DESC         PIC X(30).
006240          10  WS-RSN-COUNT        PIC 9(09) COMP.
006250          10  WS-RSN-AMOUNT       PIC S9(13)V99.
006260  77  WS-RSN-MAX                  PIC 9(03) COMP VALUE 20.
006270  77  WS-RSN-COUNT-USED           PIC 9(03) COMP VALUE ZERO.
006280  77  WS-RSN-SUB                  PIC 9(03) COMP VALUE ZERO.
006290
006300* 1096 SUMMARIES, SUMMED ACROSS THE PARTITIONS BY FILER LABEL CODE
006310* AND FORM, WRITTEN BACK IN CCCW9150'S ORDER - LABEL CODE
006320* ASCENDING (CORPORATE ZERO FIRST), THEN MISC, NEC, INT.
006330  01  WS-96-TABLE.
006340      05  WS-96-ENTRY             OCCURS 30 TIMES.
006350          10  WS-96-SORT-KEY      PIC 9(05).
006360          10  WS-96-LABEL-CODE    PIC 9(04).
006370          10  WS-96-FILER-TIN     PIC X(09).
006380          10  WS-96-FILER-NAME    PIC X(40).
006390          10  WS-96-FORM-TYPE     PIC X(01).
006400          10  WS-96-COUNT         PIC 9(09) COMP.
006410          10  WS-96-AMOUNT        PIC S9(13)V99.
006420          10  WS-96-WITHHELD      PIC S9(13)V99.
006430          10  WS-96-WRITTEN-SW    PIC X(01).
006440              88  WS-96-WRITTEN           VALUE "Y".
006450  77  WS-96-MAX                   PIC 9(03) COMP VALUE 30.
006460  77  WS-96-COUNT-USED            PIC 9(03) COMP VALUE ZERO.
006470  77  WS-96-SUB                   PIC 9(03) COMP VALUE ZERO.
006480  77  WS-96-LOW-SUB               PIC 9(03) COMP VALUE ZERO.
006490  77  WS-96-WANT-KEY              PIC 9(05) VALUE ZERO.
006500  77  WS-96-FORM-RANK             PIC 9(01) VALUE ZERO.
006510
006520  01  WS-GRAND-TOTAL-LINE.
006530      05  GTL-LITERAL             PIC X(30).
006540      05  GTL-AMOUNT              PIC ---,---,---,--9.99.
006550
006560  01  WS-PART-LINE.
006570      05  FILLER                  PIC X(10) VALUE "PARTITION ".
006580      05  WS-PL-PART-NO           PIC 9(02).
006590      05  FILLER                  PIC X(06) VALUE "  TIN ".
006600      05  WS-PL-TIN-LOW           PIC X(09).
006610      05  FILLER                  PIC X(03) VALUE " - ".
006620      05  WS-PL-TIN-HIGH          PIC X(09).
006630      05  FILLER                  PIC X(11) VALUE "  RECORDS  ".
006640      05  WS-PL-IN-RANGE          PIC ZZZ,ZZZ,ZZ9.
006650      05  FILLER                  PIC X(72) VALUE SPACES.
006660
006670  01  WS-STREAM-LINE.
006680      05  FILLER                  PIC X(07) VALUE "MERGED ".
006690      05  WS-SL-DDNAME            PIC X(08).
006700      05  FILLER                  PIC X(09) VALUE " RECORDS ".
006710      05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
006720      05  FILLER                  PIC X(09) VALUE " DOLLARS ".
006730      05  WS-SL-AMOUNT            PIC -,---,---,---,--9.99.
006740      05  FILLER                  PIC X(69) VALUE SPACES.
006750
006760  LINKAGE SECTION.
006770
006780  01  LS-PARM-DATA.
006790      05  LS-PARM-LENGTH          PIC S9(04) COMP.
006800      05  LS-PARM-TEXT            PIC X(04).
006810      05  FILLER                  PIC X(03).
006820      05  LS-PARM-OPERATOR        PIC X(08).
006830
006840  PROCEDURE DIVISION USING LS-PARM-DATA.
006850
006860  0000-MAINLINE.
006870
006880      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
006890
006900      PERFORM 2000-LOAD-PARTITIONS   THRU 2000-EXIT.
006910
006920      PERFORM 3000-MERGE-TRANSMITTALS THRU 3000-EXIT.
006930
006940      PERFORM 4000-MERGE-RECIPIENT-COPIES THRU 4000-EXIT.
006950
006960      PERFORM 5000-MERGE-REGISTERS   THRU 5000-EXIT.
006970
006980      PERFORM 6000-APPLY-YTD-EXTRACT THRU 6000-EXIT.
006990
007000      PERFORM 7000-MERGE-SUMMARIES   THRU 7000-EXIT.
007010
007020      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
007030
007040      GOBACK.
007050
007060  1000-INITIALIZE.
007070
007080      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
007090      OPEN EXTEND RUN-HISTORY-FILE.
007100
007110      COPY C2INZ001.
007120
007130      IF LS-PARM-LENGTH > ZERO AND LS-PARM-TEXT = "TEST"
007140          MOVE "Y" TO WS-TEST-MODE-SW
007150          MOVE WS-TEST-OUTPUT-DDNAME-LIT TO WS-TEN99-OUTPUT-DDNAME
007160          MOVE WS-TEST-STATE-DDNAME-LIT  TO WS-TEN99-STATE-DDNAME
007170          MOVE WS-TEST-NEC-DDNAME-LIT    TO WS-TEN99-NEC-DDNAME
007180          MOVE WS-TEST-INT-DDNAME-LIT    TO WS-TEN99-INT-DDNAME
007190          MOVE WS-TEST-LABEL-DDNAME-LIT  TO WS-TEN99-LABEL-DDNAME
007200          MOVE WS-TEST-YTD-DDNAME-LIT    TO WS-TEN99-YTD-DDNAME
007210          MOVE WS-TEST-CORRHST-DDNAME-LIT
007220                                  TO WS-TEN99-CORRHST-DDNAME
007230          MOVE WS-TEST-RECIP-DDNAME-LIT  TO WS-TEN99-RECIP-DDNAME
007240          MOVE WS-TEST-REASON-DDNAME-LIT TO WS-TEN99-REASON-DDNAME
007250          MOVE WS-TEST-NETTING-DDNAME-LIT
007260                                  TO WS-TEN99-NETTING-DDNAME
007270          MOVE WS-TEST-PORTAL-DDNAME-LIT TO WS-TEN99-PORTAL-DDNAME
007280          MOVE WS-TEST-CARRY-DDNAME-LIT
007290                                  TO WS-TEN99-CARRY-DDNAME
007300          MOVE WS-TEST-UNDELIV-DDNAME-LIT
007310                                  TO WS-UNDELIV-DDNAME
007320          MOVE WS-TEST-TEN96-DDNAME-LIT
007330                                  TO WS-TEN96-SUM-DDNAME
007340          MOVE WS-TEST-SUPPRESS-DDNAME-LIT
007350                                  TO WS-TEN99-SUPPRESS-DDNAME
007360          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
007370          PERFORM 8999-WRITE-SYSOUT
007380          MOVE "*** T E S T   R U N - NOT FOR PRODUCTION ***"
007390                                  TO CC-E01W-DISPLAY-RCD
007400          PERFORM 8999-WRITE-SYSOUT
007410      END-IF.
007420
007430      MOVE "MERGE"                TO SWA-RUN-MODE.
007440
007450      PERFORM 1100-GET-FILE-SEQUENCE THRU 1100-EXIT.
007460
007470      OPEN I-O    TEN99-YTD-FILE.
007480      OPEN OUTPUT TEN99-OUTPUT-FILE.
007490      OPEN OUTPUT TEN99-STATE-FILE.
007500      OPEN OUTPUT TEN99-NEC-FILE.
007510      OPEN OUTPUT TEN99-INT-FILE.
007520      OPEN OUTPUT TEN99-CARRY-FILE.
007530      OPEN OUTPUT UNDELIV-FILE.
007540      OPEN OUTPUT TEN96-SUMMARY-FILE.
007550      OPEN OUTPUT TEN99-LABEL-FILE.
007560      OPEN OUTPUT TEN99-RECIP-FILE.
007570      OPEN OUTPUT TEN99-REASON-RPT.
007580      OPEN OUTPUT TEN99-NETTING-RPT.
007590      OPEN OUTPUT TEN99-PORTAL-FILE.
007600      OPEN OUTPUT TEN99-SUPPRESS-FILE.
007610
007620* THE CROSS-YEAR CORRECTION HISTORY LOG IS EXTENDED, AS CCCW9150
007630* EXTENDS IT.
007640      OPEN EXTEND TEN99-CORR-HIST-FILE.
007650
007660*   ONE HEADER PER MERGED STREAM, STAMPED WITH THIS RUN'S DATE AND
007670*   SEQUENCE - THE PARTITIONS' OWN HEADERS ARE DROPPED.
007680      MOVE SWA-CURR-YR            TO TEN99-YY-HDR.
007690      MOVE SWA-CURR-MO            TO TEN99-MM-HDR.
007700      MOVE SWA-CURR-DA            TO TEN99-DD-HDR.
007710      MOVE SPR-DATE-CEN           TO TEN99-CC-HDR.
007720      MOVE TSC-LAST-FILE-SEQ      TO TEN99-FILE-SEQ-HDR.
007730      IF WS-TEST-MODE-RUN
007740          MOVE WS-TEST-FILE-ID-HDR TO TEN99-FILE-ID-HDR
007750      END-IF.
007760      MOVE TEN99-RECORD-HDR       TO TEN99-RCD.
007770      PERFORM 3930-WRITE-MERGED-STREAM THRU 3930-EXIT
007780          VARYING WS-STREAM-SUB FROM 1 BY 1
007790          UNTIL WS-STREAM-SUB > 5.
007800
007810  1000-EXIT.
007820      EXIT.
007830
007840* 1100-GET-FILE-SEQUENCE
007850*   THE SAME SEQUENCE LOGIC AS CCCW9150'S 1100-GET-FILE-SEQUENCE.
007860*   THE PARTITIONS READ THE CONTROL RECORD BUT NEVER SAVED IT, SO
007870*   THE SEQUENCE BURNED HERE IS THE ONE A SERIAL BUILD WOULD HAVE
007880*   STAMPED, AND THE IMB SERIAL PICKS UP WHERE THE LAST MAILING
007890*   LEFT IT.
007900  1100-GET-FILE-SEQUENCE.
007910
007920      MOVE SPACES TO TEN99-SEQCTL-RCD.
007930
007940      OPEN INPUT TEN99-SEQCTL-FILE.
007950      IF WS-SEQCTL-FILE-STATUS = "00"
007960          READ TEN99-SEQCTL-FILE
007970              AT END
007980                  MOVE SPACES TO TEN99-SEQCTL-RCD
007990          END-READ
008000      END-IF.
008010      CLOSE TEN99-SEQCTL-FILE.
008020
008030      IF TSC-LAST-RUN-DATE-CEN = SPR-DATE-CEN
008040          AND TSC-LAST-RUN-DATE-YR  = SWA-CURR-YR
008050          AND TSC-LAST-RUN-DATE-MO  = SWA-CURR-MO
008060          AND TSC-LAST-RUN-DATE-DA  = SWA-CURR-DA
008070          ADD 1 TO TSC-LAST-FILE-SEQ
008080      ELSE
008090          MOVE 1 TO TSC-LAST-FILE-SEQ
008100      END-IF.
008110
008120      IF TSC-LAST-IMB-SERIAL NOT NUMERIC
008130          MOVE ZERO TO TSC-LAST-IMB-SERIAL
008140      END-IF.
008150
008160      MOVE SPR-DATE-CEN           TO TSC-LAST-RUN-DATE-CEN.
008170      MOVE SWA-CURR-YR            TO TSC-LAST-RUN-DATE-YR.
008180      MOVE SWA-CURR-MO            TO TSC-LAST-RUN-DATE-MO.
008190      MOVE SWA-CURR-DA            TO TSC-LAST-RUN-DATE-DA.
008200
008210  1100-EXIT.
008220      EXIT.
008230
008240* 2000-LOAD-PARTITIONS
008250*   LOADS THE CLCWW132 SUMMARIES AND PROVES THE PARTITION SET
008260*   BEFORE ANYTHING IS MERGED: PARTITIONS NUMBERED 1 TO N IN
008270*   ORDER, ONE TAX YEAR, ONE STAGING FILE (THE SAME RECORDS READ
008280*   BY EVERY PARTITION), TIN RANGES ASCENDING WITHOUT OVERLAP,
008290*   AND THE RECORDS TAKEN ACROSS ALL RANGES EQUAL TO THE STAGING
008300*   RECORDS READ - NOTHING DROPPED BETWEEN RANGES, NOTHING TAKEN
008310*   TWICE.
008320  2000-LOAD-PARTITIONS.
008330
008340      OPEN INPUT PARTITION-SUMMARY-FILE.
008350      PERFORM 2100-LOAD-PARTITION THRU 2100-EXIT
008360          UNTIL WS-PSM-EOF.
008370      CLOSE PARTITION-SUMMARY-FILE.
008380
008390      IF WS-PT-COUNT = ZERO
008400          MOVE "*** NO PARTITION SUMMARIES ON TEN99PSM ***"
008410                                  TO CC-E01W-DISPLAY-RCD
008420          PERFORM 8999-WRITE-SYSOUT
008430          MOVE "2000-LOAD-PARTITIONS" TO SAR-PARAGRAPH
008440          MOVE "MRG01"               TO SAR-RETURN-CODE
008450          MOVE SPACES                TO SAR-DB-NAME
008460          MOVE "TEN99PSM"            TO SAR-TABLE-NAME
008470          MOVE SPACES                TO SAR-SQLCODE
008480          GO TO 9998-COREDUMP
008490      END-IF.
008500
008510      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
008520      MOVE WS-RECORDS-READ        TO SCR-COUNT.
008530      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008540      PERFORM 8999-WRITE-SYSOUT.
008550
008560      MOVE "RECORDS TAKEN BY PARTITIONS:" TO SCR-LITERAL.
008570      MOVE WS-EXP-IN-RANGE        TO SCR-COUNT.
008580      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008590      PERFORM 8999-WRITE-SYSOUT.
008600
008610      IF WS-EXP-IN-RANGE NOT = WS-RECORDS-READ
008620          MOVE "*** PARTITIONS DO NOT COVER STAGING FILE ***"
008630                                  TO CC-E01W-DISPLAY-RCD
008640          PERFORM 8999-WRITE-SYSOUT
008650          MOVE "2000-LOAD-PARTITIONS" TO SAR-PARAGRAPH
008660          MOVE "MRG02"               TO SAR-RETURN-CODE
008670          MOVE SPACES                TO SAR-DB-NAME
008680          MOVE "TEN99PSM"            TO SAR-TABLE-NAME
008690          MOVE SPACES                TO SAR-SQLCODE
008700          GO TO 9998-COREDUMP
008710      END-IF.
008720
008730  2000-EXIT.
008740      EXIT.
008750
008760  2100-LOAD-PARTITION.
008770
008780      READ PARTITION-SUMMARY-FILE
008790          AT END
008800              MOVE "Y" TO WS-PSM-EOF-SW
008810              GO TO 2100-EXIT
008820      END-READ.
008830
008840      ADD 1 TO WS-PT-COUNT.
008850
008860      MOVE PS-PARTITION-NO        TO WS-PL-PART-NO.
008870      MOVE PS-TIN-LOW             TO WS-PL-TIN-LOW.
008880      MOVE PS-TIN-HIGH            TO WS-PL-TIN-HIGH.
008890      MOVE PS-RECORDS-IN-RANGE    TO WS-PL-IN-RANGE.
008900      MOVE WS-PART-LINE           TO CC-E01W-DISPLAY-RCD.
008910      PERFORM 8999-WRITE-SYSOUT.
008920
008930      IF WS-PT-COUNT > WS-PT-MAX
008940          OR PS-PARTITION-NO NOT = WS-PT-COUNT
008950          MOVE "*** PARTITION MISSING OR OUT OF ORDER ***"
008960                                  TO CC-E01W-DISPLAY-RCD
008970          PERFORM 8999-WRITE-SYSOUT
008980          MOVE "2100-LOAD-PARTITION" TO SAR-PARAGRAPH
008990          MOVE "MRG01"               TO SAR-RETURN-CODE
009000          MOVE SPACES                TO SAR-DB-NAME
009010          MOVE "TEN99PSM"            TO SAR-TABLE-NAME
009020          MOVE SPACES                TO SAR-SQLCODE
009030          GO TO 9998-COREDUMP
009040      END-IF.
009050
009060      IF WS-PT-COUNT = 1
009070          MOVE PS-TAX-YEAR        TO WS-TAX-YEAR
009080          MOVE PS-RECORDS-READ    TO WS-RECORDS-READ
009090      ELSE
009100          IF PS-TAX-YEAR NOT = WS-TAX-YEAR
009110              OR PS-RECORDS-READ NOT = WS-RECORDS-READ
009120              OR PS-TIN-LOW NOT > WS-PT-TIN-HIGH (WS-PT-COUNT - 1)
009130              MOVE "*** PARTITIONS DO NOT SHARE ONE BUILD ***"
009140                                  TO CC-E01W-DISPLAY-RCD
009150              PERFORM 8999-WRITE-SYSOUT
009160              MOVE "2100-LOAD-PARTITION" TO SAR-PARAGRAPH
009170              MOVE "MRG01"               TO SAR-RETURN-CODE
009180              MOVE SPACES                TO SAR-DB-NAME
009190              MOVE "TEN99PSM"            TO SAR-TABLE-NAME
009200              MOVE SPACES                TO SAR-SQLCODE
009210              GO TO 9998-COREDUMP
009220          END-IF
009230      END-IF.
009240
009250      MOVE PS-PARTITION-NO  TO WS-PT-PARTITION-NO (WS-PT-COUNT).
009260      MOVE PS-TIN-LOW             TO WS-PT-TIN-LOW (WS-PT-COUNT).
009270      MOVE PS-TIN-HIGH            TO WS-PT-TIN-HIGH (WS-PT-COUNT).
009280      MOVE PS-RECORDS-IN-RANGE    TO WS-PT-IN-RANGE (WS-PT-COUNT).
009290      PERFORM 2110-LOAD-STREAM-TOTALS THRU 2110-EXIT
009300          VARYING WS-STREAM-SUB FROM 1 BY 1
009310          UNTIL WS-STREAM-SUB > 5.
009320
009330      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
009340      ADD PS-RECORDS-IN-RANGE     TO WS-EXP-IN-RANGE.
009350      ADD PS-RECIP-COUNT          TO WS-EXP-RECIP.
009360      ADD PS-UNDELIV-COUNT        TO WS-EXP-UNDELIV.
009370      ADD PS-YTD-COUNT            TO WS-EXP-YTD.
009380      ADD PS-NETTING-COUNT        TO WS-EXP-NETTING.
009390      ADD PS-PORTAL-COUNT         TO WS-EXP-PORTAL.
009400      ADD PS-SUPPRESS-COUNT       TO WS-EXP-SUPPRESS.
009410      ADD PS-CORR-HIST-COUNT      TO WS-EXP-CORR-HIST.
009420      ADD PS-LATER-YEAR-CARRIED   TO WS-EXP-CARRY
009430                                     WS-LATER-YEAR-CARRIED.
009440      ADD PS-PRIOR-YEAR-CARRIED   TO WS-EXP-CARRY
009450                                     WS-PRIOR-YEAR-CARRIED.
009460      ADD PS-BELOW-MINIMUM        TO WS-PAYEES-BELOW-MINIMUM.
009470*   EVERY PARTITION CHECKED THE SAME CALENDAR AGAINST THE SAME
009480*   RUN HISTORY - THE LARGEST COUNT IS THE BUILD'S COUNT.
009490      IF PS-MISSING-DAYS > WS-MISSING-DAYS
009500          MOVE PS-MISSING-DAYS    TO WS-MISSING-DAYS
009510      END-IF.
009520      IF PS-BKR-TABLE-OVERFLOW
009530          MOVE "Y"                TO WS-BKR-OVERFLOW-SW
009540      END-IF.
09540a      IF PS-ANY-TABLE-OVERFLOW
09540b          MOVE "Y"                TO WS-TABLE-OVERFLOW-SW
09540c      END-IF.
009550
009560  2100-EXIT.
009570      EXIT.
009580
009590  2110-LOAD-STREAM-TOTALS.
009600
009610      MOVE PS-STREAM-COUNT (WS-STREAM-SUB)
009620          TO WS-PT-STREAM-COUNT (WS-PT-COUNT, WS-STREAM-SUB).
009630      MOVE PS-STREAM-AMOUNT (WS-STREAM-SUB)
009640          TO WS-PT-STREAM-AMOUNT (WS-PT-COUNT, WS-STREAM-SUB).
009650      MOVE PS-STREAM-CHECKSUM (WS-STREAM-SUB)
009660          TO WS-PT-STREAM-CHECKSUM (WS-PT-COUNT, WS-STREAM-SUB).
009670
009680  2110-EXIT.
009690      EXIT.
009700
009710* 3000-MERGE-TRANSMITTALS
009720*   COPIES THE FIVE TRANSMITTAL STREAMS IN TURN.  WITHIN A STREAM
009730*   EACH PARTITION'S HEADER OPENS ITS SECTION AND ITS TRAILER
009740*   CLOSES IT; THE DETAIL BETWEEN THEM IS WRITTEN TO THE MERGED
009750*   STREAM AND TOTALED, AND AT THE TRAILER THE SECTION MUST
009760*   BALANCE BOTH TO THAT TRAILER AND TO THE PARTITION'S SUMMARY
009770*   (MRG03).  THE DETAIL MUST STAY IN TIN ORDER ACROSS THE
009780*   PARTITION BOUNDARIES (MRG04) - A STREAM CONCATENATED OUT OF
009790*   PARTITION ORDER FAILS HERE.
009800  3000-MERGE-TRANSMITTALS.
009810
009820      PERFORM 3100-MERGE-STREAM THRU 3100-EXIT
009830          VARYING WS-STREAM-SUB FROM 1 BY 1
009840          UNTIL WS-STREAM-SUB > 5.
009850
009860  3000-EXIT.
009870      EXIT.
009880
009890  3100-MERGE-STREAM.
009900
009910      MOVE ZERO                   TO WS-PT-SUB.
009920      MOVE "N"                    TO WS-MRG-EOF-SW.
009930      MOVE "N"                    TO WS-IN-PARTITION-SW.
009940      MOVE LOW-VALUES             TO WS-PREV-TIN.
009950      MOVE ZERO           TO WS-ST-COUNT (WS-STREAM-SUB)
009960                             WS-ST-AMOUNT (WS-STREAM-SUB)
009970                             WS-ST-CHECKSUM (WS-STREAM-SUB)
009980                             WS-ST-PARTS-SEEN (WS-STREAM-SUB).
009990
010000      PERFORM 3900-OPEN-PART-STREAM THRU 3900-EXIT.
010010      PERFORM 3110-MERGE-STREAM-RCD THRU 3110-EXIT
010020          UNTIL WS-MRG-EOF.
010030      PERFORM 3920-CLOSE-PART-STREAM THRU 3920-EXIT.
010040
010050      IF WS-IN-PARTITION
010060          OR WS-ST-PARTS-SEEN (WS-STREAM-SUB) NOT = WS-PT-COUNT
010070          MOVE "3100-MERGE-STREAM"   TO SAR-PARAGRAPH
010080          GO TO 3190-STREAM-ABEND
010090      END-IF.
010100
010110      MOVE WS-ST-COUNT (WS-STREAM-SUB) TO TEN99-WRITTEN-CNT-TLR.
010120      MOVE WS-ST-AMOUNT (WS-STREAM-SUB)
010130                                  TO TEN99-TOTAL-DOLLAR-AMT-TLR.
010140      MOVE WS-ST-CHECKSUM (WS-STREAM-SUB) TO TEN99-CHECKSUM-TLR.
010150      MOVE TEN99-RECORD-TLR       TO TEN99-RCD.
010160      PERFORM 3930-WRITE-MERGED-STREAM THRU 3930-EXIT.
010170
010180      MOVE WS-SI-DDNAME (WS-STREAM-SUB) TO WS-SL-DDNAME.
010190      MOVE WS-ST-COUNT (WS-STREAM-SUB)  TO WS-SL-COUNT.
010200      MOVE WS-ST-AMOUNT (WS-STREAM-SUB) TO WS-SL-AMOUNT.
010210      MOVE WS-STREAM-LINE         TO CC-E01W-DISPLAY-RCD.
010220      PERFORM 8999-WRITE-SYSOUT.
010230
010240      GO TO 3100-EXIT.
010250
010260  3190-STREAM-ABEND.
010270
010280      MOVE "*** PARTITION STREAM INCOMPLETE OR OUT OF BALANCE ***"
010290                                  TO CC-E01W-DISPLAY-RCD.
010300      PERFORM 8999-WRITE-SYSOUT.
010310      MOVE "PARTITIONS IN STREAM:" TO SCR-LITERAL.
010320      MOVE WS-PT-SUB              TO SCR-COUNT.
010330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010340      PERFORM 8999-WRITE-SYSOUT.
010350      MOVE "MRG03"                TO SAR-RETURN-CODE.
010360      MOVE SPACES                 TO SAR-DB-NAME.
010370      MOVE WS-SI-DDNAME (WS-STREAM-SUB) TO SAR-TABLE-NAME.
010380      MOVE SPACES                 TO SAR-SQLCODE.
010390      GO TO 9998-COREDUMP.
010400
010410  3100-EXIT.
010420      EXIT.
010430
010440  3110-MERGE-STREAM-RCD.
010450
010460      PERFORM 3910-READ-PART-STREAM THRU 3910-EXIT.
010470      IF WS-MRG-EOF
010480          GO TO 3110-EXIT
010490      END-IF.
010500
010510*   A PARTITION HEADER OPENS THE NEXT PARTITION'S SECTION.
010520      IF TEN99-RCD (1:10) = LOW-VALUES
010530          IF WS-IN-PARTITION
010540              OR WS-PT-SUB NOT < WS-PT-COUNT
010550              MOVE "3110-MERGE-STREAM-RCD" TO SAR-PARAGRAPH
010560              GO TO 3190-STREAM-ABEND
010570          END-IF
010580          ADD 1 TO WS-PT-SUB
010590          MOVE "Y"                TO WS-IN-PARTITION-SW
010600          MOVE ZERO               TO WS-SP-COUNT
010610                                     WS-SP-AMOUNT
010620                                     WS-SP-CHECKSUM
010630          GO TO 3110-EXIT
010640      END-IF.
010650
010660*   A PARTITION TRAILER CLOSES IT - THE SECTION AS RECOUNTED MUST
010670*   AGREE WITH THE TRAILER AND WITH THE PARTITION'S SUMMARY.
010680      IF TEN99-RCD (1:10) = HIGH-VALUES
010690          IF NOT WS-IN-PARTITION
010700              MOVE "3110-MERGE-STREAM-RCD" TO SAR-PARAGRAPH
010710              GO TO 3190-STREAM-ABEND
010720          END-IF
010730          MOVE TEN99-RCD          TO TEN99-RECORD-TLR
010740          MOVE WS-SP-COUNT        TO WS-SP-COUNT-RAW
010750          IF WS-SP-COUNT-RAW NOT = TEN99-WRITTEN-CNT-TLR
010760              OR WS-SP-AMOUNT NOT = TEN99-TOTAL-DOLLAR-AMT-TLR
010770              OR WS-SP-CHECKSUM NOT = TEN99-CHECKSUM-TLR
010780              OR WS-SP-COUNT NOT =
010790                  WS-PT-STREAM-COUNT (WS-PT-SUB, WS-STREAM-SUB)
010800              OR WS-SP-AMOUNT NOT =
010810                  WS-PT-STREAM-AMOUNT (WS-PT-SUB, WS-STREAM-SUB)
010820              OR WS-SP-CHECKSUM NOT =
010830                  WS-PT-STREAM-CHECKSUM (WS-PT-SUB, WS-STREAM-SUB)
010840              MOVE "3110-MERGE-STREAM-RCD" TO SAR-PARAGRAPH
010850              GO TO 3190-STREAM-ABEND
010860          END-IF
010870          MOVE "N"                TO WS-IN-PARTITION-SW
010880          ADD 1 TO WS-ST-PARTS-SEEN (WS-STREAM-SUB)
010890          GO TO 3110-EXIT
010900      END-IF.
010910
010920      IF NOT WS-IN-PARTITION
010930          MOVE "3110-MERGE-STREAM-RCD" TO SAR-PARAGRAPH
010940          GO TO 3190-STREAM-ABEND
010950      END-IF.
010960
010970      IF TEN99-SSN-TAX-ID-DATA < WS-PREV-TIN
010980          MOVE "*** MERGED STREAM OUT OF TIN ORDER ***"
010990                                  TO CC-E01W-DISPLAY-RCD
011000          PERFORM 8999-WRITE-SYSOUT
011010          MOVE "3110-MERGE-STREAM-RCD" TO SAR-PARAGRAPH
011020          MOVE "MRG04"               TO SAR-RETURN-CODE
011030          MOVE SPACES                TO SAR-DB-NAME
011040          MOVE WS-SI-DDNAME (WS-STREAM-SUB) TO SAR-TABLE-NAME
011050          MOVE SPACES                TO SAR-SQLCODE
011060          GO TO 9998-COREDUMP
011070      END-IF.
011080      MOVE TEN99-SSN-TAX-ID-DATA  TO WS-PREV-TIN.
011090
011100      ADD 1 TO WS-SP-COUNT.
011110      ADD TEN99-RPT-DISB-AMT-DATA TO WS-SP-AMOUNT.
011120      ADD TEN99-DISB-REQ-SEQ-NUM-DATA TO WS-SP-CHECKSUM.
011130      ADD 1 TO WS-ST-COUNT (WS-STREAM-SUB).
011140      ADD TEN99-RPT-DISB-AMT-DATA TO WS-ST-AMOUNT (WS-STREAM-SUB).
011150      ADD TEN99-DISB-REQ-SEQ-NUM-DATA
011160                              TO WS-ST-CHECKSUM (WS-STREAM-SUB).
011170
011180      PERFORM 3930-WRITE-MERGED-STREAM THRU 3930-EXIT.
011190
011200  3110-EXIT.
011210      EXIT.
011220
011230* 3900-3960
011240*   STREAM-NUMBER DRIVEN I/O, SO ONE SET OF MERGE, BALANCE, AND
011250*   ARCHIVE PARAGRAPHS SERVES ALL FIVE TRANSMITTAL STREAMS.  THE
011260*   RECORD READ OR TO BE WRITTEN IS ALWAYS TEN99-RCD.
011270  3900-OPEN-PART-STREAM.
011280
011290      EVALUATE WS-STREAM-SUB
011300          WHEN 1
011310              OPEN INPUT PART-OUTPUT-FILE
011320          WHEN 2
011330              OPEN INPUT PART-NEC-FILE
011340          WHEN 3
011350              OPEN INPUT PART-INT-FILE
011360          WHEN 4
011370              OPEN INPUT PART-STATE-FILE
011380          WHEN OTHER
011390              OPEN INPUT PART-LABEL-FILE
011400      END-EVALUATE.
011410
011420  3900-EXIT.
011430      EXIT.
011440
011450  3910-READ-PART-STREAM.
011460
011470      EVALUATE WS-STREAM-SUB
011480          WHEN 1
011490              READ PART-OUTPUT-FILE
011500                  AT END
011510                      MOVE "Y" TO WS-MRG-EOF-SW
011520                  NOT AT END
011530                      MOVE PART-OUT-RCD   TO TEN99-RCD
011540              END-READ
011550          WHEN 2
011560              READ PART-NEC-FILE
011570                  AT END
011580                      MOVE "Y" TO WS-MRG-EOF-SW
011590                  NOT AT END
011600                      MOVE PART-NEC-RCD   TO TEN99-RCD
011610              END-READ
011620          WHEN 3
011630              READ PART-INT-FILE
011640                  AT END
011650                      MOVE "Y" TO WS-MRG-EOF-SW
011660                  NOT AT END
011670                      MOVE PART-INT-RCD   TO TEN99-RCD
011680              END-READ
011690          WHEN 4
011700              READ PART-STATE-FILE
011710                  AT END
011720                      MOVE "Y" TO WS-MRG-EOF-SW
011730                  NOT AT END
011740                      MOVE PART-STATE-RCD TO TEN99-RCD
011750              END-READ
011760          WHEN OTHER
011770              READ PART-LABEL-FILE
011780                  AT END
011790                      MOVE "Y" TO WS-MRG-EOF-SW
011800                  NOT AT END
011810                      MOVE PART-LABEL-RCD TO TEN99-RCD
011820              END-READ
011830      END-EVALUATE.
011840
011850  3910-EXIT.
011860      EXIT.
011870
011880  3920-CLOSE-PART-STREAM.
011890
011900      EVALUATE WS-STREAM-SUB
011910          WHEN 1
011920              CLOSE PART-OUTPUT-FILE
011930          WHEN 2
011940              CLOSE PART-NEC-FILE
011950          WHEN 3
011960              CLOSE PART-INT-FILE
011970          WHEN 4
011980              CLOSE PART-STATE-FILE
011990          WHEN OTHER
012000              CLOSE PART-LABEL-FILE
012010      END-EVALUATE.
012020
012030  3920-EXIT.
012040      EXIT.
012050
012060  3930-WRITE-MERGED-STREAM.
012070
012080      EVALUATE WS-STREAM-SUB
012090          WHEN 1
012100              MOVE TEN99-RCD      TO TEN99-OUT-RCD
012110              WRITE TEN99-OUT-RCD
012120          WHEN 2
012130              MOVE TEN99-RCD      TO TEN99-NEC-OUT-RCD
012140              WRITE TEN99-NEC-OUT-RCD
012150          WHEN 3
012160              MOVE TEN99-RCD      TO TEN99-INT-OUT-RCD
012170              WRITE TEN99-INT-OUT-RCD
012180          WHEN 4
012190              MOVE TEN99-RCD      TO TEN99-STATE-OUT-RCD
012200              WRITE TEN99-STATE-OUT-RCD
012210          WHEN OTHER
012220              MOVE TEN99-RCD      TO TEN99-LABEL-OUT-RCD
012230              WRITE TEN99-LABEL-OUT-RCD
012240      END-EVALUATE.
012250
012260  3930-EXIT.
012270      EXIT.
012280
012290*   THE MERGED STREAM, CLOSED AFTER WRITING, IS RE-OPENED INPUT
012300*   FOR THE BALANCE AND ARCHIVE PASSES.
012310  3940-OPEN-MERGED-STREAM.
012320
012330      EVALUATE WS-STREAM-SUB
012340          WHEN 1
012350              CLOSE TEN99-OUTPUT-FILE
012360              OPEN INPUT TEN99-OUTPUT-FILE
012370          WHEN 2
012380              CLOSE TEN99-NEC-FILE
012390              OPEN INPUT TEN99-NEC-FILE
012400          WHEN 3
012410              CLOSE TEN99-INT-FILE
012420              OPEN INPUT TEN99-INT-FILE
012430          WHEN 4
012440              CLOSE TEN99-STATE-FILE
012450              OPEN INPUT TEN99-STATE-FILE
012460          WHEN OTHER
012470              CLOSE TEN99-LABEL-FILE
012480              OPEN INPUT TEN99-LABEL-FILE
012490      END-EVALUATE.
012500
012510  3940-EXIT.
012520      EXIT.
012530
012540  3950-READ-MERGED-STREAM.
012550
012560      EVALUATE WS-STREAM-SUB
012570          WHEN 1
012580              READ TEN99-OUTPUT-FILE
012590                  AT END
012600                      MOVE "Y" TO WS-MRG-EOF-SW
012610                  NOT AT END
012620                      MOVE TEN99-OUT-RCD       TO TEN99-RCD
012630              END-READ
012640          WHEN 2
012650              READ TEN99-NEC-FILE
012660                  AT END
012670                      MOVE "Y" TO WS-MRG-EOF-SW
012680                  NOT AT END
012690                      MOVE TEN99-NEC-OUT-RCD   TO TEN99-RCD
012700              END-READ
012710          WHEN 3
012720              READ TEN99-INT-FILE
012730                  AT END
012740                      MOVE "Y" TO WS-MRG-EOF-SW
012750                  NOT AT END
012760                      MOVE TEN99-INT-OUT-RCD   TO TEN99-RCD
012770              END-READ
012780          WHEN 4
012790              READ TEN99-STATE-FILE
012800                  AT END
012810                      MOVE "Y" TO WS-MRG-EOF-SW
012820                  NOT AT END
012830                      MOVE TEN99-STATE-OUT-RCD TO TEN99-RCD
012840              END-READ
012850          WHEN OTHER
012860              READ TEN99-LABEL-FILE
012870                  AT END
012880                      MOVE "Y" TO WS-MRG-EOF-SW
012890                  NOT AT END
012900                      MOVE TEN99-LABEL-OUT-RCD TO TEN99-RCD
012910              END-READ
012920      END-EVALUATE.
012930
012940  3950-EXIT.
012950      EXIT.
012960
012970*   THE CLOSE BEFORE EACH RE-OPEN IN 3940 ALSO SERVES HERE - A
012980*   MERGED STREAM IS CLOSED AT THE END OF EVERY PASS OVER IT.
012990  3960-CLOSE-MERGED-STREAM.
013000
013010      EVALUATE WS-STREAM-SUB
013020          WHEN 1
013030              CLOSE TEN99-OUTPUT-FILE
013040          WHEN 2
013050              CLOSE TEN99-NEC-FILE
013060          WHEN 3
013070              CLOSE TEN99-INT-FILE
013080          WHEN 4
013090              CLOSE TEN99-STATE-FILE
013100          WHEN OTHER
013110              CLOSE TEN99-LABEL-FILE
013120      END-EVALUATE.
013130
013140  3960-EXIT.
013150      EXIT.
013160
013170* 4000-MERGE-RECIPIENT-COPIES
013180*   THE PARTITIONS EACH STAMPED THEIR MAILED COPIES FROM THE SAME
013190*   STARTING IMB SERIAL, SO THE SERIALS ARE RE-STAMPED HERE IN
013200*   MERGED ORDER EXACTLY AS CCCW9150'S 2800-WRITE-RECIPIENT-COPY
013210*   STAMPS THEM.  THE UNDELIVERABLE QUEUE CARRIES NO SERIAL AND
013220*   IS COPIED AS IS.
013230  4000-MERGE-RECIPIENT-COPIES.
013240
013250      MOVE "N"                    TO WS-MRG-EOF-SW.
013260      OPEN INPUT PART-RECIP-FILE.
013270      PERFORM 4100-COPY-RECIP-RCD THRU 4100-EXIT
013280          UNTIL WS-MRG-EOF.
013290      CLOSE PART-RECIP-FILE.
013300
013310      MOVE WS-EXP-RECIP           TO WS-COPY-COUNT.
013320      IF WS-RECIP-RCDS-WRITTEN NOT = WS-COPY-COUNT
013330          MOVE "4000-MERGE-RECIPIENT-COPIES" TO SAR-PARAGRAPH
013340          MOVE "TEN99RCP"            TO SAR-TABLE-NAME
013350          GO TO 5990-COUNT-ABEND
013360      END-IF.
013370
013380      MOVE "N"                    TO WS-MRG-EOF-SW.
013390      OPEN INPUT PART-UNDELIV-FILE.
013400      PERFORM 4200-COPY-UNDELIV-RCD THRU 4200-EXIT
013410          UNTIL WS-MRG-EOF.
013420      CLOSE PART-UNDELIV-FILE.
013430
013440      MOVE WS-EXP-UNDELIV         TO WS-COPY-COUNT.
013450      IF WS-UNDELIV-CNT NOT = WS-COPY-COUNT
013460          MOVE "4000-MERGE-RECIPIENT-COPIES" TO SAR-PARAGRAPH
013470          MOVE "UNDELIVQ"            TO SAR-TABLE-NAME
013480          GO TO 5990-COUNT-ABEND
013490      END-IF.
013500
013510  4000-EXIT.
013520      EXIT.
013530
013540  4100-COPY-RECIP-RCD.
013550
013560      READ PART-RECIP-FILE
013570          AT END
013580              MOVE "Y" TO WS-MRG-EOF-SW
013590              GO TO 4100-EXIT
013600      END-READ.
013610
013620      MOVE PART-RECIP-RCD         TO TEN99-RECIP-COPY-RCD.
013630      IF TSC-LAST-IMB-SERIAL NOT < 999999999
013640          MOVE ZERO TO TSC-LAST-IMB-SERIAL
013650      END-IF.
013660      ADD 1 TO TSC-LAST-IMB-SERIAL.
013670      MOVE TSC-LAST-IMB-SERIAL    TO WS-IMB-SERIAL-WORK.
013680      MOVE WS-IMB-SERIAL-WORK     TO RCP-IMB-SERIAL.
013690      WRITE TEN99-RECIP-COPY-RCD.
013700      ADD 1 TO WS-RECIP-RCDS-WRITTEN.
013710
013720  4100-EXIT.
013730      EXIT.
013740
013750  4200-COPY-UNDELIV-RCD.
013760
013770      READ PART-UNDELIV-FILE
013780          AT END
013790              MOVE "Y" TO WS-MRG-EOF-SW
013800              GO TO 4200-EXIT
013810      END-READ.
013820
013830      MOVE PART-UNDELIV-RCD       TO UNDELIV-RCD.
013840      WRITE UNDELIV-RCD.
013850      ADD 1 TO WS-UNDELIV-CNT.
013860
013870  4200-EXIT.
013880      EXIT.
013890
013900* 5000-MERGE-REGISTERS
013910*   THE NETTING, PORTAL, SUPPRESSED-PAYEE, CARRY-FORWARD, AND
013920*   CORRECTION HISTORY RECORDS ARE PER-PAYEE AND ALREADY IN TIN
013930*   ORDER WITHIN EACH PARTITION - THEY ARE CONCATENATED, AND EACH
013940*   FILE'S COUNT MUST EQUAL WHAT THE SUMMARIES SAY THE
013950*   PARTITIONS WROTE (MRG05).
013960  5000-MERGE-REGISTERS.
013970
013980      MOVE "N"                    TO WS-MRG-EOF-SW.
013990      OPEN INPUT PART-NETTING-FILE.
014000      PERFORM 5100-COPY-NETTING-RCD THRU 5100-EXIT
014010          UNTIL WS-MRG-EOF.
014020      CLOSE PART-NETTING-FILE.
014030      MOVE WS-EXP-NETTING         TO WS-COPY-COUNT.
014040      IF WS-NETTING-RCDS-WRITTEN NOT = WS-COPY-COUNT
014050          MOVE "5000-MERGE-REGISTERS" TO SAR-PARAGRAPH
014060          MOVE "TEN99NET"            TO SAR-TABLE-NAME
014070          GO TO 5990-COUNT-ABEND
014080      END-IF.
014090
014100      MOVE "N"                    TO WS-MRG-EOF-SW.
014110      OPEN INPUT PART-PORTAL-FILE.
014120      PERFORM 5200-COPY-PORTAL-RCD THRU 5200-EXIT
014130          UNTIL WS-MRG-EOF.
014140      CLOSE PART-PORTAL-FILE.
014150      MOVE WS-EXP-PORTAL          TO WS-COPY-COUNT.
014160      IF WS-PORTAL-RCDS-WRITTEN NOT = WS-COPY-COUNT
014170          MOVE "5000-MERGE-REGISTERS" TO SAR-PARAGRAPH
014180          MOVE "TEN99PRT"            TO SAR-TABLE-NAME
014190          GO TO 5990-COUNT-ABEND
014200      END-IF.
014210
014220      MOVE "N"                    TO WS-MRG-EOF-SW.
014230      OPEN INPUT PART-SUPPRESS-FILE.
014240      PERFORM 5300-COPY-SUPPRESS-RCD THRU 5300-EXIT
014250          UNTIL WS-MRG-EOF.
014260      CLOSE PART-SUPPRESS-FILE.
014270      MOVE WS-EXP-SUPPRESS        TO WS-COPY-COUNT.
014280      IF WS-SUPPRESS-RCDS-WRITTEN NOT = WS-COPY-COUNT
014290          MOVE "5000-MERGE-REGISTERS" TO SAR-PARAGRAPH
014300          MOVE "TEN99SUP"            TO SAR-TABLE-NAME
014310          GO TO 5990-COUNT-ABEND
014320      END-IF.
014330
014340      MOVE "N"                    TO WS-MRG-EOF-SW.
014350      OPEN INPUT PART-CARRY-FILE.
014360      PERFORM 5400-COPY-CARRY-RCD THRU 5400-EXIT
014370          UNTIL WS-MRG-EOF.
014380      CLOSE PART-CARRY-FILE.
014390      MOVE WS-EXP-CARRY           TO WS-COPY-COUNT.
014400      IF WS-CARRY-RCDS-WRITTEN NOT = WS-COPY-COUNT
014410          MOVE "5000-MERGE-REGISTERS" TO SAR-PARAGRAPH
014420          MOVE "TEN99CFW"            TO SAR-TABLE-NAME
014430          GO TO 5990-COUNT-ABEND
014440      END-IF.
014450
014460      MOVE "N"                    TO WS-MRG-EOF-SW.
014470      OPEN INPUT PART-CORR-HIST-FILE.
014480      PERFORM 5500-COPY-CORR-HIST-RCD THRU 5500-EXIT
014490          UNTIL WS-MRG-EOF.
014500      CLOSE PART-CORR-HIST-FILE.
014510      MOVE WS-EXP-CORR-HIST       TO WS-COPY-COUNT.
014520      IF WS-CORR-HIST-RCDS-WRITTEN NOT = WS-COPY-COUNT
014530          MOVE "5000-MERGE-REGISTERS" TO SAR-PARAGRAPH
014540          MOVE "CORRHIST"            TO SAR-TABLE-NAME
014550          GO TO 5990-COUNT-ABEND
014560      END-IF.
014570
014580      GO TO 5000-EXIT.
014590
014600*   COMMON ABEND FOR A COPIED FILE WHOSE COUNT DISAGREES WITH THE
014610*   PARTITION SUMMARIES - THE CALLER HAS SET THE PARAGRAPH AND DD.
014620  5990-COUNT-ABEND.
014630
014640      MOVE "*** PARTITION FILE COUNT DISAGREES WITH SUMMARIES ***"
014650                                  TO CC-E01W-DISPLAY-RCD.
014660      PERFORM 8999-WRITE-SYSOUT.
014670      MOVE "MRG05"                TO SAR-RETURN-CODE.
014680      MOVE SPACES                 TO SAR-DB-NAME.
014690      MOVE SPACES                 TO SAR-SQLCODE.
014700      GO TO 9998-COREDUMP.
014710
014720  5000-EXIT.
014730      EXIT.
014740
014750  5100-COPY-NETTING-RCD.
014760
014770      READ PART-NETTING-FILE
014780          AT END
014790              MOVE "Y" TO WS-MRG-EOF-SW
014800              GO TO 5100-EXIT
014810      END-READ.
014820
014830      MOVE PART-NETTING-RCD       TO TEN99-NETTING-OUT-RCD.
014840      WRITE TEN99-NETTING-OUT-RCD.
014850      ADD 1 TO WS-NETTING-RCDS-WRITTEN.
014860
014870  5100-EXIT.
014880      EXIT.
014890
014900  5200-COPY-PORTAL-RCD.
014910
014920      READ PART-PORTAL-FILE
014930          AT END
014940              MOVE "Y" TO WS-MRG-EOF-SW
014950              GO TO 5200-EXIT
014960      END-READ.
014970
014980      MOVE PART-PORTAL-RCD        TO TEN99-PORTAL-OUT-RCD.
014990      WRITE TEN99-PORTAL-OUT-RCD.
015000      ADD 1 TO WS-PORTAL-RCDS-WRITTEN.
015010
015020  5200-EXIT.
015030      EXIT.
015040
015050  5300-COPY-SUPPRESS-RCD.
015060
015070      READ PART-SUPPRESS-FILE
015080          AT END
015090              MOVE "Y" TO WS-MRG-EOF-SW
015100              GO TO 5300-EXIT
015110      END-READ.
015120
015130      MOVE PART-SUPPRESS-RCD      TO TEN99-SUPPRESS-OUT-RCD.
015140      WRITE TEN99-SUPPRESS-OUT-RCD.
015150      ADD 1 TO WS-SUPPRESS-RCDS-WRITTEN.
015160
015170  5300-EXIT.
015180      EXIT.
015190
015200  5400-COPY-CARRY-RCD.
015210
015220      READ PART-CARRY-FILE
015230          AT END
015240              MOVE "Y" TO WS-MRG-EOF-SW
015250              GO TO 5400-EXIT
015260      END-READ.
015270
015280      MOVE PART-CARRY-RCD         TO TEN99-CARRY-RCD.
015290      WRITE TEN99-CARRY-RCD.
015300      ADD 1 TO WS-CARRY-RCDS-WRITTEN.
015310
015320  5400-EXIT.
015330      EXIT.
015340
015350  5500-COPY-CORR-HIST-RCD.
015360
015370      READ PART-CORR-HIST-FILE
015380          AT END
015390              MOVE "Y" TO WS-MRG-EOF-SW
015400              GO TO 5500-EXIT
015410      END-READ.
015420
015430      MOVE PART-CORR-HIST-RCD     TO TEN99-CORR-HIST-OUT-RCD.
015440      WRITE TEN99-CORR-HIST-OUT-RCD.
015450      ADD 1 TO WS-CORR-HIST-RCDS-WRITTEN.
015460
015470  5500-EXIT.
015480      EXIT.
015490
015500* 6000-APPLY-YTD-EXTRACT
015510*   THE PARTITIONS OPENED THE KEYED YTD FILE INPUT ONLY AND LEFT
015520*   THEIR CONSOLIDATED RECORDS ON THE TEN99YXP EXTRACT.  THEY
015530*   ARE APPLIED HERE WITH CCCW9150'S 2400-WRITE-YTD-RCD LOGIC -
015540*   ADD, OR REPLACE THE RECORD CCCW9100 BUILT DURING THE YEAR.
015550  6000-APPLY-YTD-EXTRACT.
015560
015570      MOVE "N"                    TO WS-MRG-EOF-SW.
015580      OPEN INPUT PART-YTD-EXTRACT-FILE.
015590      PERFORM 6100-APPLY-YTD-RCD THRU 6100-EXIT
015600          UNTIL WS-MRG-EOF.
015610      CLOSE PART-YTD-EXTRACT-FILE.
015620
015630      MOVE WS-EXP-YTD             TO WS-COPY-COUNT.
015640      IF WS-PAYEES-ACCUMULATED NOT = WS-COPY-COUNT
015650          MOVE "6000-APPLY-YTD-EXTRACT" TO SAR-PARAGRAPH
015660          MOVE "TEN99YXP"            TO SAR-TABLE-NAME
015670          GO TO 5990-COUNT-ABEND
015680      END-IF.
015690
015700  6000-EXIT.
015710      EXIT.
015720
015730  6100-APPLY-YTD-RCD.
015740
015750      READ PART-YTD-EXTRACT-FILE
015760          AT END
015770              MOVE "Y" TO WS-MRG-EOF-SW
015780              GO TO 6100-EXIT
015790      END-READ.
015800
015810      MOVE PART-YTD-XTR-RCD       TO TEN99-YTD-RCD.
015820      WRITE TEN99-YTD-RCD
015830          INVALID KEY
015840              CONTINUE
015850      END-WRITE.
015860      IF WS-YTD-FILE-STATUS = "22"
015870          REWRITE TEN99-YTD-RCD
015880      END-IF.
015890      IF WS-YTD-FILE-STATUS NOT = "00"
015900          MOVE "6100-APPLY-YTD-RCD"  TO SAR-PARAGRAPH
015910          MOVE "YTD01"               TO SAR-RETURN-CODE
015920          MOVE SPACES                TO SAR-DB-NAME
015930          MOVE "TEN99YTD"            TO SAR-TABLE-NAME
015940          MOVE SPACES                TO SAR-SQLCODE
015950          GO TO 9998-COREDUMP
015960      END-IF.
015970      ADD 1 TO WS-PAYEES-ACCUMULATED.
015980
015990  6100-EXIT.
016000      EXIT.
016010
016020* 7000-MERGE-SUMMARIES
016030*   SUMS THE PARTITIONS' REASON BREAKDOWNS BY REASON CODE AND
016040*   THEIR 1096 SUMMARIES BY FILER AND FORM.  8200 AND 8700 WRITE
016050*   THE MERGED RECORDS AT WRAP-UP.
016060  7000-MERGE-SUMMARIES.
016070
016080      MOVE "N"                    TO WS-MRG-EOF-SW.
016090      OPEN INPUT PART-REASON-FILE.
016100      PERFORM 7100-ADD-REASON-RCD THRU 7100-EXIT
016110          UNTIL WS-MRG-EOF.
016120      CLOSE PART-REASON-FILE.
016130
016140      MOVE "N"                    TO WS-MRG-EOF-SW.
016150      OPEN INPUT PART-TEN96-FILE.
016160      PERFORM 7200-ADD-1096-RCD THRU 7200-EXIT
016170          UNTIL WS-MRG-EOF.
016180      CLOSE PART-TEN96-FILE.
016190
016200  7000-EXIT.
016210      EXIT.
016220
016230  7100-ADD-REASON-RCD.
016240
016250      READ PART-REASON-FILE
016260          AT END
016270              MOVE "Y" TO WS-MRG-EOF-SW
016280              GO TO 7100-EXIT
016290      END-READ.
016300
016310      MOVE PART-REASON-RCD        TO TEN99-REASON-BRK-RCD.
016320
016330      PERFORM 7190-TABLE-SEARCH THRU 7190-EXIT
016340          VARYING WS-RSN-SUB FROM 1 BY 1
016350          UNTIL WS-RSN-SUB > WS-RSN-COUNT-USED
016360          OR WS-RSN-CODE (WS-RSN-SUB) = RB-REASON-CODE.
016370
016380      IF WS-RSN-SUB > WS-RSN-COUNT-USED
016390          IF WS-RSN-COUNT-USED NOT < WS-RSN-MAX
016400              MOVE "7100-ADD-REASON-RCD" TO SAR-PARAGRAPH
016410              MOVE "MRG06"               TO SAR-RETURN-CODE
016420              MOVE SPACES                TO SAR-DB-NAME
016430              MOVE "P99RSN"              TO SAR-TABLE-NAME
016440              MOVE SPACES                TO SAR-SQLCODE
016450              GO TO 9998-COREDUMP
016460          END-IF
016470          ADD 1 TO WS-RSN-COUNT-USED
016480          MOVE WS-RSN-COUNT-USED  TO WS-RSN-SUB
016490          MOVE RB-REASON-CODE     TO WS-RSN-CODE (WS-RSN-SUB)
016500          MOVE RB-REASON-DESC     TO WS-RSN-DESC (WS-RSN-SUB)
016510          MOVE ZERO               TO WS-RSN-COUNT (WS-RSN-SUB)
016520                                     WS-RSN-AMOUNT (WS-RSN-SUB)
016530      END-IF.
016540
016550      ADD RB-RECORD-COUNT         TO WS-RSN-COUNT (WS-RSN-SUB).
016560      ADD RB-DOLLAR-TOTAL         TO WS-RSN-AMOUNT (WS-RSN-SUB).
016570
016580  7100-EXIT.
016590      EXIT.
016600
016610*   TABLE SEARCH STEP - THE PERFORM VARYING ... UNTIL DOES THE
016620*   WORK; THE SUBSCRIPT IS LEFT ON THE MATCH OR ONE PAST THE END.
016630  7190-TABLE-SEARCH.
016640  7190-EXIT.
016650      EXIT.
016660
016670  7200-ADD-1096-RCD.
016680
016690      READ PART-TEN96-FILE
016700          AT END
016710              MOVE "Y" TO WS-MRG-EOF-SW
016720              GO TO 7200-EXIT
016730      END-READ.
016740
016750      MOVE PART-TEN96-RCD         TO TEN96-SUMMARY-RCD.
016760
016770      EVALUATE TRUE
016780          WHEN SX-FORM-NEC
016790              MOVE 2              TO WS-96-FORM-RANK
016800          WHEN SX-FORM-INT
016810              MOVE 3              TO WS-96-FORM-RANK
016820          WHEN OTHER
016830              MOVE 1              TO WS-96-FORM-RANK
016840      END-EVALUATE.
016850      COMPUTE WS-96-WANT-KEY =
016860          SX-FILER-LABEL-CODE * 10 + WS-96-FORM-RANK.
016870
016880      PERFORM 7190-TABLE-SEARCH THRU 7190-EXIT
016890          VARYING WS-96-SUB FROM 1 BY 1
016900          UNTIL WS-96-SUB > WS-96-COUNT-USED
016910          OR WS-96-SORT-KEY (WS-96-SUB) = WS-96-WANT-KEY.
016920
016930      IF WS-96-SUB > WS-96-COUNT-USED
016940          IF WS-96-COUNT-USED NOT < WS-96-MAX
016950              MOVE "7200-ADD-1096-RCD"   TO SAR-PARAGRAPH
016960              MOVE "MRG06"               TO SAR-RETURN-CODE
016970              MOVE SPACES                TO SAR-DB-NAME
016980              MOVE "P96SUM"              TO SAR-TABLE-NAME
016990              MOVE SPACES                TO SAR-SQLCODE
017000              GO TO 9998-COREDUMP
017010          END-IF
017020          ADD 1 TO WS-96-COUNT-USED
017030          MOVE WS-96-COUNT-USED   TO WS-96-SUB
017040          MOVE WS-96-WANT-KEY     TO WS-96-SORT-KEY (WS-96-SUB)
017050          MOVE SX-FILER-LABEL-CODE TO WS-96-LABEL-CODE (WS-96-SUB)
017060          MOVE SX-FILER-TIN       TO WS-96-FILER-TIN (WS-96-SUB)
017070          MOVE SX-FILER-NAME      TO WS-96-FILER-NAME (WS-96-SUB)
017080          MOVE SX-FORM-TYPE       TO WS-96-FORM-TYPE (WS-96-SUB)
017090          MOVE ZERO               TO WS-96-COUNT (WS-96-SUB)
017100                                     WS-96-AMOUNT (WS-96-SUB)
017110                                     WS-96-WITHHELD (WS-96-SUB)
017120          MOVE "N"                TO WS-96-WRITTEN-SW (WS-96-SUB)
017130      END-IF.
017140
017150      ADD SX-FORM-COUNT           TO WS-96-COUNT (WS-96-SUB).
017160      ADD SX-TOTAL-AMOUNT         TO WS-96-AMOUNT (WS-96-SUB).
017170      ADD SX-TOTAL-WITHHELD       TO WS-96-WITHHELD (WS-96-SUB).
017180
017190  7200-EXIT.
017200      EXIT.
017210
017220  8000-WRAPUP.
017230
017240      MOVE "PAYEES BELOW MINIMUM:"  TO SCR-LITERAL.
017250      MOVE WS-PAYEES-BELOW-MINIMUM  TO SCR-COUNT.
017260      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017270      PERFORM 8999-WRITE-SYSOUT.
017280
017290      MOVE "EXEMPT PAYEES SUPPRESSED:" TO SCR-LITERAL.
017300      MOVE WS-SUPPRESS-RCDS-WRITTEN TO SCR-COUNT.
017310      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017320      PERFORM 8999-WRITE-SYSOUT.
017330
017340      MOVE "RECIPIENT COPIES WRITTEN:" TO SCR-LITERAL.
017350      MOVE WS-RECIP-RCDS-WRITTEN    TO SCR-COUNT.
017360      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017370      PERFORM 8999-WRITE-SYSOUT.
017380
017390      MOVE "UNDELIVERABLE ADDRESSES:" TO SCR-LITERAL.
017400      MOVE WS-UNDELIV-CNT           TO SCR-COUNT.
017410      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017420      PERFORM 8999-WRITE-SYSOUT.
017430
017440      MOVE "NETTING RECORDS WRITTEN:" TO SCR-LITERAL.
017450      MOVE WS-NETTING-RCDS-WRITTEN  TO SCR-COUNT.
017460      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017470      PERFORM 8999-WRITE-SYSOUT.
017480
017490      MOVE "PORTAL RECORDS WRITTEN:" TO SCR-LITERAL.
017500      MOVE WS-PORTAL-RCDS-WRITTEN   TO SCR-COUNT.
017510      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017520      PERFORM 8999-WRITE-SYSOUT.
017530
017540      MOVE "CORR HIST RCDS WRITTEN:" TO SCR-LITERAL.
017550      MOVE WS-CORR-HIST-RCDS-WRITTEN TO SCR-COUNT.
017560      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017570      PERFORM 8999-WRITE-SYSOUT.
017580
017590      MOVE "YTD PAYEES APPLIED:"    TO SCR-LITERAL.
017600      MOVE WS-PAYEES-ACCUMULATED    TO SCR-COUNT.
017610      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017620      PERFORM 8999-WRITE-SYSOUT.
017630
017640      MOVE "LATER-YEAR RECORDS CARRIED:" TO SCR-LITERAL.
017650      MOVE WS-LATER-YEAR-CARRIED    TO SCR-COUNT.
017660      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017670      PERFORM 8999-WRITE-SYSOUT.
017680
017690      MOVE "PRIOR-YEAR RECORDS CARRIED:" TO SCR-LITERAL.
017700      MOVE WS-PRIOR-YEAR-CARRIED    TO SCR-COUNT.
017710      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
017720      PERFORM 8999-WRITE-SYSOUT.
017730
017740      PERFORM 8200-WRITE-REASON-BREAKDOWN THRU 8200-EXIT.
017750
017760      PERFORM 8100-BALANCE-MERGED-STREAM THRU 8100-EXIT
017770          VARYING WS-STREAM-SUB FROM 1 BY 1
017780          UNTIL WS-STREAM-SUB > 5.
017790
017800      PERFORM 8700-WRITE-1096-SUMMARIES THRU 8700-EXIT.
017810
017820      PERFORM 8750-ARCHIVE-TRANSMITTALS THRU 8750-EXIT.
017830
017840*   THE MERGED STATE TRANSMITTAL REGISTERS READY ONCE, FOR THE
017850*   CCCW9161 DUAL-CONTROL GATE, EXACTLY AS A SERIAL BUILD'S DOES.
017860      IF NOT WS-TEST-MODE-RUN
017870          PERFORM 8795-REGISTER-STATE-READY THRU 8795-EXIT
017880      END-IF.
017890
017900      PERFORM 8300-SAVE-FILE-SEQUENCE THRU 8300-EXIT.
017910
17910a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
17910b
017920      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
017930
017940      COPY C2INZ003.
017950
017960      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
017970
017980  8000-EXIT.
017990      EXIT.
17990a
17990b* 8980-NOTE-TABLE-CAPACITY
17990c*   NOTES EACH MERGE TABLE'S HIGH-WATER MARK AGAINST ITS LIMIT
17990d*   AND PRINTS THE CAPACITY REPORT.  A FULL TABLE ABENDS (MRG01,
17990e*   MRG06), SO THE MERGE NEVER DROPS AN ENTRY; A PARTITION'S OWN
17990f*   DROPPED ENTRIES ARE ON ITS CCCW9150 REPORT AND SET RC=12 IN
17990g*   8900.
17990h  8980-NOTE-TABLE-CAPACITY.
17990i
17990j      MOVE "PARTITIONS"             TO TC-NOTE-NAME.
17990k      MOVE WS-PT-MAX                TO TC-NOTE-LIMIT.
17990l      MOVE WS-PT-COUNT              TO TC-NOTE-HIGH.
17990m      MOVE ZERO                     TO TC-NOTE-DROPPED.
17990n      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
17990o
17990p      MOVE "REASON CODES"           TO TC-NOTE-NAME.
17990q      MOVE WS-RSN-MAX               TO TC-NOTE-LIMIT.
17990r      MOVE WS-RSN-COUNT-USED        TO TC-NOTE-HIGH.
17990s      MOVE ZERO                     TO TC-NOTE-DROPPED.
17990t      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
17990u
17990v      MOVE "1096 SUMMARY"           TO TC-NOTE-NAME.
17990w      MOVE WS-96-MAX                TO TC-NOTE-LIMIT.
17990x      MOVE WS-96-COUNT-USED         TO TC-NOTE-HIGH.
17990y      MOVE ZERO                     TO TC-NOTE-DROPPED.
17990z      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
17991a
17991b      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
17991c
17991d  8980-EXIT.
17991e      EXIT.
018000
018010* 8100-BALANCE-MERGED-STREAM
018020*   CCCW9150'S 8100-BALANCE-OUTPUT-FILE PROOF, RUN AGAINST EACH
018030*   MERGED STREAM: THE STREAM IS RE-READ FROM THE TOP, ITS DETAIL
018040*   RECOUNTED, RESUMMED, AND RE-CHECKSUMMED, AND THE RESULT
018050*   COMPARED TO THE TRAILER RE-READ FROM THE FILE.  BAL01-BAL03
018060*   ARE CCCW9150'S CODES FOR THE OUTPUT, NEC, AND INT STREAMS;
018070*   BAL04 AND BAL05 ARE THE STATE AND LABEL STREAMS.
018080  8100-BALANCE-MERGED-STREAM.
018090
018100      MOVE ZERO TO WS-BAL-DETAIL-COUNT.
018110      MOVE ZERO TO WS-BAL-DETAIL-AMOUNT.
018120      MOVE ZERO TO WS-BAL-CHECKSUM.
018130      MOVE "N" TO WS-MRG-EOF-SW.
018140
018150      PERFORM 3940-OPEN-MERGED-STREAM THRU 3940-EXIT.
018160
018170      PERFORM 8110-BALANCE-READ  THRU 8110-EXIT
018180          UNTIL WS-MRG-EOF.
018190
018200      PERFORM 3960-CLOSE-MERGED-STREAM THRU 3960-EXIT.
018210
018220      MOVE WS-BAL-DETAIL-COUNT    TO WS-BAL-COUNT-RAW.
018230
018240      IF WS-BAL-COUNT-RAW NOT = TEN99-WRITTEN-CNT-TLR
018250          OR WS-BAL-DETAIL-AMOUNT NOT = TEN99-TOTAL-DOLLAR-AMT-TLR
018260          OR WS-BAL-CHECKSUM NOT = TEN99-CHECKSUM-TLR
018270          MOVE "8100-BALANCE-MERGED-STREAM" TO SAR-PARAGRAPH
018280          MOVE "BAL0"                TO SAR-RETURN-CODE
018290          MOVE WS-STREAM-SUB         TO SAR-RETURN-CODE (5:1)
018300          MOVE SPACES                TO SAR-DB-NAME
018310          MOVE WS-SI-DDNAME (WS-STREAM-SUB) TO SAR-TABLE-NAME
018320          MOVE SPACES                TO SAR-SQLCODE
018330          GO TO 9998-COREDUMP
018340      END-IF.
018350
018360  8100-EXIT.
018370      EXIT.
018380
018390  8110-BALANCE-READ.
018400
018410      PERFORM 3950-READ-MERGED-STREAM THRU 3950-EXIT.
018420      IF WS-MRG-EOF
018430          GO TO 8110-EXIT
018440      END-IF.
018450
018460      IF TEN99-RCD (1:10) = LOW-VALUES
018470          GO TO 8110-EXIT
018480      END-IF.
018490
018500      IF TEN99-RCD (1:10) = HIGH-VALUES
018510          MOVE TEN99-RCD          TO TEN99-RECORD-TLR
018520          GO TO 8110-EXIT
018530      END-IF.
018540
018550      ADD 1 TO WS-BAL-DETAIL-COUNT.
018560      ADD TEN99-RPT-DISB-AMT-DATA TO WS-BAL-DETAIL-AMOUNT.
018570      ADD TEN99-DISB-REQ-SEQ-NUM-DATA TO WS-BAL-CHECKSUM.
018580
018590  8110-EXIT.
018600      EXIT.
018610
018620  8200-WRITE-REASON-BREAKDOWN.
018630
018640      PERFORM 8210-WRITE-REASON-RCD THRU 8210-EXIT
018650          VARYING WS-RSN-SUB FROM 1 BY 1
018660          UNTIL WS-RSN-SUB > WS-RSN-COUNT-USED.
018670
018680  8200-EXIT.
018690      EXIT.
018700
018710  8210-WRITE-REASON-RCD.
018720
018730      MOVE SPACES                 TO TEN99-REASON-BRK-RCD.
018740      MOVE WS-RSN-CODE (WS-RSN-SUB)   TO RB-REASON-CODE.
018750      MOVE WS-RSN-DESC (WS-RSN-SUB)   TO RB-REASON-DESC.
018760      MOVE WS-RSN-COUNT (WS-RSN-SUB)  TO RB-RECORD-COUNT.
018770      MOVE WS-RSN-AMOUNT (WS-RSN-SUB) TO RB-DOLLAR-TOTAL.
018780
018790      WRITE TEN99-REASON-BRK-RCD.
018800
018810  8210-EXIT.
018820      EXIT.
018830
018840* 8300-SAVE-FILE-SEQUENCE
018850*   SAVES THE SEQUENCE THE MERGED HEADERS CARRY AND THE IMB SERIAL
018860*   THE RE-STAMP ADVANCED.  A TEST RUN BURNS NEITHER.
018870  8300-SAVE-FILE-SEQUENCE.
018880
018890      IF WS-TEST-MODE-RUN
018900          GO TO 8300-EXIT
018910      END-IF.
018920
018930      OPEN OUTPUT TEN99-SEQCTL-FILE.
018940      WRITE TEN99-SEQCTL-RCD.
018950      CLOSE TEN99-SEQCTL-FILE.
018960
018970  8300-EXIT.
018980      EXIT.
018990
019000* 8700-WRITE-1096-SUMMARIES
019010*   WRITES THE MERGED 1096 SUMMARIES IN LABEL CODE / FORM ORDER -
019020*   THE CORPORATE FILER'S FORMS ALWAYS (EVERY PARTITION WROTE
019030*   THEM), EACH LABEL-SPLIT FILER'S FORM ONLY WHEN IT CARRIED
019040*   PAYEES IN SOME PARTITION.  THE CORPORATE COUNTS MUST EQUAL THE
019050*   MERGED OUTPUT, NEC, AND INT STREAM COUNTS (MRG06).
019060  8700-WRITE-1096-SUMMARIES.
019070
019080      PERFORM 8710-WRITE-NEXT-1096 THRU 8710-EXIT
019090          VARYING WS-96-LOW-SUB FROM 1 BY 1
019100          UNTIL WS-96-LOW-SUB > WS-96-COUNT-USED.
019110
019120      MOVE "1096 SUMMARIES WRITTEN:" TO SCR-LITERAL.
019130      MOVE WS-TEN96-RCDS-WRITTEN  TO SCR-COUNT.
019140      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019150      PERFORM 8999-WRITE-SYSOUT.
019160
019170  8700-EXIT.
019180      EXIT.
019190
019200*   EACH PASS PICKS THE LOWEST KEY NOT YET WRITTEN.
019210  8710-WRITE-NEXT-1096.
019220
019230      MOVE 99999                  TO WS-96-WANT-KEY.
019240      MOVE ZERO                   TO WS-96-SUB.
019250      PERFORM 8720-FIND-LOW-1096 THRU 8720-EXIT
019260          VARYING WS-PT-SUB FROM 1 BY 1
019270          UNTIL WS-PT-SUB > WS-96-COUNT-USED.
019280
019290      MOVE "Y"                    TO WS-96-WRITTEN-SW (WS-96-SUB).
019300
019310      IF WS-96-LABEL-CODE (WS-96-SUB) = ZERO
019320          MOVE WS-96-SORT-KEY (WS-96-SUB) TO WS-96-FORM-RANK
019330          MOVE WS-96-COUNT (WS-96-SUB)    TO WS-COPY-COUNT
019340          IF WS-COPY-COUNT NOT = WS-ST-COUNT (WS-96-FORM-RANK)
019350              MOVE "*** CORPORATE 1096 DISAGREES WITH STREAM ***"
019360                                  TO CC-E01W-DISPLAY-RCD
019370              PERFORM 8999-WRITE-SYSOUT
019380              MOVE "8710-WRITE-NEXT-1096" TO SAR-PARAGRAPH
019390              MOVE "MRG06"               TO SAR-RETURN-CODE
019400              MOVE SPACES                TO SAR-DB-NAME
019410              MOVE "TEN96SUM"            TO SAR-TABLE-NAME
019420              MOVE SPACES                TO SAR-SQLCODE
019430              GO TO 9998-COREDUMP
019440          END-IF
019450      ELSE
019460          IF WS-96-COUNT (WS-96-SUB) = ZERO
019470              GO TO 8710-EXIT
019480          END-IF
019490      END-IF.
019500
019510      MOVE SPACES                 TO TEN96-SUMMARY-RCD.
019520      MOVE WS-96-LABEL-CODE (WS-96-SUB) TO SX-FILER-LABEL-CODE.
019530      MOVE WS-96-FILER-TIN (WS-96-SUB)  TO SX-FILER-TIN.
019540      MOVE WS-96-FILER-NAME (WS-96-SUB) TO SX-FILER-NAME.
019550      MOVE WS-96-FORM-TYPE (WS-96-SUB)  TO SX-FORM-TYPE.
019560      MOVE WS-96-COUNT (WS-96-SUB)      TO SX-FORM-COUNT.
019570      MOVE WS-96-AMOUNT (WS-96-SUB)     TO SX-TOTAL-AMOUNT.
019580      MOVE WS-96-WITHHELD (WS-96-SUB)   TO SX-TOTAL-WITHHELD.
019590      WRITE TEN96-SUMMARY-RCD.
019600      ADD 1 TO WS-TEN96-RCDS-WRITTEN.
019610
019620  8710-EXIT.
019630      EXIT.
019640
019650  8720-FIND-LOW-1096.
019660
019670      IF NOT WS-96-WRITTEN (WS-PT-SUB)
019680          AND WS-96-SORT-KEY (WS-PT-SUB) < WS-96-WANT-KEY
019690          MOVE WS-96-SORT-KEY (WS-PT-SUB) TO WS-96-WANT-KEY
019700          MOVE WS-PT-SUB          TO WS-96-SUB
019710      END-IF.
019720
019730  8720-EXIT.
019740      EXIT.
019750
019760* 8750-ARCHIVE-TRANSMITTALS
019770*   ARCHIVES THE FIVE MERGED STREAMS ONCE, EACH BEHIND AN 'H'
019780*   HEADER, IN CCCW9150'S ORDER - OUTPUT, NEC, INT, STATE, LABEL.
019790*   A TEST RUN ARCHIVES NOTHING.
019800  8750-ARCHIVE-TRANSMITTALS.
019810
019820      IF WS-TEST-MODE-RUN
019830          GO TO 8750-EXIT
019840      END-IF.
019850
019860      OPEN EXTEND TEN99-ARCHIVE-FILE.
019870
019880      PERFORM 8760-ARCHIVE-STREAM THRU 8760-EXIT
019890          VARYING WS-STREAM-SUB FROM 1 BY 1
019900          UNTIL WS-STREAM-SUB > 5.
019910
019920      CLOSE TEN99-ARCHIVE-FILE.
019930
019940      MOVE "ARCHIVE RECORDS WRITTEN:" TO SCR-LITERAL.
019950      MOVE WS-ARCH-RCDS-WRITTEN  TO SCR-COUNT.
019960      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
019970      PERFORM 8999-WRITE-SYSOUT.
019980
019990  8750-EXIT.
020000      EXIT.
020010
020020  8760-ARCHIVE-STREAM.
020030
020040      MOVE SPACES                 TO TEN99-ARCHIVE-RCD.
020050      MOVE "H"                    TO AR-RECORD-TYPE.
020060      MOVE SWA-CURRENT-CCYY-DATE  TO AR-PROC-DATE.
020070      MOVE TSC-LAST-FILE-SEQ      TO AR-FILE-SEQ.
020080      MOVE WS-SI-ARCH-TYPE (WS-STREAM-SUB) TO AR-FILE-TYPE.
020090      WRITE TEN99-ARCHIVE-RCD.
020100      ADD 1 TO WS-ARCH-RCDS-WRITTEN.
020110
020120      MOVE "N"                    TO WS-MRG-EOF-SW.
020130      PERFORM 3940-OPEN-MERGED-STREAM THRU 3940-EXIT.
020140      PERFORM 8770-ARCHIVE-RCD THRU 8770-EXIT
020150          UNTIL WS-MRG-EOF.
020160      PERFORM 3960-CLOSE-MERGED-STREAM THRU 3960-EXIT.
020170
020180  8760-EXIT.
020190      EXIT.
020200
020210  8770-ARCHIVE-RCD.
020220
020230      PERFORM 3950-READ-MERGED-STREAM THRU 3950-EXIT.
020240      IF WS-MRG-EOF
020250          GO TO 8770-EXIT
020260      END-IF.
020270
020280      MOVE SPACES                 TO TEN99-ARCHIVE-RCD.
020290      MOVE "D"                    TO AR-RECORD-TYPE.
020300      MOVE SWA-CURRENT-CCYY-DATE  TO AR-PROC-DATE.
020310      MOVE TSC-LAST-FILE-SEQ      TO AR-FILE-SEQ.
020320      MOVE WS-SI-ARCH-TYPE (WS-STREAM-SUB) TO AR-FILE-TYPE.
020330      MOVE TEN99-RCD              TO AR-DATA.
020340      WRITE TEN99-ARCHIVE-RCD.
020350      ADD 1 TO WS-ARCH-RCDS-WRITTEN.
020360
020370  8770-EXIT.
020380      EXIT.
020390
020400* 8795-REGISTER-STATE-READY
020410*   CCCW9150'S 8795-REGISTER-STATE-READY, FOR THE MERGED STATE
020420*   TRANSMITTAL.
020430  8795-REGISTER-STATE-READY.
020440
020450      PERFORM 8796-OPEN-FILING-STATUS THRU 8796-EXIT.
020460
020470      MOVE SPACES                 TO FILING-STATUS-RCD.
020480      MOVE WS-TAX-YEAR            TO FC-TAX-YEAR.
020490      MOVE TSC-LAST-FILE-SEQ      TO FC-FILE-SEQ.
020500      MOVE SWA-CURRENT-CCYY-DATE  TO FC-SENT-DATE.
020510      MOVE "P"                    TO FC-STATUS.
020520      MOVE ZERO                   TO FC-STATUS-DATE.
020530      MOVE ZERO                   TO FC-REPLACEMENT-DUE.
020540      IF LS-PARM-LENGTH > 6
020550          MOVE LS-PARM-OPERATOR   TO FC-PREPARED-BY
020560      ELSE
020570          MOVE SPACES             TO FC-PREPARED-BY
020580      END-IF.
020590      MOVE SPACES                 TO FC-APPROVED-BY.
020600      MOVE WS-ST-COUNT (4)        TO FC-CONTROL-COUNT.
020610      MOVE WS-ST-AMOUNT (4)       TO FC-CONTROL-AMOUNT.
020620      MOVE "S"                    TO FC-FILE-TYPE.
020630      WRITE FILING-STATUS-RCD.
020640
020650      CLOSE FILING-STATUS-FILE.
020660
020670  8795-EXIT.
020680      EXIT.
0206va
0206vb* 8796-OPEN-FILING-STATUS
0206vc*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0206vd*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0206ve*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0206vf*   LAYOUT HEADER AS ITS FIRST RECORD.
0206vg  8796-OPEN-FILING-STATUS.
0206vh
0206vi      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0206vj      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0206vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0206vl      OPEN INPUT FILING-STATUS-FILE.
0206vm      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0206vn          AT END
0206vo              MOVE "Y"            TO WS-LV-EMPTY-SW
0206vp      END-READ.
0206vq      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0206vr      CLOSE FILING-STATUS-FILE.
0206vs
0206vt      OPEN EXTEND FILING-STATUS-FILE.
0206vu      IF WS-LV-FILE-EMPTY
0206vv          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0206vw          WRITE FILING-STATUS-RCD FROM LAYOUT-HEADER-RCD
0206vx      END-IF.
0206vy
0206vz  8796-EXIT.
0206wa      EXIT.
020690
020700* 8900-SET-RETURN-CODE
020710*   CCCW9150'S RETURN CODES, TAKEN ACROSS THE PARTITIONS: RC=4
020720*   OTHER-YEAR RECORDS CARRIED FORWARD OR A MISSING CCCW9100
020730*   DAY; RC=12 A PARTITION DROPPED A TABLE ENTRY - A SHORT
20730a*   BANK-RETURN TABLE MEANS RETURNED CHECKS MAY NOT ALL HAVE
20730b*   BEEN EXCLUDED.
020740  8900-SET-RETURN-CODE.
020750
020760      MOVE ZERO TO WS-RETURN-CODE.
020770
020780      IF WS-LATER-YEAR-CARRIED > ZERO
020790          OR WS-PRIOR-YEAR-CARRIED > ZERO
020800          OR WS-MISSING-DAYS > ZERO
020810          MOVE 4 TO WS-RETURN-CODE
020820      END-IF.
020830
020840      IF WS-BKR-TABLE-OVERFLOW
020850          OR WS-ANY-TABLE-OVERFLOW
20850a          MOVE 12 TO WS-RETURN-CODE
020860      END-IF.
020870
020880      MOVE WS-RETURN-CODE         TO RETURN-CODE.
020890      MOVE WS-RETURN-CODE         TO SWA-RUN-COND-CODE.
020900
020910  8900-EXIT.
020920      EXIT.
020930
20930a      COPY CLCWW134.
20930b
0209va      COPY CLCWW167.
0209vb
020940      COPY C2INZ002.
020950
020960      COPY C2INZ004.
020970
020980      COPY C2INZ005.
020990
021000      TEN99-YTD-FILE
021010      TEN99-CARRY-FILE
021020      UNDELIV-FILE
021030      TEN96-SUMMARY-FILE
021040      TEN99-RECIP-FILE
021050      TEN99-REASON-RPT
021060      TEN99-NETTING-RPT
021070      TEN99-PORTAL-FILE
021080      TEN99-CORR-HIST-FILE
021090      TEN99-SUPPRESS-FILE
021100      RUN-HISTORY-FILE.
021110
021120  9999-EXIT.
021130      EXIT.
