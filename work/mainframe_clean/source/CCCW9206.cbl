000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9206.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9206
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    QUARTERLY SOX CONTROL-EVIDENCE BINDER.  THE KEY
000130*              CONTROLS OF THE SUITE LEAVE THEIR EVIDENCE IN
000140*              SEVERAL PLACES - THE RUN-HISTORY FILE (EVERY
000150*              PROGRAM'S END RECORD AND CONDITION CODE), THE
000160*              CLCWW076 FILING-STATUS FILE (PREPARER AND
000170*              APPROVER OF EVERY TRANSMISSION), THE CLCWW058
000180*              VENDOR MASTER CHANGE AUDIT, THE CLCWW109 CW99
000190*              ACCESS AUDIT AND THE CLCWW114 REPORT REPOSITORY
000200*              (THE ARCHIVED CCCW9100 DISPOSITION PROOF).  THIS
000210*              PROGRAM PULLS THEM TOGETHER FOR ONE CALENDAR
000220*              QUARTER: FOR EACH CONTROL IN WS-CONTROL-TABLE IT
000230*              LISTS EVERY DATE OR EVENT THE CONTROL SHOULD
000240*              HAVE OPERATED ON - EVERY CLCWW065 BUSINESS DAY
000250*              FOR A DAILY CONTROL, THE FIRST BUSINESS DAY OF
000260*              EACH MONTH FOR A MONTHLY ONE, EVERY TRANSMISSION
000270*              PREPARED FOR THE DUAL-CONTROL APPROVAL, EVERY
000280*              PRODUCTION YEAR-END BUILD FOR THE YTD
000290*              VERIFICATION - WHETHER IT RAN, AND ITS OUTCOME.
000300*              EVERY MISSED OR FAILED EXECUTION IS LISTED AGAIN
000310*              AS AN EXCEPTION AT THE FRONT OF THE BINDER.  THE
000320*              BINDER IS ALSO ARCHIVED TO THE REPOSITORY (REPORT
000330*              ID SOXBNDR) SO CCCW9159 CAN REPRODUCE IT.
000340*              DATES AFTER THE RUN DATE ARE NOT YET DUE AND ARE
000350*              NOT LISTED, SO A BINDER FOR THE QUARTER IN
000360*              PROGRESS SHOWS THE QUARTER TO DATE.
000370*
000380*  FILES:      RUNHIST  - RUN-HISTORY AUDIT FILE (C2INW005)
000390*              BUSCAL   - BUSINESS CALENDAR (CLCWW065)
000400*              FILSTAT  - FILING-STATUS CONTROL (CLCWW076)
000410*              VMAUDIT  - VENDOR MASTER CHANGE AUDIT (CLCWW058)
000420*              CWAUDIT  - CW99 ACCESS AUDIT (CLCWW109)
000430*              RPTARCH  - REPORT REPOSITORY (CLCWW114) - READ,
000440*                         THEN EXTENDED WITH THE BINDER
000450*              SOXBNDR  - CONTROL-EVIDENCE BINDER
000460*
000470*  PARM:       CCYYQN - THE CALENDAR QUARTER, E.G.
000480*              PARM='2026Q3'.  NO PARM TAKES THE LAST COMPLETE
000490*              QUARTER BEFORE THE RUN DATE.
000500*
000510*  RETURN:     RC=0 EVERY CONTROL RAN AND PASSED EVERY TIME IT
000520*              WAS DUE.  RC=4 EXCEPTIONS ARE LISTED.  RC=12 A
000530*              TABLE OVERFLOWED (SEE THE CAPACITY REPORT) - THE
000540*              BINDER IS INCOMPLETE AND MUST NOT BE FILED.
000550*
000560******************************************************************
000570*                      MODIFICATION HISTORY
000580******************************************************************
000590* DATE     INIT  DESCRIPTION
000600* -------- ----  --------------------------------------------
000610* 10/2026  RF    NEW PROGRAM - QUARTERLY SOX CONTROL-EVIDENCE
000620*                BINDER
000630******************************************************************
000640  ENVIRONMENT DIVISION.
000650  CONFIGURATION SECTION.
000660  SOURCE-COMPUTER.   IBM-370.
000670  OBJECT-COMPUTER.   IBM-370.
000680  INPUT-OUTPUT SECTION.
000690  FILE-CONTROL.
000700
000710      COPY C2INX001.
000720
000730      SELECT BUSCAL-FILE         ASSIGN TO BUSCAL
000740          ORGANIZATION IS SEQUENTIAL.
000750
000760      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
000770          ORGANIZATION IS SEQUENTIAL.
000780
000790      SELECT VM-AUDIT-FILE       ASSIGN TO VMAUDIT
000800          ORGANIZATION IS SEQUENTIAL.
000810
000820      SELECT ACCESS-AUDIT-FILE   ASSIGN TO CWAUDIT
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      SELECT REPORT-ARCHIVE-FILE ASSIGN TO RPTARCH
000860          ORGANIZATION IS SEQUENTIAL.
000870
000880      SELECT BINDER-RPT          ASSIGN TO SOXBNDR
000890          ORGANIZATION IS SEQUENTIAL.
000900
000910      COPY C2INX004.
000920
000930  DATA DIVISION.
000940  FILE SECTION.
000950
000960      COPY C2INX002.
000970
000980  FD  BUSCAL-FILE
000990      BLOCK CONTAINS 0 RECORDS
001000      RECORDING MODE IS F
001010      LABEL RECORDS ARE STANDARD
001020      DATA RECORD IS BUSCAL-RCD.
001030
001040      COPY CLCWW065.
001050
001060  FD  FILING-STATUS-FILE
001070      BLOCK CONTAINS 0 RECORDS
001080      RECORDING MODE IS F
001090      LABEL RECORDS ARE STANDARD
001100      DATA RECORD IS FILING-STATUS-RCD.
001110
001120      COPY CLCWW076.
001130
001140  FD  VM-AUDIT-FILE
001150      BLOCK CONTAINS 0 RECORDS
001160      RECORDING MODE IS F
001170      LABEL RECORDS ARE STANDARD
001180      DATA RECORD IS VM-AUDIT-RCD.
001190
001200      COPY CLCWW058.
001210
001220  FD  ACCESS-AUDIT-FILE
001230      BLOCK CONTAINS 0 RECORDS
001240      RECORDING MODE IS F
001250      LABEL RECORDS ARE STANDARD
001260      DATA RECORD IS ACCESS-AUDIT-RCD.
001270
001280      COPY CLCWW109.
001290
001300  FD  REPORT-ARCHIVE-FILE
001310      BLOCK CONTAINS 0 RECORDS
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD
001340      DATA RECORD IS REPORT-ARCHIVE-RCD.
001350
001360      COPY CLCWW114.
001370
001380  FD  BINDER-RPT
001390      BLOCK CONTAINS 0 RECORDS
001400      RECORDING MODE IS F
001410      LABEL RECORDS ARE STANDARD
001420      DATA RECORD IS BINDER-RPT-RCD.
001430
001440  01  BINDER-RPT-RCD                PIC X(133).
001450
001460      COPY C2INX005.
001470
001480  WORKING-STORAGE SECTION.
001490
001500      COPY C2INX003.
001510
001520      COPY C2INX006.
001530
001540      COPY CLCWW166.
001550
001560      COPY CLCWW133.
001570
001580  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9206".
001590
001600* THE KEY CONTROLS AND HOW OFTEN EACH MUST OPERATE.
001610*   D - EVERY CLCWW065 BUSINESS DAY
001620*   M - THE FIRST BUSINESS DAY OF EACH MONTH (THE REVIEW OF
001630*       THE MONTH BEFORE)
001640*   T - EVERY TRANSMISSION PREPARED ON CLCWW076
001650*   B - EVERY PRODUCTION YEAR-END BUILD (CCCW9150 END RECORD)
001660* MAX RC IS THE HIGHEST CONDITION CODE THAT IS STILL A PASS -
001670* THE SAME LIMITS AS THE CLCWW127 PREREQUISITE TABLE.
001680*                    CTL PROGRAM F RC
001690  01  WS-CONTROL-TABLE-VALUES.
001700      05  FILLER                  PIC X(14)
001710                        VALUE "C01CCCW9161T04".
001720      05  FILLER                  PIC X(40)
001730          VALUE "DUAL-CONTROL FILING RELEASE APPROVAL".
001740      05  FILLER                  PIC X(14)
001750                        VALUE "C02CCCW9100D04".
001760      05  FILLER                  PIC X(40)
001770          VALUE "DISBURSEMENT DISPOSITION PROOF".
001780      05  FILLER                  PIC X(14)
001790                        VALUE "C03CCCW9132B04".
001800      05  FILLER                  PIC X(40)
001810          VALUE "YTD FILE VERIFICATION BEFORE THE BUILD".
001820      05  FILLER                  PIC X(14)
001830                        VALUE "C04CCCW9140D04".
001840      05  FILLER                  PIC X(40)
001850          VALUE "OUTSTANDING-CHECK REGISTER RECONCILEMENT".
001860      05  FILLER                  PIC X(14)
001870                        VALUE "C05CCMR6330D04".
001880      05  FILLER                  PIC X(40)
001890          VALUE "VENDOR MASTER CHANGE AUDIT".
001900      05  FILLER                  PIC X(14)
001910                        VALUE "C06CCMR6375M04".
001920      05  FILLER                  PIC X(40)
001930          VALUE "CW99 PAYEE-INQUIRY ACCESS REVIEW".
001940  01  WS-CONTROL-TABLE REDEFINES WS-CONTROL-TABLE-VALUES.
001950      05  WS-CTL-ENTRY            OCCURS 6 TIMES.
001960          10  WS-CTL-ID               PIC X(03).
001970          10  WS-CTL-PROGRAM          PIC X(08).
001980          10  WS-CTL-FREQ             PIC X(01).
001990              88  WS-CTL-DAILY            VALUE "D".
002000              88  WS-CTL-MONTHLY          VALUE "M".
002010              88  WS-CTL-PER-FILING       VALUE "T".
002020              88  WS-CTL-PER-BUILD        VALUE "B".
002030          10  WS-CTL-MAX-RC           PIC 9(02).
002040          10  WS-CTL-DESC             PIC X(40).
002050
002060  77  WS-CTL-MAX                  PIC 9(02) COMP VALUE 6.
002070  77  WS-CTL-SUB                  PIC 9(02) COMP VALUE ZERO.
002080  77  WS-CTL-FOUND-SUB            PIC 9(02) COMP VALUE ZERO.
002090
002100* WHAT WAS FOUND FOR EACH CONTROL ACROSS THE QUARTER.  THE
002110* OPEN SWITCH IS SET BY A START RECORD AND CLEARED BY ITS END
002120* RECORD - A START WITH NO END BEFORE THE PROGRAM'S NEXT START
002130* (OR THE END OF THE FILE) IS A RUN THAT ABENDED.
002140  01  WS-CTL-STATE-TABLE.
002150      05  WS-CS-ENTRY             OCCURS 6 TIMES.
002160          10  WS-CS-OPEN-SW           PIC X(01).
002170              88  WS-CS-RUN-OPEN          VALUE "Y".
002180          10  WS-CS-OPEN-DATE         PIC 9(08).
002190          10  WS-CS-DUE               PIC 9(05) COMP.
002200          10  WS-CS-RAN               PIC 9(05) COMP.
002210          10  WS-CS-PASSED            PIC 9(05) COMP.
002220          10  WS-CS-EXCEPTIONS        PIC 9(05) COMP.
002230          10  WS-CS-OFF-CAL-RUNS      PIC 9(05) COMP.
002240
002250* THE QUARTER'S BUSINESS DAYS, IN DATE ORDER, WITH WHAT EACH
002260* DAILY CONTROL DID ON THE DAY.
002270  01  WS-DAY-TABLE.
002280      05  WS-DAY-ENTRY            OCCURS 100 TIMES.
002290          10  WS-DAY-DATE             PIC 9(08).
002300          10  WS-DAY-CTL              OCCURS 6 TIMES.
002310              15  WS-DC-RUNS              PIC 9(03) COMP.
002320              15  WS-DC-ABENDS            PIC 9(03) COMP.
002330              15  WS-DC-LAST-RC           PIC 9(02).
002340              15  WS-DC-EVIDENCE          PIC 9(07) COMP.
002350              15  WS-DC-PROOF             PIC X(01).
002360                  88  WS-DC-PROOF-IN          VALUE "I".
002370                  88  WS-DC-PROOF-OUT         VALUE "O".
002380
002390  77  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
002400  77  WS-DAY-TABLE-MAX            PIC 9(03) COMP VALUE 100.
002410  77  WS-DAY-DROPPED              PIC 9(07) COMP VALUE ZERO.
002420  77  WS-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.
002430  77  WS-DAY-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
002440  77  WS-DAY-INSERT-SUB           PIC 9(03) COMP VALUE ZERO.
002450  77  WS-DAY-SEARCH-DATE          PIC 9(08) VALUE ZERO.
002460
002470* THE QUARTER'S THREE MONTHS FOR A MONTHLY CONTROL - THE DAY
002480* THE REVIEW IS DUE, THE MONTH IT REVIEWS, AND WHAT RAN.
002490  01  WS-MONTH-TABLE.
002500      05  WS-MON-ENTRY            OCCURS 3 TIMES.
002510          10  WS-MON-CCYYMM           PIC 9(06).
002520          10  WS-MON-DUE-DATE         PIC 9(08).
002530          10  WS-MON-REVIEWED         PIC 9(06).
002540          10  WS-MON-CTL              OCCURS 6 TIMES.
002550              15  WS-MC-RUNS              PIC 9(03) COMP.
002560              15  WS-MC-ABENDS            PIC 9(03) COMP.
002570              15  WS-MC-LAST-RC           PIC 9(02).
002580              15  WS-MC-LAST-DATE         PIC 9(08).
002590          10  WS-MON-ACCESSES         PIC 9(07) COMP.
002600
002610  77  WS-MON-SUB                  PIC 9(01) COMP VALUE ZERO.
002620  77  WS-MON-FOUND-SUB            PIC 9(01) COMP VALUE ZERO.
002630
002640* EVERY FIRE AND STATE TRANSMISSION PREPARED IN THE QUARTER,
002650* AS IT STANDS ON THE FILING-STATUS FILE.
002660  01  WS-FILING-TABLE.
002670      05  WS-FIL-ENTRY            OCCURS 200 TIMES.
002680          10  WS-FIL-TAX-YEAR         PIC 9(04).
002690          10  WS-FIL-FILE-SEQ         PIC 9(03).
002700          10  WS-FIL-FILE-TYPE        PIC X(01).
002710          10  WS-FIL-PREP-DATE        PIC 9(08).
002720          10  WS-FIL-STATUS           PIC X(01).
002730          10  WS-FIL-STATUS-DATE      PIC 9(08).
002740          10  WS-FIL-PREPARED-BY      PIC X(08).
002750          10  WS-FIL-APPROVED-BY      PIC X(08).
002760
002770  77  WS-FIL-COUNT                PIC 9(03) COMP VALUE ZERO.
002780  77  WS-FIL-TABLE-MAX            PIC 9(03) COMP VALUE 200.
002790  77  WS-FIL-DROPPED              PIC 9(07) COMP VALUE ZERO.
002800  77  WS-FIL-SUB                  PIC 9(03) COMP VALUE ZERO.
002810
002820* APPROVAL RUNS IN THE QUARTER THAT WERE REJECTED OR ABENDED.
002830  01  WS-APPROVAL-RUN-TABLE.
002840      05  WS-APR-ENTRY            OCCURS 50 TIMES.
002850          10  WS-APR-RUN-DATE         PIC 9(08).
002860          10  WS-APR-TAX-YEAR         PIC X(04).
002870          10  WS-APR-RUN-MODE         PIC X(06).
002880          10  WS-APR-COND-CODE        PIC 9(02).
002890          10  WS-APR-ABEND-SW         PIC X(01).
002900              88  WS-APR-ABENDED          VALUE "Y".
002910
002920  77  WS-APR-COUNT                PIC 9(03) COMP VALUE ZERO.
002930  77  WS-APR-TABLE-MAX            PIC 9(03) COMP VALUE 50.
002940  77  WS-APR-DROPPED              PIC 9(07) COMP VALUE ZERO.
002950  77  WS-APR-SUB                  PIC 9(03) COMP VALUE ZERO.
002960
002970* THE LATEST YTD VERIFICATION (CCCW9132) OF EACH TAX YEAR AS
002980* THE RUN-HISTORY FILE IS READ - AT A BUILD'S END RECORD IT
002990* HOLDS THE LAST VERIFICATION BEFORE THAT BUILD.
003000  01  WS-VERIFY-TABLE.
003010      05  WS-VFY-ENTRY            OCCURS 20 TIMES.
003020          10  WS-VFY-TAX-YEAR         PIC X(04).
003030          10  WS-VFY-RUN-DATE         PIC 9(08).
003040          10  WS-VFY-COND-CODE        PIC 9(02).
003050
003060  77  WS-VFY-COUNT                PIC 9(03) COMP VALUE ZERO.
003070  77  WS-VFY-TABLE-MAX            PIC 9(03) COMP VALUE 20.
003080  77  WS-VFY-DROPPED              PIC 9(07) COMP VALUE ZERO.
003090  77  WS-VFY-SUB                  PIC 9(03) COMP VALUE ZERO.
003100  77  WS-VFY-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
003110
003120* PRODUCTION YEAR-END BUILDS IN THE QUARTER - ONE PER DAY AND
003130* TAX YEAR, HOWEVER MANY PARTITIONS RAN - WITH THE YTD
003140* VERIFICATION THAT STOOD WHEN THE BUILD ENDED.
003150  01  WS-BUILD-TABLE.
003160      05  WS-BLD-ENTRY            OCCURS 50 TIMES.
003170          10  WS-BLD-RUN-DATE         PIC 9(08).
003180          10  WS-BLD-TAX-YEAR         PIC X(04).
003190          10  WS-BLD-COND-CODE        PIC 9(02).
003200          10  WS-BLD-VFY-SW           PIC X(01).
003210              88  WS-BLD-VERIFIED         VALUE "Y".
003220          10  WS-BLD-VFY-DATE         PIC 9(08).
003230          10  WS-BLD-VFY-RC           PIC 9(02).
003240
003250  77  WS-BLD-COUNT                PIC 9(03) COMP VALUE ZERO.
003260  77  WS-BLD-TABLE-MAX            PIC 9(03) COMP VALUE 50.
003270  77  WS-BLD-DROPPED              PIC 9(07) COMP VALUE ZERO.
003280  77  WS-BLD-SUB                  PIC 9(03) COMP VALUE ZERO.
003290
003300  01  WS-SWITCHES.
003310      05  WS-BUSCAL-EOF-SW        PIC X(01) VALUE "N".
003320          88  WS-BUSCAL-EOF               VALUE "Y".
003330      05  WS-FSTAT-EOF-SW         PIC X(01) VALUE "N".
003340          88  WS-FSTAT-EOF                VALUE "Y".
003350      05  WS-RUNHIST-EOF-SW       PIC X(01) VALUE "N".
003360          88  WS-RUNHIST-EOF              VALUE "Y".
003370      05  WS-ARCHIVE-EOF-SW       PIC X(01) VALUE "N".
003380          88  WS-ARCHIVE-EOF              VALUE "Y".
003390      05  WS-VMAUD-EOF-SW         PIC X(01) VALUE "N".
003400          88  WS-VMAUD-EOF                VALUE "Y".
003410      05  WS-ACCESS-EOF-SW        PIC X(01) VALUE "N".
003420          88  WS-ACCESS-EOF               VALUE "Y".
003430      05  WS-IN-PROOF-SW          PIC X(01) VALUE "N".
003440          88  WS-IN-PROOF-REPORT          VALUE "Y".
003450      05  WS-PRINT-PASS           PIC X(01) VALUE SPACES.
003460          88  WS-EXCEPTION-PASS           VALUE "E".
003470          88  WS-DETAIL-PASS              VALUE "A".
003480      05  WS-ITEM-EXCEPTION-SW    PIC X(01) VALUE "N".
003490          88  WS-ITEM-EXCEPTION           VALUE "Y".
003500
003510  01  WS-COUNTERS.
003520      05  WS-RUNHIST-READ         PIC 9(09) COMP VALUE ZERO.
003530      05  WS-FSTAT-READ           PIC 9(09) COMP VALUE ZERO.
003540      05  WS-ARCHIVE-READ         PIC 9(09) COMP VALUE ZERO.
003550      05  WS-PROOFS-FOUND         PIC 9(09) COMP VALUE ZERO.
003560      05  WS-VMAUD-READ           PIC 9(09) COMP VALUE ZERO.
003570      05  WS-VMAUD-IN-QUARTER     PIC 9(09) COMP VALUE ZERO.
003580      05  WS-VMAUD-OFF-CAL        PIC 9(09) COMP VALUE ZERO.
003590      05  WS-ACCESS-READ          PIC 9(09) COMP VALUE ZERO.
003600      05  WS-EXCEPTIONS-LISTED    PIC 9(09) COMP VALUE ZERO.
003610      05  WS-ITEMS-LISTED         PIC 9(09) COMP VALUE ZERO.
003620      05  WS-BINDER-LINES         PIC 9(09) COMP VALUE ZERO.
003630
003640* THE QUARTER BEING BOUND.
003650  77  WS-QTR-YEAR                 PIC 9(04) VALUE ZERO.
003660  77  WS-QTR-NO                   PIC 9(01) VALUE ZERO.
003670  77  WS-QTR-FIRST-MONTH          PIC 9(02) VALUE ZERO.
003680  77  WS-QTR-START-DATE           PIC 9(08) VALUE ZERO.
003690  77  WS-QTR-END-DATE             PIC 9(08) VALUE ZERO.
003700  77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
003710  77  WS-RHR-CCYYMMDD             PIC 9(08) VALUE ZERO.
003720  77  WS-RHR-COND-CODE            PIC 9(02) VALUE ZERO.
003730  77  WS-ABEND-DATE               PIC 9(08) VALUE ZERO.
003740
003750* REPOSITORY STAMP FOR THE ARCHIVED BINDER - ONE BINDER PER
003760* DAY.
003770  77  WS-ARCH-RUN-SEQ             PIC 9(03) VALUE 1.
003780
003790  01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
003800  01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
003810      05  WS-DP-CCYY              PIC 9(04).
003820      05  WS-DP-MM                PIC 9(02).
003830      05  WS-DP-DD                PIC 9(02).
003840  01  WS-MONTH-WORK               PIC 9(06) VALUE ZERO.
003850  01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
003860      05  WS-MP-CCYY              PIC 9(04).
003870      05  WS-MP-MM                PIC 9(02).
003880
003890* 7900-FORMAT-DATE - CCYYMMDD IN, MM/DD/CCYY OUT (SPACES FOR
003900* A ZERO DATE).
003910  77  WS-FMT-DATE-IN              PIC 9(08) VALUE ZERO.
003920  77  WS-FMT-DATE-OUT             PIC X(10) VALUE SPACES.
003930
003940* THE RESULT LINE CCCW9100 ARCHIVES AT THE FOOT OF ITS
003950* TEN99DSP DISPOSITION STATEMENT.
003960  01  WS-PROOF-LINE.
003970      05  FILLER                  PIC X(02).
003980      05  WS-PL-LITERAL           PIC X(26).
003990      05  WS-PL-RESULT            PIC X(14).
004000      05  FILLER                  PIC X(91).
004010  77  WS-PROOF-LITERAL            PIC X(26) VALUE
004020          "DISPOSITION PROOF RESULT: ".
004030
004040  77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
004050
004060* THE ITEM IN HAND - EVALUATED ONCE FOR THE EXCEPTION PASS
004070* AND AGAIN FOR THE DETAIL PASS.
004080  77  WS-ITEM-RAN-SW              PIC X(01) VALUE "N".
004090      88  WS-ITEM-RAN                     VALUE "Y".
004100
004110  01  WS-TITLE-LINE.
004120      05  FILLER                  PIC X(02) VALUE SPACES.
004130      05  FILLER                  PIC X(44) VALUE
004140          "B&CCW SOX CONTROL-EVIDENCE BINDER - QUARTER ".
004150      05  TTL-QUARTER             PIC X(06).
004160      05  FILLER                  PIC X(02) VALUE " (".
004170      05  TTL-START-DATE          PIC X(10).
004180      05  FILLER                  PIC X(03) VALUE " - ".
004190      05  TTL-END-DATE            PIC X(10).
004200      05  FILLER                  PIC X(13) VALUE ")   RUN DATE ".
004210      05  TTL-RUN-DATE            PIC X(10).
004220      05  FILLER                  PIC X(33) VALUE SPACES.
004230
004240  01  WS-SECTION-LINE.
004250      05  FILLER                  PIC X(02) VALUE SPACES.
004260      05  SCL-TEXT                PIC X(80).
004270      05  FILLER                  PIC X(51) VALUE SPACES.
004280
004290  01  WS-CONTROL-HEAD-LINE.
004300      05  FILLER                  PIC X(02) VALUE SPACES.
004310      05  CHL-CTL-ID              PIC X(03).
004320      05  FILLER                  PIC X(01) VALUE SPACES.
004330      05  CHL-PROGRAM             PIC X(08).
004340      05  FILLER                  PIC X(01) VALUE SPACES.
004350      05  CHL-DESC                PIC X(40).
004360      05  FILLER                  PIC X(03) VALUE " - ".
004370      05  CHL-FREQ-TEXT           PIC X(36).
004380      05  FILLER                  PIC X(12) VALUE
004390          "  PASS AT RC".
004400      05  CHL-MAX-RC              PIC Z9.
004410      05  FILLER                  PIC X(25) VALUE " OR BELOW".
004420
004430  01  WS-INDEX-LINE.
004440      05  FILLER                  PIC X(04) VALUE SPACES.
004450      05  IXL-CTL-ID              PIC X(03).
004460      05  FILLER                  PIC X(01) VALUE SPACES.
004470      05  IXL-PROGRAM             PIC X(08).
004480      05  FILLER                  PIC X(01) VALUE SPACES.
004490      05  IXL-DESC                PIC X(40).
004500      05  FILLER                  PIC X(01) VALUE SPACES.
004510      05  IXL-FREQ-TEXT           PIC X(36).
004520      05  FILLER                  PIC X(01) VALUE SPACES.
004530      05  IXL-EVIDENCE            PIC X(38).
004540
004550  01  WS-COLUMN-LINE.
004560      05  FILLER                  PIC X(40) VALUE
004570          "  CTL PROGRAM  DUE DATE   RAN ON     RUN".
004580      05  FILLER                  PIC X(39) VALUE
004590          " ABN RC OUTCOME".
004600      05  FILLER                  PIC X(54) VALUE "EVIDENCE".
004610
004620  01  WS-DETAIL-LINE.
004630      05  FILLER                  PIC X(02) VALUE SPACES.
004640      05  DTL-CTL-ID              PIC X(03).
004650      05  FILLER                  PIC X(01) VALUE SPACES.
004660      05  DTL-PROGRAM             PIC X(08).
004670      05  FILLER                  PIC X(01) VALUE SPACES.
004680      05  DTL-DUE-DATE            PIC X(10).
004690      05  FILLER                  PIC X(01) VALUE SPACES.
004700      05  DTL-RUN-DATE            PIC X(10).
004710      05  FILLER                  PIC X(01) VALUE SPACES.
004720      05  DTL-RUNS                PIC ZZ9.
004730      05  FILLER                  PIC X(01) VALUE SPACES.
004740      05  DTL-ABENDS              PIC ZZ9.
004750      05  FILLER                  PIC X(01) VALUE SPACES.
004760      05  DTL-RC                  PIC X(02).
004770      05  FILLER                  PIC X(01) VALUE SPACES.
004780      05  DTL-OUTCOME             PIC X(30).
004790      05  FILLER                  PIC X(01) VALUE SPACES.
004800      05  DTL-EVIDENCE.
004810          10  DTL-EVID-LABEL      PIC X(24).
004820          10  DTL-EVID-VALUE      PIC X(26).
004830      05  FILLER                  PIC X(04) VALUE SPACES.
004840
004850* EVIDENCE VALUE LAYOUTS.
004860  01  WS-EVID-COUNT.
004870      05  EVC-COUNT               PIC Z,ZZZ,ZZ9.
004880      05  FILLER                  PIC X(17) VALUE SPACES.
004890  01  WS-EVID-FILING.
004900      05  FILLER                  PIC X(02) VALUE "TY".
004910      05  EVF-TAX-YEAR            PIC 9(04).
004920      05  FILLER                  PIC X(04) VALUE " SEQ".
004930      05  EVF-FILE-SEQ            PIC 9(03).
004940      05  FILLER                  PIC X(01) VALUE SPACES.
004950      05  EVF-FILE-TYPE           PIC X(05).
004960      05  FILLER                  PIC X(07) VALUE SPACES.
004970  01  WS-EVID-OPERATORS.
004980      05  EVO-PREPARED-BY         PIC X(08).
004990      05  FILLER                  PIC X(04) VALUE " TO ".
005000      05  EVO-APPROVED-BY         PIC X(08).
005010      05  FILLER                  PIC X(06) VALUE SPACES.
005020  01  WS-EVID-BUILD.
005030      05  FILLER                  PIC X(02) VALUE "TY".
005040      05  EVB-TAX-YEAR            PIC X(04).
005050      05  FILLER                  PIC X(10) VALUE " CCCW9150 ".
005060      05  FILLER                  PIC X(03) VALUE "RC ".
005070      05  EVB-COND-CODE           PIC 9(02).
005080      05  FILLER                  PIC X(05) VALUE SPACES.
005090  01  WS-EVID-RUN.
005100      05  FILLER                  PIC X(02) VALUE "TY".
005110      05  EVR-TAX-YEAR            PIC X(04).
005120      05  FILLER                  PIC X(01) VALUE SPACES.
005130      05  EVR-RUN-MODE            PIC X(06).
005140      05  FILLER                  PIC X(13) VALUE SPACES.
005150
005160  01  WS-OUTCOME-RC.
005170      05  FILLER                  PIC X(13) VALUE
005180          "*FAILED - RC ".
005190      05  ORC-COND-CODE           PIC 9(02).
005200      05  FILLER                  PIC X(15) VALUE SPACES.
005210  01  WS-OUTCOME-VFY-RC.
005220      05  FILLER                  PIC X(17) VALUE
005230          "*VERIFY ENDED RC ".
005240      05  OVR-COND-CODE           PIC 9(02).
005250      05  FILLER                  PIC X(11) VALUE SPACES.
005260
005270  01  WS-SUMMARY-HEAD.
005280      05  FILLER                  PIC X(57) VALUE
005290          "  CTL PROGRAM  CONTROL".
005300      05  FILLER                  PIC X(08) VALUE "DUE".
005310      05  FILLER                  PIC X(05) VALUE "RAN".
005320      05  FILLER                  PIC X(07) VALUE "PASSED".
005330      05  FILLER                  PIC X(17) VALUE "EXCEPTIONS".
005340      05  FILLER                  PIC X(39) VALUE "OFF-CAL RUNS".
005350
005360  01  WS-SUMMARY-LINE.
005370      05  FILLER                  PIC X(02) VALUE SPACES.
005380      05  SML-CTL-ID              PIC X(03).
005390      05  FILLER                  PIC X(01) VALUE SPACES.
005400      05  SML-PROGRAM             PIC X(08).
005410      05  FILLER                  PIC X(01) VALUE SPACES.
005420      05  SML-DESC                PIC X(40).
005430      05  FILLER                  PIC X(01) VALUE SPACES.
005440      05  SML-DUE                 PIC ZZZZ9.
005450      05  FILLER                  PIC X(03) VALUE SPACES.
005460      05  SML-RAN                 PIC ZZZZ9.
005470      05  FILLER                  PIC X(03) VALUE SPACES.
005480      05  SML-PASSED              PIC ZZZZ9.
005490      05  FILLER                  PIC X(06) VALUE SPACES.
005500      05  SML-EXCEPTIONS          PIC ZZZZ9.
005510      05  FILLER                  PIC X(14) VALUE SPACES.
005520      05  SML-OFF-CAL             PIC ZZZZ9.
005530      05  FILLER                  PIC X(26) VALUE SPACES.
005540
005550  01  WS-CONTROL-FOOT-LINE.
005560      05  FILLER                  PIC X(16) VALUE SPACES.
005570      05  FILLER                  PIC X(05) VALUE "DUE: ".
005580      05  CFL-DUE                 PIC ZZZZ9.
005590      05  FILLER                  PIC X(07) VALUE "  RAN: ".
005600      05  CFL-RAN                 PIC ZZZZ9.
005610      05  FILLER                  PIC X(10) VALUE "  PASSED: ".
005620      05  CFL-PASSED              PIC ZZZZ9.
005630      05  FILLER                  PIC X(14) VALUE
005640          "  EXCEPTIONS: ".
005650      05  CFL-EXCEPTIONS          PIC ZZZZ9.
005660      05  FILLER                  PIC X(23) VALUE
005670          "  RUNS OFF THE CALENDAR".
005680      05  FILLER                  PIC X(02) VALUE ": ".
005690      05  CFL-OFF-CAL             PIC ZZZZ9.
005700      05  FILLER                  PIC X(31) VALUE SPACES.
005710
005720  01  WS-SIGNOFF-LINE.
005730      05  FILLER                  PIC X(02) VALUE SPACES.
005740      05  SGL-LABEL               PIC X(20).
005750      05  FILLER                  PIC X(40) VALUE ALL "_".
005760      05  FILLER                  PIC X(08) VALUE "  DATE ".
005770      05  FILLER                  PIC X(12) VALUE ALL "_".
005780      05  FILLER                  PIC X(51) VALUE SPACES.
005790
005800  LINKAGE SECTION.
005810
005820* RUN-TIME PARM - THE CALENDAR QUARTER, CCYYQN.
005830  01  LS-PARM-DATA.
005840      05  LS-PARM-LENGTH          PIC S9(04) COMP.
005850      05  LS-PARM-QUARTER.
005860          10  LS-PARM-QTR-YEAR        PIC X(04).
005870          10  LS-PARM-QTR-LIT         PIC X(01).
005880          10  LS-PARM-QTR-NO          PIC X(01).
005890
005900  PROCEDURE DIVISION USING LS-PARM-DATA.
005910
005920  0000-MAINLINE.
005930
005940      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
005950
005960      PERFORM 2000-LOAD-CALENDAR     THRU 2000-EXIT.
005970
005980      PERFORM 2100-LOAD-FILING-STATUS THRU 2100-EXIT.
005990
006000      PERFORM 2200-SCAN-RUN-HISTORY  THRU 2200-EXIT.
006010
006020      PERFORM 2300-SCAN-REPORT-ARCHIVE THRU 2300-EXIT.
006030
006040      PERFORM 2400-SCAN-VM-AUDIT     THRU 2400-EXIT.
006050
006060      PERFORM 2500-SCAN-ACCESS-AUDIT THRU 2500-EXIT.
006070
006080      PERFORM 4000-PRINT-BINDER      THRU 4000-EXIT.
006090
006100      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
006110
006120      GOBACK.
006130
006140* 1000-INITIALIZE
006150*   SETS THE QUARTER FROM THE PARM - OR THE LAST COMPLETE
006160*   QUARTER BEFORE TODAY - AND ITS FIRST AND LAST DATES.
006170  1000-INITIALIZE.
006180
006190      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
006200      OPEN EXTEND RUN-HISTORY-FILE.
006210
006220      COPY C2INZ001.
006230
006240      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY-CCYYMMDD.
006250
006260      IF LS-PARM-LENGTH > ZERO
006270          IF LS-PARM-QTR-YEAR NOT NUMERIC
006280              OR LS-PARM-QTR-LIT NOT = "Q"
006290              OR LS-PARM-QTR-NO < "1"
006300              OR LS-PARM-QTR-NO > "4"
006310              MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
006320              MOVE "PARM1"               TO SAR-RETURN-CODE
006330              MOVE SPACES                TO SAR-DB-NAME
006340              MOVE "SOXBNDR"             TO SAR-TABLE-NAME
006350              MOVE SPACES                TO SAR-SQLCODE
006360              GO TO 9998-COREDUMP
006370          END-IF
006380          MOVE LS-PARM-QTR-YEAR   TO WS-QTR-YEAR
006390          MOVE LS-PARM-QTR-NO     TO WS-QTR-NO
006400      ELSE
006410          MOVE WS-TODAY-CCYYMMDD  TO WS-DATE-WORK
006420          MOVE WS-DP-CCYY         TO WS-QTR-YEAR
006430          COMPUTE WS-QTR-NO = (WS-DP-MM - 1) / 3
006440          IF WS-QTR-NO = ZERO
006450              MOVE 4              TO WS-QTR-NO
006460              SUBTRACT 1        FROM WS-QTR-YEAR
006470          END-IF
006480      END-IF.
006490
006500      COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NO * 3) - 2.
006510      MOVE WS-QTR-YEAR            TO WS-DP-CCYY.
006520      MOVE WS-QTR-FIRST-MONTH     TO WS-DP-MM.
006530      MOVE 01                     TO WS-DP-DD.
006540      MOVE WS-DATE-WORK           TO WS-QTR-START-DATE.
006550      ADD 2                       TO WS-DP-MM.
006560      MOVE 31                     TO WS-DP-DD.
006570      MOVE WS-DATE-WORK           TO WS-QTR-END-DATE.
006580
006590*   THE THREE MONTHS, AND THE MONTH EACH ONE'S REVIEW COVERS.
006600      PERFORM 1100-SET-MONTH THRU 1100-EXIT
006610          VARYING WS-MON-SUB FROM 1 BY 1
006620          UNTIL WS-MON-SUB > 3.
006630
006640      INITIALIZE WS-CTL-STATE-TABLE.
006650
006660      MOVE WS-QTR-YEAR            TO TTL-QUARTER (1:4).
006670      MOVE "Q"                    TO TTL-QUARTER (5:1).
006680      MOVE WS-QTR-NO              TO TTL-QUARTER (6:1).
006690      MOVE SPACES                 TO CC-E01W-DISPLAY-RCD.
006700      MOVE "SOX BINDER FOR QUARTER:"
006705                                  TO CC-E01W-DISPLAY-RCD (1:23).
006710      MOVE TTL-QUARTER            TO CC-E01W-DISPLAY-RCD (25:6).
006720      PERFORM 8999-WRITE-SYSOUT.
006730
006740      MOVE TTL-QUARTER            TO SWA-RUN-MODE.
006750
006760      OPEN OUTPUT BINDER-RPT.
006770
006780  1000-EXIT.
006790      EXIT.
006800
006810  1100-SET-MONTH.
006820
006830      MOVE WS-QTR-YEAR            TO WS-MP-CCYY.
006840      COMPUTE WS-MP-MM = WS-QTR-FIRST-MONTH + WS-MON-SUB - 1.
006850      MOVE WS-MONTH-WORK          TO WS-MON-CCYYMM (WS-MON-SUB).
006860      MOVE ZERO                   TO WS-MON-DUE-DATE (WS-MON-SUB).
006870      MOVE ZERO                   TO WS-MON-ACCESSES (WS-MON-SUB).
006880      IF WS-MP-MM = 01
006890          MOVE 12                 TO WS-MP-MM
006900          SUBTRACT 1            FROM WS-MP-CCYY
006910      ELSE
006920          SUBTRACT 1            FROM WS-MP-MM
006930      END-IF.
006940      MOVE WS-MONTH-WORK          TO WS-MON-REVIEWED (WS-MON-SUB).
006950      PERFORM 1110-CLEAR-MONTH-CTL THRU 1110-EXIT
006960          VARYING WS-CTL-SUB FROM 1 BY 1
006970          UNTIL WS-CTL-SUB > WS-CTL-MAX.
006980
006990  1100-EXIT.
007000      EXIT.
007010
007020  1110-CLEAR-MONTH-CTL.
007030
007040      MOVE ZERO TO WS-MC-RUNS (WS-MON-SUB, WS-CTL-SUB).
007050      MOVE ZERO TO WS-MC-ABENDS (WS-MON-SUB, WS-CTL-SUB).
007060      MOVE ZERO TO WS-MC-LAST-RC (WS-MON-SUB, WS-CTL-SUB).
007070      MOVE ZERO TO WS-MC-LAST-DATE (WS-MON-SUB, WS-CTL-SUB).
007080
007090  1110-EXIT.
007100      EXIT.
007110
007120* 2000-LOAD-CALENDAR
007130*   THE QUARTER'S BUSINESS DAYS, KEPT IN DATE ORDER WHATEVER
007140*   ORDER OPERATIONS KEYED THEM IN.  THE FIRST BUSINESS DAY OF
007150*   EACH MONTH IS WHEN THAT MONTH'S REVIEW FALLS DUE.  A
007160*   CALENDAR WITH NO DAY IN THE QUARTER PROVES NOTHING, AND
007170*   THE RUN ABENDS CAL02 RATHER THAN PRINT AN EMPTY BINDER.
007180  2000-LOAD-CALENDAR.
007190
007200      OPEN INPUT BUSCAL-FILE.
007210      PERFORM 2010-READ-CALENDAR THRU 2010-EXIT
007220          UNTIL WS-BUSCAL-EOF.
007230      CLOSE BUSCAL-FILE.
007240
007250      MOVE "BUSINESS DAYS IN QUARTER:" TO SCR-LITERAL.
007260      MOVE WS-DAY-COUNT           TO SCR-COUNT.
007270      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007280      PERFORM 8999-WRITE-SYSOUT.
007290
007300      IF WS-DAY-COUNT = ZERO
007310          MOVE "*** NO BUSINESS CALENDAR DAY IN THE QUARTER ***"
007320                                  TO CC-E01W-DISPLAY-RCD
007330          PERFORM 8999-WRITE-SYSOUT
007340          MOVE "2000-LOAD-CALENDAR"  TO SAR-PARAGRAPH
007350          MOVE "CAL02"               TO SAR-RETURN-CODE
007360          MOVE SPACES                TO SAR-DB-NAME
007370          MOVE "BUSCAL"              TO SAR-TABLE-NAME
007380          MOVE SPACES                TO SAR-SQLCODE
007390          GO TO 9998-COREDUMP
007400      END-IF.
007410
007420      PERFORM 2030-FIRST-DAY-OF-MONTH THRU 2030-EXIT
007430          VARYING WS-DAY-SUB FROM 1 BY 1
007440          UNTIL WS-DAY-SUB > WS-DAY-COUNT.
007450
007460  2000-EXIT.
007470      EXIT.
007480
007490  2010-READ-CALENDAR.
007500
007510      READ BUSCAL-FILE
007520          AT END
007530              MOVE "Y" TO WS-BUSCAL-EOF-SW
007540              GO TO 2010-EXIT
007550      END-READ.
007560
007570      IF BC-PROCESS-DATE < WS-QTR-START-DATE
007580          OR BC-PROCESS-DATE > WS-QTR-END-DATE
007590          GO TO 2010-EXIT
007600      END-IF.
007610
007620      IF WS-DAY-COUNT NOT < WS-DAY-TABLE-MAX
007630          ADD 1 TO WS-DAY-DROPPED
007640          GO TO 2010-EXIT
007650      END-IF.
007660
007670*   FIND WHERE THE DAY GOES AND MOVE THE LATER DAYS UP ONE.
007680      MOVE 1                      TO WS-DAY-INSERT-SUB.
007690      PERFORM 2015-FIND-INSERT THRU 2015-EXIT
007700          VARYING WS-DAY-SUB FROM 1 BY 1
007710          UNTIL WS-DAY-SUB > WS-DAY-COUNT.
007720      IF WS-DAY-INSERT-SUB NOT > WS-DAY-COUNT
007730          AND WS-DAY-DATE (WS-DAY-INSERT-SUB) = BC-PROCESS-DATE
007740          GO TO 2010-EXIT
007750      END-IF.
007760      PERFORM 2020-SHIFT-DAY THRU 2020-EXIT
007770          VARYING WS-DAY-SUB FROM WS-DAY-COUNT BY -1
007780          UNTIL WS-DAY-SUB < WS-DAY-INSERT-SUB.
007790      ADD 1                       TO WS-DAY-COUNT.
007800
007810      INITIALIZE WS-DAY-ENTRY (WS-DAY-INSERT-SUB).
007820      MOVE BC-PROCESS-DATE
007830          TO WS-DAY-DATE (WS-DAY-INSERT-SUB).
007840
007850  2010-EXIT.
007860      EXIT.
007870
007880  2015-FIND-INSERT.
007890
007900      IF WS-DAY-DATE (WS-DAY-SUB) < BC-PROCESS-DATE
007910          COMPUTE WS-DAY-INSERT-SUB = WS-DAY-SUB + 1
007920      END-IF.
007930
007940  2015-EXIT.
007950      EXIT.
007960
007970  2020-SHIFT-DAY.
007980
007990      MOVE WS-DAY-ENTRY (WS-DAY-SUB)
008000          TO WS-DAY-ENTRY (WS-DAY-SUB + 1).
008010
008020  2020-EXIT.
008030      EXIT.
008040
008050  2030-FIRST-DAY-OF-MONTH.
008060
008070      MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-DATE-WORK.
008080      COMPUTE WS-MON-SUB = WS-DP-MM - WS-QTR-FIRST-MONTH + 1.
008090      IF WS-MON-DUE-DATE (WS-MON-SUB) = ZERO
008100          MOVE WS-DAY-DATE (WS-DAY-SUB)
008110              TO WS-MON-DUE-DATE (WS-MON-SUB)
008120      END-IF.
008130
008140  2030-EXIT.
008150      EXIT.
008160
008170* 2100-LOAD-FILING-STATUS
008180*   EVERY FIRE AND STATE TRANSMISSION PREPARED IN THE QUARTER
008190*   (FC-SENT-DATE IS THE DAY CCCW9160 REGISTERED IT READY).
008200*   CCCW9161 REWRITES THE RECORD IN PLACE ON APPROVAL, SO THE
008210*   RECORD CARRIES BOTH OPERATORS.  EXTENSION AND CLOSE
008220*   RECORDS ARE NOT TRANSMISSIONS.
008230  2100-LOAD-FILING-STATUS.
008240
008250      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
008260      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
008270      MOVE "N"                    TO WS-LV-EMPTY-SW.
008280      OPEN INPUT FILING-STATUS-FILE.
008290      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
008300          AT END
008310              MOVE "Y"            TO WS-LV-EMPTY-SW
008320      END-READ.
008330      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
008340      IF WS-LV-FILE-EMPTY
008350          CLOSE FILING-STATUS-FILE
008360          OPEN INPUT FILING-STATUS-FILE
008370      END-IF.
008380
008390      PERFORM 2110-READ-FILING-STATUS THRU 2110-EXIT
008400          UNTIL WS-FSTAT-EOF.
008410      CLOSE FILING-STATUS-FILE.
008420
008430  2100-EXIT.
008440      EXIT.
008450
008460  2110-READ-FILING-STATUS.
008470
008480      READ FILING-STATUS-FILE
008490          AT END
008500              MOVE "Y" TO WS-FSTAT-EOF-SW
008510              GO TO 2110-EXIT
008520      END-READ.
008530
008540      ADD 1 TO WS-FSTAT-READ.
008550
008560      IF NOT FC-TYPE-FIRE AND NOT FC-TYPE-STATE
008570          GO TO 2110-EXIT
008580      END-IF.
008590      IF FC-SENT-DATE < WS-QTR-START-DATE
008600          OR FC-SENT-DATE > WS-QTR-END-DATE
008610          OR FC-SENT-DATE > WS-TODAY-CCYYMMDD
008620          GO TO 2110-EXIT
008630      END-IF.
008640
008650      IF WS-FIL-COUNT NOT < WS-FIL-TABLE-MAX
008660          ADD 1 TO WS-FIL-DROPPED
008670          GO TO 2110-EXIT
008680      END-IF.
008690
008700      ADD 1 TO WS-FIL-COUNT.
008710      MOVE FC-TAX-YEAR        TO WS-FIL-TAX-YEAR (WS-FIL-COUNT).
008720      MOVE FC-FILE-SEQ        TO WS-FIL-FILE-SEQ (WS-FIL-COUNT).
008730      MOVE FC-FILE-TYPE       TO WS-FIL-FILE-TYPE (WS-FIL-COUNT).
008740      MOVE FC-SENT-DATE       TO WS-FIL-PREP-DATE (WS-FIL-COUNT).
008750      MOVE FC-STATUS          TO WS-FIL-STATUS (WS-FIL-COUNT).
008760      MOVE FC-STATUS-DATE
008770          TO WS-FIL-STATUS-DATE (WS-FIL-COUNT).
008780      MOVE FC-PREPARED-BY
008790          TO WS-FIL-PREPARED-BY (WS-FIL-COUNT).
008800      MOVE FC-APPROVED-BY
008810          TO WS-FIL-APPROVED-BY (WS-FIL-COUNT).
008820
008830  2110-EXIT.
008840      EXIT.
008850
008860* 2200-SCAN-RUN-HISTORY
008870*   ONE PASS OVER THE RUN-HISTORY FILE (CLOSED AND REOPENED
008880*   INPUT FOR THE SCAN, THEN RETURNED TO EXTEND - THE CCCW9150
008890*   1500-CHECK-CALENDAR PATTERN).  THE FILE IS IN THE ORDER
008900*   THE RECORDS WERE WRITTEN, SO THE VERIFICATION TABLE AT A
008910*   BUILD'S END RECORD IS WHAT HAD RUN BEFORE THAT BUILD.
008920  2200-SCAN-RUN-HISTORY.
008930
008940      CLOSE RUN-HISTORY-FILE.
008950      OPEN INPUT RUN-HISTORY-FILE.
008960      PERFORM 2210-READ-RUN-HISTORY THRU 2210-EXIT
008970          UNTIL WS-RUNHIST-EOF.
008980      CLOSE RUN-HISTORY-FILE.
008990      OPEN EXTEND RUN-HISTORY-FILE.
009000
009010*   A RUN STILL OPEN AT THE END OF THE FILE NEVER ENDED -
009020*   UNLESS IT STARTED TODAY AND MAY STILL BE RUNNING.
009030      PERFORM 2290-CLOSE-OPEN-RUN THRU 2290-EXIT
009040          VARYING WS-CTL-SUB FROM 1 BY 1
009050          UNTIL WS-CTL-SUB > WS-CTL-MAX.
009060
009070  2200-EXIT.
009080      EXIT.
009090
009100  2210-READ-RUN-HISTORY.
009110
009120      READ RUN-HISTORY-FILE
009130          AT END
009140              MOVE "Y" TO WS-RUNHIST-EOF-SW
009150              GO TO 2210-EXIT
009160      END-READ.
009170
009180      ADD 1 TO WS-RUNHIST-READ.
009190
009200      MOVE RHR-RUN-DATE-CEN TO WS-RHR-CCYYMMDD (1:2).
009210      MOVE RHR-RUN-DATE-YR  TO WS-RHR-CCYYMMDD (3:2).
009220      MOVE RHR-RUN-DATE-MO  TO WS-RHR-CCYYMMDD (5:2).
009230      MOVE RHR-RUN-DATE-DA  TO WS-RHR-CCYYMMDD (7:2).
009240      IF RHR-COND-CODE NUMERIC
009250          MOVE RHR-COND-CODE TO WS-RHR-COND-CODE
009260      ELSE
009270          MOVE ZERO          TO WS-RHR-COND-CODE
009280      END-IF.
009290
009300      IF RHR-PROGRAM-ID = "CCCW9150"
009310          IF RHR-EVENT = "END"
009320              PERFORM 2260-NOTE-BUILD THRU 2260-EXIT
009330          END-IF
009340          GO TO 2210-EXIT
009350      END-IF.
009360
009370      MOVE ZERO TO WS-CTL-FOUND-SUB.
009380      PERFORM 2220-FIND-CONTROL THRU 2220-EXIT
009390          VARYING WS-CTL-SUB FROM 1 BY 1
009400          UNTIL WS-CTL-SUB > WS-CTL-MAX
009410             OR WS-CTL-FOUND-SUB > ZERO.
009420      IF WS-CTL-FOUND-SUB = ZERO
009430          GO TO 2210-EXIT
009440      END-IF.
009450      MOVE WS-CTL-FOUND-SUB       TO WS-CTL-SUB.
009460
009470      IF RHR-EVENT = "START"
009480          IF WS-CS-RUN-OPEN (WS-CTL-SUB)
009490              MOVE WS-CS-OPEN-DATE (WS-CTL-SUB)
009500                                  TO WS-ABEND-DATE
009510              PERFORM 2240-NOTE-ABEND THRU 2240-EXIT
009520          END-IF
009530          MOVE "Y"                TO WS-CS-OPEN-SW (WS-CTL-SUB)
009540          MOVE WS-RHR-CCYYMMDD    TO WS-CS-OPEN-DATE (WS-CTL-SUB)
009550          GO TO 2210-EXIT
009560      END-IF.
009570
009580      IF RHR-EVENT NOT = "END"
009590          GO TO 2210-EXIT
009600      END-IF.
009610
009620      MOVE "N"                    TO WS-CS-OPEN-SW (WS-CTL-SUB).
009630      PERFORM 2250-NOTE-END THRU 2250-EXIT.
009640
009650  2210-EXIT.
009660      EXIT.
009670
009680  2220-FIND-CONTROL.
009690
009700      IF RHR-PROGRAM-ID = WS-CTL-PROGRAM (WS-CTL-SUB)
009710          MOVE WS-CTL-SUB         TO WS-CTL-FOUND-SUB
009720      END-IF.
009730
009740  2220-EXIT.
009750      EXIT.
009760
009770* 2230-FIND-DAY
009780*   WS-DAY-FOUND-SUB IS THE CALENDAR DAY WS-DAY-SEARCH-DATE,
009790*   ZERO WHEN THE DATE IS NOT A BUSINESS DAY OF THE QUARTER.
009800  2230-FIND-DAY.
009810
009820      MOVE ZERO TO WS-DAY-FOUND-SUB.
009830      PERFORM 2235-MATCH-DAY THRU 2235-EXIT
009840          VARYING WS-DAY-SUB FROM 1 BY 1
009850          UNTIL WS-DAY-SUB > WS-DAY-COUNT
009860             OR WS-DAY-FOUND-SUB > ZERO.
009870
009880  2230-EXIT.
009890      EXIT.
009900
009910  2235-MATCH-DAY.
009920
009930      IF WS-DAY-DATE (WS-DAY-SUB) = WS-DAY-SEARCH-DATE
009940          MOVE WS-DAY-SUB         TO WS-DAY-FOUND-SUB
009950      END-IF.
009960
009970  2235-EXIT.
009980      EXIT.
009990
010000* 2240-NOTE-ABEND
010010*   A RUN OF THE CONTROL IN WS-CTL-SUB THAT STARTED ON
010020*   WS-ABEND-DATE AND NEVER ENDED.
010030  2240-NOTE-ABEND.
010040
010050      IF WS-ABEND-DATE < WS-QTR-START-DATE
010060          OR WS-ABEND-DATE > WS-QTR-END-DATE
010070          GO TO 2240-EXIT
010080      END-IF.
010090
010100      EVALUATE TRUE
010110          WHEN WS-CTL-DAILY (WS-CTL-SUB)
010120              MOVE WS-ABEND-DATE TO WS-DAY-SEARCH-DATE
010130              PERFORM 2230-FIND-DAY THRU 2230-EXIT
010140              IF WS-DAY-FOUND-SUB > ZERO
010150                  ADD 1 TO WS-DC-ABENDS
010160                             (WS-DAY-FOUND-SUB, WS-CTL-SUB)
010170              END-IF
010180          WHEN WS-CTL-MONTHLY (WS-CTL-SUB)
010190              MOVE WS-ABEND-DATE TO WS-DATE-WORK
010200              COMPUTE WS-MON-SUB =
010210                  WS-DP-MM - WS-QTR-FIRST-MONTH + 1
010220              ADD 1 TO WS-MC-ABENDS (WS-MON-SUB, WS-CTL-SUB)
010230          WHEN WS-CTL-PER-FILING (WS-CTL-SUB)
010240              PERFORM 2270-ADD-APPROVAL-RUN THRU 2270-EXIT
010250              IF WS-APR-SUB > ZERO
010260                  MOVE WS-ABEND-DATE
010270                                  TO WS-APR-RUN-DATE (WS-APR-SUB)
010280                  MOVE "Y"        TO WS-APR-ABEND-SW (WS-APR-SUB)
010290                  MOVE SPACES     TO WS-APR-TAX-YEAR (WS-APR-SUB)
010300                  MOVE SPACES     TO WS-APR-RUN-MODE (WS-APR-SUB)
010310              END-IF
010320          WHEN OTHER
010330              CONTINUE
010340      END-EVALUATE.
010350
010360  2240-EXIT.
010370      EXIT.
010380
010390* 2250-NOTE-END
010400*   ONE END RECORD OF A CONTROL PROGRAM.
010410  2250-NOTE-END.
010420
010430      IF WS-CTL-PER-BUILD (WS-CTL-SUB)
010440          PERFORM 2255-NOTE-VERIFY THRU 2255-EXIT
010450          GO TO 2250-EXIT
010460      END-IF.
010470
010480      IF WS-RHR-CCYYMMDD < WS-QTR-START-DATE
010490          OR WS-RHR-CCYYMMDD > WS-QTR-END-DATE
010500          GO TO 2250-EXIT
010510      END-IF.
010520
010530      EVALUATE TRUE
010540          WHEN WS-CTL-DAILY (WS-CTL-SUB)
010550              MOVE WS-RHR-CCYYMMDD TO WS-DAY-SEARCH-DATE
010560              PERFORM 2230-FIND-DAY THRU 2230-EXIT
010570              IF WS-DAY-FOUND-SUB > ZERO
010580                  ADD 1 TO WS-DC-RUNS
010590                             (WS-DAY-FOUND-SUB, WS-CTL-SUB)
010600                  MOVE WS-RHR-COND-CODE TO WS-DC-LAST-RC
010610                             (WS-DAY-FOUND-SUB, WS-CTL-SUB)
010620              ELSE
010630                  ADD 1 TO WS-CS-OFF-CAL-RUNS (WS-CTL-SUB)
010640              END-IF
010650          WHEN WS-CTL-MONTHLY (WS-CTL-SUB)
010660              MOVE WS-RHR-CCYYMMDD TO WS-DATE-WORK
010670              COMPUTE WS-MON-SUB =
010680                  WS-DP-MM - WS-QTR-FIRST-MONTH + 1
010690              ADD 1 TO WS-MC-RUNS (WS-MON-SUB, WS-CTL-SUB)
010700              MOVE WS-RHR-COND-CODE
010710                  TO WS-MC-LAST-RC (WS-MON-SUB, WS-CTL-SUB)
010720              MOVE WS-RHR-CCYYMMDD
010730                  TO WS-MC-LAST-DATE (WS-MON-SUB, WS-CTL-SUB)
010740          WHEN WS-CTL-PER-FILING (WS-CTL-SUB)
010750              IF WS-RHR-COND-CODE > WS-CTL-MAX-RC (WS-CTL-SUB)
010760                  PERFORM 2270-ADD-APPROVAL-RUN THRU 2270-EXIT
010770              END-IF
010780          WHEN OTHER
010790              CONTINUE
010800      END-EVALUATE.
010810
010820  2250-EXIT.
010830      EXIT.
010840
010850* 2255-NOTE-VERIFY
010860*   THE LATEST YTD VERIFICATION OF ITS TAX YEAR REPLACES THE
010870*   ONE BEFORE IT - A FAILED RERUN SUPERSEDES A CLEAN RUN.
010880  2255-NOTE-VERIFY.
010890
010900      MOVE ZERO TO WS-VFY-FOUND-SUB.
010910      PERFORM 2256-FIND-VERIFY THRU 2256-EXIT
010920          VARYING WS-VFY-SUB FROM 1 BY 1
010930          UNTIL WS-VFY-SUB > WS-VFY-COUNT
010940             OR WS-VFY-FOUND-SUB > ZERO.
010950
010960      IF WS-VFY-FOUND-SUB = ZERO
010970          IF WS-VFY-COUNT NOT < WS-VFY-TABLE-MAX
010980              ADD 1 TO WS-VFY-DROPPED
010990              GO TO 2255-EXIT
011000          END-IF
011010          ADD 1 TO WS-VFY-COUNT
011020          MOVE WS-VFY-COUNT       TO WS-VFY-FOUND-SUB
011030          MOVE RHR-TAX-YEAR
011040              TO WS-VFY-TAX-YEAR (WS-VFY-FOUND-SUB)
011050      END-IF.
011060
011070      MOVE WS-RHR-CCYYMMDD
011080          TO WS-VFY-RUN-DATE (WS-VFY-FOUND-SUB).
011090      MOVE WS-RHR-COND-CODE
011100          TO WS-VFY-COND-CODE (WS-VFY-FOUND-SUB).
011110
011120  2255-EXIT.
011130      EXIT.
011140
011150  2256-FIND-VERIFY.
011160
011170      IF WS-VFY-TAX-YEAR (WS-VFY-SUB) = RHR-TAX-YEAR
011180          MOVE WS-VFY-SUB         TO WS-VFY-FOUND-SUB
011190      END-IF.
011200
011210  2256-EXIT.
011220      EXIT.
011230
011240* 2260-NOTE-BUILD
011250*   A PRODUCTION YEAR-END BUILD THAT PRODUCED ITS FILES (RC
011260*   NOT OVER 4) IN THE QUARTER.  SIMULATION, TEST AND
011270*   CORRECTIONS RUNS ARE NOT THE BUILD THE VERIFICATION
011280*   PROTECTS.  THE PARTITIONS OF ONE BUILD ARE ONE BUILD.
011290  2260-NOTE-BUILD.
011300
011310      IF WS-RHR-CCYYMMDD < WS-QTR-START-DATE
011320          OR WS-RHR-CCYYMMDD > WS-QTR-END-DATE
011330          OR WS-RHR-COND-CODE > 04
011340          OR RHR-RUN-MODE = "SIM" OR "TEST" OR "CORR"
011350          GO TO 2260-EXIT
011360      END-IF.
011370
011380      IF WS-BLD-COUNT > ZERO
011390          IF WS-BLD-RUN-DATE (WS-BLD-COUNT) = WS-RHR-CCYYMMDD
011400              AND WS-BLD-TAX-YEAR (WS-BLD-COUNT) = RHR-TAX-YEAR
011410              GO TO 2260-EXIT
011420          END-IF
011430      END-IF.
011440
011450      IF WS-BLD-COUNT NOT < WS-BLD-TABLE-MAX
011460          ADD 1 TO WS-BLD-DROPPED
011470          GO TO 2260-EXIT
011480      END-IF.
011490
011500      ADD 1 TO WS-BLD-COUNT.
011510      MOVE WS-RHR-CCYYMMDD    TO WS-BLD-RUN-DATE (WS-BLD-COUNT).
011520      MOVE RHR-TAX-YEAR       TO WS-BLD-TAX-YEAR (WS-BLD-COUNT).
011530      MOVE WS-RHR-COND-CODE   TO WS-BLD-COND-CODE (WS-BLD-COUNT).
011540      MOVE "N"                TO WS-BLD-VFY-SW (WS-BLD-COUNT).
011550      MOVE ZERO               TO WS-BLD-VFY-DATE (WS-BLD-COUNT).
011560      MOVE ZERO               TO WS-BLD-VFY-RC (WS-BLD-COUNT).
011570
011580      MOVE ZERO TO WS-VFY-FOUND-SUB.
011590      PERFORM 2256-FIND-VERIFY THRU 2256-EXIT
011600          VARYING WS-VFY-SUB FROM 1 BY 1
011610          UNTIL WS-VFY-SUB > WS-VFY-COUNT
011620             OR WS-VFY-FOUND-SUB > ZERO.
011630      IF WS-VFY-FOUND-SUB > ZERO
011640          MOVE "Y"            TO WS-BLD-VFY-SW (WS-BLD-COUNT)
011650          MOVE WS-VFY-RUN-DATE (WS-VFY-FOUND-SUB)
011660                              TO WS-BLD-VFY-DATE (WS-BLD-COUNT)
011670          MOVE WS-VFY-COND-CODE (WS-VFY-FOUND-SUB)
011680                              TO WS-BLD-VFY-RC (WS-BLD-COUNT)
011690      END-IF.
011700
011710  2260-EXIT.
011720      EXIT.
011730
011740* 2270-ADD-APPROVAL-RUN
011750*   A REJECTED OR ABENDED APPROVAL RUN - WS-APR-SUB IS THE NEW
011760*   ENTRY, ZERO WHEN THE TABLE IS FULL.
011770  2270-ADD-APPROVAL-RUN.
011780
011790      MOVE ZERO TO WS-APR-SUB.
011800      IF WS-APR-COUNT NOT < WS-APR-TABLE-MAX
011810          ADD 1 TO WS-APR-DROPPED
011820          GO TO 2270-EXIT
011830      END-IF.
011840
011850      ADD 1 TO WS-APR-COUNT.
011860      MOVE WS-APR-COUNT           TO WS-APR-SUB.
011870      MOVE WS-RHR-CCYYMMDD        TO WS-APR-RUN-DATE (WS-APR-SUB).
011880      MOVE RHR-TAX-YEAR           TO WS-APR-TAX-YEAR (WS-APR-SUB).
011890      MOVE RHR-RUN-MODE           TO WS-APR-RUN-MODE (WS-APR-SUB).
011900      MOVE WS-RHR-COND-CODE
011910          TO WS-APR-COND-CODE (WS-APR-SUB).
011920      MOVE "N"                    TO WS-APR-ABEND-SW (WS-APR-SUB).
011930
011940  2270-EXIT.
011950      EXIT.
011960
011970  2290-CLOSE-OPEN-RUN.
011980
011990      IF WS-CS-RUN-OPEN (WS-CTL-SUB)
012000          AND WS-CS-OPEN-DATE (WS-CTL-SUB) < WS-TODAY-CCYYMMDD
012010          MOVE WS-CS-OPEN-DATE (WS-CTL-SUB) TO WS-ABEND-DATE
012020          PERFORM 2240-NOTE-ABEND THRU 2240-EXIT
012030      END-IF.
012040      MOVE "N"                    TO WS-CS-OPEN-SW (WS-CTL-SUB).
012050
012060  2290-EXIT.
012070      EXIT.
012080
012090* 2300-SCAN-REPORT-ARCHIVE
012100*   THE DISPOSITION PROOF RESULT CCCW9100 ARCHIVED WITH EACH
012110*   DAY'S TEN99DSP STATEMENT.  THE LAST RESULT OF THE DAY
012120*   STANDS - A CLEAN RERUN REPLACES AN OUT-OF-BALANCE RUN.
012130*   THE REPOSITORY IS THEN REOPENED TO TAKE THE BINDER.
012140  2300-SCAN-REPORT-ARCHIVE.
012150
012160      OPEN INPUT REPORT-ARCHIVE-FILE.
012170      PERFORM 2310-READ-ARCHIVE THRU 2310-EXIT
012180          UNTIL WS-ARCHIVE-EOF.
012190      CLOSE REPORT-ARCHIVE-FILE.
012200      OPEN EXTEND REPORT-ARCHIVE-FILE.
012210
012220  2300-EXIT.
012230      EXIT.
012240
012250  2310-READ-ARCHIVE.
012260
012270      READ REPORT-ARCHIVE-FILE
012280          AT END
012290              MOVE "Y" TO WS-ARCHIVE-EOF-SW
012300              GO TO 2310-EXIT
012310      END-READ.
012320
012330      ADD 1 TO WS-ARCHIVE-READ.
012340
012350      IF RA-PROGRAM NOT = "CCCW9100"
012360          OR RA-REPORT-ID NOT = "TEN99DSP"
012370          GO TO 2310-EXIT
012380      END-IF.
012390      IF NOT RA-LINE-RECORD
012400          GO TO 2310-EXIT
012410      END-IF.
012420
012430      MOVE RA-LINE                TO WS-PROOF-LINE.
012440      IF WS-PL-LITERAL NOT = WS-PROOF-LITERAL
012450          GO TO 2310-EXIT
012460      END-IF.
012470
012480      ADD 1 TO WS-PROOFS-FOUND.
012490      MOVE RA-RUN-DATE            TO WS-DAY-SEARCH-DATE.
012500      PERFORM 2230-FIND-DAY THRU 2230-EXIT.
012510      IF WS-DAY-FOUND-SUB = ZERO
012520          GO TO 2310-EXIT
012530      END-IF.
012540
012550      MOVE 2                      TO WS-CTL-SUB.
012560      IF WS-PL-RESULT = "IN BALANCE"
012570          MOVE "I" TO WS-DC-PROOF (WS-DAY-FOUND-SUB, WS-CTL-SUB)
012580      ELSE
012590          MOVE "O" TO WS-DC-PROOF (WS-DAY-FOUND-SUB, WS-CTL-SUB)
012600      END-IF.
012610
012620  2310-EXIT.
012630      EXIT.
012640
012650* 2400-SCAN-VM-AUDIT
012660*   THE VENDOR MASTER CHANGES AUDITED ON EACH DAY - THE
012670*   EVIDENCE BESIDE EACH CCMR6330 CYCLE.
012680  2400-SCAN-VM-AUDIT.
012690
012700      OPEN INPUT VM-AUDIT-FILE.
012710      PERFORM 2410-READ-VM-AUDIT THRU 2410-EXIT
012720          UNTIL WS-VMAUD-EOF.
012730      CLOSE VM-AUDIT-FILE.
012740
012750  2400-EXIT.
012760      EXIT.
012770
012780  2410-READ-VM-AUDIT.
012790
012800      READ VM-AUDIT-FILE
012810          AT END
012820              MOVE "Y" TO WS-VMAUD-EOF-SW
012830              GO TO 2410-EXIT
012840      END-READ.
012850
012860      ADD 1 TO WS-VMAUD-READ.
012870
012880      IF VA-CHANGE-DATE < WS-QTR-START-DATE
012890          OR VA-CHANGE-DATE > WS-QTR-END-DATE
012900          GO TO 2410-EXIT
012910      END-IF.
012920
012930      ADD 1 TO WS-VMAUD-IN-QUARTER.
012940      MOVE VA-CHANGE-DATE         TO WS-DAY-SEARCH-DATE.
012950      PERFORM 2230-FIND-DAY THRU 2230-EXIT.
012960      IF WS-DAY-FOUND-SUB = ZERO
012970          ADD 1 TO WS-VMAUD-OFF-CAL
012980          GO TO 2410-EXIT
012990      END-IF.
013000
013010      MOVE 5                      TO WS-CTL-SUB.
013020      ADD 1 TO WS-DC-EVIDENCE (WS-DAY-FOUND-SUB, WS-CTL-SUB).
013030
013040  2410-EXIT.
013050      EXIT.
013060
013070* 2500-SCAN-ACCESS-AUDIT
013080*   THE CW99 LOOKUPS MADE IN EACH MONTH A REVIEW COVERS.
013090  2500-SCAN-ACCESS-AUDIT.
013100
013110      OPEN INPUT ACCESS-AUDIT-FILE.
013120      PERFORM 2510-READ-ACCESS-AUDIT THRU 2510-EXIT
013130          UNTIL WS-ACCESS-EOF.
013140      CLOSE ACCESS-AUDIT-FILE.
013150
013160  2500-EXIT.
013170      EXIT.
013180
013190  2510-READ-ACCESS-AUDIT.
013200
013210      READ ACCESS-AUDIT-FILE
013220          AT END
013230              MOVE "Y" TO WS-ACCESS-EOF-SW
013240              GO TO 2510-EXIT
013250      END-READ.
013260
013270      ADD 1 TO WS-ACCESS-READ.
013280
013290      MOVE AA-ACCESS-DATE         TO WS-DATE-WORK.
013300      MOVE WS-DP-CCYY             TO WS-MP-CCYY.
013310      MOVE WS-DP-MM               TO WS-MP-MM.
013320      PERFORM 2520-COUNT-ACCESS THRU 2520-EXIT
013330          VARYING WS-MON-SUB FROM 1 BY 1
013340          UNTIL WS-MON-SUB > 3.
013350
013360  2510-EXIT.
013370      EXIT.
013380
013390  2520-COUNT-ACCESS.
013400
013410      IF WS-MON-REVIEWED (WS-MON-SUB) = WS-MONTH-WORK
013420          ADD 1 TO WS-MON-ACCESSES (WS-MON-SUB)
013430      END-IF.
013440
013450  2520-EXIT.
013460      EXIT.
013470
013480* 4000-PRINT-BINDER
013490*   THE EXCEPTIONS COME FIRST - EVERY CONTROL IS WALKED ONCE
013500*   PRINTING ONLY ITS MISSED OR FAILED EXECUTIONS - THEN THE
013510*   CONTROL INDEX, EVERY CONTROL'S FULL SCHEDULE, THE SUMMARY
013520*   AND THE SIGN-OFF.
013530  4000-PRINT-BINDER.
013540
013550      MOVE WS-QTR-START-DATE      TO WS-FMT-DATE-IN.
013560      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
013570      MOVE WS-FMT-DATE-OUT        TO TTL-START-DATE.
013580      MOVE WS-QTR-END-DATE        TO WS-FMT-DATE-IN.
013590      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
013600      MOVE WS-FMT-DATE-OUT        TO TTL-END-DATE.
013610      MOVE WS-TODAY-CCYYMMDD      TO WS-FMT-DATE-IN.
013620      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
013630      MOVE WS-FMT-DATE-OUT        TO TTL-RUN-DATE.
013640
013650      MOVE SPACES                 TO REPORT-ARCHIVE-RCD.
013660      MOVE "SOXBNDR"              TO RA-REPORT-ID.
013670      PERFORM 8960-WRITE-RPT-HEADER THRU 8960-EXIT.
013680
013690      MOVE WS-TITLE-LINE          TO BINDER-RPT-RCD.
013700      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
013710      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
013720
013730*   SECTION 1 - EXCEPTIONS.
013740      MOVE "SECTION 1 - EXCEPTIONS: MISSED OR FAILED CONTROL EXE
013750-         "CUTIONS"               TO SCL-TEXT.
013760      MOVE WS-SECTION-LINE        TO BINDER-RPT-RCD.
013770      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
013780      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
013790      MOVE WS-COLUMN-LINE         TO BINDER-RPT-RCD.
013800      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
013810
013820      MOVE "E"                    TO WS-PRINT-PASS.
013830      PERFORM 4100-LIST-CONTROL THRU 4100-EXIT
013840          VARYING WS-CTL-SUB FROM 1 BY 1
013850          UNTIL WS-CTL-SUB > WS-CTL-MAX.
013860
013870      IF WS-EXCEPTIONS-LISTED = ZERO
013880          MOVE "NO EXCEPTIONS - EVERY CONTROL RAN AND PASSED EVE
013890-             "RY TIME IT WAS DUE"
013900                                  TO SCL-TEXT
013910          MOVE WS-SECTION-LINE    TO BINDER-RPT-RCD
013920          PERFORM 7800-WRITE-BINDER THRU 7800-EXIT
013930      END-IF.
013940      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
013950
013960*   SECTION 2 - THE CONTROLS AND WHERE THEIR EVIDENCE COMES
013970*   FROM.
013980      MOVE "SECTION 2 - KEY CONTROLS AND EVIDENCE SOURCES"
013990                                  TO SCL-TEXT.
014000      MOVE WS-SECTION-LINE        TO BINDER-RPT-RCD.
014010      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014020      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014030      PERFORM 4050-LIST-INDEX THRU 4050-EXIT
014040          VARYING WS-CTL-SUB FROM 1 BY 1
014050          UNTIL WS-CTL-SUB > WS-CTL-MAX.
014060      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014070
014080*   SECTION 3 - EVERY DATE EACH CONTROL WAS DUE.
014090      MOVE "SECTION 3 - CONTROL EXECUTIONS FOR THE QUARTER"
014100                                  TO SCL-TEXT.
014110      MOVE WS-SECTION-LINE        TO BINDER-RPT-RCD.
014120      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014130
014140      MOVE "A"                    TO WS-PRINT-PASS.
014150      PERFORM 4100-LIST-CONTROL THRU 4100-EXIT
014160          VARYING WS-CTL-SUB FROM 1 BY 1
014170          UNTIL WS-CTL-SUB > WS-CTL-MAX.
014180
014190*   SECTION 4 - SUMMARY AND SIGN-OFF.
014200      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014210      MOVE "SECTION 4 - SUMMARY"  TO SCL-TEXT.
014220      MOVE WS-SECTION-LINE        TO BINDER-RPT-RCD.
014230      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014240      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014250      MOVE WS-SUMMARY-HEAD        TO BINDER-RPT-RCD.
014260      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014270      PERFORM 4900-SUMMARY-LINE THRU 4900-EXIT
014280          VARYING WS-CTL-SUB FROM 1 BY 1
014290          UNTIL WS-CTL-SUB > WS-CTL-MAX.
014300
014310      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014320      IF WS-VMAUD-OFF-CAL > ZERO
014330          MOVE "VENDOR MASTER CHANGES DATED OFF THE CALENDAR:"
014340                                  TO SCL-TEXT
014350          MOVE WS-VMAUD-OFF-CAL   TO EVC-COUNT
014360          MOVE WS-EVID-COUNT      TO SCL-TEXT (48:26)
014370          MOVE WS-SECTION-LINE    TO BINDER-RPT-RCD
014380          PERFORM 7800-WRITE-BINDER THRU 7800-EXIT
014390          PERFORM 7810-WRITE-BLANK THRU 7810-EXIT
014400      END-IF.
014410
014420      MOVE "PREPARED BY:"         TO SGL-LABEL.
014430      MOVE WS-SIGNOFF-LINE        TO BINDER-RPT-RCD.
014440      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014450      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014460      MOVE "CONTROL OWNER:"       TO SGL-LABEL.
014470      MOVE WS-SIGNOFF-LINE        TO BINDER-RPT-RCD.
014480      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014490      PERFORM 7810-WRITE-BLANK THRU 7810-EXIT.
014500      MOVE "REVIEWED BY:"         TO SGL-LABEL.
014510      MOVE WS-SIGNOFF-LINE        TO BINDER-RPT-RCD.
014520      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014530
014540  4000-EXIT.
014550      EXIT.
014560
014570  4050-LIST-INDEX.
014580
014590      MOVE WS-CTL-ID (WS-CTL-SUB)      TO IXL-CTL-ID.
014600      MOVE WS-CTL-PROGRAM (WS-CTL-SUB) TO IXL-PROGRAM.
014610      MOVE WS-CTL-DESC (WS-CTL-SUB)    TO IXL-DESC.
014620      PERFORM 4060-FREQ-TEXT THRU 4060-EXIT.
014630      MOVE CHL-FREQ-TEXT               TO IXL-FREQ-TEXT.
014640      EVALUATE WS-CTL-ID (WS-CTL-SUB)
014650          WHEN "C01"
014660              MOVE "FILSTAT OPERATORS, RUNHIST"
014670                                      TO IXL-EVIDENCE
014680          WHEN "C02"
014690              MOVE "RUNHIST, RPTARCH TEN99DSP PROOF"
014700                                      TO IXL-EVIDENCE
014710          WHEN "C03"
014720              MOVE "RUNHIST CCCW9132 AND CCCW9150 ENDS"
014730                                      TO IXL-EVIDENCE
014740          WHEN "C05"
014750              MOVE "RUNHIST, VMAUDIT CHANGE AUDIT"
014760                                      TO IXL-EVIDENCE
014770          WHEN "C06"
014780              MOVE "RUNHIST, CWAUDIT ACCESS AUDIT"
014790                                      TO IXL-EVIDENCE
014800          WHEN OTHER
014810              MOVE "RUNHIST"          TO IXL-EVIDENCE
014820      END-EVALUATE.
014830      MOVE WS-INDEX-LINE               TO BINDER-RPT-RCD.
014840      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
014850
014860  4050-EXIT.
014870      EXIT.
014880
014890  4060-FREQ-TEXT.
014900
014910      EVALUATE TRUE
014920          WHEN WS-CTL-DAILY (WS-CTL-SUB)
014930              MOVE "EVERY BUSINESS DAY"      TO CHL-FREQ-TEXT
014940          WHEN WS-CTL-MONTHLY (WS-CTL-SUB)
014950              MOVE "FIRST BUSINESS DAY OF THE MONTH"
014960                                             TO CHL-FREQ-TEXT
014970          WHEN WS-CTL-PER-FILING (WS-CTL-SUB)
014980              MOVE "EVERY TRANSMISSION PREPARED"
014990                                             TO CHL-FREQ-TEXT
015000          WHEN WS-CTL-PER-BUILD (WS-CTL-SUB)
015010              MOVE "BEFORE EVERY YEAR-END BUILD"
015020                                             TO CHL-FREQ-TEXT
015030      END-EVALUATE.
015040
015050  4060-EXIT.
015060      EXIT.
015070
015080* 4100-LIST-CONTROL
015090*   ONE CONTROL - ITS HEADING, ITEMS AND COUNTS ON THE DETAIL
015100*   PASS; ONLY ITS EXCEPTION ITEMS ON THE EXCEPTION PASS.
015110  4100-LIST-CONTROL.
015120
015130      MOVE ZERO                   TO WS-ITEMS-LISTED.
015140
015150      IF WS-DETAIL-PASS
015160          PERFORM 7810-WRITE-BLANK THRU 7810-EXIT
015170          MOVE WS-CTL-ID (WS-CTL-SUB)      TO CHL-CTL-ID
015180          MOVE WS-CTL-PROGRAM (WS-CTL-SUB) TO CHL-PROGRAM
015190          MOVE WS-CTL-DESC (WS-CTL-SUB)    TO CHL-DESC
015200          MOVE WS-CTL-MAX-RC (WS-CTL-SUB)  TO CHL-MAX-RC
015210          PERFORM 4060-FREQ-TEXT THRU 4060-EXIT
015220          MOVE WS-CONTROL-HEAD-LINE        TO BINDER-RPT-RCD
015230          PERFORM 7800-WRITE-BINDER THRU 7800-EXIT
015240          MOVE WS-COLUMN-LINE              TO BINDER-RPT-RCD
015250          PERFORM 7800-WRITE-BINDER THRU 7800-EXIT
015260      END-IF.
015270
015280      EVALUATE TRUE
015290          WHEN WS-CTL-DAILY (WS-CTL-SUB)
015300              PERFORM 4200-LIST-DAY THRU 4200-EXIT
015310                  VARYING WS-DAY-SUB FROM 1 BY 1
015320                  UNTIL WS-DAY-SUB > WS-DAY-COUNT
015330          WHEN WS-CTL-MONTHLY (WS-CTL-SUB)
015340              PERFORM 4300-LIST-MONTH THRU 4300-EXIT
015350                  VARYING WS-MON-SUB FROM 1 BY 1
015360                  UNTIL WS-MON-SUB > 3
015370          WHEN WS-CTL-PER-FILING (WS-CTL-SUB)
015380              PERFORM 4400-LIST-FILING THRU 4400-EXIT
015390                  VARYING WS-FIL-SUB FROM 1 BY 1
015400                  UNTIL WS-FIL-SUB > WS-FIL-COUNT
015410              PERFORM 4450-LIST-APPROVAL-RUN THRU 4450-EXIT
015420                  VARYING WS-APR-SUB FROM 1 BY 1
015430                  UNTIL WS-APR-SUB > WS-APR-COUNT
015440          WHEN WS-CTL-PER-BUILD (WS-CTL-SUB)
015450              PERFORM 4500-LIST-BUILD THRU 4500-EXIT
015460                  VARYING WS-BLD-SUB FROM 1 BY 1
015470                  UNTIL WS-BLD-SUB > WS-BLD-COUNT
015480      END-EVALUATE.
015490
015500      IF NOT WS-DETAIL-PASS
015510          GO TO 4100-EXIT
015520      END-IF.
015530
015540      IF WS-ITEMS-LISTED = ZERO
015550          MOVE "    NOTHING DUE FOR THIS CONTROL IN THE QUARTER TO
015560-             " DATE"             TO BINDER-RPT-RCD
015570          PERFORM 7800-WRITE-BINDER THRU 7800-EXIT
015580      END-IF.
015590
015600      MOVE WS-CS-DUE (WS-CTL-SUB)        TO CFL-DUE.
015610      MOVE WS-CS-RAN (WS-CTL-SUB)        TO CFL-RAN.
015620      MOVE WS-CS-PASSED (WS-CTL-SUB)     TO CFL-PASSED.
015630      MOVE WS-CS-EXCEPTIONS (WS-CTL-SUB) TO CFL-EXCEPTIONS.
015640      MOVE WS-CS-OFF-CAL-RUNS (WS-CTL-SUB) TO CFL-OFF-CAL.
015650      MOVE WS-CONTROL-FOOT-LINE          TO BINDER-RPT-RCD.
015660      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
015670
015680  4100-EXIT.
015690      EXIT.
015700
015710* 4200-LIST-DAY
015720*   A DAILY CONTROL ON ONE BUSINESS DAY.  THE LAST RUN OF THE
015730*   DAY STANDS - A CLEAN RERUN CURES A FAILED FIRST RUN, AND
015740*   THE RERUN IS NOTED.  THE DISPOSITION PROOF MUST ALSO SHOW
015750*   AN ARCHIVED IN-BALANCE RESULT FOR THE DAY.
015760  4200-LIST-DAY.
015770
015780      IF WS-DAY-DATE (WS-DAY-SUB) > WS-TODAY-CCYYMMDD
015790          GO TO 4200-EXIT
015800      END-IF.
015810
015820      MOVE SPACES                 TO WS-DETAIL-LINE.
015830      MOVE "N"                    TO WS-ITEM-EXCEPTION-SW.
015840      MOVE "N"                    TO WS-ITEM-RAN-SW.
015850      MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-FMT-DATE-IN.
015860      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
015870      MOVE WS-FMT-DATE-OUT        TO DTL-DUE-DATE.
015880      MOVE WS-DC-RUNS (WS-DAY-SUB, WS-CTL-SUB)   TO DTL-RUNS.
015890      MOVE WS-DC-ABENDS (WS-DAY-SUB, WS-CTL-SUB) TO DTL-ABENDS.
015900
015910      EVALUATE TRUE
015920          WHEN WS-DC-RUNS (WS-DAY-SUB, WS-CTL-SUB) = ZERO
015930            AND WS-DC-ABENDS (WS-DAY-SUB, WS-CTL-SUB) > ZERO
015940              MOVE "*ABENDED - NEVER ENDED CLEAN" TO DTL-OUTCOME
015950              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
015960          WHEN WS-DC-RUNS (WS-DAY-SUB, WS-CTL-SUB) = ZERO
015970              MOVE "*NOT RUN"     TO DTL-OUTCOME
015980              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
015990          WHEN WS-DC-LAST-RC (WS-DAY-SUB, WS-CTL-SUB) >
016000                 WS-CTL-MAX-RC (WS-CTL-SUB)
016010              MOVE "Y"            TO WS-ITEM-RAN-SW
016020              MOVE WS-DC-LAST-RC (WS-DAY-SUB, WS-CTL-SUB)
016030                                  TO ORC-COND-CODE
016040              MOVE WS-OUTCOME-RC  TO DTL-OUTCOME
016050              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
016060          WHEN WS-DC-ABENDS (WS-DAY-SUB, WS-CTL-SUB) > ZERO
016070            OR WS-DC-RUNS (WS-DAY-SUB, WS-CTL-SUB) > 1
016080              MOVE "Y"            TO WS-ITEM-RAN-SW
016090              MOVE "PASSED ON RERUN" TO DTL-OUTCOME
016100          WHEN OTHER
016110              MOVE "Y"            TO WS-ITEM-RAN-SW
016120              MOVE "PASSED"       TO DTL-OUTCOME
016130      END-EVALUATE.
016140
016150      IF WS-ITEM-RAN
016160          MOVE WS-DC-LAST-RC (WS-DAY-SUB, WS-CTL-SUB)
016170                                  TO ORC-COND-CODE
016180          MOVE ORC-COND-CODE      TO DTL-RC
016190      END-IF.
016200
016210*   THE CONTROL-SPECIFIC EVIDENCE FOR THE DAY.
016220      EVALUATE WS-CTL-PROGRAM (WS-CTL-SUB)
016230          WHEN "CCCW9100"
016240              MOVE "DISPOSITION PROOF:" TO DTL-EVID-LABEL
016250              EVALUATE TRUE
016260                  WHEN WS-DC-PROOF-IN (WS-DAY-SUB, WS-CTL-SUB)
016270                      MOVE "IN BALANCE"   TO DTL-EVID-VALUE
016280                  WHEN WS-DC-PROOF-OUT (WS-DAY-SUB, WS-CTL-SUB)
016290                      MOVE "OUT OF BALANCE" TO DTL-EVID-VALUE
016300                      IF NOT WS-ITEM-EXCEPTION
016310                          MOVE "*DISPOSITION OUT OF BALANCE"
016320                                          TO DTL-OUTCOME
016330                          MOVE "Y"    TO WS-ITEM-EXCEPTION-SW
016340                      END-IF
016350                  WHEN OTHER
016360                      MOVE "NOT ARCHIVED" TO DTL-EVID-VALUE
016370                      IF NOT WS-ITEM-EXCEPTION
016380                          MOVE "*PROOF NOT IN REPOSITORY"
016390                                          TO DTL-OUTCOME
016400                          MOVE "Y"    TO WS-ITEM-EXCEPTION-SW
016410                      END-IF
016420              END-EVALUATE
016430          WHEN "CCMR6330"
016440              MOVE "CHANGES AUDITED:" TO DTL-EVID-LABEL
016450              MOVE WS-DC-EVIDENCE (WS-DAY-SUB, WS-CTL-SUB)
016460                                  TO EVC-COUNT
016470              MOVE WS-EVID-COUNT  TO DTL-EVID-VALUE
016480          WHEN OTHER
016490              CONTINUE
016500      END-EVALUATE.
016510
016520      PERFORM 4800-FINISH-ITEM THRU 4800-EXIT.
016530
016540  4200-EXIT.
016550      EXIT.
016560
016570* 4300-LIST-MONTH
016580*   A MONTHLY REVIEW - DUE ON THE MONTH'S FIRST BUSINESS DAY
016590*   AND SATISFIED BY A RUN ANY TIME IN THE MONTH.  THE
016600*   EVIDENCE IS THE VOLUME OF THE MONTH IT REVIEWS.
016610  4300-LIST-MONTH.
016620
016630      IF WS-MON-DUE-DATE (WS-MON-SUB) = ZERO
016640          OR WS-MON-DUE-DATE (WS-MON-SUB) > WS-TODAY-CCYYMMDD
016650          GO TO 4300-EXIT
016660      END-IF.
016670
016680      MOVE SPACES                 TO WS-DETAIL-LINE.
016690      MOVE "N"                    TO WS-ITEM-EXCEPTION-SW.
016700      MOVE "N"                    TO WS-ITEM-RAN-SW.
016710      MOVE WS-MON-DUE-DATE (WS-MON-SUB) TO WS-FMT-DATE-IN.
016720      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
016730      MOVE WS-FMT-DATE-OUT        TO DTL-DUE-DATE.
016740      MOVE WS-MC-LAST-DATE (WS-MON-SUB, WS-CTL-SUB)
016750                                  TO WS-FMT-DATE-IN.
016760      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
016770      MOVE WS-FMT-DATE-OUT        TO DTL-RUN-DATE.
016780      MOVE WS-MC-RUNS (WS-MON-SUB, WS-CTL-SUB)   TO DTL-RUNS.
016790      MOVE WS-MC-ABENDS (WS-MON-SUB, WS-CTL-SUB) TO DTL-ABENDS.
016800
016810      EVALUATE TRUE
016820          WHEN WS-MC-RUNS (WS-MON-SUB, WS-CTL-SUB) = ZERO
016830            AND WS-MC-ABENDS (WS-MON-SUB, WS-CTL-SUB) > ZERO
016840              MOVE "*ABENDED - NEVER ENDED CLEAN" TO DTL-OUTCOME
016850              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
016860          WHEN WS-MC-RUNS (WS-MON-SUB, WS-CTL-SUB) = ZERO
016870              MOVE "*NOT RUN"     TO DTL-OUTCOME
016880              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
016890          WHEN WS-MC-LAST-RC (WS-MON-SUB, WS-CTL-SUB) >
016900                 WS-CTL-MAX-RC (WS-CTL-SUB)
016910              MOVE "Y"            TO WS-ITEM-RAN-SW
016920              MOVE WS-MC-LAST-RC (WS-MON-SUB, WS-CTL-SUB)
016930                                  TO ORC-COND-CODE
016940              MOVE WS-OUTCOME-RC  TO DTL-OUTCOME
016950              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
016960          WHEN WS-MC-ABENDS (WS-MON-SUB, WS-CTL-SUB) > ZERO
016970            OR WS-MC-RUNS (WS-MON-SUB, WS-CTL-SUB) > 1
016980              MOVE "Y"            TO WS-ITEM-RAN-SW
016990              MOVE "PASSED ON RERUN" TO DTL-OUTCOME
017000          WHEN OTHER
017010              MOVE "Y"            TO WS-ITEM-RAN-SW
017020              MOVE "PASSED"       TO DTL-OUTCOME
017030      END-EVALUATE.
017040
017050      IF WS-ITEM-RAN
017060          MOVE WS-MC-LAST-RC (WS-MON-SUB, WS-CTL-SUB)
017070                                  TO ORC-COND-CODE
017080          MOVE ORC-COND-CODE      TO DTL-RC
017090      END-IF.
017100
017110      MOVE "CW99 ACCESSES MM/CCYY"   TO DTL-EVID-LABEL.
017120      MOVE WS-MON-REVIEWED (WS-MON-SUB) TO WS-MONTH-WORK.
017130      MOVE WS-MP-MM                  TO DTL-EVID-LABEL (15:2).
017140      MOVE WS-MP-CCYY                TO DTL-EVID-LABEL (18:4).
017150      MOVE ":"                       TO DTL-EVID-LABEL (22:1).
017160      MOVE WS-MON-ACCESSES (WS-MON-SUB) TO EVC-COUNT.
017170      MOVE WS-EVID-COUNT             TO DTL-EVID-VALUE.
017180
017190      PERFORM 4800-FINISH-ITEM THRU 4800-EXIT.
017200
017210  4300-EXIT.
017220      EXIT.
017230
017240* 4400-LIST-FILING
017250*   ONE TRANSMISSION.  IT PASSES ONLY WITH A RECORDED PREPARER
017260*   AND A DIFFERENT, RECORDED APPROVER.  ONE STILL READY IS
017270*   LISTED AS AWAITING APPROVAL; ONE PAST READY WITH NO
017280*   APPROVER WAS RELEASED AROUND THE CONTROL.
017290  4400-LIST-FILING.
017300
017310      MOVE SPACES                 TO WS-DETAIL-LINE.
017320      MOVE "N"                    TO WS-ITEM-EXCEPTION-SW.
017330      MOVE "N"                    TO WS-ITEM-RAN-SW.
017340      MOVE WS-FIL-PREP-DATE (WS-FIL-SUB) TO WS-FMT-DATE-IN.
017350      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
017360      MOVE WS-FMT-DATE-OUT        TO DTL-DUE-DATE.
017370
017380      EVALUATE TRUE
017390          WHEN WS-FIL-APPROVED-BY (WS-FIL-SUB) = SPACES
017400            AND WS-FIL-STATUS (WS-FIL-SUB) = "P"
017410              MOVE "*AWAITING APPROVAL" TO DTL-OUTCOME
017420              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
017430          WHEN WS-FIL-APPROVED-BY (WS-FIL-SUB) = SPACES
017440              MOVE "*RELEASED WITHOUT APPROVAL" TO DTL-OUTCOME
017450              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
017460          WHEN WS-FIL-PREPARED-BY (WS-FIL-SUB) = SPACES
017470              MOVE "Y"            TO WS-ITEM-RAN-SW
017480              MOVE "*PREPARER NOT RECORDED" TO DTL-OUTCOME
017490              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
017500          WHEN WS-FIL-APPROVED-BY (WS-FIL-SUB) =
017510                 WS-FIL-PREPARED-BY (WS-FIL-SUB)
017520              MOVE "Y"            TO WS-ITEM-RAN-SW
017530              MOVE "*APPROVER SAME AS PREPARER" TO DTL-OUTCOME
017540              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
017550          WHEN OTHER
017560              MOVE "Y"            TO WS-ITEM-RAN-SW
017570              EVALUATE WS-FIL-STATUS (WS-FIL-SUB)
017580                  WHEN "L"
017590                      MOVE "APPROVED - RELEASABLE"
017600                                  TO DTL-OUTCOME
017610                  WHEN "S"
017620                      MOVE "APPROVED - SENT" TO DTL-OUTCOME
017630                  WHEN "A"
017640                      MOVE "APPROVED - ACCEPTED" TO DTL-OUTCOME
017650                  WHEN "E"
017660                      MOVE "APPROVED - ACCEPTED W/ERRORS"
017670                                  TO DTL-OUTCOME
017680                  WHEN "R"
017690                      MOVE "APPROVED - REJECTED BY AGENCY"
017700                                  TO DTL-OUTCOME
017710                  WHEN OTHER
017720                      MOVE "APPROVED"     TO DTL-OUTCOME
017730              END-EVALUATE
017740      END-EVALUATE.
017750
017760*   THE APPROVAL DATE SURVIVES ONLY UNTIL THE NEXT STATUS
017770*   CHANGE OVERWRITES IT.
017780      IF WS-FIL-STATUS (WS-FIL-SUB) = "L"
017790          MOVE WS-FIL-STATUS-DATE (WS-FIL-SUB) TO WS-FMT-DATE-IN
017800          PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
017810          MOVE WS-FMT-DATE-OUT    TO DTL-RUN-DATE
017820      END-IF.
017830
017840      MOVE WS-FIL-TAX-YEAR (WS-FIL-SUB) TO EVF-TAX-YEAR.
017850      MOVE WS-FIL-FILE-SEQ (WS-FIL-SUB) TO EVF-FILE-SEQ.
017860      IF WS-FIL-FILE-TYPE (WS-FIL-SUB) = "S"
017870          MOVE "STATE"            TO EVF-FILE-TYPE
017880      ELSE
017890          MOVE "FIRE"             TO EVF-FILE-TYPE
017900      END-IF.
017910      MOVE WS-EVID-FILING         TO DTL-EVID-LABEL.
017920      MOVE WS-FIL-PREPARED-BY (WS-FIL-SUB) TO EVO-PREPARED-BY.
017930      MOVE WS-FIL-APPROVED-BY (WS-FIL-SUB) TO EVO-APPROVED-BY.
017940      MOVE WS-EVID-OPERATORS      TO DTL-EVID-VALUE.
017950
017960      PERFORM 4800-FINISH-ITEM THRU 4800-EXIT.
017970
017980  4400-EXIT.
017990      EXIT.
018000
018010* 4450-LIST-APPROVAL-RUN
018020*   AN APPROVAL RUN THAT REJECTED OR ABENDED - ALWAYS AN
018030*   EXCEPTION TO FOLLOW UP, THOUGH NOT A DUE DATE OF ITS OWN.
018040  4450-LIST-APPROVAL-RUN.
018050
018060      MOVE SPACES                 TO WS-DETAIL-LINE.
018070      MOVE "Y"                    TO WS-ITEM-EXCEPTION-SW.
018080      MOVE "N"                    TO WS-ITEM-RAN-SW.
018090      MOVE WS-APR-RUN-DATE (WS-APR-SUB) TO WS-FMT-DATE-IN.
018100      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
018110      MOVE WS-FMT-DATE-OUT        TO DTL-DUE-DATE.
018120      MOVE WS-FMT-DATE-OUT        TO DTL-RUN-DATE.
018130
018140      IF WS-APR-ABENDED (WS-APR-SUB)
018150          MOVE 1                  TO DTL-ABENDS
018160          MOVE "*APPROVAL RUN ABENDED" TO DTL-OUTCOME
018170      ELSE
018180          MOVE 1                  TO DTL-RUNS
018190          MOVE WS-APR-COND-CODE (WS-APR-SUB) TO ORC-COND-CODE
018200          MOVE ORC-COND-CODE      TO DTL-RC
018210          MOVE "*APPROVAL REJECTED" TO DTL-OUTCOME
018220      END-IF.
018230
018240      MOVE "APPROVAL RUN:"        TO DTL-EVID-LABEL.
018250      MOVE WS-APR-TAX-YEAR (WS-APR-SUB) TO EVR-TAX-YEAR.
018260      MOVE WS-APR-RUN-MODE (WS-APR-SUB) TO EVR-RUN-MODE.
018270      MOVE WS-EVID-RUN            TO DTL-EVID-VALUE.
018280
018290      PERFORM 4800-FINISH-ITEM THRU 4800-EXIT.
018300
018310  4450-EXIT.
018320      EXIT.
018330
018340* 4500-LIST-BUILD
018350*   ONE PRODUCTION BUILD.  THE LATEST YTD VERIFICATION OF THE
018360*   SAME TAX YEAR BEFORE THE BUILD ENDED MUST HAVE PASSED.
018370  4500-LIST-BUILD.
018380
018390      MOVE SPACES                 TO WS-DETAIL-LINE.
018400      MOVE "N"                    TO WS-ITEM-EXCEPTION-SW.
018410      MOVE "N"                    TO WS-ITEM-RAN-SW.
018420      MOVE WS-BLD-RUN-DATE (WS-BLD-SUB) TO WS-FMT-DATE-IN.
018430      PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
018440      MOVE WS-FMT-DATE-OUT        TO DTL-DUE-DATE.
018450
018460      IF NOT WS-BLD-VERIFIED (WS-BLD-SUB)
018470          MOVE "*NO VERIFY BEFORE THE BUILD" TO DTL-OUTCOME
018480          MOVE "Y"                TO WS-ITEM-EXCEPTION-SW
018490      ELSE
018500          MOVE "Y"                TO WS-ITEM-RAN-SW
018510          MOVE 1                  TO DTL-RUNS
018520          MOVE WS-BLD-VFY-DATE (WS-BLD-SUB) TO WS-FMT-DATE-IN
018530          PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
018540          MOVE WS-FMT-DATE-OUT    TO DTL-RUN-DATE
018550          MOVE WS-BLD-VFY-RC (WS-BLD-SUB) TO ORC-COND-CODE
018560          MOVE ORC-COND-CODE      TO DTL-RC
018570          IF WS-BLD-VFY-RC (WS-BLD-SUB) >
018580                 WS-CTL-MAX-RC (WS-CTL-SUB)
018590              MOVE WS-BLD-VFY-RC (WS-BLD-SUB) TO OVR-COND-CODE
018600              MOVE WS-OUTCOME-VFY-RC TO DTL-OUTCOME
018610              MOVE "Y"            TO WS-ITEM-EXCEPTION-SW
018620          ELSE
018630              MOVE "VERIFIED BEFORE THE BUILD" TO DTL-OUTCOME
018640          END-IF
018650      END-IF.
018660
018670      MOVE "YEAR-END BUILD:"      TO DTL-EVID-LABEL.
018680      MOVE WS-BLD-TAX-YEAR (WS-BLD-SUB)   TO EVB-TAX-YEAR.
018690      MOVE WS-BLD-COND-CODE (WS-BLD-SUB)  TO EVB-COND-CODE.
018700      MOVE WS-EVID-BUILD          TO DTL-EVID-VALUE.
018710
018720      PERFORM 4800-FINISH-ITEM THRU 4800-EXIT.
018730
018740  4500-EXIT.
018750      EXIT.
018760
018770* 4800-FINISH-ITEM
018780*   PRINTS THE ITEM IF THIS PASS WANTS IT, AND COUNTS IT ON
018790*   THE DETAIL PASS.  AN APPROVAL RUN THAT FAILED IS NOT A
018800*   DUE DATE OF ITS OWN - IT ONLY ADDS AN EXCEPTION.
018810  4800-FINISH-ITEM.
018820
018830      MOVE WS-CTL-ID (WS-CTL-SUB)      TO DTL-CTL-ID.
018840      MOVE WS-CTL-PROGRAM (WS-CTL-SUB) TO DTL-PROGRAM.
018850
018860      IF WS-EXCEPTION-PASS
018870          IF WS-ITEM-EXCEPTION
018880              MOVE WS-DETAIL-LINE TO BINDER-RPT-RCD
018890              PERFORM 7800-WRITE-BINDER THRU 7800-EXIT
018900              ADD 1 TO WS-EXCEPTIONS-LISTED
018910          END-IF
018920          GO TO 4800-EXIT
018930      END-IF.
018940
018950      MOVE WS-DETAIL-LINE         TO BINDER-RPT-RCD.
018960      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
018970      ADD 1 TO WS-ITEMS-LISTED.
018980
018990      IF WS-CTL-PER-FILING (WS-CTL-SUB)
019000          AND DTL-EVID-LABEL = "APPROVAL RUN:"
019010          ADD 1 TO WS-CS-EXCEPTIONS (WS-CTL-SUB)
019020          GO TO 4800-EXIT
019030      END-IF.
019040
019050      ADD 1 TO WS-CS-DUE (WS-CTL-SUB).
019060      IF WS-ITEM-RAN
019070          ADD 1 TO WS-CS-RAN (WS-CTL-SUB)
019080      END-IF.
019090      IF WS-ITEM-EXCEPTION
019100          ADD 1 TO WS-CS-EXCEPTIONS (WS-CTL-SUB)
019110      ELSE
019120          ADD 1 TO WS-CS-PASSED (WS-CTL-SUB)
019130      END-IF.
019140
019150  4800-EXIT.
019160      EXIT.
019170
019180  4900-SUMMARY-LINE.
019190
019200      MOVE WS-CTL-ID (WS-CTL-SUB)        TO SML-CTL-ID.
019210      MOVE WS-CTL-PROGRAM (WS-CTL-SUB)   TO SML-PROGRAM.
019220      MOVE WS-CTL-DESC (WS-CTL-SUB)      TO SML-DESC.
019230      MOVE WS-CS-DUE (WS-CTL-SUB)        TO SML-DUE.
019240      MOVE WS-CS-RAN (WS-CTL-SUB)        TO SML-RAN.
019250      MOVE WS-CS-PASSED (WS-CTL-SUB)     TO SML-PASSED.
019260      MOVE WS-CS-EXCEPTIONS (WS-CTL-SUB) TO SML-EXCEPTIONS.
019270      MOVE WS-CS-OFF-CAL-RUNS (WS-CTL-SUB) TO SML-OFF-CAL.
019280      MOVE WS-SUMMARY-LINE               TO BINDER-RPT-RCD.
019290      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
019300
019310  4900-EXIT.
019320      EXIT.
019330
019340* 7800-WRITE-BINDER
019350*   ONE BINDER LINE - TO THE PRINTED BINDER AND, AS A 'D'
019360*   RECORD UNDER REPORT ID SOXBNDR, TO THE REPOSITORY.
019370  7800-WRITE-BINDER.
019380
019390      WRITE BINDER-RPT-RCD.
019400      ADD 1 TO WS-BINDER-LINES.
019410
019420      MOVE BINDER-RPT-RCD         TO RA-LINE.
019430      PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT.
019440
019450  7800-EXIT.
019460      EXIT.
019470
019480  7810-WRITE-BLANK.
019490
019500      MOVE SPACES                 TO BINDER-RPT-RCD.
019510      PERFORM 7800-WRITE-BINDER THRU 7800-EXIT.
019520
019530  7810-EXIT.
019540      EXIT.
019550
019560  7900-FORMAT-DATE.
019570
019580      IF WS-FMT-DATE-IN = ZERO
019590          MOVE SPACES             TO WS-FMT-DATE-OUT
019600          GO TO 7900-EXIT
019610      END-IF.
019620
019630      MOVE WS-FMT-DATE-IN         TO WS-DATE-WORK.
019640      MOVE WS-DP-MM               TO WS-FMT-DATE-OUT (1:2).
019650      MOVE "/"                    TO WS-FMT-DATE-OUT (3:1).
019660      MOVE WS-DP-DD               TO WS-FMT-DATE-OUT (4:2).
019670      MOVE "/"                    TO WS-FMT-DATE-OUT (6:1).
019680      MOVE WS-DP-CCYY             TO WS-FMT-DATE-OUT (7:4).
019690
019700  7900-EXIT.
019710      EXIT.
019720
019730  8000-WRAPUP.
019740
019750      MOVE "RUN-HISTORY RECORDS READ:" TO SCR-LITERAL.
019760      MOVE WS-RUNHIST-READ        TO SCR-COUNT.
019770      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019780      PERFORM 8999-WRITE-SYSOUT.
019790
019800      MOVE "FILING-STATUS RECORDS READ:" TO SCR-LITERAL.
019810      MOVE WS-FSTAT-READ          TO SCR-COUNT.
019820      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019830      PERFORM 8999-WRITE-SYSOUT.
019840
019850      MOVE "TRANSMISSIONS IN QUARTER:" TO SCR-LITERAL.
019860      MOVE WS-FIL-COUNT           TO SCR-COUNT.
019870      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019880      PERFORM 8999-WRITE-SYSOUT.
019890
019900      MOVE "YEAR-END BUILDS IN QUARTER:" TO SCR-LITERAL.
019910      MOVE WS-BLD-COUNT           TO SCR-COUNT.
019920      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019930      PERFORM 8999-WRITE-SYSOUT.
019940
019950      MOVE "REPOSITORY RECORDS READ:" TO SCR-LITERAL.
019960      MOVE WS-ARCHIVE-READ        TO SCR-COUNT.
019970      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
019980      PERFORM 8999-WRITE-SYSOUT.
019990
020000      MOVE "DISPOSITION PROOFS FOUND:" TO SCR-LITERAL.
020010      MOVE WS-PROOFS-FOUND        TO SCR-COUNT.
020020      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020030      PERFORM 8999-WRITE-SYSOUT.
020040
020050      MOVE "VM AUDIT RECORDS READ:" TO SCR-LITERAL.
020060      MOVE WS-VMAUD-READ          TO SCR-COUNT.
020070      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020080      PERFORM 8999-WRITE-SYSOUT.
020090
020100      MOVE "VM CHANGES IN QUARTER:" TO SCR-LITERAL.
020110      MOVE WS-VMAUD-IN-QUARTER    TO SCR-COUNT.
020120      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020130      PERFORM 8999-WRITE-SYSOUT.
020140
020150      MOVE "CW99 ACCESS RECORDS READ:" TO SCR-LITERAL.
020160      MOVE WS-ACCESS-READ         TO SCR-COUNT.
020170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020180      PERFORM 8999-WRITE-SYSOUT.
020190
020200      MOVE "EXCEPTIONS LISTED:"   TO SCR-LITERAL.
020210      MOVE WS-EXCEPTIONS-LISTED   TO SCR-COUNT.
020220      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020230      PERFORM 8999-WRITE-SYSOUT.
020240
020250      MOVE "BINDER LINES WRITTEN:" TO SCR-LITERAL.
020260      MOVE WS-BINDER-LINES        TO SCR-COUNT.
020270      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
020280      PERFORM 8999-WRITE-SYSOUT.
020290
020300      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
020310
020320      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
020330
020340      MOVE WS-RETURN-CODE         TO RETURN-CODE.
020350      MOVE WS-RETURN-CODE         TO SWA-RUN-COND-CODE.
020360
020370      COPY C2INZ003.
020380
020390      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
020400
020410  8000-EXIT.
020420      EXIT.
020430
020440* 8960-WRITE-RPT-HEADER
020450*   THE REPOSITORY HEADER FOR THE BINDER - THE CALLER HAS SET
020460*   RA-REPORT-ID.
020470  8960-WRITE-RPT-HEADER.
020480
020490      MOVE "H"                    TO RA-RECORD-TYPE.
020500      MOVE WS-PROGRAM-ID          TO RA-PROGRAM.
020510      MOVE WS-TODAY-CCYYMMDD      TO RA-RUN-DATE.
020520      MOVE WS-ARCH-RUN-SEQ        TO RA-RUN-SEQ.
020530      MOVE SPACES                 TO RA-LINE.
020540      WRITE REPORT-ARCHIVE-RCD.
020550
020560  8960-EXIT.
020570      EXIT.
020580
020590* 8970-WRITE-RPT-LINE
020600*   ONE ARCHIVED BINDER LINE - THE CALLER HAS SET RA-LINE.
020610  8970-WRITE-RPT-LINE.
020620
020630      MOVE "D"                    TO RA-RECORD-TYPE.
020640      MOVE WS-PROGRAM-ID          TO RA-PROGRAM.
020650      MOVE WS-TODAY-CCYYMMDD      TO RA-RUN-DATE.
020660      MOVE WS-ARCH-RUN-SEQ        TO RA-RUN-SEQ.
020670      WRITE REPORT-ARCHIVE-RCD.
020680
020690  8970-EXIT.
020700      EXIT.
020710
020720* 8980-NOTE-TABLE-CAPACITY
020730*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
020740*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
020750*   DROPPED ENTRY ENDS THE RUN RC=12.
020760  8980-NOTE-TABLE-CAPACITY.
020770
020780      MOVE "QUARTER BUSINESS DAYS"  TO TC-NOTE-NAME.
020790      MOVE WS-DAY-TABLE-MAX         TO TC-NOTE-LIMIT.
020800      MOVE WS-DAY-COUNT             TO TC-NOTE-HIGH.
020810      MOVE WS-DAY-DROPPED           TO TC-NOTE-DROPPED.
020820      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020830
020840      MOVE "TRANSMISSIONS"          TO TC-NOTE-NAME.
020850      MOVE WS-FIL-TABLE-MAX         TO TC-NOTE-LIMIT.
020860      MOVE WS-FIL-COUNT             TO TC-NOTE-HIGH.
020870      MOVE WS-FIL-DROPPED           TO TC-NOTE-DROPPED.
020880      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020890
020900      MOVE "FAILED APPROVAL RUNS"   TO TC-NOTE-NAME.
020910      MOVE WS-APR-TABLE-MAX         TO TC-NOTE-LIMIT.
020920      MOVE WS-APR-COUNT             TO TC-NOTE-HIGH.
020930      MOVE WS-APR-DROPPED           TO TC-NOTE-DROPPED.
020940      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
020950
020960      MOVE "YTD VERIFY TAX YEARS"   TO TC-NOTE-NAME.
020970      MOVE WS-VFY-TABLE-MAX         TO TC-NOTE-LIMIT.
020980      MOVE WS-VFY-COUNT             TO TC-NOTE-HIGH.
020990      MOVE WS-VFY-DROPPED           TO TC-NOTE-DROPPED.
021000      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
021010
021020      MOVE "YEAR-END BUILDS"        TO TC-NOTE-NAME.
021030      MOVE WS-BLD-TABLE-MAX         TO TC-NOTE-LIMIT.
021040      MOVE WS-BLD-COUNT             TO TC-NOTE-HIGH.
021050      MOVE WS-BLD-DROPPED           TO TC-NOTE-DROPPED.
021060      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
021070
021080      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
021090
021100  8980-EXIT.
021110      EXIT.
021120
021130* 8900-SET-RETURN-CODE
021140*   RC=0 NO EXCEPTION.  RC=4 EXCEPTIONS ARE LISTED AT THE
021150*   FRONT OF THE BINDER.  RC=12 A TABLE OVERFLOWED AND THE
021160*   BINDER IS INCOMPLETE (SEE THE CAPACITY REPORT).
021170  8900-SET-RETURN-CODE.
021180
021190      MOVE ZERO TO WS-RETURN-CODE.
021200
021210      IF WS-EXCEPTIONS-LISTED > ZERO
021220          MOVE 4 TO WS-RETURN-CODE
021230      END-IF.
021240
021250      IF TC-TABLE-OVERFLOW
021260          MOVE TC-OVERFLOW-RC TO WS-RETURN-CODE
021270      END-IF.
021280
021290  8900-EXIT.
021300      EXIT.
021310
021320      COPY CLCWW134.
021330
021340      COPY CLCWW167.
021350
021360      COPY C2INZ002.
021370
021380      COPY C2INZ004.
021390
021400      COPY C2INZ005.
021410
021420      BINDER-RPT
021430      REPORT-ARCHIVE-FILE
021440      RUN-HISTORY-FILE.
021450
021460  9999-EXIT.
021470      EXIT.
