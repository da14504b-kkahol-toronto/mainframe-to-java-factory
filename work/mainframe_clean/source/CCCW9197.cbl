000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9197.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9197
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    MONTHLY BRANCH DATA-QUALITY SCORECARD.  BRINGS
000130*              TOGETHER THE FOUR PLACES A BRANCH'S DATA-ENTRY
000140*              QUALITY SHOWS UP - THE CLCWW028 SUSPENSE LINES,
000150*              THE CLCWW041 HELD RECORDS, THE CLCWW158 LOG OF
000160*              CORRECTIONS CCCW9110 APPLIED, AND THE CLCWW071
000170*              RETURNED-MAIL CHARGES - FOR ONE MONTH, PER BRANCH
000180*              AND ROLLED UP PER BM-REGION OF THE CLCWW081
000190*              BRANCH MASTER:
000200*                DISBURSEMENTS ISSUED (STAGED CLEAN PLUS HELD)
000210*                FIRST-PASS CLEAN RATE
000220*                HOLDS BY TH-HOLD-REASON
000230*                AVERAGE DAYS FROM HOLD TO CORRECTION
000240*                RETURNED-MAIL RATE (PER 100 ISSUED)
000250*              EACH WITH ITS CHANGE FROM LAST MONTH AND ITS
000260*              YEAR-TO-DATE FIGURE, FROM THE CLCWW159 SCORECARD
000270*              HISTORY THIS PROGRAM KEEPS.  THE TEN BRANCHES WITH
000280*              THE LOWEST CLEAN RATE ARE FLAGGED *** AND LISTED
000290*              AGAIN IN RANK ORDER FOR RETRAINING.  EACH BRANCH'S
000300*              AND REGION'S LINES ALSO GO TO THE CLCWW160
000310*              SCORECARD FILE CCCW9136 BURSTS INTO THE BRANCH
000320*              BUNDLES.
000330*
000340*  PARM:       MONTH - CCYYMM, E.G. PARM='202609'.  NO PARM
000350*              SCORES THE MONTH BEFORE THE RUN DATE.
000360*
000370*  FILES:      BRCHMSTR - BRANCH MASTER
000380*              TEN99DTL - STAGED DETAIL, THE MONTH'S GENERATIONS
000390*              TEN99SUS - SUSPENSE LINES, THE MONTH'S GENERATIONS
000400*              TEN99HLD - HELD RECORDS, THE MONTH'S GENERATIONS
000410*              TEN99CLG - CORRECTION LOG, THE MONTH'S GENERATIONS
000420*              BADADDR  - RETURNED-MAIL (BAD ADDRESS) FILE
000430*              SCHISTI  - SCORECARD HISTORY IN
000440*              SCHISTO  - SCORECARD HISTORY OUT
000450*              SCORECRD - SCORECARD REPORT
000460*              SCBUNDLE - SCORECARD LINES FOR CCCW9136
000470*
000480******************************************************************
000490*                      MODIFICATION HISTORY
000500******************************************************************
000510* DATE     INIT  DESCRIPTION
000520* -------- ----  --------------------------------------------
000530* 10/2026  RF    NEW PROGRAM - MONTHLY BRANCH DATA-QUALITY
000540*                SCORECARD
0005va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON SCHISTI AND
0005vb*                WRITE ONE ON THE NEW SCHISTO GENERATION
0005vc* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0005vd*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
000550******************************************************************
000560  ENVIRONMENT DIVISION.
000570  CONFIGURATION SECTION.
000580  SOURCE-COMPUTER.   IBM-370.
000590  OBJECT-COMPUTER.   IBM-370.
000600  INPUT-OUTPUT SECTION.
000610  FILE-CONTROL.
000620
000630      COPY C2INX001.
000640
000650      SELECT BRANCH-MASTER-FILE  ASSIGN TO BRCHMSTR
000660          ORGANIZATION IS SEQUENTIAL.
000670
000680      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000690          ORGANIZATION IS SEQUENTIAL.
000700
000710      SELECT TEN99-SUSPENSE-RPT  ASSIGN TO TEN99SUS
000720          ORGANIZATION IS SEQUENTIAL.
000730
000740      SELECT TEN99-HELD-FILE     ASSIGN TO TEN99HLD
000750          ORGANIZATION IS SEQUENTIAL.
000760
000770      SELECT TEN99-CORR-LOG-FILE ASSIGN TO TEN99CLG
000780          ORGANIZATION IS SEQUENTIAL.
000790
000800      SELECT BAD-ADDRESS-FILE    ASSIGN TO BADADDR
000810          ORGANIZATION IS SEQUENTIAL.
000820
000830      SELECT SCHIST-IN-FILE      ASSIGN TO SCHISTI
000840          ORGANIZATION IS SEQUENTIAL.
000850
000860      SELECT SCHIST-OUT-FILE     ASSIGN TO SCHISTO
000870          ORGANIZATION IS SEQUENTIAL.
000880
000890      SELECT SCORECARD-RPT       ASSIGN TO SCORECRD
000900          ORGANIZATION IS SEQUENTIAL.
000910
000920      SELECT SCORECARD-FILE      ASSIGN TO SCBUNDLE
000930          ORGANIZATION IS SEQUENTIAL.
000940
000950      COPY C2INX004.
000960
000970  DATA DIVISION.
000980  FILE SECTION.
000990
001000      COPY C2INX002.
001010
001020  FD  BRANCH-MASTER-FILE
001030      BLOCK CONTAINS 0 RECORDS
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD
001060      DATA RECORD IS BRANCH-MASTER-RCD.
001070
001080      COPY CLCWW081.
001090
001100  FD  TEN99-STAGING-FILE
001110      BLOCK CONTAINS 0 RECORDS
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      DATA RECORD IS TEN99-STAGING-RCD.
001150
001160  01  TEN99-STAGING-RCD             PIC X(420).
001170
001180  FD  TEN99-SUSPENSE-RPT
001190      BLOCK CONTAINS 0 RECORDS
001200      RECORDING MODE IS F
001210      LABEL RECORDS ARE STANDARD
001220      DATA RECORD IS TEN99-SUSPENSE-RCD.
001230
001240      COPY CLCWW028.
001250
001260  FD  TEN99-HELD-FILE
001270      BLOCK CONTAINS 0 RECORDS
001280      RECORDING MODE IS F
001290      LABEL RECORDS ARE STANDARD
001300      DATA RECORD IS TEN99-HELD-RCD.
001310
001320      COPY CLCWW041.
001330
001340  FD  TEN99-CORR-LOG-FILE
001350      BLOCK CONTAINS 0 RECORDS
001360      RECORDING MODE IS F
001370      LABEL RECORDS ARE STANDARD
001380      DATA RECORD IS TEN99-CORR-LOG-RCD.
001390
001400      COPY CLCWW158.
001410
001420  FD  BAD-ADDRESS-FILE
001430      BLOCK CONTAINS 0 RECORDS
001440      RECORDING MODE IS F
001450      LABEL RECORDS ARE STANDARD
001460      DATA RECORD IS BAD-ADDRESS-RCD.
001470
001480      COPY CLCWW071.
001490
001500  FD  SCHIST-IN-FILE
001510      BLOCK CONTAINS 0 RECORDS
001520      RECORDING MODE IS F
001530      LABEL RECORDS ARE STANDARD
001540      DATA RECORD IS SCORECARD-HIST-RCD.
001550
001560      COPY CLCWW159.
001570
001580  FD  SCHIST-OUT-FILE
001590      BLOCK CONTAINS 0 RECORDS
001600      RECORDING MODE IS F
001610      LABEL RECORDS ARE STANDARD
001620      DATA RECORD IS SCHIST-OUT-RCD.
001630
001640  01  SCHIST-OUT-RCD                PIC X(80).
001650
001660  FD  SCORECARD-RPT
001670      BLOCK CONTAINS 0 RECORDS
001680      RECORDING MODE IS F
001690      LABEL RECORDS ARE STANDARD
001700      DATA RECORD IS SCORECARD-RPT-RCD.
001710
001720  01  SCORECARD-RPT-RCD             PIC X(133).
001730
001740  FD  SCORECARD-FILE
001750      BLOCK CONTAINS 0 RECORDS
001760      RECORDING MODE IS F
001770      LABEL RECORDS ARE STANDARD
001780      DATA RECORD IS SCORECARD-BUNDLE-RCD.
001790
001800      COPY CLCWW160.
001810
001820      COPY C2INX005.
001830
001840  WORKING-STORAGE SECTION.
001850
001860      COPY C2INX003.
001870
001880      COPY C2INX006.
0018va
0018vb      COPY CLCWW166.
001890
001900      COPY CLCWW133.
001910
001920  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9197".
001930
001940* THE STAGED DETAIL RECORD, WITH ITS HEADER AND TRAILER.
001950      COPY CLCWW013.
001960
001970  01  WS-SWITCHES.
001980      05  WS-BM-EOF-SW            PIC X(01) VALUE "N".
001990          88  WS-BM-EOF                   VALUE "Y".
002000      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
002010          88  WS-STAGING-EOF              VALUE "Y".
002020      05  WS-SUSP-EOF-SW          PIC X(01) VALUE "N".
002030          88  WS-SUSP-EOF                 VALUE "Y".
002040      05  WS-HELD-EOF-SW          PIC X(01) VALUE "N".
002050          88  WS-HELD-EOF                 VALUE "Y".
002060      05  WS-CLG-EOF-SW           PIC X(01) VALUE "N".
002070          88  WS-CLG-EOF                  VALUE "Y".
002080      05  WS-BAD-EOF-SW           PIC X(01) VALUE "N".
002090          88  WS-BAD-EOF                  VALUE "Y".
002100      05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
002110          88  WS-HIST-EOF                 VALUE "Y".
002120      05  WS-RGN-SEEN-SW          PIC X(01) VALUE "N".
002130          88  WS-RGN-SEEN                 VALUE "Y".
002140      05  WS-RSN-FOUND-SW         PIC X(01) VALUE "N".
002150          88  WS-RSN-FOUND                VALUE "Y".
002160
002170  01  WS-COUNTERS.
002180      05  WS-DETAIL-READ          PIC 9(09) COMP VALUE ZERO.
002190      05  WS-SUSPENSE-READ        PIC 9(09) COMP VALUE ZERO.
002200      05  WS-HELD-READ            PIC 9(09) COMP VALUE ZERO.
002210      05  WS-CORR-LOG-READ        PIC 9(09) COMP VALUE ZERO.
002220      05  WS-BAD-ADDR-READ        PIC 9(09) COMP VALUE ZERO.
002230      05  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
002240      05  WS-HIST-KEPT            PIC 9(09) COMP VALUE ZERO.
002250      05  WS-HIST-PURGED          PIC 9(09) COMP VALUE ZERO.
002260      05  WS-HIST-WRITTEN         PIC 9(09) COMP VALUE ZERO.
002270      05  WS-NOT-ON-MASTER        PIC 9(09) COMP VALUE ZERO.
002280      05  WS-BRANCHES-SCORED      PIC 9(09) COMP VALUE ZERO.
002290      05  WS-BUNDLE-LINES         PIC 9(09) COMP VALUE ZERO.
002300
002310* THE MONTH BEING SCORED, THE MONTH BEFORE IT FOR THE MONTH-
002320* OVER-MONTH CHANGE, AND THE MONTH OF THE RECORD IN HAND.
002330  01  WS-SC-MONTH                 PIC 9(06) VALUE ZERO.
002340  01  WS-SC-MONTH-PARTS REDEFINES WS-SC-MONTH.
002350      05  WS-SC-CCYY              PIC 9(04).
002360      05  WS-SC-MM                PIC 9(02).
002370  01  WS-PRIOR-MONTH              PIC 9(06) VALUE ZERO.
002380  01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
002390      05  WS-PRIOR-CCYY           PIC 9(04).
002400      05  WS-PRIOR-MM             PIC 9(02).
002410  77  WS-REC-DATE                 PIC 9(08) VALUE ZERO.
002420  77  WS-REC-MONTH                PIC 9(06) VALUE ZERO.
002430  77  WS-KEEP-FROM-CCYY           PIC 9(04) VALUE ZERO.
002440
002450* ONE ENTRY PER BRANCH ON THE MASTER.  THE MONTH'S COUNTS, LAST
002460* MONTH'S AND THE EARLIER MONTHS OF THE YEAR FROM THE HISTORY,
002470* THE CLEAN RATE THE WORST-TEN RANKING RUNS ON, AND THE MONTH'S
002480* HOLDS BY REASON (SUBSCRIPTS OF WS-RSN-TABLE).
002490  01  WS-SC-TABLE.
002500      05  WS-SC-ENTRY             OCCURS 500 TIMES.
002510          10  WS-SC-BR-CODE           PIC X(03).
002520          10  WS-SC-BR-NAME           PIC X(30).
002530          10  WS-SC-REGION            PIC X(10).
002540          10  WS-SC-CLEAN             PIC 9(07) COMP.
002550          10  WS-SC-SUSPENDED         PIC 9(07) COMP.
002560          10  WS-SC-HOLDS             PIC 9(07) COMP.
002570          10  WS-SC-CORR              PIC 9(07) COMP.
002580          10  WS-SC-CORR-DAYS         PIC 9(09) COMP.
002590          10  WS-SC-RETURNED          PIC 9(07) COMP.
002600          10  WS-SC-P-ISSUED          PIC 9(07) COMP.
002610          10  WS-SC-P-CLEAN           PIC 9(07) COMP.
002620          10  WS-SC-P-CORR            PIC 9(07) COMP.
002630          10  WS-SC-P-CORR-DAYS       PIC 9(09) COMP.
002640          10  WS-SC-P-RETURNED        PIC 9(07) COMP.
002650          10  WS-SC-Y-ISSUED          PIC 9(09) COMP.
002660          10  WS-SC-Y-CLEAN           PIC 9(09) COMP.
002670          10  WS-SC-Y-CORR            PIC 9(09) COMP.
002680          10  WS-SC-Y-CORR-DAYS       PIC 9(09) COMP.
002690          10  WS-SC-Y-RETURNED        PIC 9(09) COMP.
002700          10  WS-SC-CLEAN-RATE        PIC 9(03)V9(04).
002710          10  WS-SC-WORST-SW          PIC X(01).
002720          10  WS-SC-RSN-HOLDS         PIC 9(05) COMP
002730                                      OCCURS 30 TIMES.
002740  77  WS-SC-COUNT                 PIC 9(03) COMP VALUE ZERO.
002750  77  WS-SC-TABLE-MAX             PIC 9(03) COMP VALUE 500.
002760  77  WS-SC-DROPPED               PIC 9(07) COMP VALUE ZERO.
002770  77  WS-SC-SUB                   PIC 9(03) COMP VALUE ZERO.
002780  77  WS-FIND-BR                  PIC X(03) VALUE SPACES.
002790  77  WS-FIND-SUB                 PIC 9(03) COMP VALUE ZERO.
002800
002810* THE DISTINCT TH-HOLD-REASON TEXTS SEEN THIS MONTH.
002820  01  WS-RSN-TABLE.
002830      05  WS-RSN-ENTRY            PIC X(40) OCCURS 30 TIMES.
002840  77  WS-RSN-COUNT                PIC 9(02) COMP VALUE ZERO.
002850  77  WS-RSN-TABLE-MAX            PIC 9(02) COMP VALUE 30.
002860  77  WS-RSN-DROPPED              PIC 9(07) COMP VALUE ZERO.
002870  77  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
002880  77  WS-RSN-HIT                  PIC 9(02) COMP VALUE ZERO.
002890
002900* THE DISTINCT BM-REGIONS, IN BRANCH MASTER ORDER.
002910  01  WS-RGN-TABLE.
002920      05  WS-RGN-ENTRY            PIC X(10) OCCURS 50 TIMES.
002930  77  WS-RGN-COUNT                PIC 9(02) COMP VALUE ZERO.
002940  77  WS-RGN-TABLE-MAX            PIC 9(02) COMP VALUE 50.
002950  77  WS-RGN-DROPPED              PIC 9(07) COMP VALUE ZERO.
002960  77  WS-RGN-SUB                  PIC 9(02) COMP VALUE ZERO.
002970
002980* THE WORST TEN, AS WS-SC-TABLE SUBSCRIPTS IN RANK ORDER.
002990  01  WS-WORST-TABLE.
003000      05  WS-WORST-SC-SUB         PIC 9(03) COMP OCCURS 10 TIMES.
003010  77  WS-WORST-COUNT              PIC 9(02) COMP VALUE ZERO.
003020  77  WS-WORST-MAX                PIC 9(02) COMP VALUE 10.
003030  77  WS-WORST-SUB                PIC 9(02) COMP VALUE ZERO.
003040  77  WS-PICK-SUB                 PIC 9(03) COMP VALUE ZERO.
003050
003060* THE FIGURES ONE SCORECARD LINE IS BUILT FROM - ONE BRANCH'S,
003070* OR A REGION'S OR THE WHOLE SYSTEM'S ADDED UP BRANCH BY
003080* BRANCH.
003090  01  WS-METRIC-WORK.
003100      05  MW-ISSUED               PIC 9(09) COMP.
003110      05  MW-CLEAN                PIC 9(09) COMP.
003120      05  MW-HOLDS                PIC 9(09) COMP.
003130      05  MW-CORR                 PIC 9(09) COMP.
003140      05  MW-CORR-DAYS            PIC 9(11) COMP.
003150      05  MW-RETURNED             PIC 9(09) COMP.
003160      05  MW-P-ISSUED             PIC 9(09) COMP.
003170      05  MW-P-CLEAN              PIC 9(09) COMP.
003180      05  MW-P-CORR               PIC 9(09) COMP.
003190      05  MW-P-CORR-DAYS          PIC 9(11) COMP.
003200      05  MW-P-RETURNED           PIC 9(09) COMP.
003210      05  MW-Y-ISSUED             PIC 9(09) COMP.
003220      05  MW-Y-CLEAN              PIC 9(09) COMP.
003230      05  MW-Y-CORR               PIC 9(09) COMP.
003240      05  MW-Y-CORR-DAYS          PIC 9(11) COMP.
003250      05  MW-Y-RETURNED           PIC 9(09) COMP.
003260
003270  77  WS-CUR-RATE                 PIC S9(03)V9(04) VALUE ZERO.
003280  77  WS-PRIOR-RATE               PIC S9(03)V9(04) VALUE ZERO.
003290
003300* DAY NUMBERS FOR THE DAYS FROM HOLD TO CORRECTION.
003310* 9500-DAY-NUMBER TURNS WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY
003320* COUNT IN WS-DN-DAYS, COUNTING LEAP DAYS (EVERY FOURTH YEAR -
003330* GOOD THROUGH 2099).
003340  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
003350  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
003360      05  WS-DN-CCYY              PIC 9(04).
003370      05  WS-DN-MM                PIC 9(02).
003380      05  WS-DN-DD                PIC 9(02).
003390  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
003400  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
003410  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
003420  77  WS-HELD-DAYS                PIC 9(07) COMP VALUE ZERO.
003430  77  WS-ELAPSED-DAYS             PIC S9(07) COMP VALUE ZERO.
003440
003450  01  WS-CUM-DAYS-VALUES.
003460      05  FILLER                  PIC X(36)
003470              VALUE "000031059090120151181212243273304334".
003480  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003490      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
003500
003510  01  WS-RPT-TITLE.
003520      05  FILLER                  PIC X(01) VALUE SPACES.
003530      05  FILLER                  PIC X(38) VALUE
003540          "BRANCH DATA-QUALITY SCORECARD - MONTH".
003550      05  RTL-CCYY                PIC 9(04).
003560      05  FILLER                  PIC X(01) VALUE "/".
003570      05  RTL-MM                  PIC 9(02).
003580      05  FILLER                  PIC X(07) VALUE "   RUN ".
003590      05  RTL-RUN-DATE            PIC X(08).
003600      05  FILLER                  PIC X(72) VALUE SPACES.
003610
003620  01  WS-SECTION-LINE.
003630      05  FILLER                  PIC X(01) VALUE SPACES.
003640      05  SHL-TEXT                PIC X(80).
003650      05  FILLER                  PIC X(52) VALUE SPACES.
003660
003670  01  WS-SCL-GROUPS.
003680      05  FILLER                  PIC X(34) VALUE SPACES.
003690      05  FILLER                  PIC X(27) VALUE
003700          "---- FIRST-PASS CLEAN ----".
003710      05  FILLER                  PIC X(33) VALUE
003720          "------ HOLDS / CORRECTIONS ------".
003730      05  FILLER                  PIC X(26) VALUE
003740          "------- RETURNED MAIL ----".
003750      05  FILLER                  PIC X(13) VALUE SPACES.
003760
003770  01  WS-SCL-COLUMNS.
003780      05  FILLER                  PIC X(34) VALUE
003790          " FLG BRANCH     NAME".
003800      05  FILLER                  PIC X(08) VALUE " ISSUED ".
003810      05  FILLER                  PIC X(06) VALUE "CLEAN ".
003820      05  FILLER                  PIC X(07) VALUE "  +/-  ".
003830      05  FILLER                  PIC X(06) VALUE "  YTD ".
003840      05  FILLER                  PIC X(07) VALUE " HOLDS ".
003850      05  FILLER                  PIC X(07) VALUE " CORRS ".
003860      05  FILLER                  PIC X(06) VALUE "AVGDY ".
003870      05  FILLER                  PIC X(07) VALUE "  +/-  ".
003880      05  FILLER                  PIC X(06) VALUE "  YTD ".
003890      05  FILLER                  PIC X(07) VALUE "  RTND ".
003900      05  FILLER                  PIC X(07) VALUE "  RTN% ".
003910      05  FILLER                  PIC X(07) VALUE "  +/-  ".
003920      05  FILLER                  PIC X(05) VALUE "  YTD".
003930      05  FILLER                  PIC X(13) VALUE SPACES.
003940
003950* ONE SCORECARD LINE.  A FIGURE WITH NOTHING TO MEASURE (NO
003960* DISBURSEMENTS, NO CORRECTIONS, NO HISTORY) IS LEFT BLANK.
003970  01  WS-SCL-LINE.
003980      05  FILLER                  PIC X(01).
003990      05  SCL-FLAG                PIC X(03).
004000      05  FILLER                  PIC X(01).
004010      05  SCL-KEY                 PIC X(10).
004020      05  FILLER                  PIC X(01).
004030      05  SCL-NAME                PIC X(17).
004040      05  FILLER                  PIC X(01).
004050      05  SCL-ISSUED              PIC ZZZ,ZZ9.
004060      05  FILLER                  PIC X(01).
004070      05  SCL-CLEAN-PCT           PIC ZZ9.9.
004080      05  FILLER                  PIC X(01).
004090      05  SCL-CLEAN-MOM           PIC +ZZ9.9.
004100      05  FILLER                  PIC X(01).
004110      05  SCL-CLEAN-YTD           PIC ZZ9.9.
004120      05  FILLER                  PIC X(01).
004130      05  SCL-HOLDS               PIC ZZ,ZZ9.
004140      05  FILLER                  PIC X(01).
004150      05  SCL-CORR                PIC ZZ,ZZ9.
004160      05  FILLER                  PIC X(01).
004170      05  SCL-AVG-DAYS            PIC ZZ9.9.
004180      05  FILLER                  PIC X(01).
004190      05  SCL-AVG-MOM             PIC +ZZ9.9.
004200      05  FILLER                  PIC X(01).
004210      05  SCL-AVG-YTD             PIC ZZ9.9.
004220      05  FILLER                  PIC X(01).
004230      05  SCL-RETURNED            PIC ZZ,ZZ9.
004240      05  FILLER                  PIC X(01).
004250      05  SCL-RET-PCT             PIC ZZ9.99.
004260      05  FILLER                  PIC X(01).
004270      05  SCL-RET-MOM             PIC +Z9.99.
004280      05  FILLER                  PIC X(01).
004290      05  SCL-RET-YTD             PIC Z9.99.
004300      05  FILLER                  PIC X(13).
004310
004320  01  WS-RSN-LINE.
004330      05  FILLER                  PIC X(16) VALUE SPACES.
004340      05  FILLER                  PIC X(08) VALUE "HELD -  ".
004350      05  RSL-REASON              PIC X(40).
004360      05  FILLER                  PIC X(02) VALUE SPACES.
004370      05  RSL-COUNT               PIC ZZ,ZZ9.
004380      05  FILLER                  PIC X(61) VALUE SPACES.
004390
004400  01  WS-WORST-COLUMNS.
004410      05  FILLER                  PIC X(06) VALUE " RANK ".
004420      05  FILLER                  PIC X(05) VALUE "BR".
004430      05  FILLER                  PIC X(32) VALUE "NAME".
004440      05  FILLER                  PIC X(12) VALUE "REGION".
004450      05  FILLER                  PIC X(08) VALUE " ISSUED ".
004460      05  FILLER                  PIC X(08) VALUE "  CLEAN ".
004470      05  FILLER                  PIC X(62) VALUE " HOLDS".
004480
004490  01  WS-WORST-LINE.
004500      05  FILLER                  PIC X(02) VALUE SPACES.
004510      05  WRL-RANK                PIC Z9.
004520      05  FILLER                  PIC X(02) VALUE SPACES.
004530      05  WRL-BR-CODE             PIC X(03).
004540      05  FILLER                  PIC X(02) VALUE SPACES.
004550      05  WRL-BR-NAME             PIC X(30).
004560      05  FILLER                  PIC X(02) VALUE SPACES.
004570      05  WRL-REGION              PIC X(10).
004580      05  FILLER                  PIC X(02) VALUE SPACES.
004590      05  WRL-ISSUED              PIC ZZZ,ZZ9.
004600      05  FILLER                  PIC X(03) VALUE SPACES.
004610      05  WRL-CLEAN-PCT           PIC ZZ9.9.
004620      05  FILLER                  PIC X(01) VALUE SPACES.
004630      05  WRL-HOLDS               PIC ZZ,ZZ9.
004640      05  FILLER                  PIC X(56) VALUE SPACES.
004650
004660  LINKAGE SECTION.
004670
004680* RUN-TIME PARM - THE MONTH TO SCORE, CCYYMM.
004690  01  LS-PARM-DATA.
004700      05  LS-PARM-LENGTH          PIC S9(04) COMP.
004710      05  LS-PARM-MONTH           PIC X(06).
004720
004730  PROCEDURE DIVISION USING LS-PARM-DATA.
004740
004750  0000-MAINLINE.
004760
004770      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004780
004790      PERFORM 2000-SCORE-BRANCH      THRU 2000-EXIT
004800          VARYING WS-SC-SUB FROM 1 BY 1
004810          UNTIL WS-SC-SUB > WS-SC-COUNT.
004820
004830      PERFORM 3000-RANK-WORST        THRU 3000-EXIT
004840          VARYING WS-WORST-SUB FROM 1 BY 1
004850          UNTIL WS-WORST-SUB > WS-WORST-MAX.
004860
004870      PERFORM 5000-PRINT-SCORECARD   THRU 5000-EXIT.
004880
004890      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004900
004910      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
004920
004930      GOBACK.
004940
004950  1000-INITIALIZE.
004960
004970      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004980      OPEN EXTEND RUN-HISTORY-FILE.
004990
005000      COPY C2INZ001.
005010
005020*   NO PARM SCORES LAST MONTH.
005030      COMPUTE WS-SC-CCYY = (SWA-CCYY-CEN * 100) + SWA-CCYY-YR.
005040      MOVE SWA-CCYY-MO            TO WS-SC-MM.
005050      IF WS-SC-MM = 1
005060          SUBTRACT 1 FROM WS-SC-CCYY
005070          MOVE 12                 TO WS-SC-MM
005080      ELSE
005090          SUBTRACT 1 FROM WS-SC-MM
005100      END-IF.
005110
005120      IF LS-PARM-LENGTH > ZERO
005130          IF LS-PARM-MONTH NUMERIC
005140             AND LS-PARM-MONTH (5:2) > "00"
005150             AND LS-PARM-MONTH (5:2) < "13"
005160              MOVE LS-PARM-MONTH      TO WS-SC-MONTH
005170          ELSE
005180              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
005190              MOVE "PARM1"            TO SAR-RETURN-CODE
005200              MOVE SPACES             TO SAR-DB-NAME
005210              MOVE "SCORECARD MONTH"  TO SAR-TABLE-NAME
005220              MOVE SPACES             TO SAR-SQLCODE
005230              GO TO 9998-COREDUMP
005240          END-IF
005250      END-IF.
005260
005270      MOVE WS-SC-MONTH            TO WS-PRIOR-MONTH.
005280      IF WS-PRIOR-MM = 1
005290          SUBTRACT 1 FROM WS-PRIOR-CCYY
005300          MOVE 12                 TO WS-PRIOR-MM
005310      ELSE
005320          SUBTRACT 1 FROM WS-PRIOR-MM
005330      END-IF.
005340
005350*   THE HISTORY KEEPS THIS YEAR AND LAST.
005360      COMPUTE WS-KEEP-FROM-CCYY = WS-SC-CCYY - 1.
005370
005380      MOVE "SCORECARD MONTH:"      TO SCR-LITERAL.
005390      MOVE WS-SC-MONTH            TO SCR-COUNT.
005400      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005410      PERFORM 8999-WRITE-SYSOUT.
005420
005430      OPEN OUTPUT SCHIST-OUT-FILE.
0054va      MOVE "CLCWW159"             TO WS-LV-CHECK-FILE-ID.
0054vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0054vc      WRITE SCHIST-OUT-RCD FROM LAYOUT-HEADER-RCD.
005440      OPEN OUTPUT SCORECARD-RPT.
005450      OPEN OUTPUT SCORECARD-FILE.
005460
005470      PERFORM 1100-LOAD-MASTER    THRU 1100-EXIT.
005480      PERFORM 1200-COUNT-CLEAN    THRU 1200-EXIT.
005490      PERFORM 1300-COUNT-SUSPENSE THRU 1300-EXIT.
005500      PERFORM 1400-COUNT-HOLDS    THRU 1400-EXIT.
005510      PERFORM 1500-COUNT-CORRECTIONS THRU 1500-EXIT.
005520      PERFORM 1600-COUNT-RETURNED THRU 1600-EXIT.
005530      PERFORM 1700-LOAD-HISTORY   THRU 1700-EXIT.
005540
005550  1000-EXIT.
005560      EXIT.
005570
005580  1100-LOAD-MASTER.
005590
005600      OPEN INPUT BRANCH-MASTER-FILE.
005610      PERFORM 1110-LOAD-MASTER-RCD THRU 1110-EXIT
005620          UNTIL WS-BM-EOF.
005630      IF WS-SC-DROPPED > ZERO
005640          MOVE "*BRANCH MASTER FULL, DROPPED:" TO SCR-LITERAL
005650          MOVE WS-SC-DROPPED      TO SCR-COUNT
005660          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005670          PERFORM 8999-WRITE-SYSOUT
005680      END-IF.
005690      CLOSE BRANCH-MASTER-FILE.
005700
005710  1100-EXIT.
005720      EXIT.
005730
005740  1110-LOAD-MASTER-RCD.
005750
005760      READ BRANCH-MASTER-FILE
005770          AT END
005780              MOVE "Y" TO WS-BM-EOF-SW
005790              GO TO 1110-EXIT
005800      END-READ.
005810
005820      IF WS-SC-COUNT NOT < WS-SC-TABLE-MAX
005830          ADD 1 TO WS-SC-DROPPED
005840          GO TO 1110-EXIT
005850      END-IF.
005860
005870      ADD 1 TO WS-SC-COUNT.
005880      MOVE WS-SC-COUNT            TO WS-SC-SUB.
005890      INITIALIZE WS-SC-ENTRY (WS-SC-SUB).
005900      MOVE BM-BR-CODE             TO WS-SC-BR-CODE (WS-SC-SUB).
005910      MOVE BM-BR-NAME             TO WS-SC-BR-NAME (WS-SC-SUB).
005920      MOVE BM-REGION              TO WS-SC-REGION (WS-SC-SUB).
005930      MOVE "N"                    TO WS-SC-WORST-SW (WS-SC-SUB).
005940
005950  1110-EXIT.
005960      EXIT.
005970
005980* 1200-COUNT-CLEAN
005990*   A DISBURSEMENT STAGED BY A CCCW9100 RUN IN THE MONTH PASSED
006000*   EVERY EDIT FIRST TIME.  ONE CCCW9110 RELEASED AFTER A
006010*   CORRECTION CARRIES NO RUN DATE AND IS NOT COUNTED HERE - IT
006020*   WAS COUNTED WHEN IT WAS HELD.
006030  1200-COUNT-CLEAN.
006040
006050      OPEN INPUT TEN99-STAGING-FILE.
006060      PERFORM 1210-COUNT-CLEAN-RCD THRU 1210-EXIT
006070          UNTIL WS-STAGING-EOF.
006080      CLOSE TEN99-STAGING-FILE.
006090
006100  1200-EXIT.
006110      EXIT.
006120
006130  1210-COUNT-CLEAN-RCD.
006140
006150      READ TEN99-STAGING-FILE INTO TEN99-RCD
006160          AT END
006170              MOVE "Y" TO WS-STAGING-EOF-SW
006180              GO TO 1210-EXIT
006190      END-READ.
006200
006210      IF TEN99-STAGING-RCD (1:10) = LOW-VALUES
006220         OR TEN99-STAGING-RCD (1:10) = HIGH-VALUES
006230          GO TO 1210-EXIT
006240      END-IF.
006250
006260      ADD 1 TO WS-DETAIL-READ.
006270
006280      IF TEN99-RUN-DATE-DATA NOT NUMERIC
006290          GO TO 1210-EXIT
006300      END-IF.
006310
006320      DIVIDE TEN99-RUN-DATE-DATA BY 100 GIVING WS-REC-MONTH.
006330      IF WS-REC-MONTH NOT = WS-SC-MONTH
006340          GO TO 1210-EXIT
006350      END-IF.
006360
006370      MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-FIND-BR.
006380      PERFORM 9400-FIND-BRANCH THRU 9400-EXIT.
006390      IF WS-SC-SUB = ZERO
006400          GO TO 1210-EXIT
006410      END-IF.
006420
006430      ADD 1 TO WS-SC-CLEAN (WS-SC-SUB).
006440
006450  1210-EXIT.
006460      EXIT.
006470
006480* 1300-COUNT-SUSPENSE
006490*   EVERY SUSPENSE LINE IS A DISBURSEMENT CCCW9100 HELD ON ITS
006500*   FIRST PASS.  THE LINE CARRIES NO DATE - THE MONTH IS THE
006510*   GENERATIONS CONCATENATED ON TEN99SUS.
006520  1300-COUNT-SUSPENSE.
006530
006540      OPEN INPUT TEN99-SUSPENSE-RPT.
006550      PERFORM 1310-COUNT-SUSPENSE-RCD THRU 1310-EXIT
006560          UNTIL WS-SUSP-EOF.
006570      CLOSE TEN99-SUSPENSE-RPT.
006580
006590  1300-EXIT.
006600      EXIT.
006610
006620  1310-COUNT-SUSPENSE-RCD.
006630
006640      READ TEN99-SUSPENSE-RPT
006650          AT END
006660              MOVE "Y" TO WS-SUSP-EOF-SW
006670              GO TO 1310-EXIT
006680      END-READ.
006690
006700      ADD 1 TO WS-SUSPENSE-READ.
006710
006720      MOVE TS-ISSUING-BR-CODE     TO WS-FIND-BR.
006730      PERFORM 9400-FIND-BRANCH THRU 9400-EXIT.
006740      IF WS-SC-SUB = ZERO
006750          GO TO 1310-EXIT
006760      END-IF.
006770
006780      ADD 1 TO WS-SC-SUSPENDED (WS-SC-SUB).
006790
006800  1310-EXIT.
006810      EXIT.
006820
006830* 1400-COUNT-HOLDS
006840*   EVERY RECORD HELD IN THE MONTH, BY ITS BRANCH AND ITS
006850*   TH-HOLD-REASON.  A RECORD THAT FAILED AGAIN AFTER A
006860*   CORRECTION IS HELD AGAIN, AND COUNTS AGAIN.  THE TEN99
006870*   ISSUING BRANCH IS BYTES 9-11 OF THE HELD DETAIL.
006880  1400-COUNT-HOLDS.
006890
006900      OPEN INPUT TEN99-HELD-FILE.
006910      PERFORM 1410-COUNT-HELD-RCD THRU 1410-EXIT
006920          UNTIL WS-HELD-EOF.
006930      IF WS-RSN-DROPPED > ZERO
006940          MOVE "*HOLD REASONS FULL, DROPPED:" TO SCR-LITERAL
006950          MOVE WS-RSN-DROPPED     TO SCR-COUNT
006960          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
006970          PERFORM 8999-WRITE-SYSOUT
006980      END-IF.
006990      CLOSE TEN99-HELD-FILE.
007000
007010  1400-EXIT.
007020      EXIT.
007030
007040  1410-COUNT-HELD-RCD.
007050
007060      READ TEN99-HELD-FILE
007070          AT END
007080              MOVE "Y" TO WS-HELD-EOF-SW
007090              GO TO 1410-EXIT
007100      END-READ.
007110
007120      ADD 1 TO WS-HELD-READ.
007130
007140      IF TH-HELD-DATE NOT NUMERIC
007150          GO TO 1410-EXIT
007160      END-IF.
007170
007180      MOVE TH-HELD-DATE           TO WS-REC-DATE.
007190      DIVIDE WS-REC-DATE BY 100 GIVING WS-REC-MONTH.
007200      IF WS-REC-MONTH NOT = WS-SC-MONTH
007210          GO TO 1410-EXIT
007220      END-IF.
007230
007240      MOVE TH-DETAIL-DATA (9:3)   TO WS-FIND-BR.
007250      PERFORM 9400-FIND-BRANCH THRU 9400-EXIT.
007260      IF WS-SC-SUB = ZERO
007270          GO TO 1410-EXIT
007280      END-IF.
007290
007300      ADD 1 TO WS-SC-HOLDS (WS-SC-SUB).
007310
007320      MOVE "N" TO WS-RSN-FOUND-SW.
007330      MOVE ZERO TO WS-RSN-HIT.
007340      PERFORM 1420-SEARCH-REASON THRU 1420-EXIT
007350          VARYING WS-RSN-SUB FROM 1 BY 1
007360          UNTIL WS-RSN-SUB > WS-RSN-COUNT
007370             OR WS-RSN-FOUND.
007380
007390      IF NOT WS-RSN-FOUND
007400          IF WS-RSN-COUNT NOT < WS-RSN-TABLE-MAX
007410              ADD 1 TO WS-RSN-DROPPED
007420              GO TO 1410-EXIT
007430          END-IF
007440          ADD 1 TO WS-RSN-COUNT
007450          MOVE WS-RSN-COUNT       TO WS-RSN-HIT
007460          MOVE TH-HOLD-REASON     TO WS-RSN-ENTRY (WS-RSN-HIT)
007470      END-IF.
007480
007490      ADD 1 TO WS-SC-RSN-HOLDS (WS-SC-SUB WS-RSN-HIT).
007500
007510  1410-EXIT.
007520      EXIT.
007530
007540  1420-SEARCH-REASON.
007550
007560      IF TH-HOLD-REASON = WS-RSN-ENTRY (WS-RSN-SUB)
007570          MOVE "Y" TO WS-RSN-FOUND-SW
007580          MOVE WS-RSN-SUB TO WS-RSN-HIT
007590      END-IF.
007600
007610  1420-EXIT.
007620      EXIT.
007630
007640* 1500-COUNT-CORRECTIONS
007650*   EVERY CORRECTION CCCW9110 APPLIED IN THE MONTH, WHETHER IT
007660*   RELEASED THE RECORD OR NOT, AND THE DAYS FROM THE HOLD TO
007670*   THE CORRECTION.
007680  1500-COUNT-CORRECTIONS.
007690
007700      OPEN INPUT TEN99-CORR-LOG-FILE.
007710      PERFORM 1510-COUNT-CORR-RCD THRU 1510-EXIT
007720          UNTIL WS-CLG-EOF.
007730      CLOSE TEN99-CORR-LOG-FILE.
007740
007750  1500-EXIT.
007760      EXIT.
007770
007780  1510-COUNT-CORR-RCD.
007790
007800      READ TEN99-CORR-LOG-FILE
007810          AT END
007820              MOVE "Y" TO WS-CLG-EOF-SW
007830              GO TO 1510-EXIT
007840      END-READ.
007850
007860      ADD 1 TO WS-CORR-LOG-READ.
007870
007880      IF CL-CORR-DATE NOT NUMERIC
007890          GO TO 1510-EXIT
007900      END-IF.
007910
007920      DIVIDE CL-CORR-DATE BY 100 GIVING WS-REC-MONTH.
007930      IF WS-REC-MONTH NOT = WS-SC-MONTH
007940          GO TO 1510-EXIT
007950      END-IF.
007960
007970      MOVE CL-ISSUING-BR-CODE     TO WS-FIND-BR.
007980      PERFORM 9400-FIND-BRANCH THRU 9400-EXIT.
007990      IF WS-SC-SUB = ZERO
008000          GO TO 1510-EXIT
008010      END-IF.
008020
008030      ADD 1 TO WS-SC-CORR (WS-SC-SUB).
008040
008050      IF CL-HELD-DATE NOT NUMERIC
008060          GO TO 1510-EXIT
008070      END-IF.
008080
008090      MOVE CL-HELD-DATE           TO WS-DN-DATE.
008100      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
008110      MOVE WS-DN-DAYS             TO WS-HELD-DAYS.
008120      MOVE CL-CORR-DATE           TO WS-DN-DATE.
008130      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
008140
008150      IF WS-HELD-DAYS = ZERO OR WS-DN-DAYS = ZERO
008160          GO TO 1510-EXIT
008170      END-IF.
008180
008190      COMPUTE WS-ELAPSED-DAYS = WS-DN-DAYS - WS-HELD-DAYS.
008200      IF WS-ELAPSED-DAYS > ZERO
008210          ADD WS-ELAPSED-DAYS TO WS-SC-CORR-DAYS (WS-SC-SUB)
008220      END-IF.
008230
008240  1510-EXIT.
008250      EXIT.
008260
008270* 1600-COUNT-RETURNED
008280*   EVERY RETURNED-MAIL CHARGE FLAGGED IN THE MONTH.
008290  1600-COUNT-RETURNED.
008300
008310      OPEN INPUT BAD-ADDRESS-FILE.
008320      PERFORM 1610-COUNT-BAD-RCD THRU 1610-EXIT
008330          UNTIL WS-BAD-EOF.
008340      CLOSE BAD-ADDRESS-FILE.
008350
008360  1600-EXIT.
008370      EXIT.
008380
008390  1610-COUNT-BAD-RCD.
008400
008410      READ BAD-ADDRESS-FILE
008420          AT END
008430              MOVE "Y" TO WS-BAD-EOF-SW
008440              GO TO 1610-EXIT
008450      END-READ.
008460
008470      ADD 1 TO WS-BAD-ADDR-READ.
008480
008490      IF BA-FLAG-DATE NOT NUMERIC
008500          GO TO 1610-EXIT
008510      END-IF.
008520
008530      DIVIDE BA-FLAG-DATE BY 100 GIVING WS-REC-MONTH.
008540      IF WS-REC-MONTH NOT = WS-SC-MONTH
008550          GO TO 1610-EXIT
008560      END-IF.
008570
008580      MOVE BA-ISSUING-BR-CODE     TO WS-FIND-BR.
008590      PERFORM 9400-FIND-BRANCH THRU 9400-EXIT.
008600      IF WS-SC-SUB = ZERO
008610          GO TO 1610-EXIT
008620      END-IF.
008630
008640      ADD 1 TO WS-SC-RETURNED (WS-SC-SUB).
008650
008660  1610-EXIT.
008670      EXIT.
008680
008690* 1700-LOAD-HISTORY
008700*   THE SCORECARD HISTORY.  LAST MONTH'S RECORDS GIVE THE
008710*   MONTH-OVER-MONTH CHANGE; THIS YEAR'S EARLIER MONTHS GO INTO
008720*   THE YEAR TO DATE.  EVERY RECORD FROM LAST YEAR ON IS CARRIED
008730*   TO THE NEW HISTORY EXCEPT THE SCORED MONTH'S OWN, WHICH THIS
008740*   RUN REPLACES - SO A RERUN OF A MONTH DOES NOT COUNT TWICE.
008750  1700-LOAD-HISTORY.
008760
008770      OPEN INPUT SCHIST-IN-FILE.
0087va      PERFORM 1705-CHECK-HISTORY-LAYOUT THRU 1705-EXIT.
008780      PERFORM 1710-LOAD-HIST-RCD THRU 1710-EXIT
008790          UNTIL WS-HIST-EOF.
008800      CLOSE SCHIST-IN-FILE.
008810
008820  1700-EXIT.
008830      EXIT.
0088va
0088vb* 1705-CHECK-HISTORY-LAYOUT
0088vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0088vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0088ve*   READ SEES END OF FILE.
0088vf  1705-CHECK-HISTORY-LAYOUT.
0088vg
0088vh      MOVE "CLCWW159"             TO WS-LV-CHECK-FILE-ID.
0088vi      MOVE "SCHISTI"              TO WS-LV-CHECK-DDNAME.
0088vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0088vk      READ SCHIST-IN-FILE INTO LAYOUT-HEADER-RCD
0088vl          AT END
0088vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0088vn      END-READ.
0088vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0088vp
0088vq      IF WS-LV-FILE-EMPTY
0088vr          CLOSE SCHIST-IN-FILE
0088vs          OPEN INPUT SCHIST-IN-FILE
0088vt      END-IF.
0088vu
0088vv  1705-EXIT.
0088vw      EXIT.
008840
008850  1710-LOAD-HIST-RCD.
008860
008870      READ SCHIST-IN-FILE
008880          AT END
008890              MOVE "Y" TO WS-HIST-EOF-SW
008900              GO TO 1710-EXIT
008910      END-READ.
008920
008930      ADD 1 TO WS-HIST-READ.
008940
008950      IF SH-MONTH NOT NUMERIC
008960         OR SH-MONTH = WS-SC-MONTH
008970         OR SH-MONTH-CCYY < WS-KEEP-FROM-CCYY
008980          ADD 1 TO WS-HIST-PURGED
008990          GO TO 1710-EXIT
009000      END-IF.
009010
009020      MOVE SCORECARD-HIST-RCD     TO SCHIST-OUT-RCD.
009030      WRITE SCHIST-OUT-RCD.
009040      ADD 1 TO WS-HIST-KEPT.
009050
009060      MOVE SH-BR-CODE             TO WS-FIND-BR.
009070      PERFORM 9400-FIND-BRANCH THRU 9400-EXIT.
009080      IF WS-SC-SUB = ZERO
009090          GO TO 1710-EXIT
009100      END-IF.
009110
009120      IF SH-MONTH = WS-PRIOR-MONTH
009130          MOVE SH-ISSUED      TO WS-SC-P-ISSUED (WS-SC-SUB)
009140          MOVE SH-CLEAN       TO WS-SC-P-CLEAN (WS-SC-SUB)
009150          MOVE SH-CORRECTIONS TO WS-SC-P-CORR (WS-SC-SUB)
009160          MOVE SH-CORR-DAYS   TO WS-SC-P-CORR-DAYS (WS-SC-SUB)
009170          MOVE SH-RETURNED    TO WS-SC-P-RETURNED (WS-SC-SUB)
009180      END-IF.
009190
009200      IF SH-MONTH-CCYY = WS-SC-CCYY
009210         AND SH-MONTH-MM < WS-SC-MM
009220          ADD SH-ISSUED       TO WS-SC-Y-ISSUED (WS-SC-SUB)
009230          ADD SH-CLEAN        TO WS-SC-Y-CLEAN (WS-SC-SUB)
009240          ADD SH-CORRECTIONS  TO WS-SC-Y-CORR (WS-SC-SUB)
009250          ADD SH-CORR-DAYS    TO WS-SC-Y-CORR-DAYS (WS-SC-SUB)
009260          ADD SH-RETURNED     TO WS-SC-Y-RETURNED (WS-SC-SUB)
009270      END-IF.
009280
009290  1710-EXIT.
009300      EXIT.
009310
009320* 2000-SCORE-BRANCH
009330*   ONE BRANCH'S MONTH: ISSUED IS WHAT PASSED FIRST TIME PLUS
009340*   WHAT WAS HELD; THE MONTH GOES INTO THE YEAR TO DATE AND ON
009350*   TO THE NEW HISTORY.
009360  2000-SCORE-BRANCH.
009370
009380      ADD WS-SC-CLEAN (WS-SC-SUB) WS-SC-SUSPENDED (WS-SC-SUB)
009390          GIVING MW-ISSUED.
009400
009410      ADD MW-ISSUED               TO WS-SC-Y-ISSUED (WS-SC-SUB).
009420      ADD WS-SC-CLEAN (WS-SC-SUB) TO WS-SC-Y-CLEAN (WS-SC-SUB).
009430      ADD WS-SC-CORR (WS-SC-SUB)  TO WS-SC-Y-CORR (WS-SC-SUB).
009440      ADD WS-SC-CORR-DAYS (WS-SC-SUB)
009450          TO WS-SC-Y-CORR-DAYS (WS-SC-SUB).
009460      ADD WS-SC-RETURNED (WS-SC-SUB)
009470                                  TO WS-SC-Y-RETURNED (WS-SC-SUB).
009480
009490      MOVE ZERO                   TO WS-SC-CLEAN-RATE (WS-SC-SUB).
009500      IF MW-ISSUED > ZERO
009510          COMPUTE WS-SC-CLEAN-RATE (WS-SC-SUB) ROUNDED =
009520                  WS-SC-CLEAN (WS-SC-SUB) * 100 / MW-ISSUED
009530      END-IF.
009540
009550      IF MW-ISSUED = ZERO
009560         AND WS-SC-HOLDS (WS-SC-SUB) = ZERO
009570         AND WS-SC-CORR (WS-SC-SUB) = ZERO
009580         AND WS-SC-RETURNED (WS-SC-SUB) = ZERO
009590          GO TO 2000-EXIT
009600      END-IF.
009610
009620      ADD 1 TO WS-BRANCHES-SCORED.
009630
009640      MOVE SPACES                 TO SCORECARD-HIST-RCD.
009650      MOVE WS-SC-MONTH            TO SH-MONTH.
009660      MOVE WS-SC-BR-CODE (WS-SC-SUB)   TO SH-BR-CODE.
009670      MOVE MW-ISSUED                   TO SH-ISSUED.
009680      MOVE WS-SC-CLEAN (WS-SC-SUB)     TO SH-CLEAN.
009690      MOVE WS-SC-HOLDS (WS-SC-SUB)     TO SH-HOLDS.
009700      MOVE WS-SC-CORR (WS-SC-SUB)      TO SH-CORRECTIONS.
009710      MOVE WS-SC-CORR-DAYS (WS-SC-SUB) TO SH-CORR-DAYS.
009720      MOVE WS-SC-RETURNED (WS-SC-SUB)  TO SH-RETURNED.
009730      MOVE SCORECARD-HIST-RCD     TO SCHIST-OUT-RCD.
009740      WRITE SCHIST-OUT-RCD.
009750      ADD 1 TO WS-HIST-WRITTEN.
009760
009770  2000-EXIT.
009780      EXIT.
009790
009800* 3000-RANK-WORST
009810*   PICKS THE NEXT-WORST BRANCH: THE LOWEST CLEAN RATE NOT YET
009820*   RANKED, AMONG BRANCHES THAT ISSUED AND HAD SOMETHING HELD.
009830*   A TIE GOES TO THE BRANCH FIRST ON THE MASTER.
009840  3000-RANK-WORST.
009850
009860      MOVE ZERO                   TO WS-PICK-SUB.
009870      PERFORM 3100-CHECK-WORST THRU 3100-EXIT
009880          VARYING WS-SC-SUB FROM 1 BY 1
009890          UNTIL WS-SC-SUB > WS-SC-COUNT.
009900
009910      IF WS-PICK-SUB = ZERO
009920          GO TO 3000-EXIT
009930      END-IF.
009940
009950      MOVE "Y"                    TO WS-SC-WORST-SW (WS-PICK-SUB).
009960      ADD 1 TO WS-WORST-COUNT.
009970      MOVE WS-PICK-SUB       TO WS-WORST-SC-SUB (WS-WORST-COUNT).
009980
009990  3000-EXIT.
010000      EXIT.
010010
010020  3100-CHECK-WORST.
010030
010040      IF WS-SC-WORST-SW (WS-SC-SUB) = "Y"
010050         OR WS-SC-SUSPENDED (WS-SC-SUB) = ZERO
010060          GO TO 3100-EXIT
010070      END-IF.
010080
010090      IF WS-PICK-SUB = ZERO
010100          MOVE WS-SC-SUB          TO WS-PICK-SUB
010110          GO TO 3100-EXIT
010120      END-IF.
010130
010140      IF WS-SC-CLEAN-RATE (WS-SC-SUB)
010150              < WS-SC-CLEAN-RATE (WS-PICK-SUB)
010160          MOVE WS-SC-SUB          TO WS-PICK-SUB
010170      END-IF.
010180
010190  3100-EXIT.
010200      EXIT.
010210
010220* 5000-PRINT-SCORECARD
010230*   REGION BY REGION IN BRANCH MASTER ORDER: EACH MEMBER
010240*   BRANCH'S LINE AND ITS HOLDS BY REASON, THEN THE REGION
010250*   TOTAL.  THE SYSTEM TOTAL AND THE WORST TEN FOLLOW.
010260  5000-PRINT-SCORECARD.
010270
010280      MOVE WS-SC-CCYY             TO RTL-CCYY.
010290      MOVE WS-SC-MM               TO RTL-MM.
010300      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
010310      MOVE WS-RPT-TITLE           TO SCORECARD-RPT-RCD.
010320      WRITE SCORECARD-RPT-RCD.
010330
010340      PERFORM 5100-COLLECT-REGION THRU 5100-EXIT
010350          VARYING WS-SC-SUB FROM 1 BY 1
010360          UNTIL WS-SC-SUB > WS-SC-COUNT.
010370
010380      PERFORM 5200-PRINT-REGION THRU 5200-EXIT
010390          VARYING WS-RGN-SUB FROM 1 BY 1
010400          UNTIL WS-RGN-SUB > WS-RGN-COUNT.
010410
010420      MOVE "ALL REGIONS"          TO SHL-TEXT.
010430      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
010440
010450      INITIALIZE WS-METRIC-WORK.
010460      PERFORM 6100-ADD-BRANCH THRU 6100-EXIT
010470          VARYING WS-SC-SUB FROM 1 BY 1
010480          UNTIL WS-SC-SUB > WS-SC-COUNT.
010490      PERFORM 6000-FORMAT-LINE THRU 6000-EXIT.
010500      MOVE "ALL"                  TO SCL-KEY.
010510      MOVE "SYSTEM TOTAL"         TO SCL-NAME.
010520      MOVE WS-SCL-LINE            TO SCORECARD-RPT-RCD.
010530      WRITE SCORECARD-RPT-RCD.
010540
010550      PERFORM 5500-PRINT-WORST THRU 5500-EXIT.
010560
010570  5000-EXIT.
010580      EXIT.
010590
010600  5100-COLLECT-REGION.
010610
010620      MOVE "N" TO WS-RGN-SEEN-SW.
010630      PERFORM 5110-SEARCH-REGION THRU 5110-EXIT
010640          VARYING WS-RGN-SUB FROM 1 BY 1
010650          UNTIL WS-RGN-SUB > WS-RGN-COUNT
010660             OR WS-RGN-SEEN.
010670
010680      IF WS-RGN-SEEN
010690          GO TO 5100-EXIT
010700      END-IF.
010710
010720      IF WS-RGN-COUNT NOT < WS-RGN-TABLE-MAX
010730          ADD 1 TO WS-RGN-DROPPED
010740          GO TO 5100-EXIT
010750      END-IF.
010760
010770      ADD 1 TO WS-RGN-COUNT.
010780      MOVE WS-SC-REGION (WS-SC-SUB)
010790          TO WS-RGN-ENTRY (WS-RGN-COUNT).
010800
010810  5100-EXIT.
010820      EXIT.
010830
010840  5110-SEARCH-REGION.
010850
010860      IF WS-SC-REGION (WS-SC-SUB) = WS-RGN-ENTRY (WS-RGN-SUB)
010870          MOVE "Y" TO WS-RGN-SEEN-SW
010880      END-IF.
010890
010900  5110-EXIT.
010910      EXIT.
010920
010930* 5200-PRINT-REGION
010940*   ONE REGION: ITS BRANCHES, THEN ITS TOTAL.  THE TOTAL ALSO
010950*   GOES TO THE SCORECARD FILE WITH NO BRANCH CODE, FOR THE
010960*   REGION BUNDLE.
010970  5200-PRINT-REGION.
010980
010990      MOVE SPACES                 TO SHL-TEXT.
011000      STRING "REGION "  DELIMITED BY SIZE
011010             WS-RGN-ENTRY (WS-RGN-SUB) DELIMITED BY SIZE
011020          INTO SHL-TEXT.
011030      PERFORM 9650-PRINT-SECTION THRU 9650-EXIT.
011040
011050      PERFORM 5300-PRINT-BRANCH THRU 5300-EXIT
011060          VARYING WS-SC-SUB FROM 1 BY 1
011070          UNTIL WS-SC-SUB > WS-SC-COUNT.
011080
011090      INITIALIZE WS-METRIC-WORK.
011100      PERFORM 5210-ADD-MEMBER THRU 5210-EXIT
011110          VARYING WS-SC-SUB FROM 1 BY 1
011120          UNTIL WS-SC-SUB > WS-SC-COUNT.
011130      PERFORM 6000-FORMAT-LINE THRU 6000-EXIT.
011140      MOVE WS-RGN-ENTRY (WS-RGN-SUB) TO SCL-KEY.
011150      MOVE "REGION TOTAL"         TO SCL-NAME.
011160      MOVE WS-SCL-LINE            TO SCORECARD-RPT-RCD.
011170      WRITE SCORECARD-RPT-RCD.
011180
011190      MOVE SPACES                 TO SB-BR-CODE.
011200      MOVE WS-RGN-ENTRY (WS-RGN-SUB) TO SB-REGION.
011210      PERFORM 9700-BUNDLE-HEADINGS THRU 9700-EXIT.
011220      MOVE WS-SCL-LINE            TO SB-LINE.
011230      PERFORM 9710-WRITE-BUNDLE THRU 9710-EXIT.
011240
011250  5200-EXIT.
011260      EXIT.
011270
011280  5210-ADD-MEMBER.
011290
011300      IF WS-SC-REGION (WS-SC-SUB) = WS-RGN-ENTRY (WS-RGN-SUB)
011310          PERFORM 6100-ADD-BRANCH THRU 6100-EXIT
011320      END-IF.
011330
011340  5210-EXIT.
011350      EXIT.
011360
011370* 5300-PRINT-BRANCH
011380*   ONE MEMBER BRANCH'S LINE, FLAGGED WHEN IT IS IN THE WORST
011390*   TEN, AND ITS HOLDS BY REASON - ON THE REPORT AND ON THE
011400*   SCORECARD FILE FOR THE BRANCH'S OWN BUNDLE.
011410  5300-PRINT-BRANCH.
011420
011430      IF WS-SC-REGION (WS-SC-SUB) NOT = WS-RGN-ENTRY (WS-RGN-SUB)
011440          GO TO 5300-EXIT
011450      END-IF.
011460
011470      INITIALIZE WS-METRIC-WORK.
011480      PERFORM 6100-ADD-BRANCH THRU 6100-EXIT.
011490      PERFORM 6000-FORMAT-LINE THRU 6000-EXIT.
011500      IF WS-SC-WORST-SW (WS-SC-SUB) = "Y"
011510          MOVE "***"              TO SCL-FLAG
011520      END-IF.
011530      MOVE WS-SC-BR-CODE (WS-SC-SUB) TO SCL-KEY.
011540      MOVE WS-SC-BR-NAME (WS-SC-SUB) TO SCL-NAME.
011550      MOVE WS-SCL-LINE            TO SCORECARD-RPT-RCD.
011560      WRITE SCORECARD-RPT-RCD.
011570
011580      MOVE WS-SC-BR-CODE (WS-SC-SUB) TO SB-BR-CODE.
011590      MOVE WS-SC-REGION (WS-SC-SUB)  TO SB-REGION.
011600      PERFORM 9700-BUNDLE-HEADINGS THRU 9700-EXIT.
011610      MOVE WS-SCL-LINE            TO SB-LINE.
011620      PERFORM 9710-WRITE-BUNDLE THRU 9710-EXIT.
011630
011640      PERFORM 5310-PRINT-REASON THRU 5310-EXIT
011650          VARYING WS-RSN-SUB FROM 1 BY 1
011660          UNTIL WS-RSN-SUB > WS-RSN-COUNT.
011670
011680  5300-EXIT.
011690      EXIT.
011700
011710  5310-PRINT-REASON.
011720
011730      IF WS-SC-RSN-HOLDS (WS-SC-SUB WS-RSN-SUB) = ZERO
011740          GO TO 5310-EXIT
011750      END-IF.
011760
011770      MOVE WS-RSN-ENTRY (WS-RSN-SUB) TO RSL-REASON.
011780      MOVE WS-SC-RSN-HOLDS (WS-SC-SUB WS-RSN-SUB) TO RSL-COUNT.
011790      MOVE WS-RSN-LINE            TO SCORECARD-RPT-RCD.
011800      WRITE SCORECARD-RPT-RCD.
011810
011820      MOVE WS-RSN-LINE            TO SB-LINE.
011830      PERFORM 9710-WRITE-BUNDLE THRU 9710-EXIT.
011840
011850  5310-EXIT.
011860      EXIT.
011870
011880* 5500-PRINT-WORST
011890*   THE WORST TEN AGAIN, IN RANK ORDER, FOR THE DISTRICT
011900*   MANAGERS' RETRAINING LIST.
011910  5500-PRINT-WORST.
011920
011930      MOVE "LOWEST FIRST-PASS CLEAN RATE - RETRAINING CANDIDATES"
011940                                  TO SHL-TEXT.
011950      MOVE SPACES                 TO SCORECARD-RPT-RCD.
011960      WRITE SCORECARD-RPT-RCD.
011970      MOVE WS-SECTION-LINE        TO SCORECARD-RPT-RCD.
011980      WRITE SCORECARD-RPT-RCD.
011990      MOVE WS-WORST-COLUMNS       TO SCORECARD-RPT-RCD.
012000      WRITE SCORECARD-RPT-RCD.
012010
012020      PERFORM 5510-PRINT-WORST-LINE THRU 5510-EXIT
012030          VARYING WS-WORST-SUB FROM 1 BY 1
012040          UNTIL WS-WORST-SUB > WS-WORST-COUNT.
012050
012060  5500-EXIT.
012070      EXIT.
012080
012090  5510-PRINT-WORST-LINE.
012100
012110      MOVE WS-WORST-SC-SUB (WS-WORST-SUB) TO WS-SC-SUB.
012120
012130      MOVE WS-WORST-SUB           TO WRL-RANK.
012140      MOVE WS-SC-BR-CODE (WS-SC-SUB) TO WRL-BR-CODE.
012150      MOVE WS-SC-BR-NAME (WS-SC-SUB) TO WRL-BR-NAME.
012160      MOVE WS-SC-REGION (WS-SC-SUB)  TO WRL-REGION.
012170      ADD WS-SC-CLEAN (WS-SC-SUB) WS-SC-SUSPENDED (WS-SC-SUB)
012180          GIVING WRL-ISSUED.
012190      COMPUTE WRL-CLEAN-PCT ROUNDED =
012200              WS-SC-CLEAN-RATE (WS-SC-SUB).
012210      MOVE WS-SC-HOLDS (WS-SC-SUB)   TO WRL-HOLDS.
012220      MOVE WS-WORST-LINE          TO SCORECARD-RPT-RCD.
012230      WRITE SCORECARD-RPT-RCD.
012240
012250  5510-EXIT.
012260      EXIT.
012270
012280* 6000-FORMAT-LINE
012290*   BUILDS WS-SCL-LINE FROM WS-METRIC-WORK.  THE CLEAN AND
012300*   RETURNED-MAIL RATES ARE PER 100 ISSUED; THE CHANGE FROM LAST
012310*   MONTH NEEDS BOTH MONTHS TO HAVE SOMETHING TO MEASURE.
012320  6000-FORMAT-LINE.
012330
012340      MOVE SPACES                 TO WS-SCL-LINE.
012350      MOVE MW-ISSUED              TO SCL-ISSUED.
012360      MOVE MW-HOLDS               TO SCL-HOLDS.
012370      MOVE MW-CORR                TO SCL-CORR.
012380      MOVE MW-RETURNED            TO SCL-RETURNED.
012390
012400      IF MW-ISSUED > ZERO
012410          COMPUTE WS-CUR-RATE ROUNDED = MW-CLEAN * 100 / MW-ISSUED
012420          COMPUTE SCL-CLEAN-PCT ROUNDED = WS-CUR-RATE
012430          COMPUTE WS-CUR-RATE ROUNDED =
012440                  MW-RETURNED * 100 / MW-ISSUED
012450          COMPUTE SCL-RET-PCT ROUNDED = WS-CUR-RATE
012460      END-IF.
012470
012480      IF MW-ISSUED > ZERO AND MW-P-ISSUED > ZERO
012490          COMPUTE WS-CUR-RATE ROUNDED = MW-CLEAN * 100 / MW-ISSUED
012500          COMPUTE WS-PRIOR-RATE ROUNDED =
012510                  MW-P-CLEAN * 100 / MW-P-ISSUED
012520          COMPUTE SCL-CLEAN-MOM ROUNDED =
012530                  WS-CUR-RATE - WS-PRIOR-RATE
012540          COMPUTE WS-CUR-RATE ROUNDED =
012550                  MW-RETURNED * 100 / MW-ISSUED
012560          COMPUTE WS-PRIOR-RATE ROUNDED =
012570                  MW-P-RETURNED * 100 / MW-P-ISSUED
012580          COMPUTE SCL-RET-MOM ROUNDED =
012590                  WS-CUR-RATE - WS-PRIOR-RATE
012600      END-IF.
012610
012620      IF MW-CORR > ZERO
012630          COMPUTE WS-CUR-RATE ROUNDED = MW-CORR-DAYS / MW-CORR
012640          COMPUTE SCL-AVG-DAYS ROUNDED = WS-CUR-RATE
012650      END-IF.
012660
012670      IF MW-CORR > ZERO AND MW-P-CORR > ZERO
012680          COMPUTE WS-CUR-RATE ROUNDED = MW-CORR-DAYS / MW-CORR
012690          COMPUTE WS-PRIOR-RATE ROUNDED =
012700                  MW-P-CORR-DAYS / MW-P-CORR
012710          COMPUTE SCL-AVG-MOM ROUNDED =
012720                  WS-CUR-RATE - WS-PRIOR-RATE
012730      END-IF.
012740
012750      IF MW-Y-ISSUED > ZERO
012760          COMPUTE WS-CUR-RATE ROUNDED =
012770                  MW-Y-CLEAN * 100 / MW-Y-ISSUED
012780          COMPUTE SCL-CLEAN-YTD ROUNDED = WS-CUR-RATE
012790          COMPUTE WS-CUR-RATE ROUNDED =
012800                  MW-Y-RETURNED * 100 / MW-Y-ISSUED
012810          COMPUTE SCL-RET-YTD ROUNDED = WS-CUR-RATE
012820      END-IF.
012830
012840      IF MW-Y-CORR > ZERO
012850          COMPUTE WS-CUR-RATE ROUNDED =
012860                  MW-Y-CORR-DAYS / MW-Y-CORR
012870          COMPUTE SCL-AVG-YTD ROUNDED = WS-CUR-RATE
012880      END-IF.
012890
012900  6000-EXIT.
012910      EXIT.
012920
012930* 6100-ADD-BRANCH
012940*   ADDS BRANCH WS-SC-SUB INTO WS-METRIC-WORK.
012950  6100-ADD-BRANCH.
012960
012970      ADD WS-SC-CLEAN (WS-SC-SUB)      TO MW-ISSUED MW-CLEAN.
012980      ADD WS-SC-SUSPENDED (WS-SC-SUB)  TO MW-ISSUED.
012990      ADD WS-SC-HOLDS (WS-SC-SUB)      TO MW-HOLDS.
013000      ADD WS-SC-CORR (WS-SC-SUB)       TO MW-CORR.
013010      ADD WS-SC-CORR-DAYS (WS-SC-SUB)  TO MW-CORR-DAYS.
013020      ADD WS-SC-RETURNED (WS-SC-SUB)   TO MW-RETURNED.
013030      ADD WS-SC-P-ISSUED (WS-SC-SUB)   TO MW-P-ISSUED.
013040      ADD WS-SC-P-CLEAN (WS-SC-SUB)    TO MW-P-CLEAN.
013050      ADD WS-SC-P-CORR (WS-SC-SUB)     TO MW-P-CORR.
013060      ADD WS-SC-P-CORR-DAYS (WS-SC-SUB) TO MW-P-CORR-DAYS.
013070      ADD WS-SC-P-RETURNED (WS-SC-SUB) TO MW-P-RETURNED.
013080      ADD WS-SC-Y-ISSUED (WS-SC-SUB)   TO MW-Y-ISSUED.
013090      ADD WS-SC-Y-CLEAN (WS-SC-SUB)    TO MW-Y-CLEAN.
013100      ADD WS-SC-Y-CORR (WS-SC-SUB)     TO MW-Y-CORR.
013110      ADD WS-SC-Y-CORR-DAYS (WS-SC-SUB) TO MW-Y-CORR-DAYS.
013120      ADD WS-SC-Y-RETURNED (WS-SC-SUB) TO MW-Y-RETURNED.
013130
013140  6100-EXIT.
013150      EXIT.
013160
013170  8000-WRAPUP.
013180
013190      MOVE "DETAIL RECORDS READ:"  TO SCR-LITERAL.
013200      MOVE WS-DETAIL-READ         TO SCR-COUNT.
013210      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013220      PERFORM 8999-WRITE-SYSOUT.
013230
013240      MOVE "SUSPENSE LINES READ:"  TO SCR-LITERAL.
013250      MOVE WS-SUSPENSE-READ       TO SCR-COUNT.
013260      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013270      PERFORM 8999-WRITE-SYSOUT.
013280
013290      MOVE "HELD RECORDS READ:"    TO SCR-LITERAL.
013300      MOVE WS-HELD-READ           TO SCR-COUNT.
013310      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013320      PERFORM 8999-WRITE-SYSOUT.
013330
013340      MOVE "CORRECTION LOG READ:"  TO SCR-LITERAL.
013350      MOVE WS-CORR-LOG-READ       TO SCR-COUNT.
013360      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013370      PERFORM 8999-WRITE-SYSOUT.
013380
013390      MOVE "BAD ADDRESSES READ:"   TO SCR-LITERAL.
013400      MOVE WS-BAD-ADDR-READ       TO SCR-COUNT.
013410      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013420      PERFORM 8999-WRITE-SYSOUT.
013430
013440      MOVE "NOT ON BRANCH MASTER:" TO SCR-LITERAL.
013450      MOVE WS-NOT-ON-MASTER       TO SCR-COUNT.
013460      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013470      PERFORM 8999-WRITE-SYSOUT.
013480
013490      MOVE "BRANCHES SCORED:"      TO SCR-LITERAL.
013500      MOVE WS-BRANCHES-SCORED     TO SCR-COUNT.
013510      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013520      PERFORM 8999-WRITE-SYSOUT.
013530
013540      MOVE "BRANCHES FLAGGED:"     TO SCR-LITERAL.
013550      MOVE WS-WORST-COUNT         TO SCR-COUNT.
013560      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013570      PERFORM 8999-WRITE-SYSOUT.
013580
013590      MOVE "BUNDLE LINES WRITTEN:" TO SCR-LITERAL.
013600      MOVE WS-BUNDLE-LINES        TO SCR-COUNT.
013610      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013620      PERFORM 8999-WRITE-SYSOUT.
013630
013640      MOVE "HISTORY READ:"         TO SCR-LITERAL.
013650      MOVE WS-HIST-READ           TO SCR-COUNT.
013660      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013670      PERFORM 8999-WRITE-SYSOUT.
013680
013690      MOVE "HISTORY CARRIED:"      TO SCR-LITERAL.
013700      MOVE WS-HIST-KEPT           TO SCR-COUNT.
013710      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013720      PERFORM 8999-WRITE-SYSOUT.
013730
013740      MOVE "HISTORY REPLACED/AGED:" TO SCR-LITERAL.
013750      MOVE WS-HIST-PURGED         TO SCR-COUNT.
013760      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013770      PERFORM 8999-WRITE-SYSOUT.
013780
013790      MOVE "HISTORY WRITTEN:"      TO SCR-LITERAL.
013800      MOVE WS-HIST-WRITTEN        TO SCR-COUNT.
013810      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013820      PERFORM 8999-WRITE-SYSOUT.
013830
013840      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
013850
013860      COPY C2INZ003.
013870
013880      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
013890
013900  8000-EXIT.
013910      EXIT.
013920
013930* 8980-NOTE-TABLE-CAPACITY
013940*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPS AND
013950*   PRINTS THE CAPACITY REPORT.  A BRANCH, REASON OR REGION THE
013960*   TABLES COULD NOT HOLD ENDS THE RUN RC=12 - THE SCORECARD IS
013970*   INCOMPLETE.
013980  8980-NOTE-TABLE-CAPACITY.
013990
014000      MOVE "BRANCH MASTER"           TO TC-NOTE-NAME.
014010      MOVE WS-SC-TABLE-MAX          TO TC-NOTE-LIMIT.
014020      MOVE WS-SC-COUNT              TO TC-NOTE-HIGH.
014030      MOVE WS-SC-DROPPED            TO TC-NOTE-DROPPED.
014040      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014050
014060      MOVE "HOLD REASONS"            TO TC-NOTE-NAME.
014070      MOVE WS-RSN-TABLE-MAX         TO TC-NOTE-LIMIT.
014080      MOVE WS-RSN-COUNT             TO TC-NOTE-HIGH.
014090      MOVE WS-RSN-DROPPED           TO TC-NOTE-DROPPED.
014100      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014110
014120      MOVE "REGIONS"                 TO TC-NOTE-NAME.
014130      MOVE WS-RGN-TABLE-MAX         TO TC-NOTE-LIMIT.
014140      MOVE WS-RGN-COUNT             TO TC-NOTE-HIGH.
014150      MOVE WS-RGN-DROPPED           TO TC-NOTE-DROPPED.
014160      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014170
014180      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
014190
014200  8980-EXIT.
014210      EXIT.
014220
014230* 8900-SET-RETURN-CODE
014240*   RC=0 SCORECARD COMPLETE.  RC=12 A TABLE OVERFLOWED.
014250  8900-SET-RETURN-CODE.
014260
014270      MOVE ZERO TO RETURN-CODE.
014280
014290      IF TC-TABLE-OVERFLOW
014300          MOVE TC-OVERFLOW-RC TO RETURN-CODE
014310      END-IF.
014320
014330  8900-EXIT.
014340      EXIT.
014350
014360* 9400-FIND-BRANCH
014370*   WS-SC-SUB FOR BRANCH WS-FIND-BR, ZERO (AND COUNTED) WHEN THE
014380*   BRANCH IS NOT ON THE MASTER.
014390  9400-FIND-BRANCH.
014400
014410      MOVE ZERO TO WS-FIND-SUB.
014420      PERFORM 9410-SEARCH-BRANCH THRU 9410-EXIT
014430          VARYING WS-SC-SUB FROM 1 BY 1
014440          UNTIL WS-SC-SUB > WS-SC-COUNT
014450             OR WS-FIND-SUB > ZERO.
014460
014470      MOVE WS-FIND-SUB TO WS-SC-SUB.
014480      IF WS-SC-SUB = ZERO
014490          ADD 1 TO WS-NOT-ON-MASTER
014500      END-IF.
014510
014520  9400-EXIT.
014530      EXIT.
014540
014550  9410-SEARCH-BRANCH.
014560
014570      IF WS-SC-BR-CODE (WS-SC-SUB) = WS-FIND-BR
014580          MOVE WS-SC-SUB TO WS-FIND-SUB
014590      END-IF.
014600
014610  9410-EXIT.
014620      EXIT.
014630
014640* 9500-DAY-NUMBER
014650*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
014660*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
014670*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
014680*   FEBRUARY.
014690  9500-DAY-NUMBER.
014700
014710      MOVE ZERO TO WS-DN-DAYS.
014720
014730      IF WS-DN-DATE = ZERO
014740         OR WS-DN-MM < 1 OR WS-DN-MM > 12
014750          GO TO 9500-EXIT
014760      END-IF.
014770
014780      DIVIDE WS-DN-CCYY BY 4
014790          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
014800
014810      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
014820                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
014830
014840      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
014850          SUBTRACT 1 FROM WS-DN-DAYS
014860      END-IF.
014870
014880  9500-EXIT.
014890      EXIT.
014900
014910  9650-PRINT-SECTION.
014920
014930      MOVE SPACES                 TO SCORECARD-RPT-RCD.
014940      WRITE SCORECARD-RPT-RCD.
014950      MOVE WS-SECTION-LINE        TO SCORECARD-RPT-RCD.
014960      WRITE SCORECARD-RPT-RCD.
014970      MOVE WS-SCL-GROUPS          TO SCORECARD-RPT-RCD.
014980      WRITE SCORECARD-RPT-RCD.
014990      MOVE WS-SCL-COLUMNS         TO SCORECARD-RPT-RCD.
015000      WRITE SCORECARD-RPT-RCD.
015010
015020  9650-EXIT.
015030      EXIT.
015040
015050* 9700-BUNDLE-HEADINGS
015060*   THE TITLE AND COLUMN HEADINGS AHEAD OF A BRANCH'S OR
015070*   REGION'S LINES ON THE SCORECARD FILE, SO THE LINES READ ON
015080*   THEIR OWN IN THE BUNDLE.  SB-BR-CODE AND SB-REGION ARE SET.
015090  9700-BUNDLE-HEADINGS.
015100
015110      MOVE WS-RPT-TITLE (1:120)   TO SB-LINE.
015120      PERFORM 9710-WRITE-BUNDLE THRU 9710-EXIT.
015130      MOVE WS-SCL-GROUPS (1:120)  TO SB-LINE.
015140      PERFORM 9710-WRITE-BUNDLE THRU 9710-EXIT.
015150      MOVE WS-SCL-COLUMNS (1:120) TO SB-LINE.
015160      PERFORM 9710-WRITE-BUNDLE THRU 9710-EXIT.
015170
015180  9700-EXIT.
015190      EXIT.
015200
015210  9710-WRITE-BUNDLE.
015220
015230      WRITE SCORECARD-BUNDLE-RCD.
015240      ADD 1 TO WS-BUNDLE-LINES.
015250
015260  9710-EXIT.
015270      EXIT.
015280
015290      COPY CLCWW134.
015300
0153va      COPY CLCWW167.
0153vb
015310      COPY C2INZ002.
015320
015330      COPY C2INZ004.
015340
015350      COPY C2INZ005.
015360
015370      SCHIST-OUT-FILE
015380      SCORECARD-RPT
015390      SCORECARD-FILE
015400      RUN-HISTORY-FILE.
015410
015420  9999-EXIT.
015430      EXIT.
