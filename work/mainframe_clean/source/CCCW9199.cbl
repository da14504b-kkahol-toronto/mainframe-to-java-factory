000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9199.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9199
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    MID-YEAR REPORTING-THRESHOLD EARLY WARNING WITH
000130*              TIN READINESS.  RUNS MONTHLY.  EVERY PAYEE ON
000140*              THE KEYED YTD FILE (CLCWW014) FOR THE TAX YEAR
000150*              IS PROJECTED TO YEAR END AT ITS PACE SO FAR -
000160*              YTD AMOUNT TIMES THE DAYS IN THE YEAR OVER THE
000170*              DAYS ELAPSED - AND COMPARED WITH THE REPORTING
000180*              FLOOR OF ITS REASON CODE (CLCWW032 RTHR TABLE).
000190*              A PAYEE ALREADY OVER THE FLOOR, OR ON PACE TO
000200*              CROSS IT, IS LISTED WHEN ITS TIN IS MISSING,
000210*              MALFORMED, MISMATCHED BY THE IRS (CLCWW060) OR
000220*              UNDER AN OPEN B-NOTICE (CLCWW049), WITH ITS W-9
000230*              SOLICITATION STANDING FROM THE CLCWW090 MASTER.
000240*              THE PAYEES STILL OWING A W-9 GO TO THE EARLY
000250*              SOLICITATION LIST (CLCWW165) THAT CCCW9126
000260*              SOLICITS FROM, SO THE W-9 IS IN HAND BEFORE THE
000270*              YEAR CLOSES - NOT FOUND IN JANUARY WHEN THE
000280*              RECORD IS ALREADY HEADED FOR CCCW9127.
000290*              A PAYEE WHOSE ONLY PROBLEM IS THE OPEN B-NOTICE
000300*              IS LISTED BUT NOT SOLICITED - THE B-NOTICE
000310*              MAILING ALREADY ASKS FOR THE W-9.
000320*
000330*  FILES:      TEN99YTD - 1099 YTD PAYEE FILE (KEYED, READ ONLY)
000340*              TINMRSP  - IRS TIN MATCHING RESPONSES
000350*              BWFLAG   - OPEN B-NOTICE (BACKUP WITHHOLDING) FLAGS
000360*              W9SOLI   - W-9 SOLICITATION MASTER
000370*              REFTBL   - REFERENCE FILE (THROUGH CCCW9196)
000380*              THRWRPT  - THRESHOLD EARLY WARNING REPORT
000390*              EARLYSOL - EARLY W-9 SOLICITATION LIST
000400*
000410*  PARM:       AS-OF DATE (CCYYMMDD), E.G. PARM='20260630'.
000420*              OPTIONAL - THE RUN DATE WHEN OMITTED.  THE TAX
000430*              YEAR IS THE YEAR OF THE AS-OF DATE.
000440*
000450******************************************************************
000460*                      MODIFICATION HISTORY
000470******************************************************************
000480* DATE     INIT  DESCRIPTION
000490* -------- ----  --------------------------------------------
000500* 10/2026  RF    NEW PROGRAM - THRESHOLD-CROSSING EARLY WARNING
000510*                AND EARLY W-9 SOLICITATION LIST
0005va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON BWFLAG AND
0005vb*                W9SOLI
000520******************************************************************
000530  ENVIRONMENT DIVISION.
000540  CONFIGURATION SECTION.
000550  SOURCE-COMPUTER.   IBM-370.
000560  OBJECT-COMPUTER.   IBM-370.
000570  INPUT-OUTPUT SECTION.
000580  FILE-CONTROL.
000590
000600      COPY C2INX001.
000610
000620      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS DYNAMIC
000650          RECORD KEY IS TEN99-YTD-KEY
000660          FILE STATUS IS WS-YTD-FILE-STATUS.
000670
000680      SELECT TINMATCH-RSP-FILE   ASSIGN TO TINMRSP
000690          ORGANIZATION IS SEQUENTIAL.
000700
000710      SELECT BW-FLAG-FILE        ASSIGN TO BWFLAG
000720          ORGANIZATION IS SEQUENTIAL.
000730
000740      SELECT W9-SOLICIT-FILE     ASSIGN TO W9SOLI
000750          ORGANIZATION IS SEQUENTIAL.
000760
000770      SELECT WARNING-RPT         ASSIGN TO THRWRPT
000780          ORGANIZATION IS SEQUENTIAL.
000790
000800      SELECT EARLY-SOLICIT-FILE  ASSIGN TO EARLYSOL
000810          ORGANIZATION IS SEQUENTIAL.
000820
000830      COPY C2INX004.
000840
000850  DATA DIVISION.
000860  FILE SECTION.
000870
000880      COPY C2INX002.
000890
000900  FD  TEN99-YTD-FILE
000910      BLOCK CONTAINS 0 RECORDS
000920      RECORDING MODE IS F
000930      LABEL RECORDS ARE STANDARD
000940      DATA RECORD IS TEN99-YTD-RCD.
000950
000960      COPY CLCWW014.
000970
000980  FD  TINMATCH-RSP-FILE
000990      BLOCK CONTAINS 0 RECORDS
001000      RECORDING MODE IS F
001010      LABEL RECORDS ARE STANDARD
001020      DATA RECORD IS TINMATCH-RSP-RCD.
001030
001040      COPY CLCWW060.
001050
001060  FD  BW-FLAG-FILE
001070      BLOCK CONTAINS 0 RECORDS
001080      RECORDING MODE IS F
001090      LABEL RECORDS ARE STANDARD
001100      DATA RECORD IS BW-FLAG-RCD.
001110
001120      COPY CLCWW049.
001130
001140  FD  W9-SOLICIT-FILE
001150      BLOCK CONTAINS 0 RECORDS
001160      RECORDING MODE IS F
001170      LABEL RECORDS ARE STANDARD
001180      DATA RECORD IS W9-SOLICIT-RCD.
001190
001200      COPY CLCWW090.
001210
001220  FD  WARNING-RPT
001230      BLOCK CONTAINS 0 RECORDS
001240      RECORDING MODE IS F
001250      LABEL RECORDS ARE STANDARD
001260      DATA RECORD IS WARNING-RPT-RCD.
001270
001280  01  WARNING-RPT-RCD               PIC X(133).
001290
001300  FD  EARLY-SOLICIT-FILE
001310      BLOCK CONTAINS 0 RECORDS
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD
001340      DATA RECORD IS EARLY-SOLICIT-RCD.
001350
001360      COPY CLCWW165.
001370
001380      COPY C2INX005.
001390
001400  WORKING-STORAGE SECTION.
001410
001420      COPY C2INX003.
001430
001440      COPY C2INX006.
0014va
0014vb      COPY CLCWW166.
001450
001460      COPY CLCWW032.
001470
001480      COPY CLCWW110.
001490
001500      COPY CLCWW133.
001510
001520      COPY CLCWW138.
001530
001540  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9199".
001550
001560  01  WS-SWITCHES.
001570      05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
001580          88  WS-SCAN-DONE                VALUE "Y".
001590      05  WS-RSP-EOF-SW           PIC X(01) VALUE "N".
001600          88  WS-RSP-EOF                  VALUE "Y".
001610      05  WS-BWF-EOF-SW           PIC X(01) VALUE "N".
001620          88  WS-BWF-EOF                  VALUE "Y".
001630      05  WS-SOL-EOF-SW           PIC X(01) VALUE "N".
001640          88  WS-SOL-EOF                  VALUE "Y".
001650      05  WS-RSP-FOUND-SW         PIC X(01) VALUE "N".
001660          88  WS-RSP-FOUND                VALUE "Y".
001670      05  WS-BWF-FOUND-SW         PIC X(01) VALUE "N".
001680          88  WS-BWF-FOUND                VALUE "Y".
001690      05  WS-SOL-FOUND-SW         PIC X(01) VALUE "N".
001700          88  WS-SOL-FOUND                VALUE "Y".
001710      05  WS-THRESH-FOUND-SW      PIC X(01) VALUE "N".
001720          88  WS-THRESH-FOUND             VALUE "Y".
001730
001740  01  WS-COUNTERS.
001750      05  WS-POSITIONS-READ       PIC 9(09) COMP VALUE ZERO.
001760      05  WS-ALREADY-CROSSED      PIC 9(09) COMP VALUE ZERO.
001770      05  WS-PROJECTED-CROSS      PIC 9(09) COMP VALUE ZERO.
001780      05  WS-TIN-READY            PIC 9(09) COMP VALUE ZERO.
001790      05  WS-PAYEES-LISTED        PIC 9(09) COMP VALUE ZERO.
001800      05  WS-TIN-MISSING-COUNT    PIC 9(09) COMP VALUE ZERO.
001810      05  WS-TIN-MALFORMED-COUNT  PIC 9(09) COMP VALUE ZERO.
001820      05  WS-TIN-MISMATCH-COUNT   PIC 9(09) COMP VALUE ZERO.
001830      05  WS-BNOTICE-COUNT        PIC 9(09) COMP VALUE ZERO.
001840      05  WS-NOT-SOLICITED-COUNT  PIC 9(09) COMP VALUE ZERO.
001850      05  WS-EARLY-WRITTEN        PIC 9(09) COMP VALUE ZERO.
001860
001870  01  WS-YTD-CONTROLS.
001880      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
001890
001900* THE AS-OF DATE AND THE SHARE OF THE TAX YEAR GONE BY.  A
001910* PAYEE'S PACE IS NOT JUDGED ON LESS THAN A MONTH - THE
001920* ELAPSED DAYS NEVER COUNT BELOW WS-MIN-ELAPSED-DAYS.
001930  01  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
001940  01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
001950      05  WS-AS-OF-CCYY           PIC 9(04).
001960      05  WS-AS-OF-MM             PIC 9(02).
001970      05  WS-AS-OF-DD             PIC 9(02).
001980  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001990  77  WS-DAYS-IN-YEAR             PIC 9(03) COMP VALUE 365.
002000  77  WS-ELAPSED-DAYS             PIC 9(03) COMP VALUE ZERO.
002010  77  WS-MIN-ELAPSED-DAYS         PIC 9(03) COMP VALUE 31.
002020  77  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002030  77  WS-LEAP-REM                 PIC 9(01) COMP VALUE ZERO.
002040
002050  01  WS-CUM-DAYS-VALUES.
002060      05  FILLER                  PIC X(36)
002070              VALUE "000031059090120151181212243273304334".
002080  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002090      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
002100
002110* THE PAYEE IN HAND.
002120  01  WS-PAYEE-WORK.
002130      05  WS-CLEAR-TIN            PIC X(16).
002140      05  WS-PROJECTED-AMT        PIC S9(13)V99.
002150      05  WS-PAYEE-THRESHOLD      PIC 9(07)V99.
002160      05  WS-CROSSING-IND         PIC X(01).
002170          88  WS-ALREADY-OVER             VALUE "C".
002180          88  WS-ON-PACE-TO-CROSS         VALUE "P".
002190      05  WS-TIN-MISSING-SW       PIC X(01).
002200          88  WS-TIN-MISSING              VALUE "Y".
002210      05  WS-TIN-MALFORMED-SW     PIC X(01).
002220          88  WS-TIN-MALFORMED            VALUE "Y".
002230      05  WS-TIN-MISMATCH-SW      PIC X(01).
002240          88  WS-TIN-MISMATCH             VALUE "Y".
002250      05  WS-BNOTICE-LEVEL        PIC X(01).
002260      05  WS-EARLY-LIST-SW        PIC X(01).
002270          88  WS-EARLY-LIST               VALUE "Y".
002280
002290  77  WS-THRESH-SUB               PIC 9(02) COMP VALUE ZERO.
002300  77  WS-THRESH-BEST-YEAR         PIC 9(04) VALUE ZERO.
002310
002320* THE IRS TIN MATCHING ANSWERS - CLEAR TIN AND NAME AS SENT.
002330* SIZED FOR THE FULL PAYEE POPULATION, SAME AS CCCW9122.
002340  01  WS-RSP-TABLE.
002350      05  WS-RSP-ENTRY            OCCURS 10000 TIMES.
002360          10  WS-RSP-TIN              PIC X(09).
002370          10  WS-RSP-NAME             PIC X(40).
002380          10  WS-RSP-RESULT           PIC X(01).
002390  77  WS-RSP-COUNT                PIC 9(05) COMP VALUE ZERO.
002400  77  WS-RSP-TABLE-MAX            PIC 9(05) COMP VALUE 10000.
002410  77  WS-RSP-DROPPED              PIC 9(07) COMP VALUE ZERO.
002420  77  WS-RSP-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
002430  77  WS-RSP-MATCHED-SUB          PIC 9(05) COMP VALUE ZERO.
002440
002450* THE PAYEES UNDER AN OPEN B-NOTICE, SAME SIZE AS CCCW9100.
002460  01  WS-BW-FLAG-TABLE.
002470      05  WS-BWF-ENTRY            OCCURS 2000 TIMES.
002480          10  WS-BWF-TIN              PIC X(16).
002490          10  WS-BWF-LEVEL            PIC X(01).
002500  77  WS-BWF-COUNT                PIC 9(04) COMP VALUE ZERO.
002510  77  WS-BWF-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
002520  77  WS-BWF-DROPPED              PIC 9(07) COMP VALUE ZERO.
002530  77  WS-BWF-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
002540  77  WS-BWF-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
002550
002560* THE W-9 SOLICITATION MASTER, SAME SIZE AS CCCW9126.
002570  01  WS-SOL-TABLE.
002580      05  WS-SOL-ENTRY            OCCURS 2000 TIMES.
002590          10  WS-SOL-TIN              PIC X(16).
002600          10  WS-SOL-FIRST-DATE       PIC 9(08).
002610          10  WS-SOL-SECOND-DATE      PIC 9(08).
002620          10  WS-SOL-RESPONSE-DATE    PIC 9(08).
002630          10  WS-SOL-STATUS           PIC X(01).
002640  77  WS-SOL-COUNT                PIC 9(04) COMP VALUE ZERO.
002650  77  WS-SOL-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
002660  77  WS-SOL-DROPPED              PIC 9(07) COMP VALUE ZERO.
002670  77  WS-SOL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
002680  77  WS-SOL-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
002690  77  WS-SOL-SEARCH-TIN           PIC X(16) VALUE SPACES.
002700
002710* DERIVED-KEY INPUTS AND THE NAME-SQUEEZE WORK AREA - THE
002720* SOLICITATION KEY IS BUILT EXACTLY AS CCCW9126 BUILDS IT.
002730  77  WS-KEY-TIN-IN               PIC X(16) VALUE SPACES.
002740  77  WS-KEY-NAME-IN              PIC X(40) VALUE SPACES.
002750  77  WS-SQZ-NAME-IN              PIC X(40) VALUE SPACES.
002760  77  WS-SQZ-NAME-OUT             PIC X(40) VALUE SPACES.
002770  77  WS-SQZ-CHAR                 PIC X(01) VALUE SPACE.
002780  77  WS-SQZ-IN-SUB               PIC 9(02) COMP VALUE ZERO.
002790  77  WS-SQZ-OUT-SUB              PIC 9(02) COMP VALUE ZERO.
002800
002810  01  WS-RPT-TITLE.
002820      05  FILLER                  PIC X(01) VALUE SPACES.
002830      05  FILLER                  PIC X(44) VALUE
002840          "1099 THRESHOLD EARLY WARNING - TIN READINESS".
002850      05  FILLER                  PIC X(10) VALUE "  TAX YEAR".
002860      05  RTL-TAX-YEAR            PIC 9(04).
002870      05  FILLER                  PIC X(08) VALUE "   AS OF".
002880      05  RTL-AS-OF-DATE          PIC 9(08).
002890      05  FILLER                  PIC X(11) VALUE "   ELAPSED ".
002900      05  RTL-ELAPSED-DAYS        PIC ZZ9.
002910      05  FILLER                  PIC X(04) VALUE " OF ".
002920      05  RTL-DAYS-IN-YEAR        PIC ZZ9.
002930      05  FILLER                  PIC X(37) VALUE SPACES.
002940
002950  01  WS-COL-HEADING-1.
002960      05  FILLER                  PIC X(42) VALUE
002970          " TIN       ENT PAYEE NAME             RC  ".
002980      05  FILLER                  PIC X(43) VALUE
002990          "    YTD AMOUNT  YEAR-END PACE       FLOOR  ".
003000      05  FILLER                  PIC X(48) VALUE
003010          "CROSSING  TIN PROBLEM  BN W-9 SOLICITATION      ".
003020
003030  01  WS-DETAIL-LINE.
003040      05  FILLER                  PIC X(01) VALUE SPACES.
003050      05  DTL-MASKED-TIN          PIC X(09).
003060      05  FILLER                  PIC X(01) VALUE SPACES.
003070      05  DTL-ENT-CDE             PIC X(03).
003080      05  FILLER                  PIC X(01) VALUE SPACES.
003090      05  DTL-NAME                PIC X(22).
003100      05  FILLER                  PIC X(02) VALUE SPACES.
003110      05  DTL-RSN-CODE            PIC X(02).
003120      05  FILLER                  PIC X(01) VALUE SPACES.
003130      05  DTL-YTD-AMT             PIC ZZ,ZZZ,ZZ9.99-.
003140      05  FILLER                  PIC X(01) VALUE SPACES.
003150      05  DTL-PROJECTED-AMT       PIC ZZ,ZZZ,ZZ9.99-.
003160      05  FILLER                  PIC X(01) VALUE SPACES.
003170      05  DTL-FLOOR-AMT           PIC Z,ZZZ,ZZ9.99.
003180      05  FILLER                  PIC X(01) VALUE SPACES.
003190      05  DTL-CROSSING            PIC X(09).
003200      05  FILLER                  PIC X(01) VALUE SPACES.
003210      05  DTL-TIN-PROBLEM         PIC X(12).
003220      05  FILLER                  PIC X(01) VALUE SPACES.
003230      05  DTL-BNOTICE             PIC X(02).
003240      05  FILLER                  PIC X(01) VALUE SPACES.
003250      05  DTL-SOLICIT-STANDING    PIC X(12).
003260      05  DTL-SOLICIT-DATE        PIC X(08).
003270      05  DTL-EARLY-FLAG          PIC X(02).
003280
003290  01  WS-FOOT-LINE.
003300      05  FILLER                  PIC X(06) VALUE SPACES.
003310      05  FTL-LITERAL             PIC X(40).
003320      05  FTL-COUNT               PIC Z,ZZZ,ZZ9.
003330      05  FILLER                  PIC X(78) VALUE SPACES.
003340
003350  LINKAGE SECTION.
003360
003370* RUN-TIME PARM - THE AS-OF DATE, OPTIONAL.
003380  01  LS-PARM-DATA.
003390      05  LS-PARM-LENGTH          PIC S9(04) COMP.
003400      05  LS-PARM-AS-OF-DATE      PIC X(08).
003410
003420  PROCEDURE DIVISION USING LS-PARM-DATA.
003430
003440  0000-MAINLINE.
003450
003460      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003470
003480      PERFORM 2000-SCAN-YEAR         THRU 2000-EXIT.
003490
003500      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
003510
003520      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
003530
003540      GOBACK.
003550
003560  1000-INITIALIZE.
003570
003580      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
003590      OPEN EXTEND RUN-HISTORY-FILE.
003600
003610      COPY C2INZ001.
003620
003630      MOVE SWA-CURRENT-CCYY-DATE  TO WS-AS-OF-DATE.
003640      IF LS-PARM-LENGTH > ZERO
003650          IF LS-PARM-AS-OF-DATE NUMERIC
003660              MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
003670          ELSE
003680              MOVE ZERO               TO WS-AS-OF-DATE
003690          END-IF
003700      END-IF.
003710
003720      IF WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12
003730         OR WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
003740          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
003750          MOVE "PARM1"               TO SAR-RETURN-CODE
003760          MOVE SPACES                TO SAR-DB-NAME
003770          MOVE "TEN99YTD"            TO SAR-TABLE-NAME
003780          MOVE SPACES                TO SAR-SQLCODE
003790          GO TO 9998-COREDUMP
003800      END-IF.
003810
003820      MOVE WS-AS-OF-CCYY          TO WS-TAX-YEAR.
003830      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
003840      PERFORM 1050-ELAPSED-DAYS  THRU 1050-EXIT.
003850
003860      MOVE "AS-OF DATE:"          TO SCR-LITERAL.
003870      MOVE WS-AS-OF-DATE          TO SCR-COUNT.
003880      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003890      PERFORM 8999-WRITE-SYSOUT.
003900
003910      MOVE "DAYS OF TAX YEAR ELAPSED:" TO SCR-LITERAL.
003920      MOVE WS-ELAPSED-DAYS        TO SCR-COUNT.
003930      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003940      PERFORM 8999-WRITE-SYSOUT.
003950
003960      PERFORM 1080-LOAD-REF-TABLES   THRU 1080-EXIT.
003970
003980      OPEN INPUT TINMATCH-RSP-FILE.
003990      PERFORM 1200-LOAD-RESPONSE THRU 1200-EXIT
004000          UNTIL WS-RSP-EOF.
004010      CLOSE TINMATCH-RSP-FILE.
004020      MOVE "TIN MATCH RESPONSES LOADED:" TO SCR-LITERAL.
004030      MOVE WS-RSP-COUNT           TO SCR-COUNT.
004040      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004050      PERFORM 8999-WRITE-SYSOUT.
004060
004070      OPEN INPUT BW-FLAG-FILE.
0040va      PERFORM 1005-CHECK-BW-FLAG-LAYOUT THRU 1005-EXIT.
004080      PERFORM 1300-LOAD-BW-FLAG THRU 1300-EXIT
004090          UNTIL WS-BWF-EOF.
004100      CLOSE BW-FLAG-FILE.
004110      MOVE "OPEN B-NOTICES LOADED:" TO SCR-LITERAL.
004120      MOVE WS-BWF-COUNT           TO SCR-COUNT.
004130      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004140      PERFORM 8999-WRITE-SYSOUT.
004150
004160      OPEN INPUT W9-SOLICIT-FILE.
0041va      PERFORM 1006-CHECK-SOLICIT-LAYOUT THRU 1006-EXIT.
004170      PERFORM 1400-LOAD-SOLICIT THRU 1400-EXIT
004180          UNTIL WS-SOL-EOF.
004190      CLOSE W9-SOLICIT-FILE.
004200      MOVE "SOLICITATIONS LOADED:" TO SCR-LITERAL.
004210      MOVE WS-SOL-COUNT           TO SCR-COUNT.
004220      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004230      PERFORM 8999-WRITE-SYSOUT.
004240
004250      OPEN INPUT TEN99-YTD-FILE.
004260      OPEN OUTPUT WARNING-RPT.
004270      OPEN OUTPUT EARLY-SOLICIT-FILE.
004280
004290      MOVE WS-TAX-YEAR            TO RTL-TAX-YEAR.
004300      MOVE WS-AS-OF-DATE          TO RTL-AS-OF-DATE.
004310      MOVE WS-ELAPSED-DAYS        TO RTL-ELAPSED-DAYS.
004320      MOVE WS-DAYS-IN-YEAR        TO RTL-DAYS-IN-YEAR.
004330      MOVE WS-RPT-TITLE           TO WARNING-RPT-RCD.
004340      WRITE WARNING-RPT-RCD.
004350      MOVE SPACES                 TO WARNING-RPT-RCD.
004360      WRITE WARNING-RPT-RCD.
004370      MOVE WS-COL-HEADING-1       TO WARNING-RPT-RCD.
004380      WRITE WARNING-RPT-RCD.
004390
004400  1000-EXIT.
004410      EXIT.
0044va
0044vb* 1005-CHECK-BW-FLAG-LAYOUT
0044vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0044vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0044ve*   READ SEES END OF FILE.
0044vf  1005-CHECK-BW-FLAG-LAYOUT.
0044vg
0044vh      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
0044vi      MOVE "BWFLAG"               TO WS-LV-CHECK-DDNAME.
0044vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0044vk      READ BW-FLAG-FILE INTO LAYOUT-HEADER-RCD
0044vl          AT END
0044vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0044vn      END-READ.
0044vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0044vp
0044vq      IF WS-LV-FILE-EMPTY
0044vr          CLOSE BW-FLAG-FILE
0044vs          OPEN INPUT BW-FLAG-FILE
0044vt      END-IF.
0044vu
0044vv  1005-EXIT.
0044vw      EXIT.
0044vx
0044vy* 1006-CHECK-SOLICIT-LAYOUT
0044vz*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0044wa*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0044wb*   READ SEES END OF FILE.
0044wc  1006-CHECK-SOLICIT-LAYOUT.
0044wd
0044we      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
0044wf      MOVE "W9SOLI"               TO WS-LV-CHECK-DDNAME.
0044wg      MOVE "N"                    TO WS-LV-EMPTY-SW.
0044wh      READ W9-SOLICIT-FILE INTO LAYOUT-HEADER-RCD
0044wi          AT END
0044wj              MOVE "Y"            TO WS-LV-EMPTY-SW
0044wk      END-READ.
0044wl      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0044wm
0044wn      IF WS-LV-FILE-EMPTY
0044wo          CLOSE W9-SOLICIT-FILE
0044wp          OPEN INPUT W9-SOLICIT-FILE
0044wq      END-IF.
0044wr
0044ws  1006-EXIT.
0044wt      EXIT.
004420
004430* 1050-ELAPSED-DAYS
004440*   THE DAY OF THE TAX YEAR THE AS-OF DATE FALLS ON, AND THE
004450*   LENGTH OF THE YEAR (A LEAP YEAR EVERY FOURTH YEAR - GOOD
004460*   THROUGH 2099).
004470  1050-ELAPSED-DAYS.
004480
004490      DIVIDE WS-AS-OF-CCYY BY 4
004500          GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004510
004520      COMPUTE WS-ELAPSED-DAYS =
004530          WS-CUM-DAYS (WS-AS-OF-MM) + WS-AS-OF-DD.
004540
004550      IF WS-LEAP-REM = ZERO
004560          MOVE 366 TO WS-DAYS-IN-YEAR
004570          IF WS-AS-OF-MM > 2
004580              ADD 1 TO WS-ELAPSED-DAYS
004590          END-IF
004600      END-IF.
004610
004620      IF WS-ELAPSED-DAYS > WS-DAYS-IN-YEAR
004630          MOVE WS-DAYS-IN-YEAR TO WS-ELAPSED-DAYS
004640      END-IF.
004650
004660  1050-EXIT.
004670      EXIT.
004680
004690* 1080-LOAD-REF-TABLES
004700*   LOADS THE REPORTING FLOORS FROM THE CLCWW135 REFERENCE FILE
004710*   THROUGH CCCW9196 - THE VALUES IN FORCE ON THE AS-OF DATE.
004720*   NOTHING IN FORCE ABENDS THE RUN, AS IT DOES CCCW9150.
004730  1080-LOAD-REF-TABLES.
004740
004750      MOVE "D"                    TO RL-ENTRY-FORMAT.
004760      MOVE WS-AS-OF-DATE          TO RL-AS-OF-DATE.
004770
004780      MOVE "RTHR"                 TO RL-TABLE-ID.
004790      MOVE WS-THRESH-ENTRY-LEN    TO RL-ENTRY-LENGTH.
004800      MOVE WS-THRESH-TBL-LIMIT    TO RL-ENTRY-LIMIT.
004810      CALL "CCCW9196" USING REF-LOAD-AREA
004820                            WS-REASON-THRESHOLD-TBL.
004830      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
004840      MOVE RL-ENTRY-COUNT         TO WS-THRESH-TBL-MAX.
004850      MOVE RL-DROPPED             TO WS-THRESH-DROPPED.
004860
004870  1080-EXIT.
004880      EXIT.
004890
004900* 1085-CHECK-REF-LOAD
004910*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
004920*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
004930  1085-CHECK-REF-LOAD.
004940
004950      IF RL-TABLE-EMPTY
004960          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
004970          MOVE "REF01"               TO SAR-RETURN-CODE
004980          MOVE SPACES                TO SAR-DB-NAME
004990          MOVE SPACES                TO SAR-TABLE-NAME
005000          STRING "REFTBL " RL-TABLE-ID
005010              DELIMITED BY SIZE INTO SAR-TABLE-NAME
005020          MOVE SPACES                TO SAR-SQLCODE
005030          GO TO 9998-COREDUMP
005040      END-IF.
005050
005060      MOVE SPACES                 TO SCR-LITERAL.
005070      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
005080          DELIMITED BY SIZE INTO SCR-LITERAL.
005090      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
005100      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005110      PERFORM 8999-WRITE-SYSOUT.
005120
005130  1085-EXIT.
005140      EXIT.
005150
005160  1200-LOAD-RESPONSE.
005170
005180      READ TINMATCH-RSP-FILE
005190          AT END
005200              MOVE "Y" TO WS-RSP-EOF-SW
005210              GO TO 1200-EXIT
005220      END-READ.
005230
005240      IF WS-RSP-COUNT NOT < WS-RSP-TABLE-MAX
005250          ADD 1 TO WS-RSP-DROPPED
005260          GO TO 1200-EXIT
005270      END-IF.
005280
005290      ADD 1 TO WS-RSP-COUNT.
005300      MOVE TR-TIN         TO WS-RSP-TIN (WS-RSP-COUNT).
005310      MOVE TR-NAME        TO WS-RSP-NAME (WS-RSP-COUNT).
005320      MOVE TR-RESULT-CODE TO WS-RSP-RESULT (WS-RSP-COUNT).
005330
005340  1200-EXIT.
005350      EXIT.
005360
005370  1300-LOAD-BW-FLAG.
005380
005390      READ BW-FLAG-FILE
005400          AT END
005410              MOVE "Y" TO WS-BWF-EOF-SW
005420              GO TO 1300-EXIT
005430      END-READ.
005440
005450      IF WS-BWF-COUNT NOT < WS-BWF-TABLE-MAX
005460          ADD 1 TO WS-BWF-DROPPED
005470          GO TO 1300-EXIT
005480      END-IF.
005490
005500      ADD 1 TO WS-BWF-COUNT.
005510      MOVE BW-SSN-TAX-ID   TO WS-BWF-TIN (WS-BWF-COUNT).
005520      MOVE BW-NOTICE-LEVEL TO WS-BWF-LEVEL (WS-BWF-COUNT).
005530
005540  1300-EXIT.
005550      EXIT.
005560
005570  1400-LOAD-SOLICIT.
005580
005590      READ W9-SOLICIT-FILE
005600          AT END
005610              MOVE "Y" TO WS-SOL-EOF-SW
005620              GO TO 1400-EXIT
005630      END-READ.
005640
005650      IF WS-SOL-COUNT NOT < WS-SOL-TABLE-MAX
005660          ADD 1 TO WS-SOL-DROPPED
005670          GO TO 1400-EXIT
005680      END-IF.
005690
005700      ADD 1 TO WS-SOL-COUNT.
005710      MOVE WS9-SSN-TAX-ID  TO WS-SOL-TIN (WS-SOL-COUNT).
005720      MOVE WS9-FIRST-SOLICIT-DATE
005730                           TO WS-SOL-FIRST-DATE (WS-SOL-COUNT).
005740      MOVE WS9-SECOND-SOLICIT-DATE
005750                           TO WS-SOL-SECOND-DATE (WS-SOL-COUNT).
005760      MOVE WS9-RESPONSE-DATE
005770                           TO WS-SOL-RESPONSE-DATE (WS-SOL-COUNT).
005780      MOVE WS9-STATUS      TO WS-SOL-STATUS (WS-SOL-COUNT).
005790
005800  1400-EXIT.
005810      EXIT.
005820
005830* 2000-SCAN-YEAR
005840*   BROWSES THE TAX YEAR'S POSITIONS ON THE KEYED YTD FILE.
005850  2000-SCAN-YEAR.
005860
005870      MOVE WS-TAX-YEAR            TO TEN99-YTD-TAX-YEAR.
005880      MOVE LOW-VALUES             TO TEN99-YTD-SSN-TAX-ID.
005890      MOVE LOW-VALUES             TO TEN99-YTD-COMPASS-ENT-CDE.
005900
005910      START TEN99-YTD-FILE
005920          KEY NOT < TEN99-YTD-KEY
005930          INVALID KEY
005940              GO TO 2000-EXIT
005950      END-START.
005960
005970      MOVE "N" TO WS-SCAN-DONE-SW.
005980      PERFORM 2100-CHECK-POSITION THRU 2100-EXIT
005990          UNTIL WS-SCAN-DONE.
006000
006010  2000-EXIT.
006020      EXIT.
006030
006040  2100-CHECK-POSITION.
006050
006060      READ TEN99-YTD-FILE NEXT RECORD
006070          AT END
006080              MOVE "Y" TO WS-SCAN-DONE-SW
006090              GO TO 2100-EXIT
006100      END-READ.
006110
006120      IF TEN99-YTD-TAX-YEAR NOT = WS-TAX-YEAR
006130          MOVE "Y" TO WS-SCAN-DONE-SW
006140          GO TO 2100-EXIT
006150      END-IF.
006160
006170      ADD 1 TO WS-POSITIONS-READ.
006180
006190      IF TEN99-YTD-GROSS-DISB-AMT NOT > ZERO
006200          GO TO 2100-EXIT
006210      END-IF.
006220
006230*   THE YEAR-END PACE - WHAT THE PAYEE WILL HAVE BEEN PAID BY
006240*   DECEMBER 31 IF THE REST OF THE YEAR GOES AS IT HAS SO FAR.
006250      IF WS-ELAPSED-DAYS < WS-MIN-ELAPSED-DAYS
006260          COMPUTE WS-PROJECTED-AMT ROUNDED =
006270              TEN99-YTD-GROSS-DISB-AMT * WS-DAYS-IN-YEAR
006280                  / WS-MIN-ELAPSED-DAYS
006290      ELSE
006300          COMPUTE WS-PROJECTED-AMT ROUNDED =
006310              TEN99-YTD-GROSS-DISB-AMT * WS-DAYS-IN-YEAR
006320                  / WS-ELAPSED-DAYS
006330      END-IF.
006340
006350      PERFORM 2380-LOOKUP-THRESHOLD THRU 2380-EXIT.
006360
006370      IF TEN99-YTD-GROSS-DISB-AMT NOT < WS-PAYEE-THRESHOLD
006380          MOVE "C" TO WS-CROSSING-IND
006390          ADD 1 TO WS-ALREADY-CROSSED
006400      ELSE
006410          IF WS-PROJECTED-AMT NOT < WS-PAYEE-THRESHOLD
006420              MOVE "P" TO WS-CROSSING-IND
006430              ADD 1 TO WS-PROJECTED-CROSS
006440          ELSE
006450              GO TO 2100-EXIT
006460          END-IF
006470      END-IF.
006480
006490      PERFORM 2400-CHECK-TIN THRU 2400-EXIT.
006500
006510      IF NOT WS-TIN-MISSING
006520         AND NOT WS-TIN-MALFORMED
006530         AND NOT WS-TIN-MISMATCH
006540         AND WS-BNOTICE-LEVEL = SPACE
006550          ADD 1 TO WS-TIN-READY
006560          GO TO 2100-EXIT
006570      END-IF.
006580
006590      PERFORM 2600-SOLICIT-STANDING THRU 2600-EXIT.
006600
006610      PERFORM 2700-PRINT-PAYEE THRU 2700-EXIT.
006620
006630      IF WS-EARLY-LIST
006640          PERFORM 2800-WRITE-EARLY THRU 2800-EXIT
006650      END-IF.
006660
006670  2100-EXIT.
006680      EXIT.
006690
006700* 2380-LOOKUP-THRESHOLD
006710*   PICKS THE REPORTING FLOOR FOR THE PAYEE'S REASON CODE -
006720*   THE TABLE ENTRY WITH THE LATEST EFFECTIVE YEAR NOT AFTER
006730*   THE TAX YEAR, AS CCCW9150 DOES AT YEAR END.  NO ENTRY FOR
006740*   THE CODE (OR NO CODE YET ON THE POSITION) FALLS BACK TO THE
006750*   DEFAULT FLOOR.
006760  2380-LOOKUP-THRESHOLD.
006770
006780      MOVE "N" TO WS-THRESH-FOUND-SW.
006790      MOVE ZERO TO WS-THRESH-BEST-YEAR.
006800      MOVE WS-REASON-DEFAULT-THRESHOLD TO WS-PAYEE-THRESHOLD.
006810
006820      PERFORM 2390-SCAN-THRESHOLD THRU 2390-EXIT
006830          VARYING WS-THRESH-SUB FROM 1 BY 1
006840          UNTIL WS-THRESH-SUB > WS-THRESH-TBL-MAX.
006850
006860  2380-EXIT.
006870      EXIT.
006880
006890  2390-SCAN-THRESHOLD.
006900
006910      IF TEN99-YTD-RSN-CODE = WS-THRESH-CODE (WS-THRESH-SUB)
006920          AND WS-THRESH-EFF-YEAR (WS-THRESH-SUB)
006930              NOT > WS-TAX-YEAR
006940          IF NOT WS-THRESH-FOUND
006950              OR WS-THRESH-EFF-YEAR (WS-THRESH-SUB)
006960                  > WS-THRESH-BEST-YEAR
006970              MOVE "Y" TO WS-THRESH-FOUND-SW
006980              MOVE WS-THRESH-EFF-YEAR (WS-THRESH-SUB)
006990                  TO WS-THRESH-BEST-YEAR
007000              MOVE WS-THRESH-AMOUNT (WS-THRESH-SUB)
007010                  TO WS-PAYEE-THRESHOLD
007020          END-IF
007030      END-IF.
007040
007050  2390-EXIT.
007060      EXIT.
007070
007080* 2400-CHECK-TIN
007090*   THE YTD TIN RESTS PROTECTED - IT IS RESOLVED TO THE CLEAR
007100*   VALUE FIRST.  MISSING IS BLANK OR ALL ZEROS; MALFORMED IS
007110*   ANY OTHER TIN NOT NINE DIGITS (THE CCCW9100 TIN EDIT).  A
007120*   WELL-FORMED TIN IS MISMATCHED WHEN THE IRS ANSWERED ITS
007130*   NAME/TIN PAIR WITH ANYTHING BUT A MATCH, OR WHEN THE
007140*   POSITION CARRIES THE MISMATCH INDICATOR FOR ANY REASON
007150*   OTHER THAN A B-NOTICE (CCCW9100 FORCES THE INDICATOR FOR
007160*   THOSE).  AN OPEN B-NOTICE IS THE PAYEE ON THE FLAG FILE.
007170  2400-CHECK-TIN.
007180
007190      MOVE "N"   TO WS-TIN-MISSING-SW.
007200      MOVE "N"   TO WS-TIN-MALFORMED-SW.
007210      MOVE "N"   TO WS-TIN-MISMATCH-SW.
007220      MOVE SPACE TO WS-BNOTICE-LEVEL.
007230
007240      MOVE TEN99-YTD-SSN-TAX-ID   TO TP-TIN-WORK.
007250      PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT.
007260      MOVE TP-TIN-WORK            TO WS-CLEAR-TIN.
007270
007280      IF WS-CLEAR-TIN = SPACES
007290         OR WS-CLEAR-TIN (1:9) = "000000000"
007300          MOVE "Y" TO WS-TIN-MISSING-SW
007310          ADD 1 TO WS-TIN-MISSING-COUNT
007320          GO TO 2400-EXIT
007330      END-IF.
007340
007350      IF WS-CLEAR-TIN (1:9) NOT NUMERIC
007360          MOVE "Y" TO WS-TIN-MALFORMED-SW
007370          ADD 1 TO WS-TIN-MALFORMED-COUNT
007380          GO TO 2400-EXIT
007390      END-IF.
007400
007410      PERFORM 2450-FIND-BW-FLAG THRU 2450-EXIT.
007420      IF WS-BWF-FOUND
007430          MOVE WS-BWF-LEVEL (WS-BWF-MATCHED-SUB)
007440                                  TO WS-BNOTICE-LEVEL
007450          IF WS-BNOTICE-LEVEL = SPACE
007460              MOVE "1" TO WS-BNOTICE-LEVEL
007470          END-IF
007480          ADD 1 TO WS-BNOTICE-COUNT
007490      END-IF.
007500
007510      PERFORM 2500-FIND-RESPONSE THRU 2500-EXIT.
007520      IF WS-RSP-FOUND
007530          IF WS-RSP-RESULT (WS-RSP-MATCHED-SUB) NOT = "0"
007540              MOVE "Y" TO WS-TIN-MISMATCH-SW
007550          END-IF
007560      ELSE
007570          IF TEN99-YTD-TIN-IND = "1"
007580             AND NOT WS-BWF-FOUND
007590              MOVE "Y" TO WS-TIN-MISMATCH-SW
007600          END-IF
007610      END-IF.
007620
007630      IF WS-TIN-MISMATCH
007640          ADD 1 TO WS-TIN-MISMATCH-COUNT
007650      END-IF.
007660
007670  2400-EXIT.
007680      EXIT.
007690
007700  2450-FIND-BW-FLAG.
007710
007720      MOVE "N" TO WS-BWF-FOUND-SW.
007730      MOVE ZERO TO WS-BWF-MATCHED-SUB.
007740
007750      PERFORM 2460-SEARCH-BW-FLAG THRU 2460-EXIT
007760          VARYING WS-BWF-TBL-SUB FROM 1 BY 1
007770          UNTIL WS-BWF-TBL-SUB > WS-BWF-COUNT
007780             OR WS-BWF-FOUND.
007790
007800  2450-EXIT.
007810      EXIT.
007820
007830  2460-SEARCH-BW-FLAG.
007840
007850      IF WS-CLEAR-TIN = WS-BWF-TIN (WS-BWF-TBL-SUB)
007860          MOVE "Y" TO WS-BWF-FOUND-SW
007870          MOVE WS-BWF-TBL-SUB TO WS-BWF-MATCHED-SUB
007880      END-IF.
007890
007900  2460-EXIT.
007910      EXIT.
007920
007930* 2500-FIND-RESPONSE
007940*   THE IRS ANSWER FOR THIS PAYEE'S NAME/TIN PAIR - BOTH MUST
007950*   MATCH, AS IN CCCW9122.
007960  2500-FIND-RESPONSE.
007970
007980      MOVE "N" TO WS-RSP-FOUND-SW.
007990      MOVE ZERO TO WS-RSP-MATCHED-SUB.
008000
008010      PERFORM 2510-SEARCH-RESPONSE THRU 2510-EXIT
008020          VARYING WS-RSP-TBL-SUB FROM 1 BY 1
008030          UNTIL WS-RSP-TBL-SUB > WS-RSP-COUNT
008040             OR WS-RSP-FOUND.
008050
008060  2500-EXIT.
008070      EXIT.
008080
008090  2510-SEARCH-RESPONSE.
008100
008110      IF WS-CLEAR-TIN (1:9) = WS-RSP-TIN (WS-RSP-TBL-SUB)
008120          AND TEN99-YTD-NAME = WS-RSP-NAME (WS-RSP-TBL-SUB)
008130          MOVE "Y" TO WS-RSP-FOUND-SW
008140          MOVE WS-RSP-TBL-SUB TO WS-RSP-MATCHED-SUB
008150      END-IF.
008160
008170  2510-EXIT.
008180      EXIT.
008190
008200* 2600-SOLICIT-STANDING
008210*   THE PAYEE'S ENTRY ON THE SOLICITATION MASTER UNDER THE
008220*   CCCW9126 KEY, AND WHETHER IT STILL OWES A W-9 - ANY TIN
008230*   PROBLEM BUT A BARE B-NOTICE, AND NO RESPONSE ON FILE.
008240  2600-SOLICIT-STANDING.
008250
008260      MOVE WS-CLEAR-TIN           TO WS-KEY-TIN-IN.
008270      MOVE TEN99-YTD-NAME         TO WS-KEY-NAME-IN.
008280      PERFORM 2620-DERIVE-SOL-KEY THRU 2620-EXIT.
008290      PERFORM 2650-FIND-SOLICIT   THRU 2650-EXIT.
008300
008310      MOVE "N" TO WS-EARLY-LIST-SW.
008320      IF WS-TIN-MISSING OR WS-TIN-MALFORMED OR WS-TIN-MISMATCH
008330          MOVE "Y" TO WS-EARLY-LIST-SW
008340      END-IF.
008350
008360      IF WS-SOL-FOUND
008370          IF WS-SOL-STATUS (WS-SOL-MATCHED-SUB) = "R"
008380              MOVE "N" TO WS-EARLY-LIST-SW
008390          END-IF
008400      ELSE
008410          ADD 1 TO WS-NOT-SOLICITED-COUNT
008420      END-IF.
008430
008440  2600-EXIT.
008450      EXIT.
008460
008470* 2620-DERIVE-SOL-KEY
008480*   THE SOLICITATION KEY FROM WS-KEY-TIN-IN/WS-KEY-NAME-IN:
008490*   THE TIN AS FED, OR FOR A MISSING TIN THE FIRST 16 OF THE
008500*   SQUEEZED NAME - THE CCCW9126 2400-DERIVE-SOL-KEY RULE.
008510  2620-DERIVE-SOL-KEY.
008520
008530      IF WS-KEY-TIN-IN = SPACES
008540          OR WS-KEY-TIN-IN (1:9) = "000000000"
008550          MOVE WS-KEY-NAME-IN TO WS-SQZ-NAME-IN
008560          PERFORM 2630-SQUEEZE-NAME THRU 2630-EXIT
008570          MOVE WS-SQZ-NAME-OUT (1:16) TO WS-SOL-SEARCH-TIN
008580      ELSE
008590          MOVE WS-KEY-TIN-IN TO WS-SOL-SEARCH-TIN
008600      END-IF.
008610
008620  2620-EXIT.
008630      EXIT.
008640
008650  2630-SQUEEZE-NAME.
008660
008670      MOVE SPACES TO WS-SQZ-NAME-OUT.
008680      MOVE ZERO   TO WS-SQZ-OUT-SUB.
008690
008700      PERFORM 2640-SQUEEZE-NAME-CHAR THRU 2640-EXIT
008710          VARYING WS-SQZ-IN-SUB FROM 1 BY 1
008720          UNTIL WS-SQZ-IN-SUB > 40.
008730
008740  2630-EXIT.
008750      EXIT.
008760
008770  2640-SQUEEZE-NAME-CHAR.
008780
008790      MOVE WS-SQZ-NAME-IN (WS-SQZ-IN-SUB:1) TO WS-SQZ-CHAR.
008800
008810      IF (WS-SQZ-CHAR >= "A" AND WS-SQZ-CHAR <= "I")
008820          OR (WS-SQZ-CHAR >= "J" AND WS-SQZ-CHAR <= "R")
008830          OR (WS-SQZ-CHAR >= "S" AND WS-SQZ-CHAR <= "Z")
008840          OR (WS-SQZ-CHAR >= "0" AND WS-SQZ-CHAR <= "9")
008850          ADD 1 TO WS-SQZ-OUT-SUB
008860          MOVE WS-SQZ-CHAR
008870              TO WS-SQZ-NAME-OUT (WS-SQZ-OUT-SUB:1)
008880      END-IF.
008890
008900  2640-EXIT.
008910      EXIT.
008920
008930  2650-FIND-SOLICIT.
008940
008950      MOVE "N" TO WS-SOL-FOUND-SW.
008960      MOVE ZERO TO WS-SOL-MATCHED-SUB.
008970
008980      PERFORM 2660-SEARCH-SOLICIT THRU 2660-EXIT
008990          VARYING WS-SOL-TBL-SUB FROM 1 BY 1
009000          UNTIL WS-SOL-TBL-SUB > WS-SOL-COUNT
009010             OR WS-SOL-FOUND.
009020
009030  2650-EXIT.
009040      EXIT.
009050
009060  2660-SEARCH-SOLICIT.
009070
009080      IF WS-SOL-SEARCH-TIN = WS-SOL-TIN (WS-SOL-TBL-SUB)
009090          MOVE "Y" TO WS-SOL-FOUND-SW
009100          MOVE WS-SOL-TBL-SUB TO WS-SOL-MATCHED-SUB
009110      END-IF.
009120
009130  2660-EXIT.
009140      EXIT.
009150
009160  2700-PRINT-PAYEE.
009170
009180      MOVE SPACES                 TO DTL-MASKED-TIN.
009190      IF WS-TIN-MISSING
009200          MOVE "NONE"             TO DTL-MASKED-TIN
009210      ELSE
009220          MOVE "XXXXX"            TO DTL-MASKED-TIN (1:5)
009230          MOVE WS-CLEAR-TIN (6:4) TO DTL-MASKED-TIN (6:4)
009240      END-IF.
009250      MOVE TEN99-YTD-COMPASS-ENT-CDE TO DTL-ENT-CDE.
009260      MOVE TEN99-YTD-NAME         TO DTL-NAME.
009270      MOVE TEN99-YTD-RSN-CODE     TO DTL-RSN-CODE.
009280      MOVE TEN99-YTD-GROSS-DISB-AMT TO DTL-YTD-AMT.
009290      MOVE WS-PROJECTED-AMT       TO DTL-PROJECTED-AMT.
009300      MOVE WS-PAYEE-THRESHOLD     TO DTL-FLOOR-AMT.
009310
009320      IF WS-ALREADY-OVER
009330          MOVE "CROSSED"          TO DTL-CROSSING
009340      ELSE
009350          MOVE "PROJECTED"        TO DTL-CROSSING
009360      END-IF.
009370
009380      MOVE SPACES                 TO DTL-TIN-PROBLEM.
009390      IF WS-TIN-MISSING
009400          MOVE "MISSING"          TO DTL-TIN-PROBLEM
009410      END-IF.
009420      IF WS-TIN-MALFORMED
009430          MOVE "MALFORMED"        TO DTL-TIN-PROBLEM
009440      END-IF.
009450      IF WS-TIN-MISMATCH
009460          MOVE "IRS MISMATCH"     TO DTL-TIN-PROBLEM
009470      END-IF.
009480
009490      MOVE SPACES                 TO DTL-BNOTICE.
009500      IF WS-BNOTICE-LEVEL NOT = SPACE
009510          MOVE "B"                TO DTL-BNOTICE (1:1)
009520          MOVE WS-BNOTICE-LEVEL   TO DTL-BNOTICE (2:1)
009530      END-IF.
009540
009550      MOVE SPACES                 TO DTL-SOLICIT-DATE.
009560      IF NOT WS-SOL-FOUND
009570          MOVE "NONE"             TO DTL-SOLICIT-STANDING
009580      ELSE
009590          EVALUATE WS-SOL-STATUS (WS-SOL-MATCHED-SUB)
009600              WHEN "R"
009610                  MOVE "RESPONDED"    TO DTL-SOLICIT-STANDING
009620                  MOVE WS-SOL-RESPONSE-DATE (WS-SOL-MATCHED-SUB)
009630                                      TO DTL-SOLICIT-DATE
009640              WHEN "2"
009650                  MOVE "SECOND SENT"  TO DTL-SOLICIT-STANDING
009660                  MOVE WS-SOL-SECOND-DATE (WS-SOL-MATCHED-SUB)
009670                                      TO DTL-SOLICIT-DATE
009680              WHEN OTHER
009690                  MOVE "FIRST SENT"   TO DTL-SOLICIT-STANDING
009700                  MOVE WS-SOL-FIRST-DATE (WS-SOL-MATCHED-SUB)
009710                                      TO DTL-SOLICIT-DATE
009720          END-EVALUATE
009730      END-IF.
009740
009750      MOVE SPACES                 TO DTL-EARLY-FLAG.
009760      IF WS-EARLY-LIST
009770          MOVE " *"               TO DTL-EARLY-FLAG
009780      END-IF.
009790
009800      MOVE WS-DETAIL-LINE         TO WARNING-RPT-RCD.
009810      WRITE WARNING-RPT-RCD.
009820      ADD 1 TO WS-PAYEES-LISTED.
009830
009840  2700-EXIT.
009850      EXIT.
009860
009870* 2800-WRITE-EARLY
009880*   THE PAYEE GOES TO CCCW9126 WITH ITS CLEAR TIN AS FED (THE
009890*   FORM THE SOLICITATION MASTER IS KEYED ON) AND THE ADDRESS
009900*   FROM THE YTD POSITION.
009910  2800-WRITE-EARLY.
009920
009930      MOVE SPACES                 TO EARLY-SOLICIT-RCD.
009940      MOVE WS-CLEAR-TIN           TO ES-SSN-TAX-ID.
009950      MOVE TEN99-YTD-COMPASS-ENT-CDE TO ES-COMPASS-ENT-CDE.
009960      MOVE TEN99-YTD-NAME         TO ES-NAME.
009970      MOVE TEN99-YTD-ADDRESS-LINE1 TO ES-ADDRESS-LINE1.
009980      MOVE TEN99-YTD-ADDRESS-LINE2 TO ES-ADDRESS-LINE2.
009990      MOVE TEN99-YTD-CITY         TO ES-CITY.
010000      MOVE TEN99-YTD-STATE        TO ES-STATE.
010010      MOVE TEN99-YTD-ZIP          TO ES-ZIP.
010020      MOVE WS-TAX-YEAR            TO ES-TAX-YEAR.
010030      MOVE TEN99-YTD-RSN-CODE     TO ES-RSN-CODE.
010040      MOVE WS-CROSSING-IND        TO ES-CROSSING-IND.
010050      MOVE WS-TIN-MISSING-SW      TO ES-TIN-MISSING-SW.
010060      MOVE WS-TIN-MALFORMED-SW    TO ES-TIN-MALFORMED-SW.
010070      MOVE WS-TIN-MISMATCH-SW     TO ES-TIN-MISMATCH-SW.
010080      MOVE "N"                    TO ES-BNOTICE-SW.
010090      IF WS-BNOTICE-LEVEL NOT = SPACE
010100          MOVE "Y"                TO ES-BNOTICE-SW
010110      END-IF.
010120      MOVE TEN99-YTD-GROSS-DISB-AMT TO ES-YTD-AMT.
010130      MOVE WS-PROJECTED-AMT       TO ES-PROJECTED-AMT.
010140      MOVE WS-PAYEE-THRESHOLD     TO ES-FLOOR-AMT.
010150      MOVE WS-AS-OF-DATE          TO ES-AS-OF-DATE.
010160      WRITE EARLY-SOLICIT-RCD.
010170      ADD 1 TO WS-EARLY-WRITTEN.
010180
010190  2800-EXIT.
010200      EXIT.
010210
010220  8000-WRAPUP.
010230
010240      MOVE SPACES                 TO WARNING-RPT-RCD.
010250      WRITE WARNING-RPT-RCD.
010260      MOVE "PAYEES LISTED" TO FTL-LITERAL.
010270      MOVE WS-PAYEES-LISTED       TO FTL-COUNT.
010280      MOVE WS-FOOT-LINE           TO WARNING-RPT-RCD.
010290      WRITE WARNING-RPT-RCD.
010300      MOVE "  SENT TO EARLY SOLICITATION (*)" TO FTL-LITERAL.
010310      MOVE WS-EARLY-WRITTEN       TO FTL-COUNT.
010320      MOVE WS-FOOT-LINE           TO WARNING-RPT-RCD.
010330      WRITE WARNING-RPT-RCD.
010340      MOVE "  NEVER SOLICITED" TO FTL-LITERAL.
010350      MOVE WS-NOT-SOLICITED-COUNT TO FTL-COUNT.
010360      MOVE WS-FOOT-LINE           TO WARNING-RPT-RCD.
010370      WRITE WARNING-RPT-RCD.
010380      MOVE "OVER OR ON PACE WITH A GOOD TIN" TO FTL-LITERAL.
010390      MOVE WS-TIN-READY           TO FTL-COUNT.
010400      MOVE WS-FOOT-LINE           TO WARNING-RPT-RCD.
010410      WRITE WARNING-RPT-RCD.
010420
010430      MOVE "YTD POSITIONS READ:"   TO SCR-LITERAL.
010440      MOVE WS-POSITIONS-READ      TO SCR-COUNT.
010450      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010460      PERFORM 8999-WRITE-SYSOUT.
010470
010480      MOVE "ALREADY OVER FLOOR:"   TO SCR-LITERAL.
010490      MOVE WS-ALREADY-CROSSED     TO SCR-COUNT.
010500      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010510      PERFORM 8999-WRITE-SYSOUT.
010520
010530      MOVE "ON PACE TO CROSS FLOOR:" TO SCR-LITERAL.
010540      MOVE WS-PROJECTED-CROSS     TO SCR-COUNT.
010550      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010560      PERFORM 8999-WRITE-SYSOUT.
010570
010580      MOVE "TIN READY:"            TO SCR-LITERAL.
010590      MOVE WS-TIN-READY           TO SCR-COUNT.
010600      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010610      PERFORM 8999-WRITE-SYSOUT.
010620
010630      MOVE "TIN MISSING:"          TO SCR-LITERAL.
010640      MOVE WS-TIN-MISSING-COUNT   TO SCR-COUNT.
010650      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010660      PERFORM 8999-WRITE-SYSOUT.
010670
010680      MOVE "TIN MALFORMED:"        TO SCR-LITERAL.
010690      MOVE WS-TIN-MALFORMED-COUNT TO SCR-COUNT.
010700      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010710      PERFORM 8999-WRITE-SYSOUT.
010720
010730      MOVE "TIN IRS MISMATCH:"     TO SCR-LITERAL.
010740      MOVE WS-TIN-MISMATCH-COUNT  TO SCR-COUNT.
010750      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010760      PERFORM 8999-WRITE-SYSOUT.
010770
010780      MOVE "OPEN B-NOTICE:"        TO SCR-LITERAL.
010790      MOVE WS-BNOTICE-COUNT       TO SCR-COUNT.
010800      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010810      PERFORM 8999-WRITE-SYSOUT.
010820
010830      MOVE "PAYEES LISTED:"        TO SCR-LITERAL.
010840      MOVE WS-PAYEES-LISTED       TO SCR-COUNT.
010850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010860      PERFORM 8999-WRITE-SYSOUT.
010870
010880      MOVE "EARLY SOLICITATIONS:"  TO SCR-LITERAL.
010890      MOVE WS-EARLY-WRITTEN       TO SCR-COUNT.
010900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010910      PERFORM 8999-WRITE-SYSOUT.
010920
010930      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
010940
010950      COPY C2INZ003.
010960
010970      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
010980
010990  8000-EXIT.
011000      EXIT.
011010
011020* 8980-NOTE-TABLE-CAPACITY
011030*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
011040*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
011050  8980-NOTE-TABLE-CAPACITY.
011060
011070      MOVE "TIN MATCH RESPONSES"     TO TC-NOTE-NAME.
011080      MOVE WS-RSP-TABLE-MAX         TO TC-NOTE-LIMIT.
011090      MOVE WS-RSP-COUNT             TO TC-NOTE-HIGH.
011100      MOVE WS-RSP-DROPPED           TO TC-NOTE-DROPPED.
011110      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011120
011130      MOVE "OPEN B-NOTICE FLAGS"     TO TC-NOTE-NAME.
011140      MOVE WS-BWF-TABLE-MAX         TO TC-NOTE-LIMIT.
011150      MOVE WS-BWF-COUNT             TO TC-NOTE-HIGH.
011160      MOVE WS-BWF-DROPPED           TO TC-NOTE-DROPPED.
011170      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011180
011190      MOVE "W-9 SOLICITATIONS"       TO TC-NOTE-NAME.
011200      MOVE WS-SOL-TABLE-MAX         TO TC-NOTE-LIMIT.
011210      MOVE WS-SOL-COUNT             TO TC-NOTE-HIGH.
011220      MOVE WS-SOL-DROPPED           TO TC-NOTE-DROPPED.
011230      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011240
011250      MOVE "REFTBL RTHR THRESHOLDS"  TO TC-NOTE-NAME.
011260      MOVE WS-THRESH-TBL-LIMIT      TO TC-NOTE-LIMIT.
011270      MOVE WS-THRESH-TBL-MAX        TO TC-NOTE-HIGH.
011280      MOVE WS-THRESH-DROPPED        TO TC-NOTE-DROPPED.
011290      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011300
011310      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
011320
011330  8980-EXIT.
011340      EXIT.
011350
011360* 8900-SET-RETURN-CODE
011370*   RC=0 NO PAYEE HEADED OVER ITS FLOOR WITH A TIN PROBLEM.
011380*   RC=4 AT LEAST ONE IS LISTED.  RC=12 A TABLE OVERFLOWED -
011390*   A PAYEE MAY HAVE BEEN JUDGED ON AN INCOMPLETE TABLE.
011400  8900-SET-RETURN-CODE.
011410
011420      MOVE ZERO TO RETURN-CODE.
011430
011440      IF WS-PAYEES-LISTED > ZERO
011450          MOVE 4 TO RETURN-CODE
011460      END-IF.
011470
011480      IF TC-TABLE-OVERFLOW
011490          MOVE TC-OVERFLOW-RC TO RETURN-CODE
011500      END-IF.
011510
011520  8900-EXIT.
011530      EXIT.
011540
011550      COPY CLCWW111.
011560
011570      COPY CLCWW134.
011580
0115va      COPY CLCWW167.
0115vb
011590      COPY C2INZ002.
011600
011610      COPY C2INZ004.
011620
011630      COPY C2INZ005.
011640
011650      TEN99-YTD-FILE
011660      WARNING-RPT
011670      EARLY-SOLICIT-FILE
011680      RUN-HISTORY-FILE.
011690
011700  9999-EXIT.
011710      EXIT.
