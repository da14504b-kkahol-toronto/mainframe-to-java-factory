000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9142.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9142
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    ACH PRENOTIFICATION CYCLE.  CCCW9100 STAGES A
000130*              LIVE ACH ONLY TO A PAYEE ROUTING/ACCOUNT PAIR
000140*              THE CLCWW147 PRENOTE MASTER HAS ACTIVE, AND HOLDS
000150*              EVERY OTHER ONE ON THE CLCWW148 PRENOTE HOLD
000160*              QUEUE.  THIS PROGRAM RUNS BEHIND IT EACH DAY:
000170*                - A PRENOTE RETURN ON THE BANK'S CLCWW096 FEED
000180*                  LEAVES THE PAIR RETURNED - NO MONEY MOVES TO
000190*                  IT; A PRENOTE NOC LEAVES IT CHANGED AND
000200*                  PRENOTES THE CORRECTED PAIR;
000210*                - A LIVE-CREDIT NOC CCCW9128 PASSED ON AS A
000220*                  BANKING UPDATE CHANGES THE PAYEE'S ACTIVE PAIR
000230*                  AND PRENOTES THE CORRECTED ONE;
000240*                - A PENDING PAIR WHOSE PRENOTE HAS STOOD THE
000250*                  WAITING PERIOD WITH NO RETURN GOES ACTIVE;
000260*                - EVERY HELD ITEM IS WORKED AGAINST ITS PAIR: A
000270*                  CHANGED PAIR IS FOLLOWED TO THE CORRECTED ONE,
000280*                  A PAIR NEVER SEEN IS ADDED PENDING AND ITS
000290*                  ZERO-DOLLAR CLCWW149 PRENOTE IS SENT, AN ACTIVE
000300*                  PAIR RELEASES THE ITEM ON A CLCWW027 FEED
000310*                  (BATCH HEADER/TRAILER, SAME AS CCCW9141'S
000320*                  REISSUE FEED) FOR THE NEXT CCCW9100 CYCLE, AND
000330*                  ANYTHING ELSE STAYS ON THE QUEUE.
000340*              THE REGISTER LISTS EVERY PAYEE PAIR IN PRENOTE
000350*              STATUS (PENDING OR RETURNED) WITH THE LIVE ITEMS
000360*              HELD BEHIND IT.
000370*
000380*  FILES:      PNMASTI  - PRENOTE MASTER FROM THE PRIOR RUN
000390*              PNMASTO  - PRENOTE MASTER FOR THE NEXT RUN
000400*              ACHRTN   - THE BANK'S ACH RETURN/NOC FEED
000410*              ACHBKUPD - CCCW9128 LIVE-NOC BANKING UPDATES
000420*              PNQUEI   - HOLD QUEUE CARRIED FROM THE PRIOR RUN
000430*                         CONCATENATED WITH TODAY'S CCCW9100
000440*                         HOLDS (PNHOLD)
000450*              PNQUEO   - HOLD QUEUE FOR THE NEXT RUN
000460*              PNENTRY  - PRENOTE ENTRIES FOR THE BANK
000470*              PNRLSFD  - RELEASED ITEMS, A CLCWW027 FEED
000480*              PNREG    - PRENOTE REGISTER
000490*
000500******************************************************************
000510*                      MODIFICATION HISTORY
000520******************************************************************
000530* DATE     INIT  DESCRIPTION
000540* -------- ----  --------------------------------------------
000550* 10/2026  RF    NEW PROGRAM - ACH PRENOTIFICATION CYCLE AND
000560*                PRENOTE REGISTER
0005va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON PNMASTI AND
0005vb*                WRITE ONE ON THE NEW PNMASTO GENERATION
0005vc* 10/2026  RF    WIDEN THE PRENOTE QUEUE IMAGES AND THE
0005vd*                DISBURSEMENT HEADER/TRAILER FILLERS FOR THE
0005ve*                FOREIGN-ADDRESS FIELDS.
000570******************************************************************
000580  ENVIRONMENT DIVISION.
000590  CONFIGURATION SECTION.
000600  SOURCE-COMPUTER.   IBM-370.
000610  OBJECT-COMPUTER.   IBM-370.
000620  INPUT-OUTPUT SECTION.
000630  FILE-CONTROL.
000640
000650      COPY C2INX001.
000660
000670      SELECT PRENOTE-MASTER-IN   ASSIGN TO PNMASTI
000680          ORGANIZATION IS SEQUENTIAL.
000690
000700      SELECT PRENOTE-MASTER-OUT  ASSIGN TO PNMASTO
000710          ORGANIZATION IS SEQUENTIAL.
000720
000730      SELECT ACH-RETURN-FILE     ASSIGN TO ACHRTN
000740          ORGANIZATION IS SEQUENTIAL.
000750
000760      SELECT ACH-BANK-UPDATE-FILE ASSIGN TO ACHBKUPD
000770          ORGANIZATION IS SEQUENTIAL.
000780
000790      SELECT PRENOTE-QUEUE-IN    ASSIGN TO PNQUEI
000800          ORGANIZATION IS SEQUENTIAL.
000810
000820      SELECT PRENOTE-QUEUE-OUT   ASSIGN TO PNQUEO
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      SELECT PRENOTE-ENTRY-FILE  ASSIGN TO PNENTRY
000860          ORGANIZATION IS SEQUENTIAL.
000870
000880      SELECT RELEASE-FEED-FILE   ASSIGN TO PNRLSFD
000890          ORGANIZATION IS SEQUENTIAL.
000900
000910      SELECT PRENOTE-REGISTER-RPT ASSIGN TO PNREG
000920          ORGANIZATION IS SEQUENTIAL.
000930
000940      COPY C2INX004.
000950
000960  DATA DIVISION.
000970  FILE SECTION.
000980
000990      COPY C2INX002.
001000
001010  FD  PRENOTE-MASTER-IN
001020      BLOCK CONTAINS 0 RECORDS
001030      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD
001050      DATA RECORD IS PRENOTE-MASTER-IN-RCD.
001060
001070  01  PRENOTE-MASTER-IN-RCD         PIC X(150).
001080
001090  FD  PRENOTE-MASTER-OUT
001100      BLOCK CONTAINS 0 RECORDS
001110      RECORDING MODE IS F
001120      LABEL RECORDS ARE STANDARD
001130      DATA RECORD IS PRENOTE-MASTER-OUT-RCD.
001140
001150  01  PRENOTE-MASTER-OUT-RCD        PIC X(150).
001160
001170  FD  ACH-RETURN-FILE
001180      BLOCK CONTAINS 0 RECORDS
001190      RECORDING MODE IS F
001200      LABEL RECORDS ARE STANDARD
001210      DATA RECORD IS ACH-RETURN-RCD.
001220
001230      COPY CLCWW096.
001240
001250  FD  ACH-BANK-UPDATE-FILE
001260      BLOCK CONTAINS 0 RECORDS
001270      RECORDING MODE IS F
001280      LABEL RECORDS ARE STANDARD
001290      DATA RECORD IS ACH-BANK-UPDATE-RCD.
001300
001310  01  ACH-BANK-UPDATE-RCD           PIC X(150).
001320
001330  FD  PRENOTE-QUEUE-IN
001340      BLOCK CONTAINS 0 RECORDS
001350      RECORDING MODE IS F
001360      LABEL RECORDS ARE STANDARD
001370      DATA RECORD IS PRENOTE-QUEUE-IN-RCD.
001380
001390  01  PRENOTE-QUEUE-IN-RCD          PIC X(400).
001400
001410  FD  PRENOTE-QUEUE-OUT
001420      BLOCK CONTAINS 0 RECORDS
001430      RECORDING MODE IS F
001440      LABEL RECORDS ARE STANDARD
001450      DATA RECORD IS PRENOTE-QUEUE-OUT-RCD.
001460
001470  01  PRENOTE-QUEUE-OUT-RCD         PIC X(400).
001480
001490  FD  PRENOTE-ENTRY-FILE
001500      BLOCK CONTAINS 0 RECORDS
001510      RECORDING MODE IS F
001520      LABEL RECORDS ARE STANDARD
001530      DATA RECORD IS ACH-PRENOTE-ENTRY-RCD.
001540
001550      COPY CLCWW149.
001560
001570  FD  RELEASE-FEED-FILE
001580      BLOCK CONTAINS 0 RECORDS
001590      RECORDING MODE IS F
001600      LABEL RECORDS ARE STANDARD
001610      DATA RECORD IS DISB-REQ-RCD.
001620
001630      COPY CLCWW027.
001640
001650  FD  PRENOTE-REGISTER-RPT
001660      BLOCK CONTAINS 0 RECORDS
001670      RECORDING MODE IS F
001680      LABEL RECORDS ARE STANDARD
001690      DATA RECORD IS PRENOTE-REGISTER-RCD.
001700
001710  01  PRENOTE-REGISTER-RCD          PIC X(133).
001720
001730      COPY C2INX005.
001740
001750  WORKING-STORAGE SECTION.
001760
001770      COPY C2INX003.
001780
001790      COPY C2INX006.
0017va
0017vb      COPY CLCWW166.
001800
001810      COPY CLCWW133.
001820
001830  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9142".
001840
001850* THE MASTER, THE BANKING UPDATES AND THE HOLD QUEUE ARE READ
001860* INTO AND WRITTEN FROM THESE AREAS.
001870      COPY CLCWW147.
001880
001890      COPY CLCWW148.
001900
001910  01  WS-SWITCHES.
001920      05  WS-MASTI-EOF-SW         PIC X(01) VALUE "N".
001930          88  WS-MASTI-EOF                VALUE "Y".
001940      05  WS-ACH-EOF-SW           PIC X(01) VALUE "N".
001950          88  WS-ACH-EOF                  VALUE "Y".
001960      05  WS-BKUPD-EOF-SW         PIC X(01) VALUE "N".
001970          88  WS-BKUPD-EOF                VALUE "Y".
001980      05  WS-QUEUE-EOF-SW         PIC X(01) VALUE "N".
001990          88  WS-QUEUE-EOF                VALUE "Y".
002000      05  WS-PNM-FOUND-SW         PIC X(01) VALUE "N".
002010          88  WS-PNM-FOUND                VALUE "Y".
002020      05  WS-TIN-FOUND-SW         PIC X(01) VALUE "N".
002030          88  WS-TIN-FOUND                VALUE "Y".
002040
002050  01  WS-COUNTERS.
002060      05  WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
002070      05  WS-MASTER-WRITTEN       PIC 9(09) COMP VALUE ZERO.
002080      05  WS-FEED-READ            PIC 9(09) COMP VALUE ZERO.
002090      05  WS-PN-RETURNS           PIC 9(09) COMP VALUE ZERO.
002100      05  WS-PN-NOCS              PIC 9(09) COMP VALUE ZERO.
002110      05  WS-PN-UNMATCHED         PIC 9(09) COMP VALUE ZERO.
002120      05  WS-BKUPD-READ           PIC 9(09) COMP VALUE ZERO.
002130      05  WS-PAIRS-CHANGED        PIC 9(09) COMP VALUE ZERO.
002140      05  WS-PAIRS-PROMOTED       PIC 9(09) COMP VALUE ZERO.
002150      05  WS-PRENOTES-SENT        PIC 9(09) COMP VALUE ZERO.
002160      05  WS-QUEUE-READ           PIC 9(09) COMP VALUE ZERO.
002170      05  WS-ITEMS-REDIRECTED     PIC 9(09) COMP VALUE ZERO.
002180      05  WS-ITEMS-RELEASED       PIC 9(09) COMP VALUE ZERO.
002190      05  WS-ITEMS-KEPT           PIC 9(09) COMP VALUE ZERO.
002200      05  WS-REDIRECT-LOOPS       PIC 9(09) COMP VALUE ZERO.
002210      05  WS-PAYEES-LISTED        PIC 9(09) COMP VALUE ZERO.
002220
002230  01  WS-AMOUNTS.
002240      05  WS-RELEASED-DOLLARS     PIC S9(13)V99 VALUE ZERO.
002250      05  WS-KEPT-DOLLARS         PIC S9(13)V99 VALUE ZERO.
002260
002270* THE NUMBER OF CALENDAR DAYS A PRENOTE MUST STAND WITH NO
002280* RETURN BEFORE LIVE CREDITS FLOW TO THE PAIR.  THE RULES ASK
002290* FOR THREE BANKING DAYS FROM SETTLEMENT; SIX CALENDAR DAYS
002300* COVERS THEM ACROSS ANY WEEKEND AND HOLIDAY.
002310  77  WS-PRENOTE-WAIT-DAYS        PIC 9(03) COMP VALUE 6.
002320
002330* A CHANGED PAIR IS FOLLOWED TO ITS CORRECTED PAIR AT MOST
002340* THIS MANY TIMES - MORE MEANS THE CHANGES RUN IN A CIRCLE.
002350  77  WS-REDIRECT-MAX             PIC 9(02) COMP VALUE 5.
002360  77  WS-REDIRECT-COUNT           PIC 9(02) COMP VALUE ZERO.
002370
002380* PRENOTE TRACE NUMBERS: "PN" + RUN DATE + SEQUENCE.  THE
002390* SEQUENCE RESUMES PAST THE HIGHEST ONE ALREADY ON THE MASTER
002400* FOR TODAY, SO A SECOND RUN IN A DAY DOES NOT REUSE A TRACE.
002410  77  WS-PE-SEQ                   PIC 9(05) VALUE ZERO.
002420  77  WS-FEED-SEQ-NUM             PIC 9(09) VALUE ZERO.
002430  77  WS-FEED-DOLLAR-TOTAL        PIC S9(13)V99 VALUE ZERO.
002440
002450* ONE ENTRY PER PAYEE TIN AND ROUTING/ACCOUNT PAIR ON THE
002460* MASTER, PLUS EVERY PAIR ADDED THIS RUN.  WS-PNM-HELD-COUNT
002470* AND -AMOUNT TOTAL THE ITEMS LEFT HELD BEHIND THE PAIR.
002480  01  WS-PNM-TABLE.
002490      05  WS-PNM-ENTRY            OCCURS 5000 TIMES.
002500          10  WS-PNM-KEY.
002510              15  WS-PNM-TIN          PIC X(16).
002520              15  WS-PNM-ROUTING      PIC X(09).
002530              15  WS-PNM-ACCOUNT      PIC X(17).
002540          10  WS-PNM-STATUS           PIC X(01).
002550          10  WS-PNM-NAME             PIC X(40).
002560          10  WS-PNM-PRENOTE-DATE     PIC 9(08).
002570          10  WS-PNM-TRACE            PIC X(15).
002580          10  WS-PNM-STATUS-DATE      PIC 9(08).
002590          10  WS-PNM-REASON           PIC X(03).
002600          10  WS-PNM-NEW-PAIR.
002610              15  WS-PNM-NEW-ROUTING  PIC X(09).
002620              15  WS-PNM-NEW-ACCOUNT  PIC X(17).
002630          10  WS-PNM-HELD-COUNT       PIC 9(05) COMP.
002640          10  WS-PNM-HELD-AMOUNT      PIC S9(11)V99.
002650
002660  77  WS-PNM-COUNT                PIC 9(04) COMP VALUE ZERO.
002670  77  WS-PNM-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
002680  77  WS-PNM-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
002690  77  WS-PNM-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
002700  77  WS-PNM-SEARCH-KEY           PIC X(42) VALUE SPACES.
002710  77  WS-PNM-SEARCH-TRACE         PIC X(15) VALUE SPACES.
002720  77  WS-PNM-SEARCH-TIN           PIC X(16) VALUE SPACES.
002730  77  WS-PNM-SEARCH-NAME          PIC X(40) VALUE SPACES.
002740
002750* THE ITEMS LEFT ON THE QUEUE, KEPT FOR THE REGISTER ONLY.  AN
002760* ITEM THE TABLE CANNOT HOLD STAYS ON THE QUEUE AND IS COUNTED
002770* BEHIND ITS PAIR, BUT IS NOT LISTED.
002780  01  WS-HLD-TABLE.
002790      05  WS-HLD-ENTRY            OCCURS 5000 TIMES.
002800          10  WS-HLD-PNM-SUB          PIC 9(04) COMP.
002810          10  WS-HLD-BR-CODE          PIC X(03).
002820          10  WS-HLD-CHK-NUM          PIC X(08).
002830          10  WS-HLD-TRACE            PIC X(15).
002840          10  WS-HLD-FIRST-HELD       PIC 9(08).
002850          10  WS-HLD-AMOUNT           PIC S9(10)V99.
002860
002870  77  WS-HLD-COUNT                PIC 9(04) COMP VALUE ZERO.
002880  77  WS-HLD-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
002890  77  WS-HLD-DROPPED              PIC 9(07) COMP VALUE ZERO.
002900  77  WS-HLD-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
002910
002920* DAY NUMBERS FOR THE WAITING PERIOD.  9500-DAY-NUMBER TURNS
002930* WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY COUNT IN WS-DN-DAYS,
002940* COUNTING LEAP DAYS (EVERY FOURTH YEAR - GOOD THROUGH 2099).
002950  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
002960  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
002970      05  WS-DN-CCYY              PIC 9(04).
002980      05  WS-DN-MM                PIC 9(02).
002990      05  WS-DN-DD                PIC 9(02).
003000  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
003010  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
003020  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
003030  77  WS-TODAY-DAYS               PIC 9(07) COMP VALUE ZERO.
003040  77  WS-ELAPSED-DAYS             PIC S9(07) COMP VALUE ZERO.
003050
003060  01  WS-CUM-DAYS-VALUES.
003070      05  FILLER                  PIC X(36)
003080              VALUE "000031059090120151181212243273304334".
003090  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003100      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
003110
003120* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
003130  01  WS-GRAND-TOTAL-LINE.
003140      05  FILLER                  PIC X(02) VALUE SPACES.
003150      05  GTL-LITERAL             PIC X(30).
003160      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
003170      05  FILLER                  PIC X(78) VALUE SPACES.
003180
003190  01  WS-RPT-TITLE.
003200      05  FILLER                  PIC X(01) VALUE SPACES.
003210      05  FILLER                  PIC X(40)
003220              VALUE "ACH PRENOTE REGISTER - PAYEES IN PRENOTE".
003230      05  FILLER                  PIC X(36)
003240              VALUE " STATUS AND LIVE ITEMS HELD BEHIND ".
003250      05  FILLER                  PIC X(06) VALUE "  RUN ".
003260      05  RTL-RUN-DATE            PIC X(08).
003270      05  FILLER                  PIC X(42) VALUE SPACES.
003280
003290  01  WS-PRL-COLUMNS.
003300      05  FILLER                  PIC X(11) VALUE " TIN       ".
003310      05  FILLER                  PIC X(41) VALUE "PAYEE".
003320      05  FILLER                  PIC X(10) VALUE "ROUTING".
003330      05  FILLER                  PIC X(18) VALUE "ACCOUNT".
003340      05  FILLER                  PIC X(09) VALUE "STATUS".
003350      05  FILLER                  PIC X(09) VALUE "PRENOTE".
003360      05  FILLER                  PIC X(16) VALUE "TRACE".
003370      05  FILLER                  PIC X(04) VALUE "RSN".
003380      05  FILLER                  PIC X(06) VALUE "  HELD".
003390      05  FILLER                  PIC X(09) VALUE SPACES.
003400
003410  01  WS-PRL-LINE.
003420      05  FILLER                  PIC X(01) VALUE SPACES.
003430      05  PRL-TIN                 PIC X(09).
003440      05  FILLER                  PIC X(01) VALUE SPACES.
003450      05  PRL-NAME                PIC X(40).
003460      05  FILLER                  PIC X(01) VALUE SPACES.
003470      05  PRL-ROUTING             PIC X(09).
003480      05  FILLER                  PIC X(01) VALUE SPACES.
003490      05  PRL-ACCOUNT             PIC X(17).
003500      05  FILLER                  PIC X(01) VALUE SPACES.
003510      05  PRL-STATUS              PIC X(08).
003520      05  FILLER                  PIC X(01) VALUE SPACES.
003530      05  PRL-PRENOTE-DATE        PIC X(08).
003540      05  FILLER                  PIC X(01) VALUE SPACES.
003550      05  PRL-TRACE               PIC X(15).
003560      05  FILLER                  PIC X(01) VALUE SPACES.
003570      05  PRL-REASON              PIC X(03).
003580      05  FILLER                  PIC X(01) VALUE SPACES.
003590      05  PRL-HELD-COUNT          PIC ZZ,ZZ9.
003600      05  FILLER                  PIC X(09) VALUE SPACES.
003610
003620  01  WS-IHL-COLUMNS.
003630      05  FILLER                  PIC X(11) VALUE SPACES.
003640      05  FILLER                  PIC X(04) VALUE "BR  ".
003650      05  FILLER                  PIC X(09) VALUE "CHECK    ".
003660      05  FILLER                  PIC X(16) VALUE "TRACE".
003670      05  FILLER                  PIC X(09) VALUE "HELD".
003680      05  FILLER                  PIC X(05) VALUE "DAYS ".
003690      05  FILLER                  PIC X(18)
003700              VALUE "            AMOUNT".
003710      05  FILLER                  PIC X(61) VALUE SPACES.
003720
003730  01  WS-IHL-LINE.
003740      05  FILLER                  PIC X(05) VALUE SPACES.
003750      05  FILLER                  PIC X(06) VALUE "HELD  ".
003760      05  IHL-BR-CODE             PIC X(03).
003770      05  FILLER                  PIC X(01) VALUE SPACES.
003780      05  IHL-CHK-NUM             PIC X(08).
003790      05  FILLER                  PIC X(01) VALUE SPACES.
003800      05  IHL-TRACE               PIC X(15).
003810      05  FILLER                  PIC X(01) VALUE SPACES.
003820      05  IHL-FIRST-HELD          PIC X(08).
003830      05  FILLER                  PIC X(01) VALUE SPACES.
003840      05  IHL-DAYS                PIC ZZZ9.
003850      05  FILLER                  PIC X(01) VALUE SPACES.
003860      05  IHL-AMOUNT              PIC ---,---,---,--9.99.
003870      05  FILLER                  PIC X(61) VALUE SPACES.
003880
003890  01  WS-TIE-LINE.
003900      05  FILLER                  PIC X(01) VALUE SPACES.
003910      05  TL-LITERAL              PIC X(50).
003920      05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
003930      05  FILLER                  PIC X(02) VALUE SPACES.
003940      05  TL-AMOUNT               PIC ---,---,---,--9.99.
003950      05  FILLER                  PIC X(51) VALUE SPACES.
003960
003970  PROCEDURE DIVISION.
003980
003990  0000-MAINLINE.
004000
004010      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004020
004030      PERFORM 2000-APPLY-PRENOTE-FEED THRU 2000-EXIT
004040          UNTIL WS-ACH-EOF.
004050
004060      PERFORM 3000-APPLY-BANK-UPDATE THRU 3000-EXIT
004070          UNTIL WS-BKUPD-EOF.
004080
004090      PERFORM 4000-PROMOTE-PENDING   THRU 4000-EXIT
004100          VARYING WS-PNM-TBL-SUB FROM 1 BY 1
004110          UNTIL WS-PNM-TBL-SUB > WS-PNM-COUNT.
004120
004130      PERFORM 5000-WORK-QUEUE        THRU 5000-EXIT
004140          UNTIL WS-QUEUE-EOF.
004150
004160      PERFORM 6000-WRITE-MASTER      THRU 6000-EXIT
004170          VARYING WS-PNM-TBL-SUB FROM 1 BY 1
004180          UNTIL WS-PNM-TBL-SUB > WS-PNM-COUNT.
004190
004200      PERFORM 7000-CLOSE-FEED        THRU 7000-EXIT.
004210
004220      PERFORM 7500-PRINT-REGISTER    THRU 7500-EXIT.
004230
004240      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004250
004260      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
004270
004280      GOBACK.
004290
004300  1000-INITIALIZE.
004310
004320      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004330      OPEN EXTEND RUN-HISTORY-FILE.
004340
004350      COPY C2INZ001.
004360
004370      MOVE SWA-CURRENT-CCYY-DATE  TO WS-DN-DATE.
004380      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
004390      MOVE WS-DN-DAYS             TO WS-TODAY-DAYS.
004400
004410      OPEN INPUT  ACH-RETURN-FILE.
004420      OPEN INPUT  ACH-BANK-UPDATE-FILE.
004430      OPEN INPUT  PRENOTE-QUEUE-IN.
004440      OPEN OUTPUT PRENOTE-QUEUE-OUT.
004450      OPEN OUTPUT PRENOTE-MASTER-OUT.
0044va      MOVE "CLCWW147"             TO WS-LV-CHECK-FILE-ID.
0044vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0044vc      WRITE PRENOTE-MASTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
004460      OPEN OUTPUT PRENOTE-ENTRY-FILE.
004470      OPEN OUTPUT RELEASE-FEED-FILE.
004480      OPEN OUTPUT PRENOTE-REGISTER-RPT.
004490
004500*   THE RELEASE FEED GETS THE SAME BATCH HEADER CCCW9100 PROVES.
004510      MOVE LOW-VALUES             TO DISB-BATCH-HDR.
004520      MOVE LOW-VALUES             TO DISB-LOW-VALUE-HDR.
004530      MOVE SWA-CURRENT-CCYY-DATE  TO DISB-FEED-DATE.
004540      MOVE SPACES                 TO DISB-BATCH-HDR (19:368).
004550      WRITE DISB-BATCH-HDR.
004560
004570      OPEN INPUT PRENOTE-MASTER-IN.
0045va      PERFORM 1005-CHECK-MASTER-LAYOUT THRU 1005-EXIT.
004580      PERFORM 1200-LOAD-MASTER-RCD THRU 1200-EXIT
004590          UNTIL WS-MASTI-EOF.
004600      CLOSE PRENOTE-MASTER-IN.
004610
004620  1000-EXIT.
004630      EXIT.
0046va
0046vb* 1005-CHECK-MASTER-LAYOUT
0046vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0046vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0046ve*   READ SEES END OF FILE.
0046vf  1005-CHECK-MASTER-LAYOUT.
0046vg
0046vh      MOVE "CLCWW147"             TO WS-LV-CHECK-FILE-ID.
0046vi      MOVE "PNMASTI"              TO WS-LV-CHECK-DDNAME.
0046vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0046vk      READ PRENOTE-MASTER-IN INTO LAYOUT-HEADER-RCD
0046vl          AT END
0046vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0046vn      END-READ.
0046vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0046vp
0046vq      IF WS-LV-FILE-EMPTY
0046vr          CLOSE PRENOTE-MASTER-IN
0046vs          OPEN INPUT PRENOTE-MASTER-IN
0046vt      END-IF.
0046vu
0046vv  1005-EXIT.
0046vw      EXIT.
004640
004650* 1200-LOAD-MASTER-RCD
004660*   LOADS ONE PRENOTE MASTER PAIR.  A FULL TABLE ABENDS - A PAIR
004670*   LEFT OFF WOULD DROP OFF THE NEXT MASTER AND BE PRENOTED
004680*   AGAIN.
004690  1200-LOAD-MASTER-RCD.
004700
004710      READ PRENOTE-MASTER-IN INTO ACH-PRENOTE-RCD
004720          AT END
004730              MOVE "Y" TO WS-MASTI-EOF-SW
004740              GO TO 1200-EXIT
004750      END-READ.
004760
004770      ADD 1 TO WS-MASTER-READ.
004780
004790      PERFORM 1600-ADD-PAIR THRU 1600-EXIT.
004800
004810      IF PN-PRENOTE-TRACE (3:8) = SWA-CURRENT-CCYY-DATE
004820         AND PN-PRENOTE-TRACE (11:5) > WS-PE-SEQ
004830          MOVE PN-PRENOTE-TRACE (11:5) TO WS-PE-SEQ
004840      END-IF.
004850
004860  1200-EXIT.
004870      EXIT.
004880
004890* 1500-FIND-PAIR
004900*   FINDS THE TIN AND ROUTING/ACCOUNT PAIR IN WS-PNM-SEARCH-KEY.
004910  1500-FIND-PAIR.
004920
004930      MOVE "N" TO WS-PNM-FOUND-SW.
004940      MOVE ZERO TO WS-PNM-MATCHED-SUB.
004950
004960      PERFORM 1510-SEARCH-PAIR THRU 1510-EXIT
004970          VARYING WS-PNM-TBL-SUB FROM 1 BY 1
004980          UNTIL WS-PNM-TBL-SUB > WS-PNM-COUNT
004990             OR WS-PNM-FOUND.
005000
005010  1500-EXIT.
005020      EXIT.
005030
005040  1510-SEARCH-PAIR.
005050
005060      IF WS-PNM-SEARCH-KEY = WS-PNM-KEY (WS-PNM-TBL-SUB)
005070          MOVE "Y" TO WS-PNM-FOUND-SW
005080          MOVE WS-PNM-TBL-SUB TO WS-PNM-MATCHED-SUB
005090      END-IF.
005100
005110  1510-EXIT.
005120      EXIT.
005130
005140* 1550-FIND-TRACE
005150*   FINDS THE PAIR WHOSE PRENOTE CARRIED WS-PNM-SEARCH-TRACE.
005160  1550-FIND-TRACE.
005170
005180      MOVE "N" TO WS-PNM-FOUND-SW.
005190      MOVE ZERO TO WS-PNM-MATCHED-SUB.
005200
005210      PERFORM 1560-SEARCH-TRACE THRU 1560-EXIT
005220          VARYING WS-PNM-TBL-SUB FROM 1 BY 1
005230          UNTIL WS-PNM-TBL-SUB > WS-PNM-COUNT
005240             OR WS-PNM-FOUND.
005250
005260  1550-EXIT.
005270      EXIT.
005280
005290  1560-SEARCH-TRACE.
005300
005310      IF WS-PNM-SEARCH-TRACE = WS-PNM-TRACE (WS-PNM-TBL-SUB)
005320          MOVE "Y" TO WS-PNM-FOUND-SW
005330          MOVE WS-PNM-TBL-SUB TO WS-PNM-MATCHED-SUB
005340      END-IF.
005350
005360  1560-EXIT.
005370      EXIT.
005380
005390* 1600-ADD-PAIR
005400*   ADDS THE PAIR IN ACH-PRENOTE-RCD TO THE TABLE.
005410  1600-ADD-PAIR.
005420
005430      IF WS-PNM-COUNT NOT < WS-PNM-TABLE-MAX
005440          MOVE "*PRENOTE MASTER TABLE FULL AT:"
005450                                  TO CC-E01W-DISPLAY-RCD
005460          PERFORM 8999-WRITE-SYSOUT
005470          MOVE WS-PNM-TABLE-MAX   TO SCR-COUNT
005480          MOVE "PRENOTE TABLE MAXIMUM:" TO SCR-LITERAL
005490          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005500          PERFORM 8999-WRITE-SYSOUT
005510          MOVE "1600-ADD-PAIR"    TO SAR-PARAGRAPH
005520          MOVE "TBLFL"            TO SAR-RETURN-CODE
005530          MOVE SPACES             TO SAR-DB-NAME
005540          MOVE "PNMASTI PAIRS"    TO SAR-TABLE-NAME
005550          MOVE SPACES             TO SAR-SQLCODE
005560          GO TO 9998-COREDUMP
005570      END-IF.
005580
005590      ADD 1 TO WS-PNM-COUNT.
005600      MOVE WS-PNM-COUNT           TO WS-PNM-MATCHED-SUB.
005610      MOVE PN-KEY         TO WS-PNM-KEY (WS-PNM-MATCHED-SUB).
005620      MOVE PN-STATUS      TO WS-PNM-STATUS (WS-PNM-MATCHED-SUB).
005630      MOVE PN-PAYEE-NAME  TO WS-PNM-NAME (WS-PNM-MATCHED-SUB).
005640      MOVE PN-PRENOTE-DATE
005650                  TO WS-PNM-PRENOTE-DATE (WS-PNM-MATCHED-SUB).
005660      MOVE PN-PRENOTE-TRACE
005670                  TO WS-PNM-TRACE (WS-PNM-MATCHED-SUB).
005680      MOVE PN-STATUS-DATE
005690                  TO WS-PNM-STATUS-DATE (WS-PNM-MATCHED-SUB).
005700      MOVE PN-REASON-CODE TO WS-PNM-REASON (WS-PNM-MATCHED-SUB).
005710      MOVE PN-NEW-ROUTING
005720                  TO WS-PNM-NEW-ROUTING (WS-PNM-MATCHED-SUB).
005730      MOVE PN-NEW-ACCOUNT
005740                  TO WS-PNM-NEW-ACCOUNT (WS-PNM-MATCHED-SUB).
005750      MOVE ZERO   TO WS-PNM-HELD-COUNT (WS-PNM-MATCHED-SUB)
005760                     WS-PNM-HELD-AMOUNT (WS-PNM-MATCHED-SUB).
005770
005780  1600-EXIT.
005790      EXIT.
005800
005810* 1700-OPEN-PAIR
005820*   THE PAIR IN WS-PNM-SEARCH-KEY IS NEEDED FOR A LIVE CREDIT.
005830*   ONE ALREADY ON THE MASTER IS LEFT AS IT STANDS; A NEW ONE
005840*   IS ADDED PENDING FOR THE PAYEE IN WS-PNM-SEARCH-NAME AND ITS
005850*   ZERO-DOLLAR PRENOTE IS SENT TODAY.
005860  1700-OPEN-PAIR.
005870
005880      PERFORM 1500-FIND-PAIR THRU 1500-EXIT.
005890
005900      IF WS-PNM-FOUND
005910          GO TO 1700-EXIT
005920      END-IF.
005930
005940      ADD 1 TO WS-PE-SEQ.
005950
005960      MOVE SPACES                 TO ACH-PRENOTE-ENTRY-RCD.
005970      MOVE "PN"                   TO PE-TRACE-PREFIX.
005980      MOVE SWA-CURRENT-CCYY-DATE  TO PE-TRACE-DATE.
005990      MOVE WS-PE-SEQ              TO PE-TRACE-SEQ.
006000      MOVE "23"                   TO PE-TRAN-CODE.
006010      MOVE WS-PNM-SEARCH-KEY (17:9)  TO PE-ROUTING.
006020      MOVE WS-PNM-SEARCH-KEY (26:17) TO PE-ACCOUNT.
006030      MOVE ZERO                   TO PE-AMOUNT.
006040      MOVE WS-PNM-SEARCH-KEY (1:15)  TO PE-INDIVIDUAL-ID.
006050      MOVE WS-PNM-SEARCH-NAME     TO PE-PAYEE-NAME.
006060      MOVE SWA-CURRENT-CCYY-DATE  TO PE-EFFECTIVE-DATE.
006070      WRITE ACH-PRENOTE-ENTRY-RCD.
006080      ADD 1 TO WS-PRENOTES-SENT.
006090
006100      MOVE SPACES                 TO ACH-PRENOTE-RCD.
006110      MOVE WS-PNM-SEARCH-KEY      TO PN-KEY.
006120      MOVE "P"                    TO PN-STATUS.
006130      MOVE WS-PNM-SEARCH-NAME     TO PN-PAYEE-NAME.
006140      MOVE SWA-CURRENT-CCYY-DATE  TO PN-PRENOTE-DATE.
006150      MOVE PE-TRACE-NUM           TO PN-PRENOTE-TRACE.
006160      MOVE SWA-CURRENT-CCYY-DATE  TO PN-STATUS-DATE.
006170      PERFORM 1600-ADD-PAIR THRU 1600-EXIT.
006180
006190  1700-EXIT.
006200      EXIT.
006210
006220* 2000-APPLY-PRENOTE-FEED
006230*   ONLY PRENOTE ITEMS ("PN" TRACES) ARE THIS PROGRAM'S - LIVE
006240*   RETURNS AND NOCS ARE CCCW9128'S.  A PRENOTE RETURN LEAVES
006250*   THE PAIR RETURNED SO NOTHING IS RELEASED TO IT.  A PRENOTE
006260*   NOC LEAVES IT CHANGED AND PRENOTES THE CORRECTED PAIR - THE
006270*   HELD ITEMS FOLLOW IT THERE IN 5000-WORK-QUEUE.
006280  2000-APPLY-PRENOTE-FEED.
006290
006300      READ ACH-RETURN-FILE
006310          AT END
006320              MOVE "Y" TO WS-ACH-EOF-SW
006330              GO TO 2000-EXIT
006340      END-READ.
006350
006360      ADD 1 TO WS-FEED-READ.
006370
006380      IF ACH-TRACE-NUM (1:2) NOT = "PN"
006390          GO TO 2000-EXIT
006400      END-IF.
006410
006420      MOVE ACH-TRACE-NUM          TO WS-PNM-SEARCH-TRACE.
006430      PERFORM 1550-FIND-TRACE THRU 1550-EXIT.
006440
006450      IF NOT WS-PNM-FOUND
006460          ADD 1 TO WS-PN-UNMATCHED
006470          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
006480          STRING "  *PRENOTE TRACE NOT ON MASTER: "
006490                  ACH-TRACE-NUM " " ACH-REASON-CODE
006500              DELIMITED BY SIZE INTO CC-E01W-DISPLAY-RCD
006510          PERFORM 8999-WRITE-SYSOUT
006520          GO TO 2000-EXIT
006530      END-IF.
006540
006550      MOVE ACH-RETURN-DATE
006560                  TO WS-PNM-STATUS-DATE (WS-PNM-MATCHED-SUB).
006570      MOVE ACH-REASON-CODE
006580                  TO WS-PNM-REASON (WS-PNM-MATCHED-SUB).
006590
006600      IF ACH-RETURN-ENTRY
006610          MOVE "R"    TO WS-PNM-STATUS (WS-PNM-MATCHED-SUB)
006620          ADD 1 TO WS-PN-RETURNS
006630          GO TO 2000-EXIT
006640      END-IF.
006650
006660      MOVE "C"        TO WS-PNM-STATUS (WS-PNM-MATCHED-SUB).
006670      MOVE ACH-CORRECTED-ROUTING
006680                  TO WS-PNM-NEW-ROUTING (WS-PNM-MATCHED-SUB).
006690      MOVE ACH-CORRECTED-ACCOUNT
006700                  TO WS-PNM-NEW-ACCOUNT (WS-PNM-MATCHED-SUB).
006710      ADD 1 TO WS-PN-NOCS.
006720
006730      MOVE WS-PNM-TIN (WS-PNM-MATCHED-SUB)
006740                                  TO WS-PNM-SEARCH-KEY (1:16).
006750      MOVE ACH-CORRECTED-ROUTING  TO WS-PNM-SEARCH-KEY (17:9).
006760      MOVE ACH-CORRECTED-ACCOUNT  TO WS-PNM-SEARCH-KEY (26:17).
006770      MOVE WS-PNM-NAME (WS-PNM-MATCHED-SUB)
006780                                  TO WS-PNM-SEARCH-NAME.
006790      PERFORM 1700-OPEN-PAIR THRU 1700-EXIT.
006800
006810  2000-EXIT.
006820      EXIT.
006830
006840* 3000-APPLY-BANK-UPDATE
006850*   A LIVE CREDIT WENT THROUGH BUT THE BANK CORRECTED THE
006860*   PAYEE'S BANKING.  THE UPDATE CARRIES THE TIN, NOT THE OLD
006870*   PAIR, SO EVERY PAIR ACTIVE FOR THE TIN IS CHANGED TO THE
006880*   CORRECTED ONE, AND THE CORRECTED PAIR IS PRENOTED BEFORE
006890*   ANOTHER CREDIT GOES TO IT.
006900  3000-APPLY-BANK-UPDATE.
006910
006920      READ ACH-BANK-UPDATE-FILE INTO ACH-PRENOTE-RCD
006930          AT END
006940              MOVE "Y" TO WS-BKUPD-EOF-SW
006950              GO TO 3000-EXIT
006960      END-READ.
006970
006980      ADD 1 TO WS-BKUPD-READ.
006990
007000      MOVE PN-TIN                 TO WS-PNM-SEARCH-TIN.
007010      PERFORM 3100-CHANGE-ACTIVE-PAIR THRU 3100-EXIT
007020          VARYING WS-PNM-TBL-SUB FROM 1 BY 1
007030          UNTIL WS-PNM-TBL-SUB > WS-PNM-COUNT.
007040
007050      MOVE PN-TIN                 TO WS-PNM-SEARCH-KEY (1:16).
007060      MOVE PN-NEW-ROUTING         TO WS-PNM-SEARCH-KEY (17:9).
007070      MOVE PN-NEW-ACCOUNT         TO WS-PNM-SEARCH-KEY (26:17).
007080      MOVE PN-PAYEE-NAME          TO WS-PNM-SEARCH-NAME.
007090      PERFORM 1700-OPEN-PAIR THRU 1700-EXIT.
007100
007110  3000-EXIT.
007120      EXIT.
007130
007140  3100-CHANGE-ACTIVE-PAIR.
007150
007160      IF WS-PNM-TIN (WS-PNM-TBL-SUB) = WS-PNM-SEARCH-TIN
007170         AND WS-PNM-STATUS (WS-PNM-TBL-SUB) = "A"
007180         AND (WS-PNM-ROUTING (WS-PNM-TBL-SUB) NOT = PN-NEW-ROUTING
007190          OR WS-PNM-ACCOUNT (WS-PNM-TBL-SUB) NOT = PN-NEW-ACCOUNT)
007200          MOVE "C"            TO WS-PNM-STATUS (WS-PNM-TBL-SUB)
007210          MOVE PN-STATUS-DATE
007220                      TO WS-PNM-STATUS-DATE (WS-PNM-TBL-SUB)
007230          MOVE PN-REASON-CODE TO WS-PNM-REASON (WS-PNM-TBL-SUB)
007240          MOVE PN-NEW-ROUTING
007250                      TO WS-PNM-NEW-ROUTING (WS-PNM-TBL-SUB)
007260          MOVE PN-NEW-ACCOUNT
007270                      TO WS-PNM-NEW-ACCOUNT (WS-PNM-TBL-SUB)
007280          ADD 1 TO WS-PAIRS-CHANGED
007290      END-IF.
007300
007310  3100-EXIT.
007320      EXIT.
007330
007340* 4000-PROMOTE-PENDING
007350*   A PENDING PAIR WHOSE PRENOTE HAS STOOD THE WAITING PERIOD
007360*   WITH NO RETURN OR NOC GOES ACTIVE.  RETURNS AND NOCS WERE
007370*   APPLIED FIRST, SO ONE ARRIVING ON THE LAST DAY STILL STOPS
007380*   THE PROMOTION.
007390  4000-PROMOTE-PENDING.
007400
007410      IF WS-PNM-STATUS (WS-PNM-TBL-SUB) NOT = "P"
007420          GO TO 4000-EXIT
007430      END-IF.
007440
007450      MOVE WS-PNM-PRENOTE-DATE (WS-PNM-TBL-SUB) TO WS-DN-DATE.
007460      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
007470      COMPUTE WS-ELAPSED-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.
007480
007490      IF WS-ELAPSED-DAYS NOT < WS-PRENOTE-WAIT-DAYS
007500          MOVE "A"    TO WS-PNM-STATUS (WS-PNM-TBL-SUB)
007510          MOVE SWA-CURRENT-CCYY-DATE
007520                      TO WS-PNM-STATUS-DATE (WS-PNM-TBL-SUB)
007530          ADD 1 TO WS-PAIRS-PROMOTED
007540      END-IF.
007550
007560  4000-EXIT.
007570      EXIT.
007580
007590* 5000-WORK-QUEUE
007600*   EVERY HELD ITEM - CARRIED OR NEW TODAY - IS WORKED AGAINST
007610*   ITS PAIR.  A CHANGED PAIR IS FOLLOWED TO ITS CORRECTED PAIR
007620*   AND THE ITEM'S BANKING IS CORRECTED WITH IT.  A PAIR NEVER
007630*   SEEN IS ADDED PENDING AND PRENOTED.  AN ACTIVE PAIR RELEASES
007640*   THE ITEM ON THE FEED; ANY OTHER STATUS KEEPS IT ON THE
007650*   QUEUE.
007660  5000-WORK-QUEUE.
007670
007680      READ PRENOTE-QUEUE-IN INTO PRENOTE-HOLD-RCD
007690          AT END
007700              MOVE "Y" TO WS-QUEUE-EOF-SW
007710              GO TO 5000-EXIT
007720      END-READ.
007730
007740      ADD 1 TO WS-QUEUE-READ.
007750
007760      MOVE PH-DETAIL-DATA         TO DISB-REQ-RCD.
007770      MOVE DISB-SSN-TAX-ID        TO WS-PNM-SEARCH-KEY (1:16).
007780      MOVE DISB-ACH-ROUTING       TO WS-PNM-SEARCH-KEY (17:9).
007790      MOVE DISB-ACH-ACCOUNT       TO WS-PNM-SEARCH-KEY (26:17).
007800      MOVE DISB-NAME              TO WS-PNM-SEARCH-NAME.
007810      PERFORM 1500-FIND-PAIR THRU 1500-EXIT.
007820
007830      MOVE ZERO TO WS-REDIRECT-COUNT.
007840      PERFORM 5100-FOLLOW-CHANGE THRU 5100-EXIT
007850          UNTIL NOT WS-PNM-FOUND
007860             OR WS-PNM-STATUS (WS-PNM-MATCHED-SUB) NOT = "C"
007870             OR WS-REDIRECT-COUNT > WS-REDIRECT-MAX.
007880
007890      IF WS-REDIRECT-COUNT > WS-REDIRECT-MAX
007900          ADD 1 TO WS-REDIRECT-LOOPS
007910          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
007920          STRING "  *PRENOTE CHANGES LOOP - ITEM KEPT: "
007930                  DISB-ISSUING-BR-CODE " " DISB-ONSITE-CHK-NUM
007940                  " " DISB-TRACE-NUM
007950              DELIMITED BY SIZE INTO CC-E01W-DISPLAY-RCD
007960          PERFORM 8999-WRITE-SYSOUT
007970          PERFORM 5400-KEEP-ITEM THRU 5400-EXIT
007980          GO TO 5000-EXIT
007990      END-IF.
008000
008010      IF NOT WS-PNM-FOUND
008020          PERFORM 1700-OPEN-PAIR THRU 1700-EXIT
008030      END-IF.
008040
008050      IF WS-PNM-STATUS (WS-PNM-MATCHED-SUB) = "A"
008060          PERFORM 5300-RELEASE-ITEM THRU 5300-EXIT
008070      ELSE
008080          PERFORM 5400-KEEP-ITEM THRU 5400-EXIT
008090      END-IF.
008100
008110  5000-EXIT.
008120      EXIT.
008130
008140* 5100-FOLLOW-CHANGE
008150*   MOVES THE ITEM FROM A CHANGED PAIR TO ITS CORRECTED PAIR.
008160  5100-FOLLOW-CHANGE.
008170
008180      ADD 1 TO WS-REDIRECT-COUNT.
008190
008200      IF WS-REDIRECT-COUNT > WS-REDIRECT-MAX
008210          GO TO 5100-EXIT
008220      END-IF.
008230
008240      MOVE WS-PNM-NEW-ROUTING (WS-PNM-MATCHED-SUB)
008250                                  TO DISB-ACH-ROUTING.
008260      MOVE WS-PNM-NEW-ACCOUNT (WS-PNM-MATCHED-SUB)
008270                                  TO DISB-ACH-ACCOUNT.
008280      ADD 1 TO WS-ITEMS-REDIRECTED.
008290
008300      MOVE DISB-ACH-ROUTING       TO WS-PNM-SEARCH-KEY (17:9).
008310      MOVE DISB-ACH-ACCOUNT       TO WS-PNM-SEARCH-KEY (26:17).
008320      PERFORM 1500-FIND-PAIR THRU 1500-EXIT.
008330
008340  5100-EXIT.
008350      EXIT.
008360
008370* 5300-RELEASE-ITEM
008380*   THE PAIR IS GOOD - THE ITEM GOES OUT ON THE RELEASE FEED,
008390*   RE-SEQUENCED FOR THE FEED THE SAME WAY CCCW9141 NUMBERS ITS
008400*   REISSUES.
008410  5300-RELEASE-ITEM.
008420
008430      ADD 1 TO WS-FEED-SEQ-NUM.
008440      MOVE WS-FEED-SEQ-NUM        TO DISB-REQ-SEQ-NUM.
008450      ADD DISB-AMOUNT             TO WS-FEED-DOLLAR-TOTAL.
008460      ADD DISB-AMOUNT             TO WS-RELEASED-DOLLARS.
008470      WRITE DISB-REQ-RCD.
008480      ADD 1 TO WS-ITEMS-RELEASED.
008490
008500  5300-EXIT.
008510      EXIT.
008520
008530* 5400-KEEP-ITEM
008540*   THE ITEM STAYS HELD, WITH ANY BANKING CORRECTION IT PICKED
008550*   UP, AND IS COUNTED BEHIND ITS PAIR FOR THE REGISTER.
008560  5400-KEEP-ITEM.
008570
008580      MOVE DISB-REQ-RCD           TO PH-DETAIL-DATA.
008590      WRITE PRENOTE-QUEUE-OUT-RCD FROM PRENOTE-HOLD-RCD.
008600      ADD 1 TO WS-ITEMS-KEPT.
008610      ADD DISB-AMOUNT             TO WS-KEPT-DOLLARS.
008620
008630      IF WS-REDIRECT-COUNT > WS-REDIRECT-MAX
008640          GO TO 5400-EXIT
008650      END-IF.
008660
008670      ADD 1 TO WS-PNM-HELD-COUNT (WS-PNM-MATCHED-SUB).
008680      ADD DISB-AMOUNT TO WS-PNM-HELD-AMOUNT (WS-PNM-MATCHED-SUB).
008690
008700      IF WS-HLD-COUNT NOT < WS-HLD-TABLE-MAX
008710          ADD 1 TO WS-HLD-DROPPED
008720          GO TO 5400-EXIT
008730      END-IF.
008740
008750      ADD 1 TO WS-HLD-COUNT.
008760      MOVE WS-PNM-MATCHED-SUB TO WS-HLD-PNM-SUB (WS-HLD-COUNT).
008770      MOVE DISB-ISSUING-BR-CODE TO WS-HLD-BR-CODE (WS-HLD-COUNT).
008780      MOVE DISB-ONSITE-CHK-NUM TO WS-HLD-CHK-NUM (WS-HLD-COUNT).
008790      MOVE DISB-TRACE-NUM     TO WS-HLD-TRACE (WS-HLD-COUNT).
008800      MOVE PH-FIRST-HELD-DATE TO WS-HLD-FIRST-HELD (WS-HLD-COUNT).
008810      MOVE DISB-AMOUNT        TO WS-HLD-AMOUNT (WS-HLD-COUNT).
008820
008830  5400-EXIT.
008840      EXIT.
008850
008860* 6000-WRITE-MASTER
008870*   EVERY PAIR GOES TO THE NEXT MASTER - A RETURNED OR CHANGED
008880*   PAIR STAYS ON FILE SO A LATER REQUEST TO IT IS HELD OR
008890*   FOLLOWED, NOT PRENOTED AFRESH.
008900  6000-WRITE-MASTER.
008910
008920      MOVE SPACES                 TO ACH-PRENOTE-RCD.
008930      MOVE WS-PNM-KEY (WS-PNM-TBL-SUB)    TO PN-KEY.
008940      MOVE WS-PNM-STATUS (WS-PNM-TBL-SUB) TO PN-STATUS.
008950      MOVE WS-PNM-NAME (WS-PNM-TBL-SUB)   TO PN-PAYEE-NAME.
008960      MOVE WS-PNM-PRENOTE-DATE (WS-PNM-TBL-SUB)
008970                                  TO PN-PRENOTE-DATE.
008980      MOVE WS-PNM-TRACE (WS-PNM-TBL-SUB)  TO PN-PRENOTE-TRACE.
008990      MOVE WS-PNM-STATUS-DATE (WS-PNM-TBL-SUB)
009000                                  TO PN-STATUS-DATE.
009010      MOVE WS-PNM-REASON (WS-PNM-TBL-SUB) TO PN-REASON-CODE.
009020      MOVE WS-PNM-NEW-ROUTING (WS-PNM-TBL-SUB)
009030                                  TO PN-NEW-ROUTING.
009040      MOVE WS-PNM-NEW-ACCOUNT (WS-PNM-TBL-SUB)
009050                                  TO PN-NEW-ACCOUNT.
009060      WRITE PRENOTE-MASTER-OUT-RCD FROM ACH-PRENOTE-RCD.
009070      ADD 1 TO WS-MASTER-WRITTEN.
009080
009090  6000-EXIT.
009100      EXIT.
009110
009120* 7000-CLOSE-FEED
009130*   THE BATCH TRAILER PROVES THE RELEASE FEED TO CCCW9100.
009140  7000-CLOSE-FEED.
009150
009160      MOVE HIGH-VALUES            TO DISB-BATCH-TLR.
009170      MOVE HIGH-VALUES            TO DISB-HIGH-VALUE-TLR.
009180      MOVE WS-FEED-SEQ-NUM        TO DISB-TLR-RECORD-COUNT.
009190      MOVE WS-FEED-DOLLAR-TOTAL   TO DISB-TLR-DOLLAR-TOTAL.
009200      MOVE SPACES                 TO DISB-BATCH-TLR (35:352).
009210      WRITE DISB-BATCH-TLR.
009220
009230  7000-EXIT.
009240      EXIT.
009250
009260* 7500-PRINT-REGISTER
009270*   ONE LINE PER PAYEE PAIR IN PRENOTE STATUS - PENDING OR
009280*   RETURNED - WITH THE LIVE ITEMS HELD BEHIND IT UNDERNEATH.
009290  7500-PRINT-REGISTER.
009300
009310      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
009320      MOVE WS-RPT-TITLE           TO PRENOTE-REGISTER-RCD.
009330      WRITE PRENOTE-REGISTER-RCD.
009340      MOVE SPACES                 TO PRENOTE-REGISTER-RCD.
009350      WRITE PRENOTE-REGISTER-RCD.
009360      MOVE WS-PRL-COLUMNS         TO PRENOTE-REGISTER-RCD.
009370      WRITE PRENOTE-REGISTER-RCD.
009380      MOVE WS-IHL-COLUMNS         TO PRENOTE-REGISTER-RCD.
009390      WRITE PRENOTE-REGISTER-RCD.
009400
009410      PERFORM 7600-PRINT-PAYEE THRU 7600-EXIT
009420          VARYING WS-PNM-TBL-SUB FROM 1 BY 1
009430          UNTIL WS-PNM-TBL-SUB > WS-PNM-COUNT.
009440
009450      MOVE SPACES                 TO PRENOTE-REGISTER-RCD.
009460      WRITE PRENOTE-REGISTER-RCD.
009470
009480      MOVE SPACES                 TO WS-TIE-LINE.
009490      MOVE "PAYEE PAIRS IN PRENOTE STATUS"  TO TL-LITERAL.
009500      MOVE WS-PAYEES-LISTED       TO TL-COUNT.
009510      MOVE WS-TIE-LINE            TO PRENOTE-REGISTER-RCD.
009520      WRITE PRENOTE-REGISTER-RCD.
009530
009540      MOVE SPACES                 TO WS-TIE-LINE.
009550      MOVE "LIVE ITEMS HELD BEHIND A PRENOTE" TO TL-LITERAL.
009560      MOVE WS-ITEMS-KEPT          TO TL-COUNT.
009570      MOVE WS-KEPT-DOLLARS        TO TL-AMOUNT.
009580      MOVE WS-TIE-LINE            TO PRENOTE-REGISTER-RCD.
009590      WRITE PRENOTE-REGISTER-RCD.
009600
009610      MOVE SPACES                 TO WS-TIE-LINE.
009620      MOVE "LIVE ITEMS RELEASED TODAY"      TO TL-LITERAL.
009630      MOVE WS-ITEMS-RELEASED      TO TL-COUNT.
009640      MOVE WS-RELEASED-DOLLARS    TO TL-AMOUNT.
009650      MOVE WS-TIE-LINE            TO PRENOTE-REGISTER-RCD.
009660      WRITE PRENOTE-REGISTER-RCD.
009670
009680      MOVE SPACES                 TO WS-TIE-LINE.
009690      MOVE "PRENOTES SENT TODAY"            TO TL-LITERAL.
009700      MOVE WS-PRENOTES-SENT       TO TL-COUNT.
009710      MOVE WS-TIE-LINE            TO PRENOTE-REGISTER-RCD.
009720      WRITE PRENOTE-REGISTER-RCD.
009730
009740  7500-EXIT.
009750      EXIT.
009760
009770  7600-PRINT-PAYEE.
009780
009790      IF WS-PNM-STATUS (WS-PNM-TBL-SUB) NOT = "P"
009800         AND WS-PNM-STATUS (WS-PNM-TBL-SUB) NOT = "R"
009810          GO TO 7600-EXIT
009820      END-IF.
009830
009840      ADD 1 TO WS-PAYEES-LISTED.
009850
009860      MOVE SPACES                 TO PRENOTE-REGISTER-RCD.
009870      WRITE PRENOTE-REGISTER-RCD.
009880
009890      MOVE SPACES                 TO WS-PRL-LINE.
009900      MOVE "XXXXX"                TO PRL-TIN (1:5).
009910      MOVE WS-PNM-TIN (WS-PNM-TBL-SUB) (6:4) TO PRL-TIN (6:4).
009920      MOVE WS-PNM-NAME (WS-PNM-TBL-SUB)      TO PRL-NAME.
009930      MOVE WS-PNM-ROUTING (WS-PNM-TBL-SUB)   TO PRL-ROUTING.
009940      MOVE WS-PNM-ACCOUNT (WS-PNM-TBL-SUB)   TO PRL-ACCOUNT.
009950      IF WS-PNM-STATUS (WS-PNM-TBL-SUB) = "P"
009960          MOVE "PENDING"          TO PRL-STATUS
009970      ELSE
009980          MOVE "RETURNED"         TO PRL-STATUS
009990      END-IF.
010000      MOVE WS-PNM-PRENOTE-DATE (WS-PNM-TBL-SUB)
010010                                  TO PRL-PRENOTE-DATE.
010020      MOVE WS-PNM-TRACE (WS-PNM-TBL-SUB)     TO PRL-TRACE.
010030      MOVE WS-PNM-REASON (WS-PNM-TBL-SUB)    TO PRL-REASON.
010040      MOVE WS-PNM-HELD-COUNT (WS-PNM-TBL-SUB) TO PRL-HELD-COUNT.
010050      MOVE WS-PRL-LINE            TO PRENOTE-REGISTER-RCD.
010060      WRITE PRENOTE-REGISTER-RCD.
010070
010080      PERFORM 7700-PRINT-HELD-ITEM THRU 7700-EXIT
010090          VARYING WS-HLD-TBL-SUB FROM 1 BY 1
010100          UNTIL WS-HLD-TBL-SUB > WS-HLD-COUNT.
010110
010120  7600-EXIT.
010130      EXIT.
010140
010150  7700-PRINT-HELD-ITEM.
010160
010170      IF WS-HLD-PNM-SUB (WS-HLD-TBL-SUB) NOT = WS-PNM-TBL-SUB
010180          GO TO 7700-EXIT
010190      END-IF.
010200
010210      MOVE WS-HLD-FIRST-HELD (WS-HLD-TBL-SUB) TO WS-DN-DATE.
010220      PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
010230      COMPUTE WS-ELAPSED-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.
010240
010250      MOVE WS-HLD-BR-CODE (WS-HLD-TBL-SUB)   TO IHL-BR-CODE.
010260      MOVE WS-HLD-CHK-NUM (WS-HLD-TBL-SUB)   TO IHL-CHK-NUM.
010270      MOVE WS-HLD-TRACE (WS-HLD-TBL-SUB)     TO IHL-TRACE.
010280      MOVE WS-HLD-FIRST-HELD (WS-HLD-TBL-SUB) TO IHL-FIRST-HELD.
010290      MOVE WS-ELAPSED-DAYS        TO IHL-DAYS.
010300      MOVE WS-HLD-AMOUNT (WS-HLD-TBL-SUB)    TO IHL-AMOUNT.
010310      MOVE WS-IHL-LINE            TO PRENOTE-REGISTER-RCD.
010320      WRITE PRENOTE-REGISTER-RCD.
010330
010340  7700-EXIT.
010350      EXIT.
010360
010370  8000-WRAPUP.
010380
010390      MOVE "MASTER PAIRS READ:"    TO SCR-LITERAL.
010400      MOVE WS-MASTER-READ         TO SCR-COUNT.
010410      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010420      PERFORM 8999-WRITE-SYSOUT.
010430
010440      MOVE "ACH FEED RECORDS READ:" TO SCR-LITERAL.
010450      MOVE WS-FEED-READ           TO SCR-COUNT.
010460      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010470      PERFORM 8999-WRITE-SYSOUT.
010480
010490      MOVE "PRENOTE RETURNS APPLIED:" TO SCR-LITERAL.
010500      MOVE WS-PN-RETURNS          TO SCR-COUNT.
010510      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010520      PERFORM 8999-WRITE-SYSOUT.
010530
010540      MOVE "PRENOTE NOCS APPLIED:" TO SCR-LITERAL.
010550      MOVE WS-PN-NOCS             TO SCR-COUNT.
010560      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010570      PERFORM 8999-WRITE-SYSOUT.
010580
010590      MOVE "PRENOTE ITEMS UNMATCHED:" TO SCR-LITERAL.
010600      MOVE WS-PN-UNMATCHED        TO SCR-COUNT.
010610      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010620      PERFORM 8999-WRITE-SYSOUT.
010630
010640      MOVE "BANKING UPDATES READ:" TO SCR-LITERAL.
010650      MOVE WS-BKUPD-READ          TO SCR-COUNT.
010660      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010670      PERFORM 8999-WRITE-SYSOUT.
010680
010690      MOVE "ACTIVE PAIRS CHANGED:" TO SCR-LITERAL.
010700      MOVE WS-PAIRS-CHANGED       TO SCR-COUNT.
010710      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010720      PERFORM 8999-WRITE-SYSOUT.
010730
010740      MOVE "PAIRS MADE ACTIVE:"    TO SCR-LITERAL.
010750      MOVE WS-PAIRS-PROMOTED      TO SCR-COUNT.
010760      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010770      PERFORM 8999-WRITE-SYSOUT.
010780
010790      MOVE "PRENOTES SENT:"        TO SCR-LITERAL.
010800      MOVE WS-PRENOTES-SENT       TO SCR-COUNT.
010810      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010820      PERFORM 8999-WRITE-SYSOUT.
010830
010840      MOVE "HELD ITEMS READ:"      TO SCR-LITERAL.
010850      MOVE WS-QUEUE-READ          TO SCR-COUNT.
010860      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010870      PERFORM 8999-WRITE-SYSOUT.
010880
010890      MOVE "ITEMS MOVED TO NEW PAIR:" TO SCR-LITERAL.
010900      MOVE WS-ITEMS-REDIRECTED    TO SCR-COUNT.
010910      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010920      PERFORM 8999-WRITE-SYSOUT.
010930
010940      MOVE "ITEMS RELEASED:"       TO SCR-LITERAL.
010950      MOVE WS-ITEMS-RELEASED      TO SCR-COUNT.
010960      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
010970      PERFORM 8999-WRITE-SYSOUT.
010980
010990      MOVE "ITEMS STILL HELD:"     TO SCR-LITERAL.
011000      MOVE WS-ITEMS-KEPT          TO SCR-COUNT.
011010      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011020      PERFORM 8999-WRITE-SYSOUT.
011030
011040      MOVE "ITEMS ON A CHANGE LOOP:" TO SCR-LITERAL.
011050      MOVE WS-REDIRECT-LOOPS      TO SCR-COUNT.
011060      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011070      PERFORM 8999-WRITE-SYSOUT.
011080
011090      MOVE "MASTER PAIRS WRITTEN:" TO SCR-LITERAL.
011100      MOVE WS-MASTER-WRITTEN      TO SCR-COUNT.
011110      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011120      PERFORM 8999-WRITE-SYSOUT.
011130
011140      MOVE "RELEASED DOLLARS:"     TO GTL-LITERAL.
011150      MOVE WS-RELEASED-DOLLARS    TO GTL-AMOUNT.
011160      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
011170      PERFORM 8999-WRITE-SYSOUT.
011180
011190      MOVE "STILL HELD DOLLARS:"   TO GTL-LITERAL.
011200      MOVE WS-KEPT-DOLLARS        TO GTL-AMOUNT.
011210      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
011220      PERFORM 8999-WRITE-SYSOUT.
011230
011240      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
011250
011260      COPY C2INZ003.
011270
011280      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
011290
011300  8000-EXIT.
011310      EXIT.
011320
011330* 8980-NOTE-TABLE-CAPACITY
011340*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK AND LIMIT AND
011350*   PRINTS THE CAPACITY REPORT.  THE MASTER TABLE ABENDS TBLFL
011360*   WHEN FULL; THE REGISTER'S HELD-ITEM TABLE COUNTS WHAT IT
011370*   COULD NOT LIST.
011380  8980-NOTE-TABLE-CAPACITY.
011390
011400      MOVE "PRENOTE MASTER"         TO TC-NOTE-NAME.
011410      MOVE WS-PNM-TABLE-MAX         TO TC-NOTE-LIMIT.
011420      MOVE WS-PNM-COUNT             TO TC-NOTE-HIGH.
011430      MOVE ZERO                     TO TC-NOTE-DROPPED.
011440      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011450
011460      MOVE "PRENOTE HELD ITEMS"     TO TC-NOTE-NAME.
011470      MOVE WS-HLD-TABLE-MAX         TO TC-NOTE-LIMIT.
011480      MOVE WS-HLD-COUNT             TO TC-NOTE-HIGH.
011490      MOVE WS-HLD-DROPPED           TO TC-NOTE-DROPPED.
011500      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
011510
011520      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
011530
011540  8980-EXIT.
011550      EXIT.
011560
011570* 8900-SET-RETURN-CODE
011580*   RC=0 CLEAN.  RC=4 A PRENOTE RETURN/NOC MATCHING NO MASTER
011590*   PAIR, OR AN ITEM KEPT ON A LOOP OF BANKING CHANGES - BOTH
011600*   NEED SOMEONE TO LOOK.  RC=12 A HELD ITEM THE REGISTER
011610*   COULD NOT LIST (SEE THE CAPACITY REPORT).
011620  8900-SET-RETURN-CODE.
011630
011640      MOVE ZERO TO RETURN-CODE.
011650
011660      IF WS-PN-UNMATCHED > ZERO
011670         OR WS-REDIRECT-LOOPS > ZERO
011680          MOVE 4 TO RETURN-CODE
011690      END-IF.
011700
011710      IF TC-TABLE-OVERFLOW
011720          MOVE TC-OVERFLOW-RC TO RETURN-CODE
011730      END-IF.
011740
011750  8900-EXIT.
011760      EXIT.
011770
011780* 9500-DAY-NUMBER
011790*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
011800*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
011810*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
011820*   FEBRUARY.
011830  9500-DAY-NUMBER.
011840
011850      MOVE ZERO TO WS-DN-DAYS.
011860
011870      IF WS-DN-DATE = ZERO
011880         OR WS-DN-MM < 1 OR WS-DN-MM > 12
011890          GO TO 9500-EXIT
011900      END-IF.
011910
011920      DIVIDE WS-DN-CCYY BY 4
011930          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
011940
011950      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
011960                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
011970
011980      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
011990          SUBTRACT 1 FROM WS-DN-DAYS
012000      END-IF.
012010
012020  9500-EXIT.
012030      EXIT.
012040
012050      COPY CLCWW134.
012060
0120va      COPY CLCWW167.
0120vb
012070      COPY C2INZ002.
012080
012090      COPY C2INZ004.
012100
012110      COPY C2INZ005.
012120
012130      ACH-RETURN-FILE
012140      ACH-BANK-UPDATE-FILE
012150      PRENOTE-QUEUE-IN
012160      PRENOTE-QUEUE-OUT
012170      PRENOTE-MASTER-OUT
012180      PRENOTE-ENTRY-FILE
012190      RELEASE-FEED-FILE
012200      PRENOTE-REGISTER-RPT
012210      RUN-HISTORY-FILE.
012220
012230  9999-EXIT.
012240      EXIT.
