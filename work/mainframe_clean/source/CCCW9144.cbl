000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9144.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9144
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    UNCLAIMED-PROPERTY LIABILITY SUBLEDGER.  KEEPS A
000130*              RUNNING BALANCE, BY STATE, OF THE UNCLAIMED
000140*              PROPERTY WE HOLD, ON THE CLCWW146 LEDGER CARRIED
000150*              FROM MONTH TO MONTH, AND POSTS THE MONTH'S
000160*              MOVEMENTS ITEM BY ITEM:
000170*                NEW DORMANT   - EVERY ITEM CCCW9145 ESCHEATED
000180*                  OFF THE REGISTER ONTO THE CLCWW056 REMIT
000190*                  EXTRACT IS RECOGNIZED AS HELD FOR ITS STATE;
000200*                REMITTED      - A HELD ITEM IN A REPORT FILED
000210*                  WITH THE STATE IS RELIEVED;
000220*                RECLAIMED     - A CLCWW101 RECLAMATION CCCW9146
000230*                  RAISED FOR AN OWNER CLAIM RE-ESTABLISHES THE
000240*                  ITEM, NOW OWED TO THE OWNER;
000250*                PAID TO OWNER - A CCCW9141 REISSUE OF A HELD OR
000260*                  RECLAIMED ITEM CLEARS IT.
000270*              THE ROLL-FORWARD PRINTED FOR EACH STATE (OPENING,
000280*              NEW DORMANT, REMITTED, RECLAIMED, PAID TO OWNER,
000290*              CLOSING) IS PROVED TO THE OPEN ITEMS BEHIND IT AND
000300*              TIED TO THE OUTSTANDING-CHECK REGISTER: THE STALE
000310*              POPULATION STILL ON THE REGISTER IS SHOWN BESIDE
000320*              IT, AND NO LEDGER ITEM MAY STILL BE ON THE
000330*              REGISTER.  THE PERIOD POSTED IS THE RUN DATE'S
000340*              MONTH - THE JOB RUNS IN THE MONTH-END CLOSE - AND A
000350*              LEDGER ALREADY POSTED FOR IT ABENDS UPL01.
000360*
000370*  FILES:      UPLEDGI  - LIABILITY LEDGER FROM THE PRIOR MONTH
000380*              UPLEDGO  - LIABILITY LEDGER FOR THE NEXT MONTH
000390*              ESCHRMT  - THE MONTH'S CCCW9145 REMIT EXTRACTS
000400*              UPREMIT  - CLCWW056 ITEMS FILED WITH A STATE IN
000410*                         THE MONTH
000420*              ESCRECLM - THE MONTH'S CCCW9146 RECLAMATIONS
000430*              REISSFD  - THE MONTH'S CCCW9141 REISSUE FEEDS
000440*              OCREGI   - THE MONTH-END OUTSTANDING-CHECK
000450*                         REGISTER
000460*              UPRLFWD  - ROLL-FORWARD REPORT
000470*
000480******************************************************************
000490*                      MODIFICATION HISTORY
000500******************************************************************
000510* DATE     INIT  DESCRIPTION
000520* -------- ----  --------------------------------------------
000530* 10/2026  RF    NEW PROGRAM - UNCLAIMED-PROPERTY LIABILITY
000540*                SUBLEDGER AND MONTHLY STATE ROLL-FORWARD
0005va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON THE
0005vb*                LEDGER AND THE REGISTER, AND WRITE ONE ON
0005vc*                THE NEW LEDGER GENERATION
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
000650      SELECT UP-LEDGER-IN-FILE   ASSIGN TO UPLEDGI
000660          ORGANIZATION IS SEQUENTIAL.
000670
000680      SELECT UP-LEDGER-OUT-FILE  ASSIGN TO UPLEDGO
000690          ORGANIZATION IS SEQUENTIAL.
000700
000710      SELECT ESCHEAT-REMIT-FILE  ASSIGN TO ESCHRMT
000720          ORGANIZATION IS SEQUENTIAL.
000730
000740      SELECT UP-FILED-FILE       ASSIGN TO UPREMIT
000750          ORGANIZATION IS SEQUENTIAL.
000760
000770      SELECT ESCHEAT-RECLAIM-FILE ASSIGN TO ESCRECLM
000780          ORGANIZATION IS SEQUENTIAL.
000790
000800      SELECT REISSUE-FEED-FILE   ASSIGN TO REISSFD
000810          ORGANIZATION IS SEQUENTIAL.
000820
000830      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
000840          ORGANIZATION IS SEQUENTIAL.
000850
000860      SELECT UP-ROLL-FORWARD-RPT ASSIGN TO UPRLFWD
000870          ORGANIZATION IS SEQUENTIAL.
000880
000890      COPY C2INX004.
000900
000910  DATA DIVISION.
000920  FILE SECTION.
000930
000940      COPY C2INX002.
000950
000960  FD  UP-LEDGER-IN-FILE
000970      BLOCK CONTAINS 0 RECORDS
000980      RECORDING MODE IS F
000990      LABEL RECORDS ARE STANDARD
001000      DATA RECORD IS UP-LEDGER-IN-RCD.
001010
001020  01  UP-LEDGER-IN-RCD              PIC X(100).
001030
001040  FD  UP-LEDGER-OUT-FILE
001050      BLOCK CONTAINS 0 RECORDS
001060      RECORDING MODE IS F
001070      LABEL RECORDS ARE STANDARD
001080      DATA RECORD IS UP-LEDGER-OUT-RCD.
001090
001100  01  UP-LEDGER-OUT-RCD             PIC X(100).
001110
001120  FD  ESCHEAT-REMIT-FILE
001130      BLOCK CONTAINS 0 RECORDS
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD
001160      DATA RECORD IS ESCHEAT-REMIT-IN-RCD.
001170
001180  01  ESCHEAT-REMIT-IN-RCD          PIC X(100).
001190
001200  FD  UP-FILED-FILE
001210      BLOCK CONTAINS 0 RECORDS
001220      RECORDING MODE IS F
001230      LABEL RECORDS ARE STANDARD
001240      DATA RECORD IS UP-FILED-RCD.
001250
001260  01  UP-FILED-RCD                  PIC X(100).
001270
001280  FD  ESCHEAT-RECLAIM-FILE
001290      BLOCK CONTAINS 0 RECORDS
001300      RECORDING MODE IS F
001310      LABEL RECORDS ARE STANDARD
001320      DATA RECORD IS ESCHEAT-RECLAIM-RCD.
001330
001340      COPY CLCWW101.
001350
001360  FD  REISSUE-FEED-FILE
001370      BLOCK CONTAINS 0 RECORDS
001380      RECORDING MODE IS F
001390      LABEL RECORDS ARE STANDARD
001400      DATA RECORD IS DISB-REQ-RCD.
001410
001420      COPY CLCWW027.
001430
001440  FD  OC-REGISTER-IN-FILE
001450      BLOCK CONTAINS 0 RECORDS
001460      RECORDING MODE IS F
001470      LABEL RECORDS ARE STANDARD
001480      DATA RECORD IS OC-REGISTER-RCD.
001490
001500      COPY CLCWW053.
001510
001520  FD  UP-ROLL-FORWARD-RPT
001530      BLOCK CONTAINS 0 RECORDS
001540      RECORDING MODE IS F
001550      LABEL RECORDS ARE STANDARD
001560      DATA RECORD IS UP-ROLL-FORWARD-RCD.
001570
001580  01  UP-ROLL-FORWARD-RCD           PIC X(133).
001590
001600      COPY C2INX005.
001610
001620  WORKING-STORAGE SECTION.
001630
001640      COPY C2INX003.
001650
001660      COPY C2INX006.
0016va
0016vb      COPY CLCWW166.
001670
001680      COPY CLCWW133.
001690
001700  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9144".
001710
001720* THE LEDGER AND BOTH REMIT-EXTRACT FILES ARE READ INTO AND
001730* WRITTEN FROM THESE AREAS.
001740      COPY CLCWW146.
001750
001760      COPY CLCWW056.
001770
001780  01  WS-SWITCHES.
001790      05  WS-LEDGI-EOF-SW         PIC X(01) VALUE "N".
001800          88  WS-LEDGI-EOF                VALUE "Y".
001810      05  WS-RMT-EOF-SW           PIC X(01) VALUE "N".
001820          88  WS-RMT-EOF                  VALUE "Y".
001830      05  WS-FILED-EOF-SW         PIC X(01) VALUE "N".
001840          88  WS-FILED-EOF                VALUE "Y".
001850      05  WS-RECLM-EOF-SW         PIC X(01) VALUE "N".
001860          88  WS-RECLM-EOF                VALUE "Y".
001870      05  WS-REIFD-EOF-SW         PIC X(01) VALUE "N".
001880          88  WS-REIFD-EOF                VALUE "Y".
001890      05  WS-OCREG-EOF-SW         PIC X(01) VALUE "N".
001900          88  WS-OCREG-EOF                VALUE "Y".
001910      05  WS-UPS-FOUND-SW         PIC X(01) VALUE "N".
001920          88  WS-UPS-FOUND                VALUE "Y".
001930      05  WS-UPI-FOUND-SW         PIC X(01) VALUE "N".
001940          88  WS-UPI-FOUND                VALUE "Y".
001950      05  WS-EXCP-HDR-SW          PIC X(01) VALUE "N".
001960          88  WS-EXCP-HDR-PRINTED         VALUE "Y".
001970
001980  01  WS-COUNTERS.
001990      05  WS-LEDGER-READ          PIC 9(09) COMP VALUE ZERO.
002000      05  WS-LEDGER-WRITTEN       PIC 9(09) COMP VALUE ZERO.
002010      05  WS-DORMANT-READ         PIC 9(09) COMP VALUE ZERO.
002020      05  WS-DORMANT-POSTED       PIC 9(09) COMP VALUE ZERO.
002030      05  WS-FILED-READ           PIC 9(09) COMP VALUE ZERO.
002040      05  WS-REMITTED-POSTED      PIC 9(09) COMP VALUE ZERO.
002050      05  WS-RECLAIMS-READ        PIC 9(09) COMP VALUE ZERO.
002060      05  WS-RECLAIMS-POSTED      PIC 9(09) COMP VALUE ZERO.
002070      05  WS-REISSUES-READ        PIC 9(09) COMP VALUE ZERO.
002080      05  WS-PAID-POSTED          PIC 9(09) COMP VALUE ZERO.
002090      05  WS-REISSUES-NOT-UP      PIC 9(09) COMP VALUE ZERO.
002100      05  WS-REGISTER-READ        PIC 9(09) COMP VALUE ZERO.
002110      05  WS-STALE-COUNT          PIC 9(09) COMP VALUE ZERO.
002120      05  WS-ON-REGISTER-COUNT    PIC 9(09) COMP VALUE ZERO.
002130      05  WS-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
002140      05  WS-OWED-COUNT           PIC 9(09) COMP VALUE ZERO.
002150      05  WS-EXCEPTION-COUNT      PIC 9(09) COMP VALUE ZERO.
002160
002170  01  WS-AMOUNTS.
002180      05  WS-STALE-AMOUNT         PIC S9(13)V99 VALUE ZERO.
002190      05  WS-ON-REGISTER-AMOUNT   PIC S9(13)V99 VALUE ZERO.
002200      05  WS-HELD-AMOUNT          PIC S9(13)V99 VALUE ZERO.
002210      05  WS-OWED-AMOUNT          PIC S9(13)V99 VALUE ZERO.
002220      05  WS-EXPOSURE-AMOUNT      PIC S9(13)V99 VALUE ZERO.
002230      05  WS-PROOF-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
002240
002250  01  WS-GRAND-TOTALS.
002260      05  WS-TOT-OPENING          PIC S9(13)V99 VALUE ZERO.
002270      05  WS-TOT-NEW-DORMANT      PIC S9(13)V99 VALUE ZERO.
002280      05  WS-TOT-REMITTED         PIC S9(13)V99 VALUE ZERO.
002290      05  WS-TOT-RECLAIMED        PIC S9(13)V99 VALUE ZERO.
002300      05  WS-TOT-PAID-OWNER       PIC S9(13)V99 VALUE ZERO.
002310      05  WS-TOT-CLOSING          PIC S9(13)V99 VALUE ZERO.
002320      05  WS-TOT-ITEMS            PIC 9(09) COMP VALUE ZERO.
002330
002340* THE MONTH BEING POSTED (CCYYMM OF THE RUN DATE).
002350  01  WS-RUN-PERIOD               PIC 9(06) VALUE ZERO.
002360
002370* ONE ENTRY PER STATE ON THE LEDGER OR SEEN THIS MONTH.
002380  01  WS-UPS-TABLE.
002390      05  WS-UPS-ENTRY            OCCURS 60 TIMES.
002400          10  WS-UPS-STATE            PIC X(02).
002410          10  WS-UPS-OPENING          PIC S9(13)V99.
002420          10  WS-UPS-NEW-DORMANT      PIC S9(13)V99.
002430          10  WS-UPS-REMITTED         PIC S9(13)V99.
002440          10  WS-UPS-RECLAIMED        PIC S9(13)V99.
002450          10  WS-UPS-PAID-OWNER       PIC S9(13)V99.
002460          10  WS-UPS-CLOSING          PIC S9(13)V99.
002470          10  WS-UPS-ITEM-TOTAL       PIC S9(13)V99.
002480          10  WS-UPS-ITEM-COUNT       PIC 9(07) COMP.
002490
002500  77  WS-UPS-COUNT                PIC 9(03) COMP VALUE ZERO.
002510  77  WS-UPS-TABLE-MAX            PIC 9(03) COMP VALUE 60.
002520  77  WS-UPS-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
002530  77  WS-UPS-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
002540  77  WS-UPS-SEARCH-STATE         PIC X(02) VALUE SPACES.
002550
002560* ONE ENTRY PER ITEM MAKING UP THE LIABILITY.  AN ITEM RELIEVED
002570* OR PAID THIS MONTH IS MARKED CLOSED RATHER THAN REMOVED, SO A
002580* LATER RECLAIM OF THE SAME CHECK OPENS A FRESH ENTRY.
002590  01  WS-UPI-TABLE.
002600      05  WS-UPI-ENTRY            OCCURS 5000 TIMES.
002610          10  WS-UPI-KEY.
002620              15  WS-UPI-BR-CODE      PIC X(03).
002630              15  WS-UPI-CHK-NUM      PIC X(08).
002640          10  WS-UPI-STATE            PIC X(02).
002650          10  WS-UPI-STATE-SUB        PIC 9(03) COMP.
002660          10  WS-UPI-ISSUE-DATE       PIC 9(08).
002670          10  WS-UPI-AMOUNT           PIC S9(10)V99.
002680          10  WS-UPI-STATUS           PIC X(01).
002690              88  WS-UPI-HELD             VALUE "H".
002700              88  WS-UPI-OWED-OWNER       VALUE "C".
002710          10  WS-UPI-STATUS-PERIOD    PIC 9(06).
002720          10  WS-UPI-PAYEE            PIC X(40).
002730          10  WS-UPI-OPEN-SW          PIC X(01).
002740              88  WS-UPI-OPEN             VALUE "Y".
002750
002760  77  WS-UPI-COUNT                PIC 9(05) COMP VALUE ZERO.
002770  77  WS-UPI-TABLE-MAX            PIC 9(05) COMP VALUE 5000.
002780  77  WS-UPI-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
002790  77  WS-UPI-MATCHED-SUB          PIC 9(05) COMP VALUE ZERO.
002800  77  WS-UPI-SEARCH-KEY           PIC X(11) VALUE SPACES.
002810
002820* THE ITEM BEING ADDED, PRIMED BY THE CALLER OF 1600-ADD-ITEM.
002830  01  WS-NEW-ITEM.
002840      05  WS-NI-KEY               PIC X(11).
002850      05  WS-NI-STATE             PIC X(02).
002860      05  WS-NI-ISSUE-DATE        PIC 9(08).
002870      05  WS-NI-AMOUNT            PIC S9(10)V99.
002880      05  WS-NI-STATUS            PIC X(01).
002890      05  WS-NI-PAYEE             PIC X(40).
002900
002910* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
002920  01  WS-GRAND-TOTAL-LINE.
002930      05  FILLER                  PIC X(02) VALUE SPACES.
002940      05  GTL-LITERAL             PIC X(30).
002950      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
002960      05  FILLER                  PIC X(78) VALUE SPACES.
002970
002980  01  WS-RPT-TITLE.
002990      05  FILLER                  PIC X(01) VALUE SPACES.
003000      05  FILLER                  PIC X(42)
003010              VALUE "UNCLAIMED-PROPERTY LIABILITY ROLL-FORWARD ".
003020      05  FILLER                  PIC X(08) VALUE "- PERIOD".
003030      05  FILLER                  PIC X(01) VALUE SPACES.
003040      05  RTL-PERIOD              PIC 9(06).
003050      05  FILLER                  PIC X(06) VALUE "  RUN ".
003060      05  RTL-RUN-DATE            PIC X(08).
003070      05  FILLER                  PIC X(61) VALUE SPACES.
003080
003090  01  WS-RFL-COLUMNS.
003100      05  FILLER                  PIC X(06) VALUE " STATE".
003110      05  FILLER                  PIC X(19)
003120              VALUE "            OPENING".
003130      05  FILLER                  PIC X(19)
003140              VALUE "        NEW DORMANT".
003150      05  FILLER                  PIC X(19)
003160              VALUE "           REMITTED".
003170      05  FILLER                  PIC X(19)
003180              VALUE "          RECLAIMED".
003190      05  FILLER                  PIC X(19)
003200              VALUE "      PAID TO OWNER".
003210      05  FILLER                  PIC X(19)
003220              VALUE "            CLOSING".
003230      05  FILLER                  PIC X(08) VALUE "   ITEMS".
003240      05  FILLER                  PIC X(05) VALUE SPACES.
003250
003260  01  WS-RFL-LINE.
003270      05  FILLER                  PIC X(01) VALUE SPACES.
003280      05  RFL-STATE               PIC X(05).
003290      05  FILLER                  PIC X(01) VALUE SPACES.
003300      05  RFL-OPENING             PIC ---,---,---,--9.99.
003310      05  FILLER                  PIC X(01) VALUE SPACES.
003320      05  RFL-NEW-DORMANT         PIC ---,---,---,--9.99.
003330      05  FILLER                  PIC X(01) VALUE SPACES.
003340      05  RFL-REMITTED            PIC ---,---,---,--9.99.
003350      05  FILLER                  PIC X(01) VALUE SPACES.
003360      05  RFL-RECLAIMED           PIC ---,---,---,--9.99.
003370      05  FILLER                  PIC X(01) VALUE SPACES.
003380      05  RFL-PAID-OWNER          PIC ---,---,---,--9.99.
003390      05  FILLER                  PIC X(01) VALUE SPACES.
003400      05  RFL-CLOSING             PIC ---,---,---,--9.99.
003410      05  FILLER                  PIC X(01) VALUE SPACES.
003420      05  RFL-ITEMS               PIC ZZZ,ZZ9.
003430      05  FILLER                  PIC X(05) VALUE SPACES.
003440
003450  01  WS-XL-COLUMNS.
003460      05  FILLER                  PIC X(05) VALUE " ST  ".
003470      05  FILLER                  PIC X(04) VALUE "BR  ".
003480      05  FILLER                  PIC X(09) VALUE "CHECK    ".
003490      05  FILLER                  PIC X(18)
003500              VALUE "            AMOUNT".
003510      05  FILLER                  PIC X(02) VALUE SPACES.
003520      05  FILLER                  PIC X(50) VALUE "EXCEPTION".
003530      05  FILLER                  PIC X(45) VALUE SPACES.
003540
003550  01  WS-XL-LINE.
003560      05  FILLER                  PIC X(01) VALUE SPACES.
003570      05  XL-STATE                PIC X(02).
003580      05  FILLER                  PIC X(02) VALUE SPACES.
003590      05  XL-BR-CODE              PIC X(03).
003600      05  FILLER                  PIC X(01) VALUE SPACES.
003610      05  XL-CHK-NUM              PIC X(08).
003620      05  FILLER                  PIC X(01) VALUE SPACES.
003630      05  XL-AMOUNT               PIC ---,---,---,--9.99.
003640      05  FILLER                  PIC X(02) VALUE SPACES.
003650      05  XL-REASON               PIC X(50).
003660      05  FILLER                  PIC X(45) VALUE SPACES.
003670
003680  01  WS-TIE-LINE.
003690      05  FILLER                  PIC X(01) VALUE SPACES.
003700      05  TL-LITERAL              PIC X(50).
003710      05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
003720      05  FILLER                  PIC X(02) VALUE SPACES.
003730      05  TL-AMOUNT               PIC ---,---,---,--9.99.
003740      05  FILLER                  PIC X(51) VALUE SPACES.
003750
003760  PROCEDURE DIVISION.
003770
003780  0000-MAINLINE.
003790
003800      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003810
003820      PERFORM 2000-POST-DORMANT      THRU 2000-EXIT
003830          UNTIL WS-RMT-EOF.
003840
003850      PERFORM 3000-POST-REMITTED     THRU 3000-EXIT
003860          UNTIL WS-FILED-EOF.
003870
003880      PERFORM 4000-POST-RECLAIMED    THRU 4000-EXIT
003890          UNTIL WS-RECLM-EOF.
003900
003910      PERFORM 5000-POST-PAID         THRU 5000-EXIT
003920          UNTIL WS-REIFD-EOF.
003930
003940      PERFORM 6000-TIE-REGISTER      THRU 6000-EXIT
003950          UNTIL WS-OCREG-EOF.
003960
003970      PERFORM 7000-ROLL-FORWARD      THRU 7000-EXIT.
003980
003990      PERFORM 7500-WRITE-LEDGER      THRU 7500-EXIT.
004000
004010      PERFORM 7800-PRINT-TIE         THRU 7800-EXIT.
004020
004030      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004040
004050      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
004060
004070      GOBACK.
004080
004090  1000-INITIALIZE.
004100
004110      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004120      OPEN EXTEND RUN-HISTORY-FILE.
004130
004140      COPY C2INZ001.
004150
004160      MOVE SWA-CURRENT-CCYY-DATE (1:6) TO WS-RUN-PERIOD.
004170
004180      OPEN INPUT  ESCHEAT-REMIT-FILE.
004190      OPEN INPUT  UP-FILED-FILE.
004200      OPEN INPUT  ESCHEAT-RECLAIM-FILE.
004210      OPEN INPUT  REISSUE-FEED-FILE.
004220      OPEN INPUT  OC-REGISTER-IN-FILE.
0042va      PERFORM 1160-CHECK-REGISTER-LAYOUT THRU 1160-EXIT.
004230      OPEN OUTPUT UP-LEDGER-OUT-FILE.
0042vb      MOVE "CLCWW146"             TO WS-LV-CHECK-FILE-ID.
0042vc      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0042vd      WRITE UP-LEDGER-OUT-RCD FROM LAYOUT-HEADER-RCD.
004240      OPEN OUTPUT UP-ROLL-FORWARD-RPT.
004250
004260      MOVE WS-RUN-PERIOD          TO RTL-PERIOD.
004270      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
004280      MOVE WS-RPT-TITLE           TO UP-ROLL-FORWARD-RCD.
004290      WRITE UP-ROLL-FORWARD-RCD.
004300
004310      OPEN INPUT UP-LEDGER-IN-FILE.
0043va      PERFORM 1150-CHECK-LEDGER-LAYOUT THRU 1150-EXIT.
004320      PERFORM 1200-LOAD-LEDGER-RCD THRU 1200-EXIT
004330          UNTIL WS-LEDGI-EOF.
004340      CLOSE UP-LEDGER-IN-FILE.
004350
004360  1000-EXIT.
004370      EXIT.
0043vb
0043vc* 1150-CHECK-LEDGER-LAYOUT
0043vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0043ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0043vf*   READ SEES END OF FILE.
0043vg  1150-CHECK-LEDGER-LAYOUT.
0043vh
0043vi      MOVE "CLCWW146"             TO WS-LV-CHECK-FILE-ID.
0043vj      MOVE "UPLEDGI"              TO WS-LV-CHECK-DDNAME.
0043vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0043vl      READ UP-LEDGER-IN-FILE INTO LAYOUT-HEADER-RCD
0043vm          AT END
0043vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0043vo      END-READ.
0043vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0043vq
0043vr      IF WS-LV-FILE-EMPTY
0043vs          CLOSE UP-LEDGER-IN-FILE
0043vt          OPEN INPUT UP-LEDGER-IN-FILE
0043vu      END-IF.
0043vv
0043vw  1150-EXIT.
0043vx      EXIT.
0043vy
0043vz* 1160-CHECK-REGISTER-LAYOUT
0043wa*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0043wb*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0043wc*   READ SEES END OF FILE.
0043wd  1160-CHECK-REGISTER-LAYOUT.
0043we
0043wf      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0043wg      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0043wh      MOVE "N"                    TO WS-LV-EMPTY-SW.
0043wi      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0043wj          AT END
0043wk              MOVE "Y"            TO WS-LV-EMPTY-SW
0043wl      END-READ.
0043wm      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0043wn
0043wo      IF WS-LV-FILE-EMPTY
0043wp          CLOSE OC-REGISTER-IN-FILE
0043wq          OPEN INPUT OC-REGISTER-IN-FILE
0043wr      END-IF.
0043ws
0043wt  1160-EXIT.
0043wu      EXIT.
004380
004390* 1200-LOAD-LEDGER-RCD
004400*   A BALANCE RECORD OPENS ITS STATE AT THE CLOSING BALANCE IT
004410*   CARRIED; AN ITEM RECORD GOES BACK INTO THE ITEM TABLE.  A
004420*   LEDGER ALREADY POSTED FOR THIS PERIOD MEANS THE MONTH WOULD
004430*   POST TWICE, SO THE RUN ABENDS.
004440  1200-LOAD-LEDGER-RCD.
004450
004460      READ UP-LEDGER-IN-FILE INTO UP-LEDGER-RCD
004470          AT END
004480              MOVE "Y" TO WS-LEDGI-EOF-SW
004490              GO TO 1200-EXIT
004500      END-READ.
004510
004520      ADD 1 TO WS-LEDGER-READ.
004530
004540      IF UL-BALANCE-RECORD
004550          IF UL-PERIOD NOT < WS-RUN-PERIOD
004560              MOVE "LEDGER ALREADY POSTED FOR:" TO SCR-LITERAL
004570              MOVE UL-PERIOD          TO SCR-COUNT
004580              MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004590              PERFORM 8999-WRITE-SYSOUT
004600              MOVE "1200-LOAD-LEDGER-RCD" TO SAR-PARAGRAPH
004610              MOVE "UPL01"            TO SAR-RETURN-CODE
004620              MOVE SPACES             TO SAR-DB-NAME
004630              MOVE "UPLEDGI POSTED"   TO SAR-TABLE-NAME
004640              MOVE SPACES             TO SAR-SQLCODE
004650              GO TO 9998-COREDUMP
004660          END-IF
004670          MOVE UL-STATE               TO WS-UPS-SEARCH-STATE
004680          PERFORM 1400-FIND-STATE-ENTRY THRU 1400-EXIT
004690          MOVE UL-CLOSING-BALANCE
004700                      TO WS-UPS-OPENING (WS-UPS-MATCHED-SUB)
004710          GO TO 1200-EXIT
004720      END-IF.
004730
004740      IF NOT UL-ITEM-RECORD
004750          MOVE "1200-LOAD-LEDGER-RCD" TO SAR-PARAGRAPH
004760          MOVE "UPL02"                TO SAR-RETURN-CODE
004770          MOVE SPACES                 TO SAR-DB-NAME
004780          MOVE "UPLEDGI RCD TYPE"     TO SAR-TABLE-NAME
004790          MOVE SPACES                 TO SAR-SQLCODE
004800          GO TO 9998-COREDUMP
004810      END-IF.
004820
004830      MOVE UL-ISSUING-BR-CODE     TO WS-NI-KEY (1:3).
004840      MOVE UL-ONSITE-CHK-NUM      TO WS-NI-KEY (4:8).
004850      MOVE UL-STATE               TO WS-NI-STATE.
004860      MOVE UL-ISSUE-DATE          TO WS-NI-ISSUE-DATE.
004870      MOVE UL-AMOUNT              TO WS-NI-AMOUNT.
004880      MOVE UL-ITEM-STATUS         TO WS-NI-STATUS.
004890      MOVE UL-PAYEE-NAME          TO WS-NI-PAYEE.
004900      PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
004910      MOVE UL-STATUS-PERIOD
004920                  TO WS-UPI-STATUS-PERIOD (WS-UPI-MATCHED-SUB).
004930
004940  1200-EXIT.
004950      EXIT.
004960
004970* 1400-FIND-STATE-ENTRY
004980*   FINDS THE STATE IN WS-UPS-SEARCH-STATE, OPENING A ZEROED
004990*   ENTRY THE FIRST TIME A STATE IS SEEN.  A FULL TABLE ABENDS -
005000*   A LEDGER CANNOT DROP A STATE'S LIABILITY.
005010  1400-FIND-STATE-ENTRY.
005020
005030      MOVE "N" TO WS-UPS-FOUND-SW.
005040      MOVE ZERO TO WS-UPS-MATCHED-SUB.
005050
005060      PERFORM 1410-SEARCH-STATE-ENTRY THRU 1410-EXIT
005070          VARYING WS-UPS-TBL-SUB FROM 1 BY 1
005080          UNTIL WS-UPS-TBL-SUB > WS-UPS-COUNT
005090             OR WS-UPS-FOUND.
005100
005110      IF WS-UPS-FOUND
005120          GO TO 1400-EXIT
005130      END-IF.
005140
005150      IF WS-UPS-COUNT NOT < WS-UPS-TABLE-MAX
005160          MOVE "*UNCLAIMED STATE TABLE FULL AT:"
005170                                  TO CC-E01W-DISPLAY-RCD
005180          PERFORM 8999-WRITE-SYSOUT
005190          MOVE WS-UPS-TABLE-MAX   TO SCR-COUNT
005200          MOVE "STATE TABLE MAXIMUM:" TO SCR-LITERAL
005210          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005220          PERFORM 8999-WRITE-SYSOUT
005230          MOVE "1400-FIND-STATE-ENTRY" TO SAR-PARAGRAPH
005240          MOVE "TBLFL"            TO SAR-RETURN-CODE
005250          MOVE SPACES             TO SAR-DB-NAME
005260          MOVE "UPLEDGI STATES"   TO SAR-TABLE-NAME
005270          MOVE SPACES             TO SAR-SQLCODE
005280          GO TO 9998-COREDUMP
005290      END-IF.
005300
005310      ADD 1 TO WS-UPS-COUNT.
005320      MOVE WS-UPS-COUNT           TO WS-UPS-MATCHED-SUB.
005330      MOVE WS-UPS-SEARCH-STATE
005340                  TO WS-UPS-STATE (WS-UPS-MATCHED-SUB).
005350      MOVE ZERO   TO WS-UPS-OPENING (WS-UPS-MATCHED-SUB)
005360                     WS-UPS-NEW-DORMANT (WS-UPS-MATCHED-SUB)
005370                     WS-UPS-REMITTED (WS-UPS-MATCHED-SUB)
005380                     WS-UPS-RECLAIMED (WS-UPS-MATCHED-SUB)
005390                     WS-UPS-PAID-OWNER (WS-UPS-MATCHED-SUB)
005400                     WS-UPS-CLOSING (WS-UPS-MATCHED-SUB)
005410                     WS-UPS-ITEM-TOTAL (WS-UPS-MATCHED-SUB)
005420                     WS-UPS-ITEM-COUNT (WS-UPS-MATCHED-SUB).
005430
005440  1400-EXIT.
005450      EXIT.
005460
005470  1410-SEARCH-STATE-ENTRY.
005480
005490      IF WS-UPS-STATE (WS-UPS-TBL-SUB) = WS-UPS-SEARCH-STATE
005500          MOVE "Y" TO WS-UPS-FOUND-SW
005510          MOVE WS-UPS-TBL-SUB TO WS-UPS-MATCHED-SUB
005520      END-IF.
005530
005540  1410-EXIT.
005550      EXIT.
005560
005570* 1500-FIND-ITEM
005580*   FINDS THE OPEN ITEM FOR THE CHECK IN WS-UPI-SEARCH-KEY.  AN
005590*   ITEM CLOSED EARLIER IN THE RUN IS PASSED OVER.
005600  1500-FIND-ITEM.
005610
005620      MOVE "N" TO WS-UPI-FOUND-SW.
005630      MOVE ZERO TO WS-UPI-MATCHED-SUB.
005640
005650      PERFORM 1510-SEARCH-ITEM THRU 1510-EXIT
005660          VARYING WS-UPI-TBL-SUB FROM 1 BY 1
005670          UNTIL WS-UPI-TBL-SUB > WS-UPI-COUNT
005680             OR WS-UPI-FOUND.
005690
005700  1500-EXIT.
005710      EXIT.
005720
005730  1510-SEARCH-ITEM.
005740
005750      IF WS-UPI-SEARCH-KEY = WS-UPI-KEY (WS-UPI-TBL-SUB)
005760         AND WS-UPI-OPEN (WS-UPI-TBL-SUB)
005770          MOVE "Y" TO WS-UPI-FOUND-SW
005780          MOVE WS-UPI-TBL-SUB TO WS-UPI-MATCHED-SUB
005790      END-IF.
005800
005810  1510-EXIT.
005820      EXIT.
005830
005840* 1600-ADD-ITEM
005850*   OPENS THE ITEM PRIMED IN WS-NEW-ITEM, STAMPED WITH THE RUN
005860*   PERIOD, UNDER ITS STATE.  A FULL TABLE ABENDS - AN ITEM LEFT
005870*   OFF WOULD FALL OUT OF THE LIABILITY.
005880  1600-ADD-ITEM.
005890
005900      IF WS-UPI-COUNT NOT < WS-UPI-TABLE-MAX
005910          MOVE "*UNCLAIMED ITEM TABLE FULL AT:"
005920                                  TO CC-E01W-DISPLAY-RCD
005930          PERFORM 8999-WRITE-SYSOUT
005940          MOVE WS-UPI-TABLE-MAX   TO SCR-COUNT
005950          MOVE "ITEM TABLE MAXIMUM:" TO SCR-LITERAL
005960          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005970          PERFORM 8999-WRITE-SYSOUT
005980          MOVE "1600-ADD-ITEM"    TO SAR-PARAGRAPH
005990          MOVE "TBLFL"            TO SAR-RETURN-CODE
006000          MOVE SPACES             TO SAR-DB-NAME
006010          MOVE "UPLEDGI ITEMS"    TO SAR-TABLE-NAME
006020          MOVE SPACES             TO SAR-SQLCODE
006030          GO TO 9998-COREDUMP
006040      END-IF.
006050
006060      MOVE WS-NI-STATE            TO WS-UPS-SEARCH-STATE.
006070      PERFORM 1400-FIND-STATE-ENTRY THRU 1400-EXIT.
006080
006090      ADD 1 TO WS-UPI-COUNT.
006100      MOVE WS-UPI-COUNT           TO WS-UPI-MATCHED-SUB.
006110      MOVE WS-NI-KEY      TO WS-UPI-KEY (WS-UPI-MATCHED-SUB).
006120      MOVE WS-NI-STATE    TO WS-UPI-STATE (WS-UPI-MATCHED-SUB).
006130      MOVE WS-UPS-MATCHED-SUB
006140                  TO WS-UPI-STATE-SUB (WS-UPI-MATCHED-SUB).
006150      MOVE WS-NI-ISSUE-DATE
006160                  TO WS-UPI-ISSUE-DATE (WS-UPI-MATCHED-SUB).
006170      MOVE WS-NI-AMOUNT   TO WS-UPI-AMOUNT (WS-UPI-MATCHED-SUB).
006180      MOVE WS-NI-STATUS   TO WS-UPI-STATUS (WS-UPI-MATCHED-SUB).
006190      MOVE WS-RUN-PERIOD
006200                  TO WS-UPI-STATUS-PERIOD (WS-UPI-MATCHED-SUB).
006210      MOVE WS-NI-PAYEE    TO WS-UPI-PAYEE (WS-UPI-MATCHED-SUB).
006220      MOVE "Y"            TO WS-UPI-OPEN-SW (WS-UPI-MATCHED-SUB).
006230
006240  1600-EXIT.
006250      EXIT.
006260
006270* 2000-POST-DORMANT
006280*   EVERY ITEM CCCW9145 ESCHEATED THIS MONTH LEFT THE REGISTER
006290*   AND IS NOW HELD FOR ITS STATE - THE NEW DORMANT LIABILITY.
006300  2000-POST-DORMANT.
006310
006320      READ ESCHEAT-REMIT-FILE INTO ESCHEAT-REMIT-RCD
006330          AT END
006340              MOVE "Y" TO WS-RMT-EOF-SW
006350              GO TO 2000-EXIT
006360      END-READ.
006370
006380      ADD 1 TO WS-DORMANT-READ.
006390
006400      MOVE SR-ISSUING-BR-CODE     TO WS-UPI-SEARCH-KEY (1:3).
006410      MOVE SR-ONSITE-CHK-NUM      TO WS-UPI-SEARCH-KEY (4:8).
006420      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
006430
006440      IF WS-UPI-FOUND
006450          MOVE SR-STATE (1:2)     TO XL-STATE
006460          MOVE SR-ISSUING-BR-CODE TO XL-BR-CODE
006470          MOVE SR-ONSITE-CHK-NUM  TO XL-CHK-NUM
006480          MOVE SR-AMOUNT          TO XL-AMOUNT
006490          MOVE "DORMANT ITEM ALREADY ON THE LEDGER - NOT POSTED"
006500                                  TO XL-REASON
006510          PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
006520          GO TO 2000-EXIT
006530      END-IF.
006540
006550      MOVE WS-UPI-SEARCH-KEY      TO WS-NI-KEY.
006560      MOVE SR-STATE (1:2)         TO WS-NI-STATE.
006570      MOVE SR-ISSUE-DATE          TO WS-NI-ISSUE-DATE.
006580      MOVE SR-AMOUNT              TO WS-NI-AMOUNT.
006590      MOVE "H"                    TO WS-NI-STATUS.
006600      MOVE SR-PAYEE-NAME          TO WS-NI-PAYEE.
006610      PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
006620
006630      ADD SR-AMOUNT TO WS-UPS-NEW-DORMANT (WS-UPS-MATCHED-SUB).
006640      ADD 1 TO WS-DORMANT-POSTED.
006650
006660  2000-EXIT.
006670      EXIT.
006680
006690* 3000-POST-REMITTED
006700*   A HELD ITEM IN A REPORT FILED WITH THE STATE THIS MONTH IS
006710*   RELIEVED AT THE AMOUNT IT WAS HELD AT.  ONE NOT HELD, OR
006720*   ALREADY RECLAIMED FOR ITS OWNER, IS AN EXCEPTION.
006730  3000-POST-REMITTED.
006740
006750      READ UP-FILED-FILE INTO ESCHEAT-REMIT-RCD
006760          AT END
006770              MOVE "Y" TO WS-FILED-EOF-SW
006780              GO TO 3000-EXIT
006790      END-READ.
006800
006810      ADD 1 TO WS-FILED-READ.
006820
006830      MOVE SR-ISSUING-BR-CODE     TO WS-UPI-SEARCH-KEY (1:3).
006840      MOVE SR-ONSITE-CHK-NUM      TO WS-UPI-SEARCH-KEY (4:8).
006850      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
006860
006870      MOVE SR-STATE (1:2)         TO XL-STATE.
006880      MOVE SR-ISSUING-BR-CODE     TO XL-BR-CODE.
006890      MOVE SR-ONSITE-CHK-NUM      TO XL-CHK-NUM.
006900      MOVE SR-AMOUNT              TO XL-AMOUNT.
006910
006920      IF NOT WS-UPI-FOUND
006930          MOVE "REMITTED ITEM NOT HELD ON THE LEDGER"
006940                                  TO XL-REASON
006950          PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
006960          GO TO 3000-EXIT
006970      END-IF.
006980
006990      IF NOT WS-UPI-HELD (WS-UPI-MATCHED-SUB)
007000          MOVE "REMITTED ITEM ALREADY RECLAIMED FOR THE OWNER"
007010                                  TO XL-REASON
007020          PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
007030          GO TO 3000-EXIT
007040      END-IF.
007050
007060      IF SR-AMOUNT NOT = WS-UPI-AMOUNT (WS-UPI-MATCHED-SUB)
007070          MOVE "REMITTED AMOUNT DIFFERS - RELIEVED AT HELD AMOUNT"
007080                                  TO XL-REASON
007090          PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
007100      END-IF.
007110
007120      MOVE WS-UPI-STATE-SUB (WS-UPI-MATCHED-SUB)
007130                                  TO WS-UPS-MATCHED-SUB.
007140      ADD WS-UPI-AMOUNT (WS-UPI-MATCHED-SUB)
007150                  TO WS-UPS-REMITTED (WS-UPS-MATCHED-SUB).
007160      MOVE "N"    TO WS-UPI-OPEN-SW (WS-UPI-MATCHED-SUB).
007170      ADD 1 TO WS-REMITTED-POSTED.
007180
007190  3000-EXIT.
007200      EXIT.
007210
007220* 4000-POST-RECLAIMED
007230*   A RECLAMATION CCCW9146 RAISED FOR AN OWNER CLAIM REVERSES THE
007240*   REMITTANCE - THE ITEM COMES BACK ON THE LEDGER, OWED TO THE
007250*   OWNER, UNTIL ITS REISSUE PAYS IT.  A CLAIM ON AN ITEM STILL
007260*   HELD NEVER LEFT THE LEDGER, SO IT MOVES NOTHING.
007270  4000-POST-RECLAIMED.
007280
007290      READ ESCHEAT-RECLAIM-FILE
007300          AT END
007310              MOVE "Y" TO WS-RECLM-EOF-SW
007320              GO TO 4000-EXIT
007330      END-READ.
007340
007350      ADD 1 TO WS-RECLAIMS-READ.
007360
007370      MOVE ER-ISSUING-BR-CODE     TO WS-UPI-SEARCH-KEY (1:3).
007380      MOVE ER-ONSITE-CHK-NUM      TO WS-UPI-SEARCH-KEY (4:8).
007390      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
007400
007410      IF WS-UPI-FOUND
007420          MOVE ER-STATE (1:2)     TO XL-STATE
007430          MOVE ER-ISSUING-BR-CODE TO XL-BR-CODE
007440          MOVE ER-ONSITE-CHK-NUM  TO XL-CHK-NUM
007450          MOVE ER-AMOUNT          TO XL-AMOUNT
007460          IF WS-UPI-HELD (WS-UPI-MATCHED-SUB)
007470              MOVE "CLAIM ON ITEM NOT YET REMITTED - STILL HELD"
007480                                  TO XL-REASON
007490          ELSE
007500              MOVE "ITEM ALREADY RECLAIMED - NOT POSTED"
007510                                  TO XL-REASON
007520          END-IF
007530          PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
007540          GO TO 4000-EXIT
007550      END-IF.
007560
007570      MOVE WS-UPI-SEARCH-KEY      TO WS-NI-KEY.
007580      MOVE ER-STATE (1:2)         TO WS-NI-STATE.
007590      MOVE ZERO                   TO WS-NI-ISSUE-DATE.
007600      MOVE ER-AMOUNT              TO WS-NI-AMOUNT.
007610      MOVE "C"                    TO WS-NI-STATUS.
007620      MOVE ER-CLAIMANT-NAME       TO WS-NI-PAYEE.
007630      PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
007640
007650      ADD ER-AMOUNT TO WS-UPS-RECLAIMED (WS-UPS-MATCHED-SUB).
007660      ADD 1 TO WS-RECLAIMS-POSTED.
007670
007680  4000-EXIT.
007690      EXIT.
007700
007710* 5000-POST-PAID
007720*   A REISSUE WHOSE ORIGINAL IS AN OPEN LEDGER ITEM PAYS THE
007730*   OWNER AND CLEARS THE ITEM.  OTHER REISSUES (A STOPPED CHECK
007740*   NEVER ESCHEATED) ARE ONLY COUNTED; THE BATCH HEADER AND
007750*   TRAILER AND THE INTEREST DISBURSEMENTS ARE PASSED OVER.
007760  5000-POST-PAID.
007770
007780      READ REISSUE-FEED-FILE
007790          AT END
007800              MOVE "Y" TO WS-REIFD-EOF-SW
007810              GO TO 5000-EXIT
007820      END-READ.
007830
007840      IF DISB-REQ-RCD (1:10) = LOW-VALUES
007850          OR DISB-REQ-RCD (1:10) = HIGH-VALUES
007860          GO TO 5000-EXIT
007870      END-IF.
007880
007890      IF NOT DISB-REISSUE
007900          GO TO 5000-EXIT
007910      END-IF.
007920
007930      ADD 1 TO WS-REISSUES-READ.
007940
007950      MOVE DISB-ISSUING-BR-CODE   TO WS-UPI-SEARCH-KEY (1:3).
007960      MOVE DISB-ORIG-CHK-NUM      TO WS-UPI-SEARCH-KEY (4:8).
007970      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
007980
007990      IF NOT WS-UPI-FOUND
008000          ADD 1 TO WS-REISSUES-NOT-UP
008010          GO TO 5000-EXIT
008020      END-IF.
008030
008040      MOVE WS-UPI-STATE-SUB (WS-UPI-MATCHED-SUB)
008050                                  TO WS-UPS-MATCHED-SUB.
008060      ADD WS-UPI-AMOUNT (WS-UPI-MATCHED-SUB)
008070                  TO WS-UPS-PAID-OWNER (WS-UPS-MATCHED-SUB).
008080      MOVE "N"    TO WS-UPI-OPEN-SW (WS-UPI-MATCHED-SUB).
008090      ADD 1 TO WS-PAID-POSTED.
008100
008110  5000-EXIT.
008120      EXIT.
008130
008140* 6000-TIE-REGISTER
008150*   THE MONTH-END REGISTER'S STALE ITEMS ARE THE POPULATION STILL
008160*   AWAITING DORMANCY.  AN OPEN LEDGER ITEM CAN NO LONGER BE ON
008170*   THE REGISTER - IF IT IS, IT IS COUNTED TWICE.
008180  6000-TIE-REGISTER.
008190
008200      READ OC-REGISTER-IN-FILE
008210          AT END
008220              MOVE "Y" TO WS-OCREG-EOF-SW
008230              GO TO 6000-EXIT
008240      END-READ.
008250
008260      ADD 1 TO WS-REGISTER-READ.
008270
008280      IF OC-STALE-ITEM
008290          ADD 1 TO WS-STALE-COUNT
008300          ADD OC-DISB-AMOUNT TO WS-STALE-AMOUNT
008310      END-IF.
008320
008330      MOVE OC-ISSUING-BR-CODE     TO WS-UPI-SEARCH-KEY (1:3).
008340      MOVE OC-ONSITE-CHK-NUM      TO WS-UPI-SEARCH-KEY (4:8).
008350      PERFORM 1500-FIND-ITEM THRU 1500-EXIT.
008360
008370      IF NOT WS-UPI-FOUND
008380          GO TO 6000-EXIT
008390      END-IF.
008400
008410      ADD 1 TO WS-ON-REGISTER-COUNT.
008420      ADD OC-DISB-AMOUNT TO WS-ON-REGISTER-AMOUNT.
008430      MOVE WS-UPI-STATE (WS-UPI-MATCHED-SUB) TO XL-STATE.
008440      MOVE OC-ISSUING-BR-CODE     TO XL-BR-CODE.
008450      MOVE OC-ONSITE-CHK-NUM      TO XL-CHK-NUM.
008460      MOVE OC-DISB-AMOUNT         TO XL-AMOUNT.
008470      MOVE "LEDGER ITEM STILL ON THE OUTSTANDING-CHECK REGISTER"
008480                                  TO XL-REASON.
008490      PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT.
008500
008510  6000-EXIT.
008520      EXIT.
008530
008540* 6900-WRITE-EXCEPTION
008550*   PRINTS THE EXCEPTION PRIMED IN WS-XL-LINE, UNDER A HEADING
008560*   PRINTED WITH THE FIRST ONE.
008570  6900-WRITE-EXCEPTION.
008580
008590      IF NOT WS-EXCP-HDR-PRINTED
008600          MOVE SPACES             TO UP-ROLL-FORWARD-RCD
008610          WRITE UP-ROLL-FORWARD-RCD
008620          MOVE " POSTING EXCEPTIONS" TO UP-ROLL-FORWARD-RCD
008630          WRITE UP-ROLL-FORWARD-RCD
008640          MOVE WS-XL-COLUMNS      TO UP-ROLL-FORWARD-RCD
008650          WRITE UP-ROLL-FORWARD-RCD
008660          MOVE "Y"                TO WS-EXCP-HDR-SW
008670      END-IF.
008680
008690      MOVE WS-XL-LINE             TO UP-ROLL-FORWARD-RCD.
008700      WRITE UP-ROLL-FORWARD-RCD.
008710      ADD 1 TO WS-EXCEPTION-COUNT.
008720
008730      MOVE SPACES                 TO XL-STATE
008740                                     XL-BR-CODE
008750                                     XL-CHK-NUM
008760                                     XL-REASON.
008770      MOVE ZERO                   TO XL-AMOUNT.
008780
008790  6900-EXIT.
008800      EXIT.
008810
008820* 7000-ROLL-FORWARD
008830*   CLOSING = OPENING + NEW DORMANT - REMITTED + RECLAIMED - PAID
008840*   TO OWNER, FOR EACH STATE, PROVED TO THE SUM OF THE STATE'S
008850*   OPEN ITEMS.  A STATE THAT DOES NOT PROVE IS AN EXCEPTION.
008860  7000-ROLL-FORWARD.
008870
008880      PERFORM 7100-SUM-ITEM THRU 7100-EXIT
008890          VARYING WS-UPI-TBL-SUB FROM 1 BY 1
008900          UNTIL WS-UPI-TBL-SUB > WS-UPI-COUNT.
008910
008920      MOVE SPACES                 TO UP-ROLL-FORWARD-RCD.
008930      WRITE UP-ROLL-FORWARD-RCD.
008940      MOVE WS-RFL-COLUMNS         TO UP-ROLL-FORWARD-RCD.
008950      WRITE UP-ROLL-FORWARD-RCD.
008960
008970      PERFORM 7200-PRINT-STATE THRU 7200-EXIT
008980          VARYING WS-UPS-TBL-SUB FROM 1 BY 1
008990          UNTIL WS-UPS-TBL-SUB > WS-UPS-COUNT.
009000
009010      IF WS-UPS-COUNT = ZERO
009020          MOVE "  NO UNCLAIMED-PROPERTY LIABILITY THIS PERIOD"
009030                                  TO UP-ROLL-FORWARD-RCD
009040          WRITE UP-ROLL-FORWARD-RCD
009050      END-IF.
009060
009070      MOVE SPACES                 TO WS-RFL-LINE.
009080      MOVE "TOTAL"                TO RFL-STATE.
009090      MOVE WS-TOT-OPENING         TO RFL-OPENING.
009100      MOVE WS-TOT-NEW-DORMANT     TO RFL-NEW-DORMANT.
009110      MOVE WS-TOT-REMITTED        TO RFL-REMITTED.
009120      MOVE WS-TOT-RECLAIMED       TO RFL-RECLAIMED.
009130      MOVE WS-TOT-PAID-OWNER      TO RFL-PAID-OWNER.
009140      MOVE WS-TOT-CLOSING         TO RFL-CLOSING.
009150      MOVE WS-TOT-ITEMS           TO RFL-ITEMS.
009160      MOVE SPACES                 TO UP-ROLL-FORWARD-RCD.
009170      WRITE UP-ROLL-FORWARD-RCD.
009180      MOVE WS-RFL-LINE            TO UP-ROLL-FORWARD-RCD.
009190      WRITE UP-ROLL-FORWARD-RCD.
009200
009210  7000-EXIT.
009220      EXIT.
009230
009240  7100-SUM-ITEM.
009250
009260      IF NOT WS-UPI-OPEN (WS-UPI-TBL-SUB)
009270          GO TO 7100-EXIT
009280      END-IF.
009290
009300      MOVE WS-UPI-STATE-SUB (WS-UPI-TBL-SUB)
009310                                  TO WS-UPS-MATCHED-SUB.
009320      ADD WS-UPI-AMOUNT (WS-UPI-TBL-SUB)
009330                  TO WS-UPS-ITEM-TOTAL (WS-UPS-MATCHED-SUB).
009340      ADD 1       TO WS-UPS-ITEM-COUNT (WS-UPS-MATCHED-SUB).
009350
009360      IF WS-UPI-HELD (WS-UPI-TBL-SUB)
009370          ADD 1 TO WS-HELD-COUNT
009380          ADD WS-UPI-AMOUNT (WS-UPI-TBL-SUB) TO WS-HELD-AMOUNT
009390      ELSE
009400          ADD 1 TO WS-OWED-COUNT
009410          ADD WS-UPI-AMOUNT (WS-UPI-TBL-SUB) TO WS-OWED-AMOUNT
009420      END-IF.
009430
009440  7100-EXIT.
009450      EXIT.
009460
009470  7200-PRINT-STATE.
009480
009490      COMPUTE WS-UPS-CLOSING (WS-UPS-TBL-SUB) =
009500              WS-UPS-OPENING (WS-UPS-TBL-SUB)
009510            + WS-UPS-NEW-DORMANT (WS-UPS-TBL-SUB)
009520            - WS-UPS-REMITTED (WS-UPS-TBL-SUB)
009530            + WS-UPS-RECLAIMED (WS-UPS-TBL-SUB)
009540            - WS-UPS-PAID-OWNER (WS-UPS-TBL-SUB).
009550
009560      MOVE SPACES                 TO WS-RFL-LINE.
009570      MOVE WS-UPS-STATE (WS-UPS-TBL-SUB)       TO RFL-STATE.
009580      MOVE WS-UPS-OPENING (WS-UPS-TBL-SUB)     TO RFL-OPENING.
009590      MOVE WS-UPS-NEW-DORMANT (WS-UPS-TBL-SUB) TO RFL-NEW-DORMANT.
009600      MOVE WS-UPS-REMITTED (WS-UPS-TBL-SUB)    TO RFL-REMITTED.
009610      MOVE WS-UPS-RECLAIMED (WS-UPS-TBL-SUB)   TO RFL-RECLAIMED.
009620      MOVE WS-UPS-PAID-OWNER (WS-UPS-TBL-SUB)  TO RFL-PAID-OWNER.
009630      MOVE WS-UPS-CLOSING (WS-UPS-TBL-SUB)     TO RFL-CLOSING.
009640      MOVE WS-UPS-ITEM-COUNT (WS-UPS-TBL-SUB)  TO RFL-ITEMS.
009650      MOVE WS-RFL-LINE            TO UP-ROLL-FORWARD-RCD.
009660      WRITE UP-ROLL-FORWARD-RCD.
009670
009680      ADD WS-UPS-OPENING (WS-UPS-TBL-SUB)     TO WS-TOT-OPENING.
009690      ADD WS-UPS-NEW-DORMANT (WS-UPS-TBL-SUB)
009700                                  TO WS-TOT-NEW-DORMANT.
009710      ADD WS-UPS-REMITTED (WS-UPS-TBL-SUB)    TO WS-TOT-REMITTED.
009720      ADD WS-UPS-RECLAIMED (WS-UPS-TBL-SUB)   TO WS-TOT-RECLAIMED.
009730      ADD WS-UPS-PAID-OWNER (WS-UPS-TBL-SUB)
009740                                  TO WS-TOT-PAID-OWNER.
009750      ADD WS-UPS-CLOSING (WS-UPS-TBL-SUB)     TO WS-TOT-CLOSING.
009760      ADD WS-UPS-ITEM-COUNT (WS-UPS-TBL-SUB)  TO WS-TOT-ITEMS.
009770
009780      IF WS-UPS-CLOSING (WS-UPS-TBL-SUB) =
009790         WS-UPS-ITEM-TOTAL (WS-UPS-TBL-SUB)
009800          GO TO 7200-EXIT
009810      END-IF.
009820
009830      COMPUTE WS-PROOF-DIFFERENCE =
009840              WS-UPS-CLOSING (WS-UPS-TBL-SUB)
009850            - WS-UPS-ITEM-TOTAL (WS-UPS-TBL-SUB).
009860      MOVE WS-UPS-STATE (WS-UPS-TBL-SUB) TO XL-STATE.
009870      MOVE WS-PROOF-DIFFERENCE    TO XL-AMOUNT.
009880      MOVE "CLOSING BALANCE DOES NOT PROVE TO THE OPEN ITEMS"
009890                                  TO XL-REASON.
009900      MOVE WS-XL-LINE             TO UP-ROLL-FORWARD-RCD.
009910      WRITE UP-ROLL-FORWARD-RCD.
009920      ADD 1 TO WS-EXCEPTION-COUNT.
009930      MOVE SPACES                 TO XL-STATE
009940                                     XL-REASON.
009950      MOVE ZERO                   TO XL-AMOUNT.
009960
009970  7200-EXIT.
009980      EXIT.
009990
010000* 7500-WRITE-LEDGER
010010*   THE NEXT MONTH'S LEDGER - A BALANCE RECORD FOR EVERY STATE
010020*   WITH A BALANCE OR ACTIVITY, THEN THE OPEN ITEMS.
010030  7500-WRITE-LEDGER.
010040
010050      PERFORM 7510-WRITE-BALANCE THRU 7510-EXIT
010060          VARYING WS-UPS-TBL-SUB FROM 1 BY 1
010070          UNTIL WS-UPS-TBL-SUB > WS-UPS-COUNT.
010080
010090      PERFORM 7520-WRITE-ITEM THRU 7520-EXIT
010100          VARYING WS-UPI-TBL-SUB FROM 1 BY 1
010110          UNTIL WS-UPI-TBL-SUB > WS-UPI-COUNT.
010120
010130  7500-EXIT.
010140      EXIT.
010150
010160  7510-WRITE-BALANCE.
010170
010180      IF WS-UPS-OPENING (WS-UPS-TBL-SUB) = ZERO
010190         AND WS-UPS-NEW-DORMANT (WS-UPS-TBL-SUB) = ZERO
010200         AND WS-UPS-REMITTED (WS-UPS-TBL-SUB) = ZERO
010210         AND WS-UPS-RECLAIMED (WS-UPS-TBL-SUB) = ZERO
010220         AND WS-UPS-PAID-OWNER (WS-UPS-TBL-SUB) = ZERO
010230         AND WS-UPS-ITEM-COUNT (WS-UPS-TBL-SUB) = ZERO
010240          GO TO 7510-EXIT
010250      END-IF.
010260
010270      MOVE SPACES                 TO UP-LEDGER-RCD.
010280      MOVE "B"                    TO UL-RECORD-TYPE.
010290      MOVE WS-UPS-STATE (WS-UPS-TBL-SUB)       TO UL-STATE.
010300      MOVE WS-RUN-PERIOD                       TO UL-PERIOD.
010310      MOVE WS-UPS-OPENING (WS-UPS-TBL-SUB)
010320                                  TO UL-OPENING-BALANCE.
010330      MOVE WS-UPS-NEW-DORMANT (WS-UPS-TBL-SUB)
010340                                  TO UL-NEW-DORMANT-AMT.
010350      MOVE WS-UPS-REMITTED (WS-UPS-TBL-SUB)
010360                                  TO UL-REMITTED-AMT.
010370      MOVE WS-UPS-RECLAIMED (WS-UPS-TBL-SUB)
010380                                  TO UL-RECLAIMED-AMT.
010390      MOVE WS-UPS-PAID-OWNER (WS-UPS-TBL-SUB)
010400                                  TO UL-PAID-OWNER-AMT.
010410      MOVE WS-UPS-CLOSING (WS-UPS-TBL-SUB)
010420                                  TO UL-CLOSING-BALANCE.
010430      WRITE UP-LEDGER-OUT-RCD FROM UP-LEDGER-RCD.
010440      ADD 1 TO WS-LEDGER-WRITTEN.
010450
010460  7510-EXIT.
010470      EXIT.
010480
010490  7520-WRITE-ITEM.
010500
010510      IF NOT WS-UPI-OPEN (WS-UPI-TBL-SUB)
010520          GO TO 7520-EXIT
010530      END-IF.
010540
010550      MOVE SPACES                 TO UP-LEDGER-RCD.
010560      MOVE "I"                    TO UL-RECORD-TYPE.
010570      MOVE WS-UPI-STATE (WS-UPI-TBL-SUB)       TO UL-STATE.
010580      MOVE WS-UPI-BR-CODE (WS-UPI-TBL-SUB)
010590                                  TO UL-ISSUING-BR-CODE.
010600      MOVE WS-UPI-CHK-NUM (WS-UPI-TBL-SUB)
010610                                  TO UL-ONSITE-CHK-NUM.
010620      MOVE WS-UPI-ISSUE-DATE (WS-UPI-TBL-SUB)  TO UL-ISSUE-DATE.
010630      MOVE WS-UPI-AMOUNT (WS-UPI-TBL-SUB)      TO UL-AMOUNT.
010640      MOVE WS-UPI-STATUS (WS-UPI-TBL-SUB)      TO UL-ITEM-STATUS.
010650      MOVE WS-UPI-STATUS-PERIOD (WS-UPI-TBL-SUB)
010660                                  TO UL-STATUS-PERIOD.
010670      MOVE WS-UPI-PAYEE (WS-UPI-TBL-SUB)       TO UL-PAYEE-NAME.
010680      WRITE UP-LEDGER-OUT-RCD FROM UP-LEDGER-RCD.
010690      ADD 1 TO WS-LEDGER-WRITTEN.
010700
010710  7520-EXIT.
010720      EXIT.
010730
010740* 7800-PRINT-TIE
010750*   TIES THE LIABILITY TO THE OUTSTANDING-CHECK REGISTER: THE
010760*   STALE POPULATION STILL ON IT, THE NEW DORMANT THAT LEFT IT
010770*   THIS MONTH, ANY LEDGER ITEM STILL ON IT (COUNTED TWICE), AND
010780*   THE TOTAL EXPOSURE ON UNPAID AGED CHECKS.
010790  7800-PRINT-TIE.
010800
010810      MOVE SPACES                 TO UP-ROLL-FORWARD-RCD.
010820      WRITE UP-ROLL-FORWARD-RCD.
010830      MOVE " TIE TO THE OUTSTANDING-CHECK REGISTER"
010840                                  TO UP-ROLL-FORWARD-RCD.
010850      WRITE UP-ROLL-FORWARD-RCD.
010860
010870      MOVE "STALE ITEMS ON THE REGISTER (AWAITING DORMANCY)"
010880                                  TO TL-LITERAL.
010890      MOVE WS-STALE-COUNT         TO TL-COUNT.
010900      MOVE WS-STALE-AMOUNT        TO TL-AMOUNT.
010910      MOVE WS-TIE-LINE            TO UP-ROLL-FORWARD-RCD.
010920      WRITE UP-ROLL-FORWARD-RCD.
010930
010940      MOVE "NEW DORMANT - MOVED OFF THE STALE POPULATION"
010950                                  TO TL-LITERAL.
010960      MOVE WS-DORMANT-POSTED      TO TL-COUNT.
010970      MOVE WS-TOT-NEW-DORMANT     TO TL-AMOUNT.
010980      MOVE WS-TIE-LINE            TO UP-ROLL-FORWARD-RCD.
010990      WRITE UP-ROLL-FORWARD-RCD.
011000
011010      MOVE "LEDGER ITEMS STILL ON THE REGISTER (EXCEPTIONS)"
011020                                  TO TL-LITERAL.
011030      MOVE WS-ON-REGISTER-COUNT   TO TL-COUNT.
011040      MOVE WS-ON-REGISTER-AMOUNT  TO TL-AMOUNT.
011050      MOVE WS-TIE-LINE            TO UP-ROLL-FORWARD-RCD.
011060      WRITE UP-ROLL-FORWARD-RCD.
011070
011080      MOVE "CLOSING LIABILITY - HELD FOR THE STATES"
011090                                  TO TL-LITERAL.
011100      MOVE WS-HELD-COUNT          TO TL-COUNT.
011110      MOVE WS-HELD-AMOUNT         TO TL-AMOUNT.
011120      MOVE WS-TIE-LINE            TO UP-ROLL-FORWARD-RCD.
011130      WRITE UP-ROLL-FORWARD-RCD.
011140
011150      MOVE "CLOSING LIABILITY - RECLAIMED, OWED TO OWNERS"
011160                                  TO TL-LITERAL.
011170      MOVE WS-OWED-COUNT          TO TL-COUNT.
011180      MOVE WS-OWED-AMOUNT         TO TL-AMOUNT.
011190      MOVE WS-TIE-LINE            TO UP-ROLL-FORWARD-RCD.
011200      WRITE UP-ROLL-FORWARD-RCD.
011210
011220      COMPUTE WS-EXPOSURE-AMOUNT =
011230              WS-STALE-AMOUNT + WS-TOT-CLOSING.
011240      MOVE "STALE POPULATION PLUS CLOSING LIABILITY"
011250                                  TO TL-LITERAL.
011260      MOVE ZERO                   TO TL-COUNT.
011270      MOVE WS-EXPOSURE-AMOUNT     TO TL-AMOUNT.
011280      MOVE WS-TIE-LINE            TO UP-ROLL-FORWARD-RCD.
011290      WRITE UP-ROLL-FORWARD-RCD.
011300
011310  7800-EXIT.
011320      EXIT.
011330
011340  8000-WRAPUP.
011350
011360      MOVE "LEDGER RECORDS READ:"  TO SCR-LITERAL.
011370      MOVE WS-LEDGER-READ         TO SCR-COUNT.
011380      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011390      PERFORM 8999-WRITE-SYSOUT.
011400
011410      MOVE "DORMANT ITEMS READ:"   TO SCR-LITERAL.
011420      MOVE WS-DORMANT-READ        TO SCR-COUNT.
011430      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011440      PERFORM 8999-WRITE-SYSOUT.
011450
011460      MOVE "DORMANT ITEMS POSTED:" TO SCR-LITERAL.
011470      MOVE WS-DORMANT-POSTED      TO SCR-COUNT.
011480      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011490      PERFORM 8999-WRITE-SYSOUT.
011500
011510      MOVE "FILED ITEMS READ:"     TO SCR-LITERAL.
011520      MOVE WS-FILED-READ          TO SCR-COUNT.
011530      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011540      PERFORM 8999-WRITE-SYSOUT.
011550
011560      MOVE "REMITTED ITEMS POSTED:" TO SCR-LITERAL.
011570      MOVE WS-REMITTED-POSTED     TO SCR-COUNT.
011580      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011590      PERFORM 8999-WRITE-SYSOUT.
011600
011610      MOVE "RECLAIMS READ:"        TO SCR-LITERAL.
011620      MOVE WS-RECLAIMS-READ       TO SCR-COUNT.
011630      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011640      PERFORM 8999-WRITE-SYSOUT.
011650
011660      MOVE "RECLAIMS POSTED:"      TO SCR-LITERAL.
011670      MOVE WS-RECLAIMS-POSTED     TO SCR-COUNT.
011680      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011690      PERFORM 8999-WRITE-SYSOUT.
011700
011710      MOVE "REISSUES READ:"        TO SCR-LITERAL.
011720      MOVE WS-REISSUES-READ       TO SCR-COUNT.
011730      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011740      PERFORM 8999-WRITE-SYSOUT.
011750
011760      MOVE "PAID TO OWNER POSTED:" TO SCR-LITERAL.
011770      MOVE WS-PAID-POSTED         TO SCR-COUNT.
011780      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011790      PERFORM 8999-WRITE-SYSOUT.
011800
011810      MOVE "REISSUES NOT ESCHEATED:" TO SCR-LITERAL.
011820      MOVE WS-REISSUES-NOT-UP     TO SCR-COUNT.
011830      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011840      PERFORM 8999-WRITE-SYSOUT.
011850
011860      MOVE "REGISTER RECORDS READ:" TO SCR-LITERAL.
011870      MOVE WS-REGISTER-READ       TO SCR-COUNT.
011880      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011890      PERFORM 8999-WRITE-SYSOUT.
011900
011910      MOVE "LEDGER RECORDS WRITTEN:" TO SCR-LITERAL.
011920      MOVE WS-LEDGER-WRITTEN      TO SCR-COUNT.
011930      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011940      PERFORM 8999-WRITE-SYSOUT.
011950
011960      MOVE "POSTING EXCEPTIONS:"   TO SCR-LITERAL.
011970      MOVE WS-EXCEPTION-COUNT     TO SCR-COUNT.
011980      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011990      PERFORM 8999-WRITE-SYSOUT.
012000
012010      MOVE "CLOSING LIABILITY:"    TO GTL-LITERAL.
012020      MOVE WS-TOT-CLOSING         TO GTL-AMOUNT.
012030      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
012040      PERFORM 8999-WRITE-SYSOUT.
012050
012060      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
012070
012080      COPY C2INZ003.
012090
012100      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
012110
012120  8000-EXIT.
012130      EXIT.
012140
012150* 8980-NOTE-TABLE-CAPACITY
012160*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK AND LIMIT AND
012170*   PRINTS THE CAPACITY REPORT.  BOTH TABLES ABEND TBLFL WHEN
012180*   FULL RATHER THAN DROP PART OF THE LIABILITY.
012190  8980-NOTE-TABLE-CAPACITY.
012200
012210      MOVE "UNCLAIMED STATES"       TO TC-NOTE-NAME.
012220      MOVE WS-UPS-TABLE-MAX         TO TC-NOTE-LIMIT.
012230      MOVE WS-UPS-COUNT             TO TC-NOTE-HIGH.
012240      MOVE ZERO                     TO TC-NOTE-DROPPED.
012250      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
012260
012270      MOVE "UNCLAIMED ITEMS"        TO TC-NOTE-NAME.
012280      MOVE WS-UPI-TABLE-MAX         TO TC-NOTE-LIMIT.
012290      MOVE WS-UPI-COUNT             TO TC-NOTE-HIGH.
012300      MOVE ZERO                     TO TC-NOTE-DROPPED.
012310      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
012320
012330      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
012340
012350  8980-EXIT.
012360      EXIT.
012370
012380* 8900-SET-RETURN-CODE
012390*   RC=0 CLEAN.  RC=4 POSTING EXCEPTIONS ON THE ROLL-FORWARD
012400*   REPORT FOR THE UNCLAIMED-PROPERTY UNIT TO CLEAR.
012410  8900-SET-RETURN-CODE.
012420
012430      MOVE ZERO TO RETURN-CODE.
012440
012450      IF WS-EXCEPTION-COUNT > ZERO
012460          MOVE 4 TO RETURN-CODE
012470      END-IF.
012480
012490      IF TC-TABLE-OVERFLOW
012500          MOVE TC-OVERFLOW-RC TO RETURN-CODE
012510      END-IF.
012520
012530  8900-EXIT.
012540      EXIT.
012550
012560      COPY CLCWW134.
012570
0125va      COPY CLCWW167.
0125vb
012580      COPY C2INZ002.
012590
012600      COPY C2INZ004.
012610
012620      COPY C2INZ005.
012630
012640      ESCHEAT-REMIT-FILE
012650      UP-FILED-FILE
012660      ESCHEAT-RECLAIM-FILE
012670      REISSUE-FEED-FILE
012680      OC-REGISTER-IN-FILE
012690      UP-LEDGER-OUT-FILE
012700      UP-ROLL-FORWARD-RPT
012710      RUN-HISTORY-FILE.
012720
012730  9999-EXIT.
012740      EXIT.
