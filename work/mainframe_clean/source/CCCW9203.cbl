000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9203.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9203
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    QUARTERLY INACTIVE-VENDOR DEACTIVATION AND W-9
000130*              REFRESH CYCLE.  A VENDOR ON THE CLCWW037 MASTER
000140*              WITH NO DISBURSEMENT ON THE YTD FILE (CLCWW014) -
000150*              THE OPEN YEARS ON TEN99YTD AND THE CLOSED YEARS
000160*              CCCW9201 ARCHIVED - FOR THE PARM NUMBER OF YEARS
000170*              IS DEACTIVATED: A CLCWW057 DEACTIVATE (I)
000180*              TRANSACTION IS WRITTEN UNDER USER ID 'INACTIVE'
000190*              FOR CCMR6330 TO APPLY, SO THE CHANGE IS AUDITED
000200*              ON THE CLCWW058 TRAIL LIKE ANY OTHER.  FROM THEN
000210*              ON CCCW9100 HOLDS THE VENDOR'S DISBURSEMENTS
000220*              UNTIL A NEW W-9 IS RECEIVED AND A REACTIVATE (R)
000230*              TRANSACTION CARRYING ITS DATE IS APPLIED.
000240*              A VENDOR IS SPARED WHEN ITS W-9, OR ITS LAST ADD
000250*              OR REACTIVATION, FALLS INSIDE THE PERIOD - A NEW
000260*              VENDOR NOT YET PAID IS NOT INACTIVE.
000270*              THE REACTIVATION REQUEST LIST GOES TO THE
000280*              BRANCHES IN BRANCH ORDER - EACH DEACTIVATED
000290*              VENDOR UNDER THE BRANCH THAT LAST PAID IT.
000300*              THE YTD HISTORY MUST REACH BACK TO THE CUTOFF
000310*              YEAR; WHEN IT DOES NOT, NO VENDOR IS JUDGED AND
000320*              THE RUN ENDS RC=8 - A MISSING ARCHIVE GENERATION
000330*              WOULD OTHERWISE DEACTIVATE VENDORS PAID IN IT.
000340*
000350*  FILES:      VNDRMSTR - VENDOR MASTER (CLCWW037)
000360*              TEN99YTD - 1099 YTD PAYEE FILE (KEYED, READ ONLY)
000370*              YTDHIST  - CLOSED YEARS' YTD POSITIONS (THE
000380*                         TEN99YXA GENERATIONS, CONCATENATED)
000390*              VMTRANS  - VENDOR MAINTENANCE TRANSACTIONS
000400*                         (CLCWW057) FOR CCMR6330
000410*              REACTLST - REACTIVATION REQUEST LIST
000420*
000430*  PARM:       YEARS WITHOUT A DISBURSEMENT (2 DIGITS), E.G.
000440*              PARM='05'.  REQUIRED.  THE CUTOFF DATE IS THE RUN
000450*              DATE THAT MANY YEARS BACK; A VENDOR LAST PAID IN
000460*              A TAX YEAR BEFORE THE CUTOFF YEAR IS INACTIVE.
000470*
000480******************************************************************
000490*                      MODIFICATION HISTORY
000500******************************************************************
000510* DATE     INIT  DESCRIPTION
000520* -------- ----  --------------------------------------------
000530* 10/2026  RF    NEW PROGRAM - INACTIVE VENDOR DEACTIVATION AND
000540*                REACTIVATION REQUEST LIST
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
000650      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000660          ORGANIZATION IS SEQUENTIAL.
000670
000680      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS DYNAMIC
000710          RECORD KEY IS TEN99-YTD-KEY
000720          FILE STATUS IS WS-YTD-FILE-STATUS.
000730
000740      SELECT YTD-HIST-FILE       ASSIGN TO YTDHIST
000750          ORGANIZATION IS SEQUENTIAL.
000760
000770      SELECT VM-TRAN-FILE        ASSIGN TO VMTRANS
000780          ORGANIZATION IS SEQUENTIAL.
000790
000800      SELECT REACT-SORT-WORK     ASSIGN TO SORTWK01.
000810
000820      SELECT REACT-LIST-RPT      ASSIGN TO REACTLST
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      COPY C2INX004.
000860
000870  DATA DIVISION.
000880  FILE SECTION.
000890
000900      COPY C2INX002.
000910
000920  FD  VENDOR-MASTER-FILE
000930      BLOCK CONTAINS 0 RECORDS
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      DATA RECORD IS VENDOR-MASTER-RCD.
000970
000980      COPY CLCWW037.
000990
001000  FD  TEN99-YTD-FILE
001010      BLOCK CONTAINS 0 RECORDS
001020      RECORDING MODE IS F
001030      LABEL RECORDS ARE STANDARD
001040      DATA RECORD IS TEN99-YTD-RCD.
001050
001060      COPY CLCWW014.
001070
001080* THE CLCWW014 POSITION IMAGE AS CCCW9201 ARCHIVED IT - ONLY THE
001090* KEY, THE BRANCH AND THE AMOUNT ARE NEEDED HERE.
001100  FD  YTD-HIST-FILE
001110      BLOCK CONTAINS 0 RECORDS
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      DATA RECORD IS YTD-HIST-RCD.
001150
001160  01  YTD-HIST-RCD.
001170      05  YH-TAX-YEAR               PIC 9(04).
001180      05  YH-SSN-TAX-ID             PIC X(16).
001190      05  YH-COMPASS-ENT-CDE        PIC X(03).
001200      05  FILLER                    PIC X(168).
001210      05  YH-ISSUING-BR-CODE        PIC X(03).
001220      05  YH-GROSS-DISB-AMT         PIC S9(11)V99.
001230      05  FILLER                    PIC X(33).
001240
001250  FD  VM-TRAN-FILE
001260      BLOCK CONTAINS 0 RECORDS
001270      RECORDING MODE IS F
001280      LABEL RECORDS ARE STANDARD
001290      DATA RECORD IS VM-TRAN-RCD.
001300
001310      COPY CLCWW057.
001320
001330  SD  REACT-SORT-WORK
001340      RECORDING MODE IS F
001350      DATA RECORD IS REACT-SORT-RCD.
001360
001370  01  REACT-SORT-RCD.
001380      05  RS-BRANCH                 PIC X(03).
001390      05  RS-TIN                    PIC X(09).
001400      05  RS-NAME                   PIC X(40).
001410      05  RS-LAST-PAID-YEAR         PIC 9(04).
001420      05  RS-W9-DATE                PIC 9(08).
001430
001440  FD  REACT-LIST-RPT
001450      BLOCK CONTAINS 0 RECORDS
001460      RECORDING MODE IS F
001470      LABEL RECORDS ARE STANDARD
001480      DATA RECORD IS REACT-LIST-RCD.
001490
001500  01  REACT-LIST-RCD                PIC X(133).
001510
001520      COPY C2INX005.
001530
001540  WORKING-STORAGE SECTION.
001550
001560      COPY C2INX003.
001570
001580      COPY C2INX006.
001590
001600      COPY CLCWW166.
001610
001620      COPY CLCWW110.
001630
001640      COPY CLCWW133.
001650
001660  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9203".
001670
001680  01  WS-SWITCHES.
001690      05  WS-VENDOR-EOF-SW        PIC X(01) VALUE "N".
001700          88  WS-VENDOR-EOF               VALUE "Y".
001710      05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
001720          88  WS-SCAN-DONE                VALUE "Y".
001730      05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001740          88  WS-HIST-EOF                 VALUE "Y".
001750      05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001760          88  WS-SORT-EOF                 VALUE "Y".
001770      05  WS-FIRST-RCD-SW         PIC X(01) VALUE "Y".
001780          88  WS-FIRST-RCD                VALUE "Y".
001790      05  WS-VENDOR-FOUND-SW      PIC X(01) VALUE "N".
001800          88  WS-VENDOR-FOUND             VALUE "Y".
001810      05  WS-HISTORY-SHORT-SW     PIC X(01) VALUE "N".
001820          88  WS-HISTORY-SHORT            VALUE "Y".
001830
001840  01  WS-COUNTERS.
001850      05  WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
001860      05  WS-YTD-READ             PIC 9(09) COMP VALUE ZERO.
001870      05  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
001880      05  WS-PAYMENTS-MATCHED     PIC 9(09) COMP VALUE ZERO.
001890      05  WS-ALREADY-INACTIVE     PIC 9(09) COMP VALUE ZERO.
001900      05  WS-RECENTLY-PAID        PIC 9(09) COMP VALUE ZERO.
001910      05  WS-RECENT-W9            PIC 9(09) COMP VALUE ZERO.
001920      05  WS-DEACTIVATED          PIC 9(09) COMP VALUE ZERO.
001930      05  WS-BRANCH-LISTED        PIC 9(09) COMP VALUE ZERO.
001940
001950  01  WS-YTD-CONTROLS.
001960      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
001970
001980* THE RUN DATE, THE PARM YEARS, AND THE CUTOFF THEY GIVE.
001990  01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002000  01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
002010  01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
002020      05  WS-CUTOFF-CCYY          PIC 9(04).
002030      05  WS-CUTOFF-MMDD          PIC 9(04).
002040  77  WS-INACTIVE-YEARS           PIC 9(02) VALUE ZERO.
002050
002060* THE EARLIEST TAX YEAR ANY POSITION WAS FOUND FOR - THE YTD
002070* HISTORY MUST REACH BACK TO THE CUTOFF YEAR.
002080  77  WS-EARLIEST-YEAR            PIC 9(04) VALUE 9999.
002090
002100* THE POSITION IN HAND, FROM EITHER FILE.
002110  01  WS-POSITION-WORK.
002120      05  WS-POS-TAX-YEAR         PIC 9(04).
002130      05  WS-POS-BRANCH           PIC X(03).
002140      05  WS-POS-AMT              PIC S9(11)V99.
002150      05  WS-CLEAR-TIN            PIC X(16).
002160
002170* THE VENDOR MASTER, WITH THE LATEST TAX YEAR EACH VENDOR WAS
002180* PAID IN AND THE BRANCH THAT PAID IT.  SAME SIZE AS CCMR6330.
002190  01  WS-VENDOR-TABLE.
002200      05  WS-VENDOR-ENTRY         OCCURS 3000 TIMES.
002210          10  WS-VENDOR-TIN           PIC X(09).
002220          10  WS-VENDOR-NAME          PIC X(40).
002230          10  WS-VENDOR-STATUS        PIC X(01).
002240              88  WS-VENDOR-DEACTIVATED   VALUE "D".
002250          10  WS-VENDOR-STATUS-DATE   PIC 9(08).
002260          10  WS-VENDOR-W9-DATE       PIC 9(08).
002270          10  WS-VENDOR-LAST-YEAR     PIC 9(04).
002280          10  WS-VENDOR-LAST-BRANCH   PIC X(03).
002290
002300  77  WS-VENDOR-COUNT             PIC 9(04) COMP VALUE ZERO.
002310  77  WS-VENDOR-TABLE-MAX         PIC 9(04) COMP VALUE 3000.
002320  77  WS-VENDOR-DROPPED           PIC 9(07) COMP VALUE ZERO.
002330  77  WS-VENDOR-TBL-SUB           PIC 9(04) COMP VALUE ZERO.
002340  77  WS-VENDOR-MATCHED-SUB       PIC 9(04) COMP VALUE ZERO.
002350
002360  77  WS-HOLD-BRANCH              PIC X(03) VALUE SPACES.
002370
002380  01  WS-RPT-TITLE.
002390      05  FILLER                  PIC X(01) VALUE SPACES.
002400      05  FILLER                  PIC X(44) VALUE
002410          "INACTIVE VENDORS - REACTIVATION REQUEST LIST".
002420      05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002430      05  RTL-RUN-DATE            PIC 9(08).
002440      05  FILLER                  PIC X(25) VALUE
002450          "   NO DISBURSEMENT SINCE ".
002460      05  RTL-CUTOFF-DATE         PIC 9(08).
002470      05  FILLER                  PIC X(37) VALUE SPACES.
002480
002490  01  WS-RPT-NOTE-1.
002500      05  FILLER                  PIC X(01) VALUE SPACES.
002510      05  FILLER                  PIC X(40) VALUE
002520          "THESE VENDORS ARE DEACTIVATED AND THEIR ".
002530      05  FILLER                  PIC X(23) VALUE
002540          "DISBURSEMENTS ARE HELD.".
002550      05  FILLER                  PIC X(69) VALUE SPACES.
002560
002570  01  WS-RPT-NOTE-2.
002580      05  FILLER                  PIC X(01) VALUE SPACES.
002590      05  FILLER                  PIC X(36) VALUE
002600          "TO REACTIVATE: OBTAIN A NEW W-9 AND ".
002610      05  FILLER                  PIC X(37) VALUE
002620          "SUBMIT A VENDOR MASTER R TRANSACTION ".
002630      05  FILLER                  PIC X(26) VALUE
002640          "CARRYING THE NEW W-9 DATE.".
002650      05  FILLER                  PIC X(33) VALUE SPACES.
002660
002670  01  WS-RPT-SHORT-NOTE.
002680      05  FILLER                  PIC X(01) VALUE SPACES.
002690      05  FILLER                  PIC X(44) VALUE
002700          "*** NO VENDOR JUDGED - THE YTD HISTORY DOES ".
002710      05  FILLER                  PIC X(29) VALUE
002720          "NOT REACH THE CUTOFF YEAR ***".
002730      05  FILLER                  PIC X(59) VALUE SPACES.
002740
002750  01  WS-BRANCH-HEADING.
002760      05  FILLER                  PIC X(01) VALUE SPACES.
002770      05  FILLER                  PIC X(07) VALUE "BRANCH ".
002780      05  BRH-BRANCH              PIC X(18).
002790      05  FILLER                  PIC X(107) VALUE SPACES.
002800
002810  01  WS-COL-HEADING-1.
002820      05  FILLER                  PIC X(42) VALUE
002830          " TIN       VENDOR NAME                    ".
002840      05  FILLER                  PIC X(42) VALUE
002850          "         LAST PAID    W-9 DATE  ACTION    ".
002860      05  FILLER                  PIC X(49) VALUE SPACES.
002870
002880  01  WS-DETAIL-LINE.
002890      05  FILLER                  PIC X(01) VALUE SPACES.
002900      05  DTL-MASKED-TIN          PIC X(09).
002910      05  FILLER                  PIC X(01) VALUE SPACES.
002920      05  DTL-NAME                PIC X(40).
002930      05  FILLER                  PIC X(03) VALUE SPACES.
002940      05  DTL-LAST-PAID           PIC X(04).
002950      05  FILLER                  PIC X(06) VALUE SPACES.
002960      05  DTL-W9-DATE             PIC X(08).
002970      05  FILLER                  PIC X(02) VALUE SPACES.
002980      05  DTL-ACTION              PIC X(30).
002990      05  FILLER                  PIC X(29) VALUE SPACES.
003000
003010  01  WS-FOOT-LINE.
003020      05  FILLER                  PIC X(06) VALUE SPACES.
003030      05  FTL-LITERAL             PIC X(40).
003040      05  FTL-COUNT               PIC Z,ZZZ,ZZ9.
003050      05  FILLER                  PIC X(78) VALUE SPACES.
003060
003070  LINKAGE SECTION.
003080
003090* RUN-TIME PARM - THE YEARS WITHOUT A DISBURSEMENT, REQUIRED.
003100  01  LS-PARM-DATA.
003110      05  LS-PARM-LENGTH          PIC S9(04) COMP.
003120      05  LS-PARM-YEARS           PIC X(02).
003130
003140  PROCEDURE DIVISION USING LS-PARM-DATA.
003150
003160  0000-MAINLINE.
003170
003180      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003190
003200      PERFORM 2000-SCAN-YTD          THRU 2000-EXIT.
003210
003220      PERFORM 2500-SCAN-HISTORY      THRU 2500-EXIT.
003230
003240      PERFORM 3000-CHECK-HISTORY     THRU 3000-EXIT.
003250
003260      IF NOT WS-HISTORY-SHORT
003270          PERFORM 4000-DEACTIVATE    THRU 4000-EXIT
003280      END-IF.
003290
003300      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
003310
003320      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
003330
003340      GOBACK.
003350
003360  1000-INITIALIZE.
003370
003380      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
003390      OPEN EXTEND RUN-HISTORY-FILE.
003400
003410      COPY C2INZ001.
003420
003430      MOVE SWA-CURRENT-CCYY-DATE  TO WS-RUN-DATE.
003440
003450      IF LS-PARM-LENGTH NOT = 2
003460          OR LS-PARM-YEARS NOT NUMERIC
003470          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
003480          MOVE "PARM1"               TO SAR-RETURN-CODE
003490          MOVE SPACES                TO SAR-DB-NAME
003500          MOVE "VNDRMSTR"            TO SAR-TABLE-NAME
003510          MOVE SPACES                TO SAR-SQLCODE
003520          GO TO 9998-COREDUMP
003530      END-IF.
003540
003550      MOVE LS-PARM-YEARS          TO WS-INACTIVE-YEARS.
003560      IF WS-INACTIVE-YEARS = ZERO
003570          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
003580          MOVE "PARM1"               TO SAR-RETURN-CODE
003590          MOVE SPACES                TO SAR-DB-NAME
003600          MOVE "VNDRMSTR"            TO SAR-TABLE-NAME
003610          MOVE SPACES                TO SAR-SQLCODE
003620          GO TO 9998-COREDUMP
003630      END-IF.
003640
003650*   THE CUTOFF IS THE RUN DATE THE PARM NUMBER OF YEARS BACK.
003660*   A FEBRUARY 29 CUTOFF IN A COMMON YEAR IS ONLY EVER COMPARED,
003670*   NEVER USED AS A CALENDAR DATE.
003680      MOVE WS-RUN-DATE            TO WS-CUTOFF-DATE.
003690      SUBTRACT WS-INACTIVE-YEARS  FROM WS-CUTOFF-CCYY.
003700      MOVE WS-CUTOFF-CCYY         TO SWA-RUN-TAX-YEAR.
003710
003720      MOVE "YEARS WITHOUT DISBURSEMENT:" TO SCR-LITERAL.
003730      MOVE WS-INACTIVE-YEARS      TO SCR-COUNT.
003740      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003750      PERFORM 8999-WRITE-SYSOUT.
003760
003770      MOVE "CUTOFF DATE:"         TO SCR-LITERAL.
003780      MOVE WS-CUTOFF-DATE         TO SCR-COUNT.
003790      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003800      PERFORM 8999-WRITE-SYSOUT.
003810
003820      PERFORM 1700-LOAD-VENDOR-MASTER THRU 1700-EXIT.
003830
003840      MOVE "VENDORS LOADED:"      TO SCR-LITERAL.
003850      MOVE WS-VENDOR-COUNT        TO SCR-COUNT.
003860      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003870      PERFORM 8999-WRITE-SYSOUT.
003880
003890      OPEN INPUT  TEN99-YTD-FILE.
003900      OPEN INPUT  YTD-HIST-FILE.
003910      OPEN OUTPUT VM-TRAN-FILE.
003920      OPEN OUTPUT REACT-LIST-RPT.
003930
003940      MOVE WS-RUN-DATE            TO RTL-RUN-DATE.
003950      MOVE WS-CUTOFF-DATE         TO RTL-CUTOFF-DATE.
003960      MOVE WS-RPT-TITLE           TO REACT-LIST-RCD.
003970      WRITE REACT-LIST-RCD.
003980      MOVE SPACES                 TO REACT-LIST-RCD.
003990      WRITE REACT-LIST-RCD.
004000      MOVE WS-RPT-NOTE-1          TO REACT-LIST-RCD.
004010      WRITE REACT-LIST-RCD.
004020      MOVE WS-RPT-NOTE-2          TO REACT-LIST-RCD.
004030      WRITE REACT-LIST-RCD.
004040
004050  1000-EXIT.
004060      EXIT.
004070
004080  1700-LOAD-VENDOR-MASTER.
004090
004100      OPEN INPUT VENDOR-MASTER-FILE.
004110      PERFORM 1705-CHECK-VENDOR-LAYOUT THRU 1705-EXIT.
004120
004130      PERFORM 1710-READ-VENDOR-MASTER THRU 1710-EXIT
004140          UNTIL WS-VENDOR-EOF.
004150
004160      CLOSE VENDOR-MASTER-FILE.
004170
004180  1700-EXIT.
004190      EXIT.
004200
004210* 1705-CHECK-VENDOR-LAYOUT
004220*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
004230*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
004240*   READ SEES END OF FILE.
004250  1705-CHECK-VENDOR-LAYOUT.
004260
004270      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
004280      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
004290      MOVE "N"                    TO WS-LV-EMPTY-SW.
004300      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
004310          AT END
004320              MOVE "Y"            TO WS-LV-EMPTY-SW
004330      END-READ.
004340      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
004350
004360      IF WS-LV-FILE-EMPTY
004370          CLOSE VENDOR-MASTER-FILE
004380          OPEN INPUT VENDOR-MASTER-FILE
004390      END-IF.
004400
004410  1705-EXIT.
004420      EXIT.
004430
004440* 1710-READ-VENDOR-MASTER
004450*   A VENDOR THE TABLE CANNOT HOLD IS NOT JUDGED THIS QUARTER -
004460*   IT IS COUNTED AND THE RUN ENDS RC=12.
004470  1710-READ-VENDOR-MASTER.
004480
004490      READ VENDOR-MASTER-FILE
004500          AT END
004510              MOVE "Y" TO WS-VENDOR-EOF-SW
004520              GO TO 1710-EXIT
004530      END-READ.
004540
004550      ADD 1 TO WS-MASTER-READ.
004560
004570      IF WS-VENDOR-COUNT NOT < WS-VENDOR-TABLE-MAX
004580          ADD 1 TO WS-VENDOR-DROPPED
004590          GO TO 1710-EXIT
004600      END-IF.
004610
004620      ADD 1 TO WS-VENDOR-COUNT.
004630      MOVE VM-TIN
004640          TO WS-VENDOR-TIN (WS-VENDOR-COUNT).
004650      MOVE VM-NAME
004660          TO WS-VENDOR-NAME (WS-VENDOR-COUNT).
004670      MOVE VM-STATUS
004680          TO WS-VENDOR-STATUS (WS-VENDOR-COUNT).
004690      MOVE VM-STATUS-DATE
004700          TO WS-VENDOR-STATUS-DATE (WS-VENDOR-COUNT).
004710      MOVE VM-W9-DATE
004720          TO WS-VENDOR-W9-DATE (WS-VENDOR-COUNT).
004730      MOVE ZERO
004740          TO WS-VENDOR-LAST-YEAR (WS-VENDOR-COUNT).
004750      MOVE SPACES
004760          TO WS-VENDOR-LAST-BRANCH (WS-VENDOR-COUNT).
004770
004780  1710-EXIT.
004790      EXIT.
004800
004810* 2000-SCAN-YTD
004820*   BROWSES EVERY POSITION ON THE KEYED YTD FILE - THE YEARS NOT
004830*   YET CLOSED.
004840  2000-SCAN-YTD.
004850
004860      MOVE ZERO                   TO TEN99-YTD-TAX-YEAR.
004870      MOVE LOW-VALUES             TO TEN99-YTD-SSN-TAX-ID.
004880      MOVE LOW-VALUES             TO TEN99-YTD-COMPASS-ENT-CDE.
004890
004900      START TEN99-YTD-FILE
004910          KEY NOT < TEN99-YTD-KEY
004920          INVALID KEY
004930              GO TO 2000-EXIT
004940      END-START.
004950
004960      MOVE "N" TO WS-SCAN-DONE-SW.
004970      PERFORM 2100-READ-YTD THRU 2100-EXIT
004980          UNTIL WS-SCAN-DONE.
004990
005000  2000-EXIT.
005010      EXIT.
005020
005030  2100-READ-YTD.
005040
005050      READ TEN99-YTD-FILE NEXT RECORD
005060          AT END
005070              MOVE "Y" TO WS-SCAN-DONE-SW
005080              GO TO 2100-EXIT
005090      END-READ.
005100
005110      ADD 1 TO WS-YTD-READ.
005120
005130      MOVE TEN99-YTD-TAX-YEAR     TO WS-POS-TAX-YEAR.
005140      MOVE TEN99-YTD-ISSUING-BR-CODE TO WS-POS-BRANCH.
005150      MOVE TEN99-YTD-GROSS-DISB-AMT TO WS-POS-AMT.
005160      MOVE TEN99-YTD-SSN-TAX-ID   TO TP-TIN-WORK.
005170      PERFORM 2300-NOTE-POSITION THRU 2300-EXIT.
005180
005190  2100-EXIT.
005200      EXIT.
005210
005220* 2500-SCAN-HISTORY
005230*   READS THE CLOSED YEARS' POSITIONS CCCW9201 ARCHIVED.
005240  2500-SCAN-HISTORY.
005250
005260      PERFORM 2600-READ-HISTORY THRU 2600-EXIT
005270          UNTIL WS-HIST-EOF.
005280
005290  2500-EXIT.
005300      EXIT.
005310
005320  2600-READ-HISTORY.
005330
005340      READ YTD-HIST-FILE
005350          AT END
005360              MOVE "Y" TO WS-HIST-EOF-SW
005370              GO TO 2600-EXIT
005380      END-READ.
005390
005400      ADD 1 TO WS-HIST-READ.
005410
005420      MOVE YH-TAX-YEAR            TO WS-POS-TAX-YEAR.
005430      MOVE YH-ISSUING-BR-CODE     TO WS-POS-BRANCH.
005440      MOVE YH-GROSS-DISB-AMT      TO WS-POS-AMT.
005450      MOVE YH-SSN-TAX-ID          TO TP-TIN-WORK.
005460      PERFORM 2300-NOTE-POSITION THRU 2300-EXIT.
005470
005480  2600-EXIT.
005490      EXIT.
005500
005510* 2300-NOTE-POSITION
005520*   ONE POSITION FROM EITHER FILE.  EVERY POSITION COUNTS TOWARD
005530*   THE HISTORY REACH; ONLY A DISBURSEMENT MOVES THE VENDOR'S
005540*   LAST-PAID YEAR, AND THE BRANCH OF ITS LATEST ONE IS KEPT.
005550  2300-NOTE-POSITION.
005560
005570      IF WS-POS-TAX-YEAR < WS-EARLIEST-YEAR
005580          MOVE WS-POS-TAX-YEAR    TO WS-EARLIEST-YEAR
005590      END-IF.
005600
005610      IF WS-POS-AMT NOT > ZERO
005620          GO TO 2300-EXIT
005630      END-IF.
005640
005650      PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT.
005660      MOVE TP-TIN-WORK            TO WS-CLEAR-TIN.
005670
005680      MOVE "N" TO WS-VENDOR-FOUND-SW.
005690      MOVE ZERO TO WS-VENDOR-MATCHED-SUB.
005700      PERFORM 2310-SEARCH-VENDOR THRU 2310-EXIT
005710          VARYING WS-VENDOR-TBL-SUB FROM 1 BY 1
005720          UNTIL WS-VENDOR-TBL-SUB > WS-VENDOR-COUNT
005730             OR WS-VENDOR-FOUND.
005740
005750      IF NOT WS-VENDOR-FOUND
005760          GO TO 2300-EXIT
005770      END-IF.
005780
005790      ADD 1 TO WS-PAYMENTS-MATCHED.
005800
005810      IF WS-POS-TAX-YEAR >
005820              WS-VENDOR-LAST-YEAR (WS-VENDOR-MATCHED-SUB)
005830          MOVE WS-POS-TAX-YEAR
005840              TO WS-VENDOR-LAST-YEAR (WS-VENDOR-MATCHED-SUB)
005850          MOVE WS-POS-BRANCH
005860              TO WS-VENDOR-LAST-BRANCH (WS-VENDOR-MATCHED-SUB)
005870      END-IF.
005880
005890  2300-EXIT.
005900      EXIT.
005910
005920  2310-SEARCH-VENDOR.
005930
005940      IF WS-CLEAR-TIN (1:9) = WS-VENDOR-TIN (WS-VENDOR-TBL-SUB)
005950          MOVE "Y" TO WS-VENDOR-FOUND-SW
005960          MOVE WS-VENDOR-TBL-SUB TO WS-VENDOR-MATCHED-SUB
005970      END-IF.
005980
005990  2310-EXIT.
006000      EXIT.
006010
006020* 3000-CHECK-HISTORY
006030*   THE POSITIONS SEEN MUST REACH BACK TO THE CUTOFF YEAR.  IF
006040*   THEY DO NOT, A CLOSED YEAR'S ARCHIVE IS MISSING FROM YTDHIST
006050*   (OR THE SYSTEM HAS LESS HISTORY THAN THE PARM ASKS FOR) AND
006060*   NO VENDOR CAN BE JUDGED.
006070  3000-CHECK-HISTORY.
006080
006090      MOVE "EARLIEST TAX YEAR ON FILE:" TO SCR-LITERAL.
006100      MOVE WS-EARLIEST-YEAR       TO SCR-COUNT.
006110      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006120      PERFORM 8999-WRITE-SYSOUT.
006130
006140      IF WS-EARLIEST-YEAR > WS-CUTOFF-CCYY
006150          MOVE "Y" TO WS-HISTORY-SHORT-SW
006160          MOVE "*YTD HISTORY SHORT OF CUTOFF YEAR:" TO SCR-LITERAL
006170          MOVE WS-CUTOFF-CCYY     TO SCR-COUNT
006180          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
006190          PERFORM 8999-WRITE-SYSOUT
006200          MOVE SPACES             TO REACT-LIST-RCD
006210          WRITE REACT-LIST-RCD
006220          MOVE WS-RPT-SHORT-NOTE  TO REACT-LIST-RCD
006230          WRITE REACT-LIST-RCD
006240      END-IF.
006250
006260  3000-EXIT.
006270      EXIT.
006280
006290* 4000-DEACTIVATE
006300*   JUDGES EACH VENDOR, WRITING THE DEACTIVATE TRANSACTIONS AS
006310*   THE SORT IS FED, THEN LISTS THEM IN BRANCH ORDER.
006320  4000-DEACTIVATE.
006330
006340      SORT REACT-SORT-WORK
006350          ON ASCENDING KEY RS-BRANCH
006360                           RS-TIN
006370          INPUT PROCEDURE  IS 4100-SORT-INPUT
006380          OUTPUT PROCEDURE IS 4200-SORT-OUTPUT.
006390
006400  4000-EXIT.
006410      EXIT.
006420
006430  4100-SORT-INPUT.
006440
006450      PERFORM 4110-JUDGE-VENDOR THRU 4110-EXIT
006460          VARYING WS-VENDOR-TBL-SUB FROM 1 BY 1
006470          UNTIL WS-VENDOR-TBL-SUB > WS-VENDOR-COUNT.
006480
006490  4100-EXIT.
006500      EXIT.
006510
006520* 4110-JUDGE-VENDOR
006530*   AN ACTIVE VENDOR LAST PAID BEFORE THE CUTOFF YEAR, WITH NO
006540*   W-9, ADD OR REACTIVATION SINCE THE CUTOFF, IS DEACTIVATED.
006550  4110-JUDGE-VENDOR.
006560
006570      IF WS-VENDOR-DEACTIVATED (WS-VENDOR-TBL-SUB)
006580          ADD 1 TO WS-ALREADY-INACTIVE
006590          GO TO 4110-EXIT
006600      END-IF.
006610
006620      IF WS-VENDOR-LAST-YEAR (WS-VENDOR-TBL-SUB)
006630              NOT < WS-CUTOFF-CCYY
006640          ADD 1 TO WS-RECENTLY-PAID
006650          GO TO 4110-EXIT
006660      END-IF.
006670
006680      IF WS-VENDOR-W9-DATE (WS-VENDOR-TBL-SUB)
006690              NOT < WS-CUTOFF-DATE
006700         OR WS-VENDOR-STATUS-DATE (WS-VENDOR-TBL-SUB)
006710              NOT < WS-CUTOFF-DATE
006720          ADD 1 TO WS-RECENT-W9
006730          GO TO 4110-EXIT
006740      END-IF.
006750
006760      MOVE SPACES                 TO VM-TRAN-RCD.
006770      MOVE "I"                    TO VT-ACTION.
006780      MOVE WS-RUN-DATE            TO VT-EFFECTIVE-DATE.
006790      MOVE WS-VENDOR-TIN (WS-VENDOR-TBL-SUB) TO VT-TIN.
006800      MOVE WS-VENDOR-NAME (WS-VENDOR-TBL-SUB) TO VT-NAME.
006810      MOVE "INACTIVE"             TO VT-USER-ID.
006820      MOVE ZERO                   TO VT-W9-DATE.
006830      WRITE VM-TRAN-RCD.
006840      ADD 1 TO WS-DEACTIVATED.
006850
006860      MOVE WS-VENDOR-LAST-BRANCH (WS-VENDOR-TBL-SUB) TO RS-BRANCH.
006870      MOVE WS-VENDOR-TIN (WS-VENDOR-TBL-SUB) TO RS-TIN.
006880      MOVE WS-VENDOR-NAME (WS-VENDOR-TBL-SUB) TO RS-NAME.
006890      MOVE WS-VENDOR-LAST-YEAR (WS-VENDOR-TBL-SUB)
006900                                  TO RS-LAST-PAID-YEAR.
006910      MOVE WS-VENDOR-W9-DATE (WS-VENDOR-TBL-SUB) TO RS-W9-DATE.
006920      RELEASE REACT-SORT-RCD.
006930
006940  4110-EXIT.
006950      EXIT.
006960
006970  4200-SORT-OUTPUT.
006980
006990      MOVE "Y" TO WS-FIRST-RCD-SW.
007000      MOVE "N" TO WS-SORT-EOF-SW.
007010
007020      RETURN REACT-SORT-WORK
007030          AT END
007040              MOVE "Y" TO WS-SORT-EOF-SW.
007050
007060      PERFORM 4210-LIST-VENDOR THRU 4210-EXIT
007070          UNTIL WS-SORT-EOF.
007080
007090      IF NOT WS-FIRST-RCD
007100          PERFORM 4300-CLOSE-BRANCH THRU 4300-EXIT
007110      END-IF.
007120
007130  4200-EXIT.
007140      EXIT.
007150
007160* 4210-LIST-VENDOR
007170*   A NEW BRANCH STARTS WITH ITS OWN HEADING.  A VENDOR NEVER
007180*   PAID ON THE HISTORY HAS NO BRANCH AND IS LISTED FIRST, FOR
007190*   THE CENTRAL OFFICE.
007200  4210-LIST-VENDOR.
007210
007220      IF WS-FIRST-RCD
007230          MOVE "N" TO WS-FIRST-RCD-SW
007240          MOVE RS-BRANCH          TO WS-HOLD-BRANCH
007250          PERFORM 4250-BRANCH-HEADING THRU 4250-EXIT
007260      ELSE
007270          IF RS-BRANCH NOT = WS-HOLD-BRANCH
007280              PERFORM 4300-CLOSE-BRANCH THRU 4300-EXIT
007290              MOVE RS-BRANCH      TO WS-HOLD-BRANCH
007300              PERFORM 4250-BRANCH-HEADING THRU 4250-EXIT
007310          END-IF
007320      END-IF.
007330
007340      MOVE RS-TIN                 TO DTL-MASKED-TIN.
007350      MOVE "XXXXX"                TO DTL-MASKED-TIN (1:5).
007360      MOVE RS-NAME                TO DTL-NAME.
007370      IF RS-LAST-PAID-YEAR = ZERO
007380          MOVE "NONE"             TO DTL-LAST-PAID
007390      ELSE
007400          MOVE RS-LAST-PAID-YEAR  TO DTL-LAST-PAID
007410      END-IF.
007420      IF RS-W9-DATE = ZERO
007430          MOVE "NONE"             TO DTL-W9-DATE
007440      ELSE
007450          MOVE RS-W9-DATE         TO DTL-W9-DATE
007460      END-IF.
007470      MOVE "NEW W-9, THEN R TRANSACTION"  TO DTL-ACTION.
007480      MOVE WS-DETAIL-LINE         TO REACT-LIST-RCD.
007490      WRITE REACT-LIST-RCD.
007500      ADD 1 TO WS-BRANCH-LISTED.
007510
007520      RETURN REACT-SORT-WORK
007530          AT END
007540              MOVE "Y" TO WS-SORT-EOF-SW.
007550
007560  4210-EXIT.
007570      EXIT.
007580
007590  4250-BRANCH-HEADING.
007600
007610      IF WS-HOLD-BRANCH = SPACES
007620          MOVE "- NO PAYMENT"     TO BRH-BRANCH
007630      ELSE
007640          MOVE WS-HOLD-BRANCH     TO BRH-BRANCH
007650      END-IF.
007660      MOVE SPACES                 TO REACT-LIST-RCD.
007670      WRITE REACT-LIST-RCD.
007680      MOVE WS-BRANCH-HEADING      TO REACT-LIST-RCD.
007690      WRITE REACT-LIST-RCD.
007700      MOVE WS-COL-HEADING-1       TO REACT-LIST-RCD.
007710      WRITE REACT-LIST-RCD.
007720      MOVE ZERO TO WS-BRANCH-LISTED.
007730
007740  4250-EXIT.
007750      EXIT.
007760
007770  4300-CLOSE-BRANCH.
007780
007790      MOVE "VENDORS FOR THE BRANCH" TO FTL-LITERAL.
007800      MOVE WS-BRANCH-LISTED       TO FTL-COUNT.
007810      MOVE WS-FOOT-LINE           TO REACT-LIST-RCD.
007820      WRITE REACT-LIST-RCD.
007830
007840  4300-EXIT.
007850      EXIT.
007860
007870  8000-WRAPUP.
007880
007890      MOVE SPACES                 TO REACT-LIST-RCD.
007900      WRITE REACT-LIST-RCD.
007910      MOVE "VENDORS DEACTIVATED"  TO FTL-LITERAL.
007920      MOVE WS-DEACTIVATED         TO FTL-COUNT.
007930      MOVE WS-FOOT-LINE           TO REACT-LIST-RCD.
007940      WRITE REACT-LIST-RCD.
007950
007960      MOVE "VENDOR MASTER READ:"   TO SCR-LITERAL.
007970      MOVE WS-MASTER-READ         TO SCR-COUNT.
007980      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007990      PERFORM 8999-WRITE-SYSOUT.
008000
008010      MOVE "YTD POSITIONS READ:"   TO SCR-LITERAL.
008020      MOVE WS-YTD-READ            TO SCR-COUNT.
008030      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008040      PERFORM 8999-WRITE-SYSOUT.
008050
008060      MOVE "HISTORY POSITIONS READ:" TO SCR-LITERAL.
008070      MOVE WS-HIST-READ           TO SCR-COUNT.
008080      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008090      PERFORM 8999-WRITE-SYSOUT.
008100
008110      MOVE "DISBURSEMENTS MATCHED:" TO SCR-LITERAL.
008120      MOVE WS-PAYMENTS-MATCHED    TO SCR-COUNT.
008130      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008140      PERFORM 8999-WRITE-SYSOUT.
008150
008160      MOVE "ALREADY DEACTIVATED:"  TO SCR-LITERAL.
008170      MOVE WS-ALREADY-INACTIVE    TO SCR-COUNT.
008180      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008190      PERFORM 8999-WRITE-SYSOUT.
008200
008210      MOVE "PAID SINCE CUTOFF:"    TO SCR-LITERAL.
008220      MOVE WS-RECENTLY-PAID       TO SCR-COUNT.
008230      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008240      PERFORM 8999-WRITE-SYSOUT.
008250
008260      MOVE "W-9 OR ADD SINCE CUTOFF:" TO SCR-LITERAL.
008270      MOVE WS-RECENT-W9           TO SCR-COUNT.
008280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008290      PERFORM 8999-WRITE-SYSOUT.
008300
008310      MOVE "DEACTIVATIONS WRITTEN:" TO SCR-LITERAL.
008320      MOVE WS-DEACTIVATED         TO SCR-COUNT.
008330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008340      PERFORM 8999-WRITE-SYSOUT.
008350
008360      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
008370
008380      COPY C2INZ003.
008390
008400      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
008410
008420  8000-EXIT.
008430      EXIT.
008440
008450* 8980-NOTE-TABLE-CAPACITY
008460*   NOTES THE VENDOR TABLE'S HIGH-WATER MARK, LIMIT AND
008470*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
008480  8980-NOTE-TABLE-CAPACITY.
008490
008500      MOVE "VENDOR MASTER"          TO TC-NOTE-NAME.
008510      MOVE WS-VENDOR-TABLE-MAX      TO TC-NOTE-LIMIT.
008520      MOVE WS-VENDOR-COUNT          TO TC-NOTE-HIGH.
008530      MOVE WS-VENDOR-DROPPED        TO TC-NOTE-DROPPED.
008540      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
008550
008560      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
008570
008580  8980-EXIT.
008590      EXIT.
008600
008610* 8900-SET-RETURN-CODE
008620*   RC=0 NO VENDOR DEACTIVATED.  RC=4 AT LEAST ONE DEACTIVATE
008630*   TRANSACTION WAS WRITTEN.  RC=8 THE YTD HISTORY DID NOT REACH
008640*   THE CUTOFF YEAR - NO VENDOR WAS JUDGED.  RC=12 THE VENDOR
008650*   TABLE OVERFLOWED - THE VENDORS IT COULD NOT HOLD WERE NOT
008660*   JUDGED.
008670  8900-SET-RETURN-CODE.
008680
008690      MOVE ZERO TO RETURN-CODE.
008700
008710      IF WS-DEACTIVATED > ZERO
008720          MOVE 4 TO RETURN-CODE
008730      END-IF.
008740
008750      IF WS-HISTORY-SHORT
008760          MOVE 8 TO RETURN-CODE
008770      END-IF.
008780
008790      IF TC-TABLE-OVERFLOW
008800          MOVE TC-OVERFLOW-RC TO RETURN-CODE
008810      END-IF.
008820
008830  8900-EXIT.
008840      EXIT.
008850
008860      COPY CLCWW111.
008870
008880      COPY CLCWW134.
008890
008900      COPY CLCWW167.
008910
008920      COPY C2INZ002.
008930
008940      COPY C2INZ004.
008950
008960      COPY C2INZ005.
008970
008980      TEN99-YTD-FILE
008990      YTD-HIST-FILE
009000      VM-TRAN-FILE
009010      REACT-LIST-RPT
009020      RUN-HISTORY-FILE.
009030
009040  9999-EXIT.
009050      EXIT.
