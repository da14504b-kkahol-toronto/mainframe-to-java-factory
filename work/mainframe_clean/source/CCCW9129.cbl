000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9129.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9129
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    STATE INCOME-TAX WITHHOLDING DEPOSIT LEDGER.
000130*              IN POST MODE, SUMS TEN99-STATE-WITHHOLD-AMT-DATA
000140*              BY STATE AND PAYER STATE ID ACROSS THE STATE
000150*              DIRECT-FILE TRANSMITTAL CCCW9150 JUST BUILT,
000160*              NETS IT AGAINST WHAT THE CROSS-RUN LEDGER
000170*              (CLCWW125) ALREADY HOLDS FOR THAT STATE, AND
000180*              CUTS A TREASURY REMITTANCE INSTRUCTION (CLCWW126)
000190*              FOR EACH STATE OWED, DUE ON THAT STATE'S DEPOSIT
000200*              SCHEDULE FROM THE CLCWW073 RULES TABLE.  IN YSTR
000210*              MODE, PROVES THE TRANSMITTAL AGAINST ITS OWN
000220*              TRAILER AND PRINTS EACH STATE'S ANNUAL
000230*              WITHHOLDING RECONCILIATION TOTALS - WITHHELD PER
000240*              TRANSMITTAL AGAINST THE LEDGER'S WITHHELD,
000250*              DEPOSITED, AND UNDEPOSITED BALANCE - SO TREASURY
000260*              NO LONGER REMITS FROM A SPREADSHEET BUILT OFF THE
000270*              STATE FILE.  THE SAME SHAPE AS THE CCCW9130
000280*              BACKUP-WITHHOLDING LEDGER, ONE SET PER STATE.
000290*
000300*              THE TRANSMITTAL CARRIES YEAR-TO-DATE WITHHOLDING,
000310*              SO EACH POST RUN BOOKS ONLY THE DIFFERENCE FROM
000320*              THE LEDGER'S WITHHELD-TO-DATE.  A STATE WHOSE
000330*              WITHHOLDING CAME DOWN (A CORRECTED OR RETURNED
000340*              CHECK) CARRIES THE CREDIT AGAINST ITS NEXT
000350*              DEPOSIT.  A NEW TAX YEAR STARTS FROM AN EMPTY
000360*              LEDGER GENERATION, SAME AS CCCW9130.
000370*
000380*  PARM:       MODE ('POST' OR 'YSTR').
000390*
000400*  FILES:      STWLEDGI - PRIOR LEDGER GENERATION (CLCWW125)
000410*              STWLEDGO - NEW LEDGER GENERATION (CLCWW125)
000420*              TEN99STA - STATE DIRECT-FILE TRANSMITTAL
000430*              STREMIT  - STATE REMITTANCE INSTRUCTIONS
000440*                         (CLCWW126), POST MODE ONLY
000450*
000460******************************************************************
000470*                      MODIFICATION HISTORY
000480******************************************************************
000490* DATE     INIT  DESCRIPTION
000500* -------- ----  --------------------------------------------
000510* 10/2026  RF    NEW PROGRAM - STATE WITHHOLDING DEPOSIT
000520*                LEDGER, REMITTANCE, AND ANNUAL STATE
000530*                RECONCILIATION
00530a* 10/2026  RF    PRINT THE TABLE CAPACITY REPORT (A FULL LEDGER
00530b*                OR DEPOSIT TABLE STILL ABENDS TBLFL)
0530ba* 10/2026  RF    LOAD THE STATE FILING RULES FROM THE CLCWW135
0530bb*                REFERENCE FILE THROUGH CCCW9196 IN PLACE OF THE
0530bc*                COMPILED VALUES - ABEND REF01 WHEN NONE ARE IN
0530bd*                FORCE
0530va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON STWLEDGI
0530vb*                AND WRITE ONE ON THE NEW STWLEDGO GENERATION
0530vc* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0530vd*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0530ve* 10/2026  RF    END RC=12 WHEN THE STATE FILING RULES TABLE
0530vf*                DROPPED A RULE.
000540******************************************************************
000550  ENVIRONMENT DIVISION.
000560  CONFIGURATION SECTION.
000570  SOURCE-COMPUTER.   IBM-370.
000580  OBJECT-COMPUTER.   IBM-370.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610
000620      COPY C2INX001.
000630
000640      SELECT STWLEDG-IN-FILE     ASSIGN TO STWLEDGI
000650          ORGANIZATION IS SEQUENTIAL.
000660
000670      SELECT STWLEDG-OUT-FILE    ASSIGN TO STWLEDGO
000680          ORGANIZATION IS SEQUENTIAL.
000690
000700      SELECT TEN99-STATE-FILE    ASSIGN TO TEN99STA
000710          ORGANIZATION IS SEQUENTIAL.
000720
000730      SELECT STATE-REMIT-FILE    ASSIGN TO STREMIT
000740          ORGANIZATION IS SEQUENTIAL.
000750
000760      COPY C2INX004.
000770
000780  DATA DIVISION.
000790  FILE SECTION.
000800
000810      COPY C2INX002.
000820
000830  FD  STWLEDG-IN-FILE
000840      BLOCK CONTAINS 0 RECORDS
000850      RECORDING MODE IS F
000860      LABEL RECORDS ARE STANDARD
000870      DATA RECORD IS STATE-WH-LEDGER-RCD.
000880
000890      COPY CLCWW125.
000900
000910* NEW GENERATION OF THE LEDGER - THE CLCWW125 LAYOUT IS
000920* ALREADY COPIED UNDER THE INPUT FD ABOVE, SO THIS SIDE
000930* CARRIES A PLAIN IMAGE OF THE SAME LENGTH.
000940  FD  STWLEDG-OUT-FILE
000950      BLOCK CONTAINS 0 RECORDS
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD
000980      DATA RECORD IS STWLEDG-OUT-RCD.
000990
001000  01  STWLEDG-OUT-RCD               PIC X(100).
001010
001020  FD  TEN99-STATE-FILE
001030      BLOCK CONTAINS 0 RECORDS
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD
001060      DATA RECORD IS TEN99-STATE-IN-RCD.
001070
001080  01  TEN99-STATE-IN-RCD            PIC X(420).
001090
001100  FD  STATE-REMIT-FILE
001110      BLOCK CONTAINS 0 RECORDS
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      DATA RECORD IS STATE-REMIT-RCD.
001150
001160      COPY CLCWW126.
001170
001180      COPY C2INX005.
001190
001200  WORKING-STORAGE SECTION.
001210
001220      COPY C2INX003.
001230
001240      COPY C2INX006.
0012va
0012vb      COPY CLCWW166.
001250
001260      COPY CLCWW013.
001270
001280      COPY CLCWW073.
01280a
01280b      COPY CLCWW133.
1280ba
1280bb      COPY CLCWW138.
001290
001300  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9129".
001310
001320  01  WS-SWITCHES.
001330      05  WS-POST-MODE-SW         PIC X(01) VALUE "N".
001340          88  WS-POST-MODE                VALUE "Y".
001350      05  WS-YSTR-MODE-SW         PIC X(01) VALUE "N".
001360          88  WS-YSTR-MODE                VALUE "Y".
001370      05  WS-LEDGER-EOF-SW        PIC X(01) VALUE "N".
001380          88  WS-LEDGER-EOF               VALUE "Y".
001390      05  WS-STATE-EOF-SW         PIC X(01) VALUE "N".
001400          88  WS-STATE-EOF                VALUE "Y".
001410      05  WS-TRAILER-FOUND-SW     PIC X(01) VALUE "N".
001420          88  WS-TRAILER-FOUND            VALUE "Y".
001430      05  WS-TRANSMITTAL-BAL-SW   PIC X(01) VALUE "Y".
001440          88  WS-TRANSMITTAL-IN-BALANCE   VALUE "Y".
001450      05  WS-STL-FOUND-SW         PIC X(01) VALUE "N".
001460          88  WS-STL-FOUND                VALUE "Y".
001470      05  WS-SRULE-FOUND-SW       PIC X(01) VALUE "N".
001480          88  WS-SRULE-FOUND              VALUE "Y".
001490
001500  01  WS-COUNTERS.
001510      05  WS-STATE-RECORDS-READ   PIC 9(09) COMP VALUE ZERO.
001520      05  WS-WITHHELD-RECORDS     PIC 9(09) COMP VALUE ZERO.
001530      05  WS-DEPOSITS-CARRIED     PIC 9(09) COMP VALUE ZERO.
001540      05  WS-REMITS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
001550      05  WS-CREDIT-STATES        PIC 9(09) COMP VALUE ZERO.
001560      05  WS-STATES-OUT-OF-BAL    PIC 9(09) COMP VALUE ZERO.
001570
001580  01  WS-RUN-TOTALS.
001590      05  WS-NET-THIS-RUN         PIC S9(13)V99 VALUE ZERO.
001600      05  WS-REMITTED-THIS-RUN    PIC S9(13)V99 VALUE ZERO.
001610      05  WS-RECON-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
001620      05  WS-TOT-FILE-WITHHELD    PIC S9(13)V99 VALUE ZERO.
001630      05  WS-TOT-WITHHELD-YTD     PIC S9(13)V99 VALUE ZERO.
001640      05  WS-TOT-DEPOSITED-YTD    PIC S9(13)V99 VALUE ZERO.
001650      05  WS-TOT-LIABILITY        PIC S9(13)V99 VALUE ZERO.
001660
001670* TRANSMITTAL PROOF - THE DETAIL RECORDS RE-COUNTED AND RE-ADDED
001680* HERE AGAINST THE TRAILER CCCW9150 WROTE, THE SAME TEST ITS OWN
001690* BALANCING PASS MAKES.
001700  01  WS-TRANSMITTAL-PROOF.
001710      05  WS-FILE-DETAIL-COUNT    PIC 9(09) VALUE ZERO.
001720      05  WS-FILE-COUNT-RAW       PIC X(09) VALUE SPACES.
001730      05  WS-FILE-DETAIL-AMOUNT   PIC S9(13)V99 VALUE ZERO.
001740      05  WS-TLR-COUNT-RAW        PIC X(09) VALUE SPACES.
001750      05  WS-TLR-DETAIL-AMOUNT    PIC S9(13)V99 VALUE ZERO.
001760
001770  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001780
001790* ONE ENTRY PER STATE AND PAYER STATE ID - THE LEDGER'S
001800* BALANCE RECORDS, PLUS ANY STATE FIRST WITHHELD THIS RUN,
001810* WITH THAT STATE'S TRANSMITTAL TOTALS ALONGSIDE.
001820  01  WS-STATE-LEDGER-TABLE.
001830      05  WS-STL-ENTRY            OCCURS 50 TIMES.
001840          10  WS-STL-STATE            PIC X(02).
001850          10  WS-STL-PAYER-ID         PIC X(10).
001860          10  WS-STL-FREQ             PIC X(01).
001870          10  WS-STL-LIABILITY        PIC S9(13)V99.
001880          10  WS-STL-WITHHELD-YTD     PIC S9(13)V99.
001890          10  WS-STL-DEPOSITED-YTD    PIC S9(13)V99.
001900          10  WS-STL-FILE-WITHHELD    PIC S9(13)V99.
001910          10  WS-STL-FILE-AMOUNT      PIC S9(13)V99.
001920          10  WS-STL-FILE-PAYEES      PIC 9(09) COMP.
001930
001940  77  WS-STL-COUNT                PIC 9(03) COMP VALUE ZERO.
001950  77  WS-STL-TABLE-MAX            PIC 9(03) COMP VALUE 50.
001960  77  WS-STL-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001970  77  WS-STL-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001980  77  WS-STL-SEARCH-STATE         PIC X(02) VALUE SPACES.
001990  77  WS-STL-SEARCH-PAYER-ID      PIC X(10) VALUE SPACES.
002000
002010  77  WS-SRULE-SUB                PIC 9(02) COMP VALUE ZERO.
002020
002030* DEPOSIT HISTORY CARRIED THROUGH FROM THE PRIOR LEDGER
002040* GENERATION, PLUS ANY DEPOSIT CUT THIS RUN, FOR EVERY STATE.
002050  01  WS-DEPOSIT-TABLE.
002060      05  WS-DEP-ENTRY            OCCURS 500 TIMES.
002070          10  WS-DEP-STATE            PIC X(02).
002080          10  WS-DEP-PAYER-ID         PIC X(10).
002090          10  WS-DEP-DATE             PIC 9(08).
002100          10  WS-DEP-AMOUNT           PIC S9(13)V99.
002110          10  WS-DEP-DUE              PIC 9(08).
002120
002130  77  WS-DEP-COUNT                PIC 9(03) COMP VALUE ZERO.
002140  77  WS-DEP-TABLE-MAX            PIC 9(03) COMP VALUE 500.
002150  77  WS-DEP-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
002160
002170* DUE-DATE WORK AREA - THE RUN DATE, AND THE DATE THE STATE
002180* EXPECTS THE DEPOSIT UNDER ITS SCHEDULE.
002190  01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002200  01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002210      05  WS-RUN-CCYY             PIC 9(04).
002220      05  WS-RUN-MM               PIC 9(02).
002230      05  WS-RUN-DD               PIC 9(02).
002240
002250  01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
002260  01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
002270      05  WS-DUE-CCYY             PIC 9(04).
002280      05  WS-DUE-MM               PIC 9(02).
002290      05  WS-DUE-DD               PIC 9(02).
002300
002310  77  WS-RUN-QUARTER              PIC 9(01) VALUE ZERO.
002320
002330* EDITED WORK LINE FOR SIGNED/DECIMAL DOLLAR TOTALS ON SYSOUT -
002340* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
002350  01  WS-GRAND-TOTAL-LINE.
002360      05  FILLER                  PIC X(02) VALUE SPACES.
002370      05  GTL-LITERAL             PIC X(30).
002380      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
002390      05  FILLER                  PIC X(78) VALUE SPACES.
002400
002410  01  WS-STATE-HEAD-LINE.
002420      05  FILLER                  PIC X(07) VALUE "STATE: ".
002430      05  SHL-STATE               PIC X(02).
002440      05  FILLER                  PIC X(18)
002450                                  VALUE "   PAYER STATE ID:".
002460      05  FILLER                  PIC X(01) VALUE SPACE.
002470      05  SHL-PAYER-ID            PIC X(10).
002480      05  FILLER                  PIC X(12)
002490                                  VALUE "   DEPOSITS:".
002500      05  FILLER                  PIC X(01) VALUE SPACE.
002510      05  SHL-FREQ                PIC X(01).
002520      05  FILLER                  PIC X(81) VALUE SPACES.
002530
002540  01  WS-TAX-YEAR-LINE.
002550      05  FILLER                  PIC X(10) VALUE "TAX YEAR: ".
002560      05  TYL-TAX-YEAR            PIC 9(04).
002570      05  FILLER                  PIC X(119) VALUE SPACES.
002580
002590  LINKAGE SECTION.
002600
002610* RUN-TIME PARM FROM THE EXECUTE STATEMENT - THE RUN MODE, E.G.
002620* PARM='POST' AFTER EACH CCCW9150 BUILD, OR PARM='YSTR' FOR THE
002630* YEAR-END STATE RECONCILIATION.
002640  01  LS-PARM-DATA.
002650      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002660      05  LS-PARM-TEXT.
002670          10  LS-PARM-MODE            PIC X(04).
002680
002690  PROCEDURE DIVISION USING LS-PARM-DATA.
002700
002710  0000-MAINLINE.
002720
002730      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002740
002750      IF WS-POST-MODE
002760          PERFORM 2000-POST-RUN      THRU 2000-EXIT
002770      END-IF.
002780
002790      IF WS-YSTR-MODE
002800          PERFORM 3000-RECONCILE-STATES THRU 3000-EXIT
002810      END-IF.
002820
002830      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002840
002850      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
002860
002870      GOBACK.
002880
002890  1000-INITIALIZE.
002900
002910      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002920      OPEN EXTEND RUN-HISTORY-FILE.
002930
002940      COPY C2INZ001.
02940a
02940b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
002950
002960      IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "POST"
002970          MOVE "Y" TO WS-POST-MODE-SW
002980      ELSE
002990          IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "YSTR"
003000              MOVE "Y" TO WS-YSTR-MODE-SW
003010          ELSE
003020              MOVE "INVALID OR MISSING MODE PARM - SUPPLY"
003030                                  TO CC-E01W-DISPLAY-RCD
003040              PERFORM 8999-WRITE-SYSOUT
003050              MOVE "POST OR YSTR AS THE RUN PARM."
003060                                  TO CC-E01W-DISPLAY-RCD
003070              PERFORM 8999-WRITE-SYSOUT
003080              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
003090              MOVE "PARM1"            TO SAR-RETURN-CODE
003100              MOVE SPACES             TO SAR-DB-NAME
003110              MOVE "STWLEDGI"         TO SAR-TABLE-NAME
003120              MOVE SPACES             TO SAR-SQLCODE
003130              GO TO 9998-COREDUMP
003140          END-IF
003150      END-IF.
003160
003170      MOVE SWA-CURRENT-CCYY-DATE  TO WS-RUN-DATE.
003180
003190      PERFORM 1200-LOAD-LEDGER       THRU 1200-EXIT.
003200      PERFORM 1300-SUM-TRANSMITTAL   THRU 1300-EXIT.
003210
003220  1000-EXIT.
003230      EXIT.
0323aa
0323ab* 1080-LOAD-REF-TABLES
0323ac*   LOADS THE REFERENCE TABLES THIS PROGRAM USES FROM THE
0323ad*   CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN
0323ae*   FORCE ON THE RUN DATE.  A TABLE WITH NOTHING IN FORCE
0323af*   ABENDS THE RUN RATHER THAN LET IT RUN WITHOUT ITS RULES.
0323ag  1080-LOAD-REF-TABLES.
0323ah
0323ai      MOVE "D"                    TO RL-ENTRY-FORMAT.
0323aj      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
0323ak
0323al      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0323am      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0323an      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0323ao      PERFORM 8999-WRITE-SYSOUT.
0323ap
0323aq      MOVE "SRUL"                 TO RL-TABLE-ID.
0323ar      MOVE WS-SRULE-ENTRY-LEN     TO RL-ENTRY-LENGTH.
0323as      MOVE WS-SRULE-TBL-LIMIT     TO RL-ENTRY-LIMIT.
0323at      CALL "CCCW9196" USING REF-LOAD-AREA
0323au                            WS-STATE-RULES-TBL.
0323av      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0323aw      MOVE RL-ENTRY-COUNT         TO WS-SRULE-TBL-MAX.
0323ax      MOVE RL-DROPPED             TO WS-SRULE-DROPPED.
0323ay
0323az  1080-EXIT.
0323ba      EXIT.
0323bb
0323bc* 1085-CHECK-REF-LOAD
0323bd*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0323be*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0323bf  1085-CHECK-REF-LOAD.
0323bg
0323bh      IF RL-TABLE-EMPTY
0323bi          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0323bj          MOVE "REF01"               TO SAR-RETURN-CODE
0323bk          MOVE SPACES                TO SAR-DB-NAME
0323bl          MOVE SPACES                TO SAR-TABLE-NAME
0323bm          STRING "REFTBL " RL-TABLE-ID
0323bn              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0323bo          MOVE SPACES                TO SAR-SQLCODE
0323bp          GO TO 9998-COREDUMP
0323bq      END-IF.
0323br
0323bs      MOVE SPACES                 TO SCR-LITERAL.
0323bt      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0323bu          DELIMITED BY SIZE INTO SCR-LITERAL.
0323bv      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0323bw      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0323bx      PERFORM 8999-WRITE-SYSOUT.
0323by
0323bz  1085-EXIT.
0323ca      EXIT.
003240
003250* 1200-LOAD-LEDGER
003260*   READS THE PRIOR GENERATION OF THE LEDGER (CLCWW125) - EACH
003270*   STATE'S TYPE "L" BALANCE RECORD INTO WS-STATE-LEDGER-TABLE
003280*   AND EVERY TYPE "D" DEPOSIT RECORD INTO WS-DEPOSIT-TABLE.  A
003290*   MISSING OR EMPTY LEDGER (FIRST RUN OF THE YEAR) STARTS
003300*   EVERY STATE AT ZERO.
003310  1200-LOAD-LEDGER.
003320
003330      OPEN INPUT STWLEDG-IN-FILE.
0033va      PERFORM 1205-CHECK-LEDGER-LAYOUT THRU 1205-EXIT.
003340
003350      PERFORM 1210-LOAD-LEDGER-RCD THRU 1210-EXIT
003360          UNTIL WS-LEDGER-EOF.
003370
003380      CLOSE STWLEDG-IN-FILE.
003390
003400  1200-EXIT.
003410      EXIT.
0034va
0034vb* 1205-CHECK-LEDGER-LAYOUT
0034vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0034vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0034ve*   READ SEES END OF FILE.
0034vf  1205-CHECK-LEDGER-LAYOUT.
0034vg
0034vh      MOVE "CLCWW125"             TO WS-LV-CHECK-FILE-ID.
0034vi      MOVE "STWLEDGI"             TO WS-LV-CHECK-DDNAME.
0034vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0034vk      READ STWLEDG-IN-FILE INTO LAYOUT-HEADER-RCD
0034vl          AT END
0034vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0034vn      END-READ.
0034vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0034vp
0034vq      IF WS-LV-FILE-EMPTY
0034vr          CLOSE STWLEDG-IN-FILE
0034vs          OPEN INPUT STWLEDG-IN-FILE
0034vt      END-IF.
0034vu
0034vv  1205-EXIT.
0034vw      EXIT.
003420
003430  1210-LOAD-LEDGER-RCD.
003440
003450      READ STWLEDG-IN-FILE
003460          AT END
003470              MOVE "Y" TO WS-LEDGER-EOF-SW
003480              GO TO 1210-EXIT
003490      END-READ.
003500
003510      IF SL-BALANCE-RECORD
003520          MOVE SL-STATE           TO WS-STL-SEARCH-STATE
003530          MOVE SL-PAYER-STATE-ID  TO WS-STL-SEARCH-PAYER-ID
003540          PERFORM 1400-FIND-STATE-ENTRY THRU 1400-EXIT
003550          MOVE SL-LIABILITY-BALANCE
003560                  TO WS-STL-LIABILITY (WS-STL-MATCHED-SUB)
003570          MOVE SL-WITHHELD-YTD
003580                  TO WS-STL-WITHHELD-YTD (WS-STL-MATCHED-SUB)
003590          MOVE SL-DEPOSITED-YTD
003600                  TO WS-STL-DEPOSITED-YTD (WS-STL-MATCHED-SUB)
003610          IF SL-TAX-YEAR NUMERIC AND SL-TAX-YEAR > ZERO
003620              MOVE SL-TAX-YEAR    TO WS-TAX-YEAR
003630          END-IF
003640          GO TO 1210-EXIT
003650      END-IF.
003660
003670      IF NOT SL-DEPOSIT-RECORD
003680          GO TO 1210-EXIT
003690      END-IF.
003700
003710      IF WS-DEP-COUNT NOT < WS-DEP-TABLE-MAX
003720          MOVE "*STATE DEPOSIT TABLE FULL AT:"
003730                                  TO CC-E01W-DISPLAY-RCD
003740          PERFORM 8999-WRITE-SYSOUT
003750          MOVE WS-DEP-TABLE-MAX   TO SCR-COUNT
003760          MOVE "DEPOSIT TABLE MAXIMUM:" TO SCR-LITERAL
003770          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
003780          PERFORM 8999-WRITE-SYSOUT
003790          MOVE "1210-LOAD-LEDGER-RCD" TO SAR-PARAGRAPH
003800          MOVE "TBLFL"            TO SAR-RETURN-CODE
003810          MOVE SPACES             TO SAR-DB-NAME
003820          MOVE "STWLEDGI"         TO SAR-TABLE-NAME
003830          MOVE SPACES             TO SAR-SQLCODE
003840          GO TO 9998-COREDUMP
003850      END-IF.
003860
003870      ADD 1 TO WS-DEP-COUNT.
003880      MOVE SL-STATE               TO WS-DEP-STATE (WS-DEP-COUNT).
003890      MOVE SL-PAYER-STATE-ID
003895                              TO WS-DEP-PAYER-ID (WS-DEP-COUNT).
003900      MOVE SL-DEPOSIT-DATE        TO WS-DEP-DATE (WS-DEP-COUNT).
003910      MOVE SL-DEPOSIT-AMOUNT      TO WS-DEP-AMOUNT (WS-DEP-COUNT).
003920      MOVE SL-DEPOSIT-DUE         TO WS-DEP-DUE (WS-DEP-COUNT).
003930      ADD 1 TO WS-DEPOSITS-CARRIED.
003940
003950  1210-EXIT.
003960      EXIT.
003970
003980* 1300-SUM-TRANSMITTAL
003990*   READS THE STATE DIRECT-FILE TRANSMITTAL, SUMMING EACH
004000*   WITHHELD PAYEE'S TEN99-STATE-WITHHOLD-AMT-DATA INTO ITS
004010*   STATE ENTRY AND RE-COUNTING THE DETAIL AGAINST THE TRAILER.
004020*   A POST RUN WILL NOT BOOK LIABILITY OFF A TRANSMITTAL THAT
004030*   DOES NOT PROVE TO ITS OWN TRAILER.
004040  1300-SUM-TRANSMITTAL.
004050
004060      OPEN INPUT TEN99-STATE-FILE.
004070
004080      PERFORM 1310-READ-TRANSMITTAL THRU 1310-EXIT
004090          UNTIL WS-STATE-EOF.
004100
004110      CLOSE TEN99-STATE-FILE.
004120
004130      MOVE WS-FILE-DETAIL-COUNT   TO WS-FILE-COUNT-RAW.
004140
004150      IF NOT WS-TRAILER-FOUND
004160          OR WS-FILE-COUNT-RAW NOT = WS-TLR-COUNT-RAW
004170          OR WS-FILE-DETAIL-AMOUNT NOT = WS-TLR-DETAIL-AMOUNT
004180          MOVE "N" TO WS-TRANSMITTAL-BAL-SW
004190      END-IF.
004200
004210      IF WS-POST-MODE AND NOT WS-TRANSMITTAL-IN-BALANCE
004220          MOVE "*STATE TRANSMITTAL DOES NOT PROVE TO TRAILER"
004230                                  TO CC-E01W-DISPLAY-RCD
004240          PERFORM 8999-WRITE-SYSOUT
004250          MOVE "1300-SUM-TRANSMITTAL" TO SAR-PARAGRAPH
004260          MOVE "BAL04"            TO SAR-RETURN-CODE
004270          MOVE SPACES             TO SAR-DB-NAME
004280          MOVE "TEN99STA"         TO SAR-TABLE-NAME
004290          MOVE SPACES             TO SAR-SQLCODE
004300          GO TO 9998-COREDUMP
004310      END-IF.
004320
004330  1300-EXIT.
004340      EXIT.
004350
004360  1310-READ-TRANSMITTAL.
004370
004380      READ TEN99-STATE-FILE
004390          AT END
004400              MOVE "Y" TO WS-STATE-EOF-SW
004410              GO TO 1310-EXIT
004420      END-READ.
004430
004440      IF TEN99-STATE-IN-RCD (1:10) = LOW-VALUES
004450          GO TO 1310-EXIT
004460      END-IF.
004470
004480      IF TEN99-STATE-IN-RCD (1:10) = HIGH-VALUES
004490          MOVE TEN99-STATE-IN-RCD TO TEN99-RECORD-TLR
004500          MOVE "Y" TO WS-TRAILER-FOUND-SW
004510          MOVE TEN99-WRITTEN-CNT-TLR  TO WS-TLR-COUNT-RAW
004520          MOVE TEN99-TOTAL-DOLLAR-AMT-TLR
004530                                  TO WS-TLR-DETAIL-AMOUNT
004540          GO TO 1310-EXIT
004550      END-IF.
004560
004570      MOVE TEN99-STATE-IN-RCD     TO TEN99-RCD.
004580      ADD 1 TO WS-STATE-RECORDS-READ.
004590      ADD 1 TO WS-FILE-DETAIL-COUNT.
004600      ADD TEN99-RPT-DISB-AMT-DATA TO WS-FILE-DETAIL-AMOUNT.
004610
004620      IF TEN99-TAX-YEAR-DATA NUMERIC
004630          AND TEN99-TAX-YEAR-DATA > ZERO
004640          MOVE TEN99-TAX-YEAR-DATA TO WS-TAX-YEAR
004650      END-IF.
004660
004670      IF TEN99-STATE-WITHHOLD-AMT-DATA = ZERO
004680          GO TO 1310-EXIT
004690      END-IF.
004700
004710      ADD 1 TO WS-WITHHELD-RECORDS.
004720      MOVE TEN99-STATE-DATA (1:2) TO WS-STL-SEARCH-STATE.
004730      MOVE TEN99-PAYER-STATE-ID   TO WS-STL-SEARCH-PAYER-ID.
004740      PERFORM 1400-FIND-STATE-ENTRY THRU 1400-EXIT.
004750
004760      ADD TEN99-STATE-WITHHOLD-AMT-DATA
004770              TO WS-STL-FILE-WITHHELD (WS-STL-MATCHED-SUB).
004780      ADD TEN99-RPT-DISB-AMT-DATA
004790              TO WS-STL-FILE-AMOUNT (WS-STL-MATCHED-SUB).
004800      ADD 1 TO WS-STL-FILE-PAYEES (WS-STL-MATCHED-SUB).
004810
004820  1310-EXIT.
004830      EXIT.
004840
004850* 1400-FIND-STATE-ENTRY
004860*   FINDS THE WS-STATE-LEDGER-TABLE ENTRY FOR WS-STL-SEARCH-
004870*   STATE AND WS-STL-SEARCH-PAYER-ID, OPENING A ZEROED ENTRY
004880*   (WITH THE STATE'S CLCWW073 DEPOSIT FREQUENCY) THE FIRST
004890*   TIME A STATE IS SEEN.  LEAVES WS-STL-MATCHED-SUB ON IT.
004900  1400-FIND-STATE-ENTRY.
004910
004920      MOVE "N" TO WS-STL-FOUND-SW.
004930      MOVE ZERO TO WS-STL-MATCHED-SUB.
004940
004950      PERFORM 1410-SEARCH-STATE-ENTRY THRU 1410-EXIT
004960          VARYING WS-STL-TBL-SUB FROM 1 BY 1
004970          UNTIL WS-STL-TBL-SUB > WS-STL-COUNT
004980             OR WS-STL-FOUND.
004990
005000      IF WS-STL-FOUND
005010          GO TO 1400-EXIT
005020      END-IF.
005030
005040      IF WS-STL-COUNT NOT < WS-STL-TABLE-MAX
005050          MOVE "*STATE LEDGER TABLE FULL AT:"
005060                                  TO CC-E01W-DISPLAY-RCD
005070          PERFORM 8999-WRITE-SYSOUT
005080          MOVE WS-STL-TABLE-MAX   TO SCR-COUNT
005090          MOVE "STATE TABLE MAXIMUM:" TO SCR-LITERAL
005100          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005110          PERFORM 8999-WRITE-SYSOUT
005120          MOVE "1400-FIND-STATE-ENTRY" TO SAR-PARAGRAPH
005130          MOVE "TBLFL"            TO SAR-RETURN-CODE
005140          MOVE SPACES             TO SAR-DB-NAME
005150          MOVE "STWLEDGI"         TO SAR-TABLE-NAME
005160          MOVE SPACES             TO SAR-SQLCODE
005170          GO TO 9998-COREDUMP
005180      END-IF.
005190
005200      ADD 1 TO WS-STL-COUNT.
005210      MOVE WS-STL-COUNT           TO WS-STL-MATCHED-SUB.
005220      MOVE WS-STL-SEARCH-STATE
005230                  TO WS-STL-STATE (WS-STL-MATCHED-SUB).
005240      MOVE WS-STL-SEARCH-PAYER-ID
005250                  TO WS-STL-PAYER-ID (WS-STL-MATCHED-SUB).
005260      MOVE ZERO   TO WS-STL-LIABILITY (WS-STL-MATCHED-SUB)
005270                     WS-STL-WITHHELD-YTD (WS-STL-MATCHED-SUB)
005280                     WS-STL-DEPOSITED-YTD (WS-STL-MATCHED-SUB)
005290                     WS-STL-FILE-WITHHELD (WS-STL-MATCHED-SUB)
005300                     WS-STL-FILE-AMOUNT (WS-STL-MATCHED-SUB)
005310                     WS-STL-FILE-PAYEES (WS-STL-MATCHED-SUB).
005320
005330*   A STATE DROPPED FROM THE RULES TABLE KEEPS ITS LEDGER BUT
005340*   DEFAULTS TO MONTHLY DEPOSITS - THE SAFER SCHEDULE.
005350      MOVE "M"    TO WS-STL-FREQ (WS-STL-MATCHED-SUB).
005360      MOVE "N" TO WS-SRULE-FOUND-SW.
005370      PERFORM 1420-SEARCH-STATE-RULE THRU 1420-EXIT
005380          VARYING WS-SRULE-SUB FROM 1 BY 1
005390          UNTIL WS-SRULE-SUB > WS-SRULE-TBL-MAX
005400             OR WS-SRULE-FOUND.
005410
005420  1400-EXIT.
005430      EXIT.
005440
005450  1410-SEARCH-STATE-ENTRY.
005460
005470      IF WS-STL-STATE (WS-STL-TBL-SUB) = WS-STL-SEARCH-STATE
005480          AND WS-STL-PAYER-ID (WS-STL-TBL-SUB) =
005490              WS-STL-SEARCH-PAYER-ID
005500          MOVE "Y" TO WS-STL-FOUND-SW
005510          MOVE WS-STL-TBL-SUB TO WS-STL-MATCHED-SUB
005520      END-IF.
005530
005540  1410-EXIT.
005550      EXIT.
005560
005570  1420-SEARCH-STATE-RULE.
005580
005590      IF WS-SRULE-STATE (WS-SRULE-SUB) = WS-STL-SEARCH-STATE
005600          AND WS-SRULE-DEPOSIT-FREQ (WS-SRULE-SUB) NOT = SPACE
005610          MOVE "Y" TO WS-SRULE-FOUND-SW
005620          MOVE WS-SRULE-DEPOSIT-FREQ (WS-SRULE-SUB)
005630                  TO WS-STL-FREQ (WS-STL-MATCHED-SUB)
005640      END-IF.
005650
005660  1420-EXIT.
005670      EXIT.
005680
005690* 2000-POST-RUN
005700*   NETS EACH STATE'S TRANSMITTAL WITHHOLDING AGAINST THE
005710*   LEDGER, CUTS A REMITTANCE FOR EVERY STATE LEFT OWING, AND
005720*   WRITES THE NEW LEDGER GENERATION.
005730  2000-POST-RUN.
005740
005750      OPEN OUTPUT STATE-REMIT-FILE.
005760
005770      PERFORM 2100-NET-STATE     THRU 2100-EXIT
005780          VARYING WS-STL-TBL-SUB FROM 1 BY 1
005790          UNTIL WS-STL-TBL-SUB > WS-STL-COUNT.
005800
005810      PERFORM 2300-WRITE-LEDGER  THRU 2300-EXIT.
005820
005830      CLOSE STATE-REMIT-FILE.
005840
005850  2000-EXIT.
005860      EXIT.
005870
005880* 2100-NET-STATE
005890*   THIS RUN'S WITHHOLDING FOR THE STATE IS THE TRANSMITTAL'S
005900*   YEAR-TO-DATE LESS WHAT THE LEDGER ALREADY BOOKED.  A STATE
005910*   STILL OWING AFTER THE NETTING GETS ITS DEPOSIT CUT; ONE IN
005920*   CREDIT CARRIES IT FORWARD.
005930  2100-NET-STATE.
005940
005950      COMPUTE WS-RECON-DIFFERENCE =
005960          WS-STL-FILE-WITHHELD (WS-STL-TBL-SUB) -
005970          WS-STL-WITHHELD-YTD (WS-STL-TBL-SUB).
005980
005990      ADD WS-RECON-DIFFERENCE     TO WS-NET-THIS-RUN.
006000      ADD WS-RECON-DIFFERENCE
006010                  TO WS-STL-LIABILITY (WS-STL-TBL-SUB).
006020      MOVE WS-STL-FILE-WITHHELD (WS-STL-TBL-SUB)
006030                  TO WS-STL-WITHHELD-YTD (WS-STL-TBL-SUB).
006040
006050      IF WS-STL-LIABILITY (WS-STL-TBL-SUB) > ZERO
006060          PERFORM 2200-CUT-DEPOSIT THRU 2200-EXIT
006070      END-IF.
006080
006090      IF WS-STL-LIABILITY (WS-STL-TBL-SUB) < ZERO
006100          ADD 1 TO WS-CREDIT-STATES
006110      END-IF.
006120
006130  2100-EXIT.
006140      EXIT.
006150
006160* 2200-CUT-DEPOSIT
006170*   WRITES THE TREASURY REMITTANCE INSTRUCTION FOR THE STATE'S
006180*   FULL UNDEPOSITED BALANCE, DUE ON THE STATE'S SCHEDULE,
006190*   POSTS THE DEPOSIT TO THE HISTORY TABLE, AND ZEROS THE
006200*   BALANCE.
006210  2200-CUT-DEPOSIT.
006220
006230      PERFORM 2210-COMPUTE-DUE-DATE THRU 2210-EXIT.
006240
006250      IF WS-DEP-COUNT NOT < WS-DEP-TABLE-MAX
006260          MOVE "*STATE DEPOSIT TABLE FULL AT:"
006270                                  TO CC-E01W-DISPLAY-RCD
006280          PERFORM 8999-WRITE-SYSOUT
006290          MOVE WS-DEP-TABLE-MAX   TO SCR-COUNT
006300          MOVE "DEPOSIT TABLE MAXIMUM:" TO SCR-LITERAL
006310          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
006320          PERFORM 8999-WRITE-SYSOUT
006330          MOVE "2200-CUT-DEPOSIT" TO SAR-PARAGRAPH
006340          MOVE "TBLFL"            TO SAR-RETURN-CODE
006350          MOVE SPACES             TO SAR-DB-NAME
006360          MOVE "STWLEDGO"         TO SAR-TABLE-NAME
006370          MOVE SPACES             TO SAR-SQLCODE
006380          GO TO 9998-COREDUMP
006390      END-IF.
006400
006410      MOVE SPACES                 TO STATE-REMIT-RCD.
006420      MOVE WS-RUN-DATE            TO SR-REMIT-DATE.
006430      MOVE WS-STL-LIABILITY (WS-STL-TBL-SUB) TO SR-REMIT-AMOUNT.
006440      MOVE "EFT"                  TO SR-SETTLEMENT-TYPE.
006450      MOVE WS-STL-STATE (WS-STL-TBL-SUB)     TO SR-STATE.
006460      MOVE WS-STL-PAYER-ID (WS-STL-TBL-SUB)  TO SR-PAYER-STATE-ID.
006470      MOVE WS-STL-FREQ (WS-STL-TBL-SUB)      TO SR-DEPOSIT-FREQ.
006480      MOVE WS-RUN-DATE (1:6)      TO SR-TAX-PERIOD.
006490      MOVE WS-DUE-DATE            TO SR-DUE-DATE.
006500      WRITE STATE-REMIT-RCD.
006510      ADD 1 TO WS-REMITS-WRITTEN.
006520      ADD WS-STL-LIABILITY (WS-STL-TBL-SUB)
006530                                  TO WS-REMITTED-THIS-RUN.
006540
006550      ADD 1 TO WS-DEP-COUNT.
006560      MOVE WS-STL-STATE (WS-STL-TBL-SUB)
006570                          TO WS-DEP-STATE (WS-DEP-COUNT).
006580      MOVE WS-STL-PAYER-ID (WS-STL-TBL-SUB)
006590                          TO WS-DEP-PAYER-ID (WS-DEP-COUNT).
006600      MOVE WS-RUN-DATE    TO WS-DEP-DATE (WS-DEP-COUNT).
006610      MOVE WS-STL-LIABILITY (WS-STL-TBL-SUB)
006620                          TO WS-DEP-AMOUNT (WS-DEP-COUNT).
006630      MOVE WS-DUE-DATE    TO WS-DEP-DUE (WS-DEP-COUNT).
006640
006650      ADD WS-STL-LIABILITY (WS-STL-TBL-SUB)
006660                  TO WS-STL-DEPOSITED-YTD (WS-STL-TBL-SUB).
006670      MOVE ZERO   TO WS-STL-LIABILITY (WS-STL-TBL-SUB).
006680
006690  2200-EXIT.
006700      EXIT.
006710
006720* 2210-COMPUTE-DUE-DATE
006730*   DATES THE DEPOSIT FROM THE RUN DATE ON THE STATE'S
006740*   SCHEDULE - MONTHLY, THE 15TH OF THE FOLLOWING MONTH;
006750*   QUARTERLY, THE LAST DAY OF THE MONTH AFTER THE QUARTER
006760*   ENDS; ANNUAL, JANUARY 31 OF THE FOLLOWING YEAR.
006770  2210-COMPUTE-DUE-DATE.
006780
006790      MOVE WS-RUN-DATE            TO WS-DUE-DATE.
006800
006810      IF WS-STL-FREQ (WS-STL-TBL-SUB) = "A"
006820          ADD 1 TO WS-DUE-CCYY
006830          MOVE 01 TO WS-DUE-MM
006840          MOVE 31 TO WS-DUE-DD
006850          GO TO 2210-EXIT
006860      END-IF.
006870
006880      IF WS-STL-FREQ (WS-STL-TBL-SUB) = "Q"
006890          COMPUTE WS-RUN-QUARTER = (WS-RUN-MM + 2) / 3
006900          COMPUTE WS-DUE-MM = (WS-RUN-QUARTER * 3) + 1
006910          MOVE 31 TO WS-DUE-DD
006920          IF WS-DUE-MM = 04
006930              MOVE 30 TO WS-DUE-DD
006940          END-IF
006950          IF WS-DUE-MM > 12
006960              MOVE 01 TO WS-DUE-MM
006970              ADD 1 TO WS-DUE-CCYY
006980          END-IF
006990          GO TO 2210-EXIT
007000      END-IF.
007010
007020      IF WS-RUN-MM = 12
007030          MOVE 01 TO WS-DUE-MM
007040          ADD 1 TO WS-DUE-CCYY
007050      ELSE
007060          COMPUTE WS-DUE-MM = WS-RUN-MM + 1
007070      END-IF.
007080      MOVE 15 TO WS-DUE-DD.
007090
007100  2210-EXIT.
007110      EXIT.
007120
007130* 2300-WRITE-LEDGER
007140*   WRITES THE NEW LEDGER GENERATION - EVERY STATE'S TYPE "L"
007150*   BALANCE RECORD FIRST, THEN THE FULL DEPOSIT HISTORY.
007160  2300-WRITE-LEDGER.
007170
007180      OPEN OUTPUT STWLEDG-OUT-FILE.
0071va      MOVE "CLCWW125"             TO WS-LV-CHECK-FILE-ID.
0071vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0071vc      WRITE STWLEDG-OUT-RCD FROM LAYOUT-HEADER-RCD.
007190
007200      PERFORM 2310-WRITE-BALANCE-RCD THRU 2310-EXIT
007210          VARYING WS-STL-TBL-SUB FROM 1 BY 1
007220          UNTIL WS-STL-TBL-SUB > WS-STL-COUNT.
007230
007240      PERFORM 2320-WRITE-DEPOSIT-RCD THRU 2320-EXIT
007250          VARYING WS-DEP-TBL-SUB FROM 1 BY 1
007260          UNTIL WS-DEP-TBL-SUB > WS-DEP-COUNT.
007270
007280      CLOSE STWLEDG-OUT-FILE.
007290
007300  2300-EXIT.
007310      EXIT.
007320
007330  2310-WRITE-BALANCE-RCD.
007340
007350      MOVE SPACES                 TO STATE-WH-LEDGER-RCD.
007360      MOVE "L"                    TO SL-RECORD-TYPE.
007370      MOVE WS-STL-STATE (WS-STL-TBL-SUB)    TO SL-STATE.
007380      MOVE WS-STL-PAYER-ID (WS-STL-TBL-SUB) TO SL-PAYER-STATE-ID.
007390      MOVE WS-STL-LIABILITY (WS-STL-TBL-SUB)
007400                                  TO SL-LIABILITY-BALANCE.
007410      MOVE WS-STL-WITHHELD-YTD (WS-STL-TBL-SUB)
007420                                  TO SL-WITHHELD-YTD.
007430      MOVE WS-STL-DEPOSITED-YTD (WS-STL-TBL-SUB)
007440                                  TO SL-DEPOSITED-YTD.
007450      MOVE WS-RUN-DATE            TO SL-LAST-RUN-DATE.
007460      MOVE WS-TAX-YEAR            TO SL-TAX-YEAR.
007470      MOVE STATE-WH-LEDGER-RCD    TO STWLEDG-OUT-RCD.
007480      WRITE STWLEDG-OUT-RCD.
007490
007500  2310-EXIT.
007510      EXIT.
007520
007530  2320-WRITE-DEPOSIT-RCD.
007540
007550      MOVE SPACES                 TO STATE-WH-LEDGER-RCD.
007560      MOVE "D"                    TO SL-RECORD-TYPE.
007570      MOVE WS-DEP-STATE (WS-DEP-TBL-SUB)    TO SL-STATE.
007580      MOVE WS-DEP-PAYER-ID (WS-DEP-TBL-SUB) TO SL-PAYER-STATE-ID.
007590      MOVE WS-DEP-DATE (WS-DEP-TBL-SUB)     TO SL-DEPOSIT-DATE.
007600      MOVE WS-DEP-AMOUNT (WS-DEP-TBL-SUB)   TO SL-DEPOSIT-AMOUNT.
007610      MOVE WS-DEP-DUE (WS-DEP-TBL-SUB)      TO SL-DEPOSIT-DUE.
007620      MOVE STATE-WH-LEDGER-RCD    TO STWLEDG-OUT-RCD.
007630      WRITE STWLEDG-OUT-RCD.
007640
007650  2320-EXIT.
007660      EXIT.
007670
007680* 3000-RECONCILE-STATES
007690*   THE YEAR-END STATE WITHHOLDING RECONCILIATION.  PROVES THE
007700*   TRANSMITTAL TO ITS TRAILER, THEN FOR EACH STATE PRINTS THE
007710*   ANNUAL TOTALS THE STATE'S RECONCILIATION RETURN ASKS FOR -
007720*   PAYEES, REPORTABLE AMOUNT, AND WITHHOLDING PER TRANSMITTAL,
007730*   AGAINST THE LEDGER'S WITHHELD, DEPOSITED, AND UNDEPOSITED
007740*   BALANCE.  WITHHELD PER TRANSMITTAL SHOULD EQUAL BOTH THE
007750*   LEDGER'S WITHHELD AND ITS DEPOSITS PLUS BALANCE; ANY
007760*   DIFFERENCE IS FLAGGED FOR TREASURY BEFORE THE STATE
007770*   RECONCILIATION IS FILED.
007780  3000-RECONCILE-STATES.
007790
007800      MOVE "STATE WITHHOLDING ANNUAL RECONCILIATION"
007810                                  TO CC-E01W-DISPLAY-RCD.
007820      PERFORM 8999-WRITE-SYSOUT.
007830
007840      MOVE WS-TAX-YEAR            TO TYL-TAX-YEAR.
007850      MOVE WS-TAX-YEAR-LINE       TO CC-E01W-DISPLAY-RCD.
007860      PERFORM 8999-WRITE-SYSOUT.
007870
007880      MOVE "TRANSMITTAL DETAIL RECORDS:" TO SCR-LITERAL.
007890      MOVE WS-FILE-DETAIL-COUNT   TO SCR-COUNT.
007900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007910      PERFORM 8999-WRITE-SYSOUT.
007920
007930      MOVE "TRANSMITTAL DETAIL AMOUNT:" TO GTL-LITERAL.
007940      MOVE WS-FILE-DETAIL-AMOUNT  TO GTL-AMOUNT.
007950      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
007960      PERFORM 8999-WRITE-SYSOUT.
007970
007980      MOVE "TRANSMITTAL TRAILER AMOUNT:" TO GTL-LITERAL.
007990      MOVE WS-TLR-DETAIL-AMOUNT   TO GTL-AMOUNT.
008000      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008010      PERFORM 8999-WRITE-SYSOUT.
008020
008030      IF NOT WS-TRANSMITTAL-IN-BALANCE
008040          MOVE "*** TRANSMITTAL DOES NOT PROVE TO ITS TRAILER"
008050                                  TO CC-E01W-DISPLAY-RCD
008060          PERFORM 8999-WRITE-SYSOUT
008070      END-IF.
008080
008090      PERFORM 3100-RECONCILE-ONE-STATE THRU 3100-EXIT
008100          VARYING WS-STL-TBL-SUB FROM 1 BY 1
008110          UNTIL WS-STL-TBL-SUB > WS-STL-COUNT.
008120
008130      MOVE "ALL STATES" TO CC-E01W-DISPLAY-RCD.
008140      PERFORM 8999-WRITE-SYSOUT.
008150
008160      MOVE "WITHHELD PER TRANSMITTAL:" TO GTL-LITERAL.
008170      MOVE WS-TOT-FILE-WITHHELD   TO GTL-AMOUNT.
008180      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008190      PERFORM 8999-WRITE-SYSOUT.
008200
008210      MOVE "WITHHELD PER LEDGER:"  TO GTL-LITERAL.
008220      MOVE WS-TOT-WITHHELD-YTD    TO GTL-AMOUNT.
008230      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008240      PERFORM 8999-WRITE-SYSOUT.
008250
008260      MOVE "DEPOSITED PER LEDGER:" TO GTL-LITERAL.
008270      MOVE WS-TOT-DEPOSITED-YTD   TO GTL-AMOUNT.
008280      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008290      PERFORM 8999-WRITE-SYSOUT.
008300
008310      MOVE "UNDEPOSITED BALANCE:"  TO GTL-LITERAL.
008320      MOVE WS-TOT-LIABILITY       TO GTL-AMOUNT.
008330      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008340      PERFORM 8999-WRITE-SYSOUT.
008350
008360  3000-EXIT.
008370      EXIT.
008380
008390  3100-RECONCILE-ONE-STATE.
008400
008410      MOVE WS-STL-STATE (WS-STL-TBL-SUB)    TO SHL-STATE.
008420      MOVE WS-STL-PAYER-ID (WS-STL-TBL-SUB) TO SHL-PAYER-ID.
008430      MOVE WS-STL-FREQ (WS-STL-TBL-SUB)     TO SHL-FREQ.
008440      MOVE WS-STATE-HEAD-LINE     TO CC-E01W-DISPLAY-RCD.
008450      PERFORM 8999-WRITE-SYSOUT.
008460
008470      MOVE "PAYEES WITHHELD:"      TO SCR-LITERAL.
008480      MOVE WS-STL-FILE-PAYEES (WS-STL-TBL-SUB) TO SCR-COUNT.
008490      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008500      PERFORM 8999-WRITE-SYSOUT.
008510
008520      MOVE "REPORTED PER TRANSMITTAL:" TO GTL-LITERAL.
008530      MOVE WS-STL-FILE-AMOUNT (WS-STL-TBL-SUB) TO GTL-AMOUNT.
008540      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008550      PERFORM 8999-WRITE-SYSOUT.
008560
008570      MOVE "WITHHELD PER TRANSMITTAL:" TO GTL-LITERAL.
008580      MOVE WS-STL-FILE-WITHHELD (WS-STL-TBL-SUB) TO GTL-AMOUNT.
008590      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008600      PERFORM 8999-WRITE-SYSOUT.
008610
008620      MOVE "WITHHELD PER LEDGER:"  TO GTL-LITERAL.
008630      MOVE WS-STL-WITHHELD-YTD (WS-STL-TBL-SUB) TO GTL-AMOUNT.
008640      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008650      PERFORM 8999-WRITE-SYSOUT.
008660
008670      MOVE "DEPOSITED PER LEDGER:" TO GTL-LITERAL.
008680      MOVE WS-STL-DEPOSITED-YTD (WS-STL-TBL-SUB) TO GTL-AMOUNT.
008690      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008700      PERFORM 8999-WRITE-SYSOUT.
008710
008720      MOVE "UNDEPOSITED BALANCE:"  TO GTL-LITERAL.
008730      MOVE WS-STL-LIABILITY (WS-STL-TBL-SUB) TO GTL-AMOUNT.
008740      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008750      PERFORM 8999-WRITE-SYSOUT.
008760
008770      COMPUTE WS-RECON-DIFFERENCE =
008780          WS-STL-FILE-WITHHELD (WS-STL-TBL-SUB) -
008790          (WS-STL-DEPOSITED-YTD (WS-STL-TBL-SUB) +
008800           WS-STL-LIABILITY (WS-STL-TBL-SUB)).
008810
008820      MOVE "FILE VS DEPOSITS+BALANCE:" TO GTL-LITERAL.
008830      MOVE WS-RECON-DIFFERENCE    TO GTL-AMOUNT.
008840      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008850      PERFORM 8999-WRITE-SYSOUT.
008860
008870      IF WS-RECON-DIFFERENCE NOT = ZERO
008880          OR WS-STL-FILE-WITHHELD (WS-STL-TBL-SUB) NOT =
008890             WS-STL-WITHHELD-YTD (WS-STL-TBL-SUB)
008900          ADD 1 TO WS-STATES-OUT-OF-BAL
008910          MOVE "*** OUT OF BALANCE - RESOLVE BEFORE FILING STATE"
008920                                  TO CC-E01W-DISPLAY-RCD
008930          PERFORM 8999-WRITE-SYSOUT
008940      END-IF.
008950
008960      ADD WS-STL-FILE-WITHHELD (WS-STL-TBL-SUB)
008970                                  TO WS-TOT-FILE-WITHHELD.
008980      ADD WS-STL-WITHHELD-YTD (WS-STL-TBL-SUB)
008990                                  TO WS-TOT-WITHHELD-YTD.
009000      ADD WS-STL-DEPOSITED-YTD (WS-STL-TBL-SUB)
009010                                  TO WS-TOT-DEPOSITED-YTD.
009020      ADD WS-STL-LIABILITY (WS-STL-TBL-SUB)
009030                                  TO WS-TOT-LIABILITY.
009040
009050  3100-EXIT.
009060      EXIT.
009070
009080  8000-WRAPUP.
009090
009100      MOVE "TRANSMITTAL RECORDS READ:" TO SCR-LITERAL.
009110      MOVE WS-STATE-RECORDS-READ  TO SCR-COUNT.
009120      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
009130      PERFORM 8999-WRITE-SYSOUT.
009140
009150      MOVE "PAYEES WITH STATE WITHHOLDING:" TO SCR-LITERAL.
009160      MOVE WS-WITHHELD-RECORDS    TO SCR-COUNT.
009170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
009180      PERFORM 8999-WRITE-SYSOUT.
009190
009200      MOVE "STATES ON LEDGER:"     TO SCR-LITERAL.
009210      MOVE WS-STL-COUNT           TO SCR-COUNT.
009220      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
009230      PERFORM 8999-WRITE-SYSOUT.
009240
009250      IF WS-POST-MODE
009260          MOVE "WITHHELD THIS RUN:"  TO GTL-LITERAL
009270          MOVE WS-NET-THIS-RUN      TO GTL-AMOUNT
009280          MOVE WS-GRAND-TOTAL-LINE  TO CC-E01W-DISPLAY-RCD
009290          PERFORM 8999-WRITE-SYSOUT
009300
009310          MOVE "REMITTED THIS RUN:"  TO GTL-LITERAL
009320          MOVE WS-REMITTED-THIS-RUN TO GTL-AMOUNT
009330          MOVE WS-GRAND-TOTAL-LINE  TO CC-E01W-DISPLAY-RCD
009340          PERFORM 8999-WRITE-SYSOUT
009350
009360          MOVE "STATE REMITTANCES WRITTEN:" TO SCR-LITERAL
009370          MOVE WS-REMITS-WRITTEN    TO SCR-COUNT
009380          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
009390          PERFORM 8999-WRITE-SYSOUT
009400
009410          MOVE "STATES CARRYING A CREDIT:" TO SCR-LITERAL
009420          MOVE WS-CREDIT-STATES     TO SCR-COUNT
009430          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
009440          PERFORM 8999-WRITE-SYSOUT
009450
009460          MOVE "DEPOSITS ON LEDGER:"  TO SCR-LITERAL
009470          MOVE WS-DEP-COUNT         TO SCR-COUNT
009480          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
009490          PERFORM 8999-WRITE-SYSOUT
009500      END-IF.
009510
009520      IF WS-YSTR-MODE
009530          MOVE "STATES OUT OF BALANCE:" TO SCR-LITERAL
009540          MOVE WS-STATES-OUT-OF-BAL TO SCR-COUNT
009550          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
009560          PERFORM 8999-WRITE-SYSOUT
009570      END-IF.
09570a
09570b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
009580
009590      COPY C2INZ003.
009600
009610      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
009620
009630  8000-EXIT.
009640      EXIT.
09640a
09640b* 8980-NOTE-TABLE-CAPACITY
09640c*   NOTES THE LEDGER AND DEPOSIT TABLES' HIGH-WATER MARKS
09640d*   AGAINST THEIR LIMITS AND PRINTS THE CAPACITY REPORT.  A
09640e*   FULL TABLE ABENDS TBLFL, SO NEITHER EVER DROPS AN ENTRY.
09640f  8980-NOTE-TABLE-CAPACITY.
09640g
09640h      MOVE "STATE LEDGER"           TO TC-NOTE-NAME.
09640i      MOVE WS-STL-TABLE-MAX         TO TC-NOTE-LIMIT.
09640j      MOVE WS-STL-COUNT             TO TC-NOTE-HIGH.
09640k      MOVE ZERO                     TO TC-NOTE-DROPPED.
09640l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
09640m
09640n      MOVE "STATE DEPOSITS"         TO TC-NOTE-NAME.
09640o      MOVE WS-DEP-TABLE-MAX         TO TC-NOTE-LIMIT.
09640p      MOVE WS-DEP-COUNT             TO TC-NOTE-HIGH.
09640q      MOVE ZERO                     TO TC-NOTE-DROPPED.
09640r      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
09640s
9640sa      MOVE "STATE FILING RULES"     TO TC-NOTE-NAME.
9640sb      MOVE WS-SRULE-TBL-LIMIT       TO TC-NOTE-LIMIT.
9640sc      MOVE WS-SRULE-TBL-MAX         TO TC-NOTE-HIGH.
9640sd      MOVE WS-SRULE-DROPPED         TO TC-NOTE-DROPPED.
9640se      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
9640sf
09640t      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
09640u
09640v  8980-EXIT.
09640w      EXIT.
009650
009660* 8900-SET-RETURN-CODE
009670*   RC=0 CLEAN; RC=4 A STATE IS CARRYING A CREDIT (WITHHOLDING
009680*   CAME DOWN AFTER IT WAS REMITTED) FOR TREASURY TO CLAIM OR
009690*   APPLY; RC=8 THE YEAR-END RECONCILIATION IS OUT OF BALANCE
009700*   OR THE TRANSMITTAL DOES NOT PROVE TO ITS TRAILER;
009702*   RC=12 THE STATE FILING RULES TABLE DROPPED A RULE.
009710  8900-SET-RETURN-CODE.
009720
009730      MOVE ZERO TO RETURN-CODE.
009740
009750      IF WS-CREDIT-STATES > ZERO
009760          MOVE 4 TO RETURN-CODE
009770      END-IF.
009780
009790      IF WS-YSTR-MODE
009800          AND (WS-STATES-OUT-OF-BAL > ZERO
009810               OR NOT WS-TRANSMITTAL-IN-BALANCE)
009820          MOVE 8 TO RETURN-CODE
009830      END-IF.
009832
009834      IF TC-TABLE-OVERFLOW
009836          MOVE TC-OVERFLOW-RC TO RETURN-CODE
009838      END-IF.
009840
009850  8900-EXIT.
009860      EXIT.
009870
09870a      COPY CLCWW134.
09870b
0098va      COPY CLCWW167.
0098vb
009880      COPY C2INZ002.
009890
009900      COPY C2INZ004.
009910
009920      COPY C2INZ005.
009930
009940      RUN-HISTORY-FILE.
009950
009960  9999-EXIT.
009970      EXIT.
