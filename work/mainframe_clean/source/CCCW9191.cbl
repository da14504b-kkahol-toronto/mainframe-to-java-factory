000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9191.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9191
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    CHAPTER 3 NRA WITHHOLDING DEPOSIT LEDGER.  IN
000130*              DAILY MODE, SUMS T42-NRA-WITHHOLD-AMT ACROSS THE
000140*              CLCWW072 1042-S STAGING FILE CCCW9100 EXTENDS
000150*              EVERY RUN, NETS IT AGAINST THE WITHHELD-TO-DATE
000160*              ON THE CROSS-RUN LEDGER (CLCWW050 LAYOUT, ITS OWN
000170*              NRLEDGI/NRLEDGO DD'S), AND CUTS A TREASURY
000180*              REMITTANCE INSTRUCTION (CLCWW051, FORM "042")
000190*              WHEN THE UNDEPOSITED LIABILITY CROSSES THE
000200*              DEPOSIT TRIGGER, OR IS OVER THE MONTHLY MINIMUM
000210*              ON THE FIRST RUN OF A NEW MONTH.  IN Y1042 MODE,
000220*              BUILDS THE FORM 1042 LIABILITY BY QUARTER-MONTHLY
000230*              PERIOD FROM THE STAGED RUN DATES AND PROVES IT
000240*              AGAINST THE CCCW9190 1042-S FILING (CLCWW082 "Q"
000250*              DETAIL AND "C" CONTROL TOTALS) AND AGAINST THE
000260*              LEDGER'S DEPOSITS AND BALANCE - THE CCCW9130
000270*              FORM 945 PAIRING, FOR THE 1042.
000280*
000290*              THE STAGING FILE CARRIES THE WHOLE YEAR, SO EACH
000300*              DAILY RUN BOOKS ONLY THE DIFFERENCE FROM THE
000310*              LEDGER'S WITHHELD-TO-DATE.  STAGED RECORDS FOR
000320*              ANY OTHER TAX YEAR (CCCW9190 CARRY-FORWARDS) ARE
000330*              LEFT FOR THE LEDGER THAT OWNS THAT YEAR.  Y1042
000340*              RUNS AFTER CCCW9190, AGAINST THE SAME T42STAGE
000350*              GENERATION IT CONSOLIDATED.
000360*
000370*  PARM:       MODE ('DAILY' OR 'Y1042'), OPTIONALLY FOLLOWED
000380*              BY THE DEPOSIT TRIGGER IN WHOLE DOLLARS.  A
000390*              MISSING OR ZERO TRIGGER DEFAULTS TO THE $2,000
000400*              QUARTER-MONTHLY DEPOSIT RULE.
000410*
000420*  FILES:      NRLEDGI  - PRIOR LEDGER GENERATION (CLCWW050)
000430*              NRLEDGO  - NEW LEDGER GENERATION, DAILY ONLY
000440*              T42STAGE - 1042-S STAGING DETAIL (CLCWW072)
000450*              NRREMIT  - TREASURY REMITTANCES (CLCWW051)
000460*              T42IRS   - 1042-S IRS FILING (CLCWW082), Y1042
000470*
000480******************************************************************
000490*                      MODIFICATION HISTORY
000500******************************************************************
000510* DATE     INIT  DESCRIPTION
000520* -------- ----  --------------------------------------------
000530* 10/2026  RF    NEW PROGRAM - CHAPTER 3 NRA WITHHOLDING
000540*                DEPOSIT LEDGER, REMITTANCE, AND FORM 1042
000550*                RECONCILIATION
00550a* 10/2026  RF    PRINT THE TABLE CAPACITY REPORT - THE DEPOSIT
00550b*                TABLE'S HIGH-WATER MARK AGAINST ITS LIMIT
0055va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON NRLEDGI AND
0055vb*                T42STAGE, AND WRITE ONE ON THE NEW NRLEDGO
0055vc*                GENERATION
0055vd* 10/2026  RF    CARRY THE CCCW9201 TAX-YEAR CLOSING-BALANCE
0055ve*                RECORDS (TYPE "C") INTO EACH NEW GENERATION
000560******************************************************************
000570  ENVIRONMENT DIVISION.
000580  CONFIGURATION SECTION.
000590  SOURCE-COMPUTER.   IBM-370.
000600  OBJECT-COMPUTER.   IBM-370.
000610  INPUT-OUTPUT SECTION.
000620  FILE-CONTROL.
000630
000640      COPY C2INX001.
000650
000660      SELECT NRLEDG-IN-FILE      ASSIGN TO NRLEDGI
000670          ORGANIZATION IS SEQUENTIAL.
000680
000690      SELECT NRLEDG-OUT-FILE     ASSIGN TO NRLEDGO
000700          ORGANIZATION IS SEQUENTIAL.
000710
000720      SELECT T42-STAGING-FILE    ASSIGN TO T42STAGE
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      SELECT WH-REMIT-FILE       ASSIGN TO NRREMIT
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780      SELECT T42-IRS-FILE        ASSIGN TO T42IRS
000790          ORGANIZATION IS SEQUENTIAL.
000800
000810      COPY C2INX004.
000820
000830  DATA DIVISION.
000840  FILE SECTION.
000850
000860      COPY C2INX002.
000870
000880  FD  NRLEDG-IN-FILE
000890      BLOCK CONTAINS 0 RECORDS
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS WHLEDGER-RCD.
000930
000940      COPY CLCWW050.
000950
000960* NEW GENERATION OF THE LEDGER - THE CLCWW050 LAYOUT IS
000970* ALREADY COPIED UNDER THE INPUT FD ABOVE, SO THIS SIDE
000980* CARRIES A PLAIN IMAGE OF THE SAME LENGTH.
000990  FD  NRLEDG-OUT-FILE
001000      BLOCK CONTAINS 0 RECORDS
001010      RECORDING MODE IS F
001020      LABEL RECORDS ARE STANDARD
001030      DATA RECORD IS NRLEDG-OUT-RCD.
001040
001050  01  NRLEDG-OUT-RCD                PIC X(80).
001060
001070  FD  T42-STAGING-FILE
001080      BLOCK CONTAINS 0 RECORDS
001090      RECORDING MODE IS F
001100      LABEL RECORDS ARE STANDARD
001110      DATA RECORD IS T42-STAGING-RCD.
001120
001130      COPY CLCWW072.
001140
001150  FD  WH-REMIT-FILE
001160      BLOCK CONTAINS 0 RECORDS
001170      RECORDING MODE IS F
001180      LABEL RECORDS ARE STANDARD
001190      DATA RECORD IS WH-REMIT-RCD.
001200
001210      COPY CLCWW051.
001220
001230  FD  T42-IRS-FILE
001240      BLOCK CONTAINS 0 RECORDS
001250      RECORDING MODE IS F
001260      LABEL RECORDS ARE STANDARD
001270      DATA RECORD IS T42-IRS-IN-RCD.
001280
001290  01  T42-IRS-IN-RCD                PIC X(780).
001300
001310      COPY C2INX005.
001320
001330  WORKING-STORAGE SECTION.
001340
001350      COPY C2INX003.
001360
001370      COPY C2INX006.
0013va
0013vb      COPY CLCWW166.
001380
001390      COPY CLCWW082.
01390a
01390b      COPY CLCWW133.
001400
001410  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9191".
001420
001430  01  WS-SWITCHES.
001440      05  WS-DAILY-MODE-SW        PIC X(01) VALUE "N".
001450          88  WS-DAILY-MODE               VALUE "Y".
001460      05  WS-Y1042-MODE-SW        PIC X(01) VALUE "N".
001470          88  WS-Y1042-MODE               VALUE "Y".
001480      05  WS-LEDGER-EOF-SW        PIC X(01) VALUE "N".
001490          88  WS-LEDGER-EOF               VALUE "Y".
001500      05  WS-STAGE-EOF-SW         PIC X(01) VALUE "N".
001510          88  WS-STAGE-EOF                VALUE "Y".
001520      05  WS-IRS-EOF-SW           PIC X(01) VALUE "N".
001530          88  WS-IRS-EOF                  VALUE "Y".
001540      05  WS-BALANCE-FOUND-SW     PIC X(01) VALUE "N".
001550          88  WS-BALANCE-RCD-FOUND        VALUE "Y".
001560      05  WS-C-RECORD-FOUND-SW    PIC X(01) VALUE "N".
001570          88  WS-C-RECORD-FOUND           VALUE "Y".
001580      05  WS-OUT-OF-BALANCE-SW    PIC X(01) VALUE "N".
001590          88  WS-OUT-OF-BALANCE           VALUE "Y".
001600
001610  01  WS-COUNTERS.
001620      05  WS-STAGED-RECORDS-READ  PIC 9(09) COMP VALUE ZERO.
001630      05  WS-OTHER-YEAR-SKIPPED   PIC 9(09) COMP VALUE ZERO.
001640      05  WS-DEPOSITS-CARRIED     PIC 9(09) COMP VALUE ZERO.
001650      05  WS-REMITS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
001660      05  WS-Q-RECORDS-READ       PIC 9(09) COMP VALUE ZERO.
001670
001680* THE QUARTER-MONTHLY DEPOSIT TRIGGER - $2,000 UNDEPOSITED AT
001690* THE END OF A QUARTER-MONTHLY PERIOD.  OVERRIDDEN BY THE RUN
001700* PARM WHEN THE DEPOSIT SCHEDULE CHANGES.  BELOW THE TRIGGER,
001710* A BALANCE OF $200 OR MORE CARRIED INTO A NEW MONTH IS
001720* DEPOSITED ON THE MONTHLY RULE.
001730  77  WS-DEPOSIT-TRIGGER          PIC S9(13)V99 VALUE 2000.00.
001740  77  WS-MONTHLY-MINIMUM          PIC S9(13)V99 VALUE 200.00.
001750
001760  01  WS-LEDGER-TOTALS.
001770      05  WS-LIABILITY-BALANCE    PIC S9(13)V99 VALUE ZERO.
001780      05  WS-WITHHELD-YTD         PIC S9(13)V99 VALUE ZERO.
001790      05  WS-DEPOSITED-YTD        PIC S9(13)V99 VALUE ZERO.
001800      05  WS-TODAY-WITHHELD       PIC S9(13)V99 VALUE ZERO.
001810      05  WS-STAGED-WITHHELD      PIC S9(13)V99 VALUE ZERO.
001820      05  WS-PERIOD-TOTAL         PIC S9(13)V99 VALUE ZERO.
001830      05  WS-Q-WITHHELD           PIC S9(13)V99 VALUE ZERO.
001840      05  WS-C-WITHHELD           PIC S9(13)V99 VALUE ZERO.
001850      05  WS-RECON-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
001860
001870  01  WS-LAST-RUN-DATE            PIC 9(08) VALUE ZERO.
001880  01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001890  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001900
001910  01  WS-RUN-YEAR-WORK.
001920      05  WS-RUN-YEAR-CEN         PIC 9(02).
001930      05  WS-RUN-YEAR-YR          PIC 9(02).
001940  01  WS-RUN-YEAR REDEFINES WS-RUN-YEAR-WORK
001950                                  PIC 9(04).
001960
001970* DEPOSIT HISTORY CARRIED THROUGH FROM THE PRIOR LEDGER
001980* GENERATION, PLUS ANY DEPOSIT CUT THIS RUN.
001990  01  WS-DEPOSIT-TABLE.
002000      05  WS-DEP-ENTRY            OCCURS 500 TIMES.
002010          10  WS-DEP-DATE             PIC 9(08).
002020          10  WS-DEP-AMOUNT           PIC S9(13)V99.
002030
002040  77  WS-DEP-COUNT                PIC 9(03) COMP VALUE ZERO.
002050  77  WS-DEP-TABLE-MAX            PIC 9(03) COMP VALUE 500.
002060  77  WS-DEP-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
0020va
0020vb* CLOSING-BALANCE RECORDS OF THE TAX YEARS ALREADY CLOSED BY
0020vc* CCCW9201 - CARRIED THROUGH UNCHANGED BEHIND THE BALANCE
0020vd* RECORD.  ONE PER CLOSED YEAR.
0020ve  01  WS-CLOSING-TABLE.
0020vf      05  WS-CLS-ENTRY            OCCURS 20 TIMES
0020vg                                  PIC X(80).
0020vh
0020vi  77  WS-CLS-COUNT                PIC 9(03) COMP VALUE ZERO.
0020vj  77  WS-CLS-TABLE-MAX            PIC 9(03) COMP VALUE 20.
0020vk  77  WS-CLS-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
002070
002080  77  WS-PARM-TRIGGER-N           PIC 9(09) VALUE ZERO.
002090
002100* FORM 1042 LIABILITY BY PERIOD - EACH MONTH SPLIT INTO THE
002110* FOUR QUARTER-MONTHLY PERIODS (DAYS 1-7, 8-15, 16-22, 23 TO
002120* MONTH END), BUILT FROM THE STAGED RUN DATE, WHICH IS THE DATE
002130* THE TAX WAS WITHHELD.
002140  01  WS-LIABILITY-PERIOD-TABLE.
002150      05  WS-LBP-MONTH            OCCURS 12 TIMES.
002160          10  WS-LBP-PERIOD           PIC S9(13)V99
002170                                      OCCURS 4 TIMES.
002180          10  WS-LBP-MONTH-TOTAL      PIC S9(13)V99.
002190
002200  77  WS-LBP-MONTH-SUB            PIC 9(02) COMP VALUE ZERO.
002210  77  WS-LBP-PERIOD-SUB           PIC 9(02) COMP VALUE ZERO.
002220
002230  01  WS-STAGED-RUN-DATE          PIC 9(08) VALUE ZERO.
002240  01  WS-STAGED-RUN-DATE-R REDEFINES WS-STAGED-RUN-DATE.
002250      05  WS-STAGED-CCYY          PIC 9(04).
002260      05  WS-STAGED-MM            PIC 9(02).
002270      05  WS-STAGED-DD            PIC 9(02).
002280
002290* EDITED WORK LINE FOR SIGNED/DECIMAL DOLLAR TOTALS ON SYSOUT -
002300* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
002310  01  WS-GRAND-TOTAL-LINE.
002320      05  FILLER                  PIC X(02) VALUE SPACES.
002330      05  GTL-LITERAL             PIC X(30).
002340      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
002350      05  FILLER                  PIC X(78) VALUE SPACES.
002360
002370  01  WS-PERIOD-HEAD-LINE.
002380      05  FILLER                  PIC X(10) VALUE "  MONTH".
002390      05  FILLER                  PIC X(17)
002392                                  VALUE "         PERIOD 1".
002400      05  FILLER                  PIC X(17)
002402                                  VALUE "         PERIOD 2".
002410      05  FILLER                  PIC X(17)
002412                                  VALUE "         PERIOD 3".
002420      05  FILLER                  PIC X(17)
002422                                  VALUE "         PERIOD 4".
002430      05  FILLER                  PIC X(18)
002432                                  VALUE "       MONTH TOTAL".
002440      05  FILLER                  PIC X(37) VALUE SPACES.
002450
002460  01  WS-PERIOD-LINE.
002470      05  FILLER                  PIC X(04) VALUE SPACES.
002480      05  PDL-MONTH               PIC 9(02).
002490      05  FILLER                  PIC X(04) VALUE SPACES.
002500      05  PDL-PERIOD-AMT          PIC --,---,---,--9.99
002510                                  OCCURS 4 TIMES.
002520      05  PDL-MONTH-TOTAL         PIC ---,---,---,--9.99.
002530      05  FILLER                  PIC X(36) VALUE SPACES.
002540
002550  01  WS-TAX-YEAR-LINE.
002560      05  FILLER                  PIC X(10) VALUE "TAX YEAR: ".
002570      05  TYL-TAX-YEAR            PIC 9(04).
002580      05  FILLER                  PIC X(119) VALUE SPACES.
002590
002600  LINKAGE SECTION.
002610
002620* RUN-TIME PARM FROM THE EXECUTE STATEMENT - THE RUN MODE AND
002630* AN OPTIONAL DEPOSIT TRIGGER IN WHOLE DOLLARS, E.G.
002640* PARM='DAILY 000002000' OR PARM='Y1042'.
002650  01  LS-PARM-DATA.
002660      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002670      05  LS-PARM-TEXT.
002680          10  LS-PARM-MODE            PIC X(05).
002690          10  FILLER                  PIC X(01).
002700          10  LS-PARM-TRIGGER         PIC X(09).
002710
002720  PROCEDURE DIVISION USING LS-PARM-DATA.
002730
002740  0000-MAINLINE.
002750
002760      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002770
002780      IF WS-DAILY-MODE
002790          PERFORM 2000-POST-DAILY-RUN THRU 2000-EXIT
002800      END-IF.
002810
002820      IF WS-Y1042-MODE
002830          PERFORM 3000-RECONCILE-1042 THRU 3000-EXIT
002840      END-IF.
002850
002860      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002870
002880      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
002890
002900      GOBACK.
002910
002920  1000-INITIALIZE.
002930
002940      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002950      OPEN EXTEND RUN-HISTORY-FILE.
002960
002970      COPY C2INZ001.
002980
002990      IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "DAILY"
003000          MOVE "Y" TO WS-DAILY-MODE-SW
003010      ELSE
003020          IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "Y1042"
003030              MOVE "Y" TO WS-Y1042-MODE-SW
003040          ELSE
003050              MOVE "INVALID OR MISSING MODE PARM - SUPPLY"
003060                                  TO CC-E01W-DISPLAY-RCD
003070              PERFORM 8999-WRITE-SYSOUT
003080              MOVE "DAILY OR Y1042 AS THE RUN PARM."
003090                                  TO CC-E01W-DISPLAY-RCD
003100              PERFORM 8999-WRITE-SYSOUT
003110              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
003120              MOVE "PARM1"            TO SAR-RETURN-CODE
003130              MOVE SPACES             TO SAR-DB-NAME
003140              MOVE "NRLEDGI"          TO SAR-TABLE-NAME
003150              MOVE SPACES             TO SAR-SQLCODE
003160              GO TO 9998-COREDUMP
003170          END-IF
003180      END-IF.
003190
003200      IF LS-PARM-TRIGGER NUMERIC
003210          AND LS-PARM-TRIGGER NOT = SPACES
003220          MOVE LS-PARM-TRIGGER TO WS-PARM-TRIGGER-N
003230          IF WS-PARM-TRIGGER-N > ZERO
003240              MOVE WS-PARM-TRIGGER-N TO WS-DEPOSIT-TRIGGER
003250          END-IF
003260      END-IF.
003270
003280      MOVE SWA-CURRENT-CCYY-DATE  TO WS-RUN-DATE.
003290
003300      PERFORM 1100-CLEAR-PERIOD-MONTH THRU 1100-EXIT
003310          VARYING WS-LBP-MONTH-SUB FROM 1 BY 1
003320          UNTIL WS-LBP-MONTH-SUB > 12.
003330
003340      PERFORM 1200-LOAD-LEDGER       THRU 1200-EXIT.
003350
003360*   A LEDGER WITH NO BALANCE RECORD YET IS THE FIRST RUN OF A
003370*   TAX YEAR - THE CURRENT YEAR FOR A DAILY POSTING, THE YEAR
003380*   JUST ENDED FOR THE YEAR-END RECONCILIATION.
003390      IF WS-TAX-YEAR = ZERO
003400          MOVE SPR-DATE-CEN       TO WS-RUN-YEAR-CEN
003410          MOVE SWA-CURR-YR        TO WS-RUN-YEAR-YR
003420          MOVE WS-RUN-YEAR        TO WS-TAX-YEAR
003430          IF WS-Y1042-MODE
003440              SUBTRACT 1 FROM WS-TAX-YEAR
003450          END-IF
003460      END-IF.
003470
003480  1000-EXIT.
003490      EXIT.
003500
003510  1100-CLEAR-PERIOD-MONTH.
003520
003530      MOVE ZERO TO WS-LBP-PERIOD (WS-LBP-MONTH-SUB 1)
003540                   WS-LBP-PERIOD (WS-LBP-MONTH-SUB 2)
003550                   WS-LBP-PERIOD (WS-LBP-MONTH-SUB 3)
003560                   WS-LBP-PERIOD (WS-LBP-MONTH-SUB 4)
003570                   WS-LBP-MONTH-TOTAL (WS-LBP-MONTH-SUB).
003580
003590  1100-EXIT.
003600      EXIT.
003610
003620* 1200-LOAD-LEDGER
003630*   READS THE PRIOR GENERATION OF THE LEDGER - THE TYPE "L"
003640*   BALANCE RECORD INTO WS-LEDGER-TOTALS AND EVERY TYPE "D"
003650*   DEPOSIT RECORD INTO WS-DEPOSIT-TABLE.  A MISSING OR EMPTY
003660*   LEDGER (FIRST RUN OF THE YEAR) STARTS EVERYTHING AT ZERO.
003670  1200-LOAD-LEDGER.
003680
003690      OPEN INPUT NRLEDG-IN-FILE.
0036va      PERFORM 1205-CHECK-LEDGER-LAYOUT THRU 1205-EXIT.
003700
003710      PERFORM 1210-LOAD-LEDGER-RCD THRU 1210-EXIT
003720          UNTIL WS-LEDGER-EOF.
003730
003740      CLOSE NRLEDG-IN-FILE.
003750
003760  1200-EXIT.
003770      EXIT.
0037va
0037vb* 1205-CHECK-LEDGER-LAYOUT
0037vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0037vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0037ve*   READ SEES END OF FILE.
0037vf  1205-CHECK-LEDGER-LAYOUT.
0037vg
0037vh      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
0037vi      MOVE "NRLEDGI"              TO WS-LV-CHECK-DDNAME.
0037vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0037vk      READ NRLEDG-IN-FILE INTO LAYOUT-HEADER-RCD
0037vl          AT END
0037vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0037vn      END-READ.
0037vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0037vp
0037vq      IF WS-LV-FILE-EMPTY
0037vr          CLOSE NRLEDG-IN-FILE
0037vs          OPEN INPUT NRLEDG-IN-FILE
0037vt      END-IF.
0037vu
0037vv  1205-EXIT.
0037vw      EXIT.
003780
003790  1210-LOAD-LEDGER-RCD.
003800
003810      READ NRLEDG-IN-FILE
003820          AT END
003830              MOVE "Y" TO WS-LEDGER-EOF-SW
003840              GO TO 1210-EXIT
003850      END-READ.
003860
003870      IF WL-BALANCE-RECORD
003880          MOVE "Y" TO WS-BALANCE-FOUND-SW
003890          MOVE WL-LIABILITY-BALANCE TO WS-LIABILITY-BALANCE
003900          MOVE WL-WITHHELD-YTD      TO WS-WITHHELD-YTD
003910          MOVE WL-DEPOSITED-YTD     TO WS-DEPOSITED-YTD
003920          MOVE WL-LAST-RUN-DATE     TO WS-LAST-RUN-DATE
003930          IF WL-TAX-YEAR NUMERIC AND WL-TAX-YEAR > ZERO
003940              MOVE WL-TAX-YEAR      TO WS-TAX-YEAR
003950          END-IF
003960          GO TO 1210-EXIT
003970      END-IF.
003980
0039va      IF WL-CLOSING-RECORD
0039vb          PERFORM 1220-LOAD-CLOSING-RCD THRU 1220-EXIT
0039vc          GO TO 1210-EXIT
0039vd      END-IF.
0039ve
003990      IF NOT WL-DEPOSIT-RECORD
004000          GO TO 1210-EXIT
004010      END-IF.
004020
004030      IF WS-DEP-COUNT NOT < WS-DEP-TABLE-MAX
004040          MOVE "*NRA DEPOSIT TABLE FULL AT:"
004050                                  TO CC-E01W-DISPLAY-RCD
004060          PERFORM 8999-WRITE-SYSOUT
004070          MOVE WS-DEP-TABLE-MAX   TO SCR-COUNT
004080          MOVE "DEPOSIT TABLE MAXIMUM:" TO SCR-LITERAL
004090          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004100          PERFORM 8999-WRITE-SYSOUT
004110          MOVE "1210-LOAD-LEDGER-RCD" TO SAR-PARAGRAPH
004120          MOVE "TBLFL"            TO SAR-RETURN-CODE
004130          MOVE SPACES             TO SAR-DB-NAME
004140          MOVE "NRLEDGI"          TO SAR-TABLE-NAME
004150          MOVE SPACES             TO SAR-SQLCODE
004160          GO TO 9998-COREDUMP
004170      END-IF.
004180
004190      ADD 1 TO WS-DEP-COUNT.
004200      MOVE WL-DEPOSIT-DATE        TO WS-DEP-DATE (WS-DEP-COUNT).
004210      MOVE WL-DEPOSIT-AMOUNT      TO WS-DEP-AMOUNT (WS-DEP-COUNT).
004220      ADD 1 TO WS-DEPOSITS-CARRIED.
004230
004240  1210-EXIT.
0042va      EXIT.
0042vb
0042vc* 1220-LOAD-CLOSING-RCD
0042vd*   A TYPE "C" CLOSING-BALANCE RECORD IS HELD AS IT STANDS AND
0042ve*   WRITTEN BACK UNCHANGED - A CLOSED YEAR IS NEVER REPOSTED.
0042vf  1220-LOAD-CLOSING-RCD.
0042vg
0042vh      IF WS-CLS-COUNT NOT < WS-CLS-TABLE-MAX
0042vi          MOVE "*CLOSING-BALANCE TABLE FULL AT:"
0042vj                                  TO CC-E01W-DISPLAY-RCD
0042vk          PERFORM 8999-WRITE-SYSOUT
0042vl          MOVE WS-CLS-TABLE-MAX   TO SCR-COUNT
0042vm          MOVE "CLOSING TABLE MAXIMUM:" TO SCR-LITERAL
0042vn          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
0042vo          PERFORM 8999-WRITE-SYSOUT
0042vp          MOVE "1220-LOAD-CLOSING-RCD" TO SAR-PARAGRAPH
0042vq          MOVE "TBLFL"            TO SAR-RETURN-CODE
0042vr          MOVE SPACES             TO SAR-DB-NAME
0042vs          MOVE "NRLEDGI"          TO SAR-TABLE-NAME
0042vt          MOVE SPACES             TO SAR-SQLCODE
0042vu          GO TO 9998-COREDUMP
0042vv      END-IF.
0042vw
0042vx      ADD 1 TO WS-CLS-COUNT.
0042vy      MOVE WHLEDGER-RCD           TO WS-CLS-ENTRY (WS-CLS-COUNT).
0042vz
0042wa  1220-EXIT.
004250      EXIT.
004260
004270* 2000-POST-DAILY-RUN
004280*   RE-SUMS THE TAX YEAR'S STAGED NRA WITHHOLDING, BOOKS THE
004290*   INCREASE OVER THE LEDGER'S WITHHELD-TO-DATE AS THIS RUN'S
004300*   LIABILITY, CUTS A DEPOSIT WHEN THE SCHEDULE CALLS FOR ONE,
004310*   AND WRITES THE NEW LEDGER GENERATION.
004320  2000-POST-DAILY-RUN.
004330
004340      OPEN INPUT  T42-STAGING-FILE.
0043va      PERFORM 2005-CHECK-STAGING-LAYOUT THRU 2005-EXIT.
004350      OPEN OUTPUT WH-REMIT-FILE.
004360
004370      PERFORM 2100-SUM-STAGED-WITHHELD THRU 2100-EXIT
004380          UNTIL WS-STAGE-EOF.
004390
004400      CLOSE T42-STAGING-FILE.
004410
004420      COMPUTE WS-TODAY-WITHHELD =
004430          WS-STAGED-WITHHELD - WS-WITHHELD-YTD.
004440      ADD WS-TODAY-WITHHELD       TO WS-LIABILITY-BALANCE.
004450      MOVE WS-STAGED-WITHHELD     TO WS-WITHHELD-YTD.
004460
004470      IF WS-LIABILITY-BALANCE NOT < WS-DEPOSIT-TRIGGER
004480          AND WS-LIABILITY-BALANCE > ZERO
004490          PERFORM 2200-CUT-DEPOSIT THRU 2200-EXIT
004500      ELSE
004510          IF WS-LIABILITY-BALANCE NOT < WS-MONTHLY-MINIMUM
004520              AND WS-LAST-RUN-DATE > ZERO
004530              AND WS-LAST-RUN-DATE (1:6) < WS-RUN-DATE (1:6)
004540              PERFORM 2200-CUT-DEPOSIT THRU 2200-EXIT
004550          END-IF
004560      END-IF.
004570
004580      PERFORM 2300-WRITE-LEDGER    THRU 2300-EXIT.
004590
004600      CLOSE WH-REMIT-FILE.
004610
004620  2000-EXIT.
004630      EXIT.
0046va
0046vb* 2005-CHECK-STAGING-LAYOUT
0046vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0046vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0046ve*   READ SEES END OF FILE.  THE 3000 RECONCILIATION PASS
0046vf*   COMES THROUGH HERE AS WELL.
0046vg  2005-CHECK-STAGING-LAYOUT.
0046vh
0046vi      MOVE "CLCWW072"             TO WS-LV-CHECK-FILE-ID.
0046vj      MOVE "T42STAGE"             TO WS-LV-CHECK-DDNAME.
0046vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0046vl      READ T42-STAGING-FILE INTO LAYOUT-HEADER-RCD
0046vm          AT END
0046vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0046vo      END-READ.
0046vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0046vq
0046vr      IF WS-LV-FILE-EMPTY
0046vs          CLOSE T42-STAGING-FILE
0046vt          OPEN INPUT T42-STAGING-FILE
0046vu      END-IF.
0046vv
0046vw  2005-EXIT.
0046vx      EXIT.
004640
004650  2100-SUM-STAGED-WITHHELD.
004660
004670      READ T42-STAGING-FILE
004680          AT END
004690              MOVE "Y" TO WS-STAGE-EOF-SW
004700              GO TO 2100-EXIT
004710      END-READ.
004720
004730      IF T42-TAX-YEAR NOT = WS-TAX-YEAR
004740          ADD 1 TO WS-OTHER-YEAR-SKIPPED
004750          GO TO 2100-EXIT
004760      END-IF.
004770
004780      ADD 1 TO WS-STAGED-RECORDS-READ.
004790      ADD T42-NRA-WITHHOLD-AMT    TO WS-STAGED-WITHHELD.
004800
004810  2100-EXIT.
004820      EXIT.
004830
004840* 2200-CUT-DEPOSIT
004850*   WRITES THE TREASURY REMITTANCE INSTRUCTION FOR THE FULL
004860*   UNDEPOSITED BALANCE, POSTS THE DEPOSIT TO THE HISTORY
004870*   TABLE, AND ZEROS THE BALANCE.
004880  2200-CUT-DEPOSIT.
004890
004900      IF WS-DEP-COUNT NOT < WS-DEP-TABLE-MAX
004910          MOVE "*NRA DEPOSIT TABLE FULL AT:"
004920                                  TO CC-E01W-DISPLAY-RCD
004930          PERFORM 8999-WRITE-SYSOUT
004940          MOVE WS-DEP-TABLE-MAX   TO SCR-COUNT
004950          MOVE "DEPOSIT TABLE MAXIMUM:" TO SCR-LITERAL
004960          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004970          PERFORM 8999-WRITE-SYSOUT
004980          MOVE "2200-CUT-DEPOSIT" TO SAR-PARAGRAPH
004990          MOVE "TBLFL"            TO SAR-RETURN-CODE
005000          MOVE SPACES             TO SAR-DB-NAME
005010          MOVE "NRLEDGO"          TO SAR-TABLE-NAME
005020          MOVE SPACES             TO SAR-SQLCODE
005030          GO TO 9998-COREDUMP
005040      END-IF.
005050
005060      MOVE SPACES                 TO WH-REMIT-RCD.
005070      MOVE WS-RUN-DATE            TO WR-REMIT-DATE.
005080      MOVE WS-LIABILITY-BALANCE   TO WR-REMIT-AMOUNT.
005090      MOVE "EFT"                  TO WR-SETTLEMENT-TYPE.
005100      MOVE "042"                  TO WR-TAX-FORM.
005110      MOVE WS-TAX-YEAR            TO WR-TAX-PERIOD.
005120      WRITE WH-REMIT-RCD.
005130      ADD 1 TO WS-REMITS-WRITTEN.
005140
005150      ADD 1 TO WS-DEP-COUNT.
005160      MOVE WS-RUN-DATE            TO WS-DEP-DATE (WS-DEP-COUNT).
005170      MOVE WS-LIABILITY-BALANCE   TO WS-DEP-AMOUNT (WS-DEP-COUNT).
005180
005190      ADD WS-LIABILITY-BALANCE    TO WS-DEPOSITED-YTD.
005200      MOVE ZERO                   TO WS-LIABILITY-BALANCE.
005210
005220  2200-EXIT.
005230      EXIT.
005240
005250* 2300-WRITE-LEDGER
005260*   WRITES THE NEW LEDGER GENERATION - THE TYPE "L" BALANCE
005270*   RECORD FIRST, THE CLOSED YEARS' CLOSING-BALANCE RECORDS,
0052va*   THEN THE FULL DEPOSIT HISTORY.
005280  2300-WRITE-LEDGER.
005290
005300      OPEN OUTPUT NRLEDG-OUT-FILE.
0053va      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
0053vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0053vc      WRITE NRLEDG-OUT-RCD FROM LAYOUT-HEADER-RCD.
005310
005320      MOVE SPACES                 TO WHLEDGER-RCD.
005330      MOVE "L"                    TO WL-RECORD-TYPE.
005340      MOVE WS-LIABILITY-BALANCE   TO WL-LIABILITY-BALANCE.
005350      MOVE WS-WITHHELD-YTD        TO WL-WITHHELD-YTD.
005360      MOVE WS-DEPOSITED-YTD       TO WL-DEPOSITED-YTD.
005370      MOVE WS-RUN-DATE            TO WL-LAST-RUN-DATE.
005380      MOVE WS-TAX-YEAR            TO WL-TAX-YEAR.
005390      MOVE WHLEDGER-RCD           TO NRLEDG-OUT-RCD.
005400      WRITE NRLEDG-OUT-RCD.
005410
0054va      PERFORM 2320-WRITE-CLOSING-RCD THRU 2320-EXIT
0054vb          VARYING WS-CLS-TBL-SUB FROM 1 BY 1
0054vc          UNTIL WS-CLS-TBL-SUB > WS-CLS-COUNT.
0054vd
005420      PERFORM 2310-WRITE-DEPOSIT-RCD THRU 2310-EXIT
005430          VARYING WS-DEP-TBL-SUB FROM 1 BY 1
005440          UNTIL WS-DEP-TBL-SUB > WS-DEP-COUNT.
005450
005460      CLOSE NRLEDG-OUT-FILE.
005470
005480  2300-EXIT.
005490      EXIT.
005500
005510  2310-WRITE-DEPOSIT-RCD.
005520
005530      MOVE SPACES                 TO WHLEDGER-RCD.
005540      MOVE "D"                    TO WL-RECORD-TYPE.
005550      MOVE WS-DEP-DATE (WS-DEP-TBL-SUB)   TO WL-DEPOSIT-DATE.
005560      MOVE WS-DEP-AMOUNT (WS-DEP-TBL-SUB) TO WL-DEPOSIT-AMOUNT.
005570      MOVE WHLEDGER-RCD           TO NRLEDG-OUT-RCD.
005580      WRITE NRLEDG-OUT-RCD.
005590
005600  2310-EXIT.
0056va      EXIT.
0056vb
0056vc  2320-WRITE-CLOSING-RCD.
0056vd
0056ve      MOVE WS-CLS-ENTRY (WS-CLS-TBL-SUB) TO NRLEDG-OUT-RCD.
0056vf      WRITE NRLEDG-OUT-RCD.
0056vg
0056vh  2320-EXIT.
005610      EXIT.
005620
005630* 3000-RECONCILE-1042
005640*   BUILDS THE FORM 1042 LIABILITY-BY-PERIOD TABLE FROM THE
005650*   STAGED DETAIL AND PROVES ITS TOTAL AGAINST THE 1042-S
005660*   FILING CCCW9190 BUILT - BOTH ITS "C" CONTROL TOTAL AND THE
005670*   "Q" RECIPIENT DETAIL RE-ADDED - AND AGAINST THE LEDGER'S
005680*   DEPOSITS PLUS UNDEPOSITED BALANCE.  ANY DIFFERENCE IS
005690*   FLAGGED FOR ACCOUNTING BEFORE THE FORM 1042 IS FILED.
005700  3000-RECONCILE-1042.
005710
005720      OPEN INPUT T42-STAGING-FILE.
0057va      PERFORM 2005-CHECK-STAGING-LAYOUT THRU 2005-EXIT.
005730      PERFORM 3100-SUM-PERIOD-LIABILITY THRU 3100-EXIT
005740          UNTIL WS-STAGE-EOF.
005750      CLOSE T42-STAGING-FILE.
005760
005770      OPEN INPUT T42-IRS-FILE.
005780      PERFORM 3200-SUM-1042S-WITHHELD THRU 3200-EXIT
005790          UNTIL WS-IRS-EOF.
005800      CLOSE T42-IRS-FILE.
005810
005820      MOVE "FORM 1042 RECONCILIATION" TO CC-E01W-DISPLAY-RCD.
005830      PERFORM 8999-WRITE-SYSOUT.
005840
005850      MOVE WS-TAX-YEAR            TO TYL-TAX-YEAR.
005860      MOVE WS-TAX-YEAR-LINE       TO CC-E01W-DISPLAY-RCD.
005870      PERFORM 8999-WRITE-SYSOUT.
005880
005890      MOVE "TAX LIABILITY BY PERIOD" TO CC-E01W-DISPLAY-RCD.
005900      PERFORM 8999-WRITE-SYSOUT.
005910      MOVE WS-PERIOD-HEAD-LINE    TO CC-E01W-DISPLAY-RCD.
005920      PERFORM 8999-WRITE-SYSOUT.
005930
005940      PERFORM 3300-PRINT-PERIOD-MONTH THRU 3300-EXIT
005950          VARYING WS-LBP-MONTH-SUB FROM 1 BY 1
005960          UNTIL WS-LBP-MONTH-SUB > 12.
005970
005980      MOVE "TOTAL LIABILITY BY PERIOD:" TO GTL-LITERAL.
005990      MOVE WS-PERIOD-TOTAL        TO GTL-AMOUNT.
006000      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006010      PERFORM 8999-WRITE-SYSOUT.
006020
006030      MOVE "WITHHELD PER 1042-S CONTROL:" TO GTL-LITERAL.
006040      MOVE WS-C-WITHHELD          TO GTL-AMOUNT.
006050      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006060      PERFORM 8999-WRITE-SYSOUT.
006070
006080      MOVE "WITHHELD PER 1042-S DETAIL:" TO GTL-LITERAL.
006090      MOVE WS-Q-WITHHELD          TO GTL-AMOUNT.
006100      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006110      PERFORM 8999-WRITE-SYSOUT.
006120
006130      MOVE "WITHHELD PER LEDGER:"  TO GTL-LITERAL.
006140      MOVE WS-WITHHELD-YTD        TO GTL-AMOUNT.
006150      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006160      PERFORM 8999-WRITE-SYSOUT.
006170
006180      MOVE "DEPOSITED PER LEDGER:" TO GTL-LITERAL.
006190      MOVE WS-DEPOSITED-YTD       TO GTL-AMOUNT.
006200      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006210      PERFORM 8999-WRITE-SYSOUT.
006220
006230      MOVE "UNDEPOSITED BALANCE:"  TO GTL-LITERAL.
006240      MOVE WS-LIABILITY-BALANCE   TO GTL-AMOUNT.
006250      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006260      PERFORM 8999-WRITE-SYSOUT.
006270
006280      COMPUTE WS-RECON-DIFFERENCE =
006290          WS-PERIOD-TOTAL - WS-C-WITHHELD.
006300      MOVE "1042 VS 1042-S:"       TO GTL-LITERAL.
006310      MOVE WS-RECON-DIFFERENCE    TO GTL-AMOUNT.
006320      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006330      PERFORM 8999-WRITE-SYSOUT.
006340      IF WS-RECON-DIFFERENCE NOT = ZERO
006350          OR WS-Q-WITHHELD NOT = WS-C-WITHHELD
006360          OR NOT WS-C-RECORD-FOUND
006370          MOVE "Y" TO WS-OUT-OF-BALANCE-SW
006380      END-IF.
006390
006400      COMPUTE WS-RECON-DIFFERENCE =
006410          WS-PERIOD-TOTAL -
006420          (WS-DEPOSITED-YTD + WS-LIABILITY-BALANCE).
006430      MOVE "1042 VS DEPOSITS+BALANCE:" TO GTL-LITERAL.
006440      MOVE WS-RECON-DIFFERENCE    TO GTL-AMOUNT.
006450      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006460      PERFORM 8999-WRITE-SYSOUT.
006470      IF WS-RECON-DIFFERENCE NOT = ZERO
006480          OR WS-PERIOD-TOTAL NOT = WS-WITHHELD-YTD
006490          MOVE "Y" TO WS-OUT-OF-BALANCE-SW
006500      END-IF.
006510
006520      IF WS-OUT-OF-BALANCE
006530          MOVE "*** OUT OF BALANCE - RESOLVE BEFORE FILING 1042"
006540                                   TO CC-E01W-DISPLAY-RCD
006550          PERFORM 8999-WRITE-SYSOUT
006560      END-IF.
006570
006580  3000-EXIT.
006590      EXIT.
006600
006610* 3100-SUM-PERIOD-LIABILITY
006620*   POSTS EACH STAGED RECORD'S WITHHOLDING TO THE QUARTER-
006630*   MONTHLY PERIOD OF ITS RUN DATE.  A RUN DATE OUTSIDE THE
006640*   TAX YEAR (A LATE-YEAR PAYMENT STAGED IN JANUARY) LANDS IN
006650*   THE NEAREST PERIOD OF THE YEAR SO THE TOTAL STILL PROVES.
006660  3100-SUM-PERIOD-LIABILITY.
006670
006680      READ T42-STAGING-FILE
006690          AT END
006700              MOVE "Y" TO WS-STAGE-EOF-SW
006710              GO TO 3100-EXIT
006720      END-READ.
006730
006740      IF T42-TAX-YEAR NOT = WS-TAX-YEAR
006750          ADD 1 TO WS-OTHER-YEAR-SKIPPED
006760          GO TO 3100-EXIT
006770      END-IF.
006780
006790      ADD 1 TO WS-STAGED-RECORDS-READ.
006800      MOVE T42-RUN-DATE           TO WS-STAGED-RUN-DATE.
006810
006820      IF WS-STAGED-CCYY > WS-TAX-YEAR
006830          OR WS-STAGED-MM > 12
006840          MOVE 12 TO WS-STAGED-MM
006850          MOVE 31 TO WS-STAGED-DD
006860      END-IF.
006870      IF WS-STAGED-CCYY < WS-TAX-YEAR
006880          OR WS-STAGED-MM < 01
006890          MOVE 01 TO WS-STAGED-MM
006900          MOVE 01 TO WS-STAGED-DD
006910      END-IF.
006920
006930      MOVE WS-STAGED-MM           TO WS-LBP-MONTH-SUB.
006940      IF WS-STAGED-DD < 08
006950          MOVE 1 TO WS-LBP-PERIOD-SUB
006960      ELSE
006970          IF WS-STAGED-DD < 16
006980              MOVE 2 TO WS-LBP-PERIOD-SUB
006990          ELSE
007000              IF WS-STAGED-DD < 23
007010                  MOVE 3 TO WS-LBP-PERIOD-SUB
007020              ELSE
007030                  MOVE 4 TO WS-LBP-PERIOD-SUB
007040              END-IF
007050          END-IF
007060      END-IF.
007070
007080      ADD T42-NRA-WITHHOLD-AMT
007090          TO WS-LBP-PERIOD (WS-LBP-MONTH-SUB WS-LBP-PERIOD-SUB).
007100      ADD T42-NRA-WITHHOLD-AMT
007110          TO WS-LBP-MONTH-TOTAL (WS-LBP-MONTH-SUB).
007120      ADD T42-NRA-WITHHOLD-AMT    TO WS-PERIOD-TOTAL.
007130
007140  3100-EXIT.
007150      EXIT.
007160
007170* 3200-SUM-1042S-WITHHELD
007180*   RE-ADDS THE TAX WITHHELD ON EVERY "Q" RECIPIENT RECORD OF
007190*   THE 1042-S FILING AND PICKS UP THE "C" CONTROL TOTAL.
007200  3200-SUM-1042S-WITHHELD.
007210
007220      READ T42-IRS-FILE
007230          AT END
007240              MOVE "Y" TO WS-IRS-EOF-SW
007250              GO TO 3200-EXIT
007260      END-READ.
007270
007280      IF T42-IRS-IN-RCD (1:1) = "Q"
007290          MOVE T42-IRS-IN-RCD     TO T42F-Q-RECORD
007300          ADD 1 TO WS-Q-RECORDS-READ
007310          ADD T42F-Q-TAX-WITHHELD TO WS-Q-WITHHELD
007320          GO TO 3200-EXIT
007330      END-IF.
007340
007350      IF T42-IRS-IN-RCD (1:1) = "C"
007360          MOVE T42-IRS-IN-RCD     TO T42F-C-RECORD
007370          MOVE "Y" TO WS-C-RECORD-FOUND-SW
007380          MOVE T42F-C-TOTAL-WITHHELD TO WS-C-WITHHELD
007390      END-IF.
007400
007410  3200-EXIT.
007420      EXIT.
007430
007440  3300-PRINT-PERIOD-MONTH.
007450
007460      IF WS-LBP-MONTH-TOTAL (WS-LBP-MONTH-SUB) = ZERO
007470          GO TO 3300-EXIT
007480      END-IF.
007490
007500      MOVE WS-LBP-MONTH-SUB       TO PDL-MONTH.
007510      MOVE WS-LBP-PERIOD (WS-LBP-MONTH-SUB 1)
007520                                  TO PDL-PERIOD-AMT (1).
007530      MOVE WS-LBP-PERIOD (WS-LBP-MONTH-SUB 2)
007540                                  TO PDL-PERIOD-AMT (2).
007550      MOVE WS-LBP-PERIOD (WS-LBP-MONTH-SUB 3)
007560                                  TO PDL-PERIOD-AMT (3).
007570      MOVE WS-LBP-PERIOD (WS-LBP-MONTH-SUB 4)
007580                                  TO PDL-PERIOD-AMT (4).
007590      MOVE WS-LBP-MONTH-TOTAL (WS-LBP-MONTH-SUB)
007600                                  TO PDL-MONTH-TOTAL.
007610      MOVE WS-PERIOD-LINE         TO CC-E01W-DISPLAY-RCD.
007620      PERFORM 8999-WRITE-SYSOUT.
007630
007640  3300-EXIT.
007650      EXIT.
007660
007670  8000-WRAPUP.
007680
007690      MOVE "STAGED 1042-S RECORDS READ:" TO SCR-LITERAL.
007700      MOVE WS-STAGED-RECORDS-READ TO SCR-COUNT.
007710      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007720      PERFORM 8999-WRITE-SYSOUT.
007730
007740      MOVE "OTHER TAX YEAR SKIPPED:" TO SCR-LITERAL.
007750      MOVE WS-OTHER-YEAR-SKIPPED  TO SCR-COUNT.
007760      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007770      PERFORM 8999-WRITE-SYSOUT.
007780
007790      IF WS-DAILY-MODE
007800          MOVE "WITHHELD THIS RUN:"  TO GTL-LITERAL
007810          MOVE WS-TODAY-WITHHELD    TO GTL-AMOUNT
007820          MOVE WS-GRAND-TOTAL-LINE  TO CC-E01W-DISPLAY-RCD
007830          PERFORM 8999-WRITE-SYSOUT
007840
007850          MOVE "LIABILITY BALANCE:"  TO GTL-LITERAL
007860          MOVE WS-LIABILITY-BALANCE TO GTL-AMOUNT
007870          MOVE WS-GRAND-TOTAL-LINE  TO CC-E01W-DISPLAY-RCD
007880          PERFORM 8999-WRITE-SYSOUT
007890
007900          MOVE "REMITTANCES WRITTEN:" TO SCR-LITERAL
007910          MOVE WS-REMITS-WRITTEN    TO SCR-COUNT
007920          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
007930          PERFORM 8999-WRITE-SYSOUT
007940
007950          MOVE "DEPOSITS ON LEDGER:"  TO SCR-LITERAL
007960          MOVE WS-DEP-COUNT         TO SCR-COUNT
007970          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
007980          PERFORM 8999-WRITE-SYSOUT
007990      END-IF.
008000
008010      IF WS-Y1042-MODE
008020          MOVE "1042-S DETAIL RECORDS READ:" TO SCR-LITERAL
008030          MOVE WS-Q-RECORDS-READ    TO SCR-COUNT
008040          MOVE SYSOUT-COUNT-RCD     TO CC-E01W-DISPLAY-RCD
008050          PERFORM 8999-WRITE-SYSOUT
008060      END-IF.
008070
08070a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
08070b
008080      COPY C2INZ003.
008090
008100      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
008110
008120  8000-EXIT.
008130      EXIT.
08130a
08130b* 8980-NOTE-TABLE-CAPACITY
08130c*   NOTES THE DEPOSIT TABLE'S HIGH-WATER MARK AGAINST ITS
08130d*   LIMIT AND PRINTS THE CAPACITY REPORT.  A FULL TABLE
08130e*   ABENDS TBLFL, SO IT NEVER DROPS AN ENTRY.
08130f  8980-NOTE-TABLE-CAPACITY.
08130g
08130h      MOVE "NRA DEPOSITS"           TO TC-NOTE-NAME.
08130i      MOVE WS-DEP-TABLE-MAX         TO TC-NOTE-LIMIT.
08130j      MOVE WS-DEP-COUNT             TO TC-NOTE-HIGH.
08130k      MOVE ZERO                     TO TC-NOTE-DROPPED.
08130l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
08130m
08130n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
08130o
08130p  8980-EXIT.
08130q      EXIT.
008140
008150* 8900-SET-RETURN-CODE
008160*   RC=0 CLEAN; RC=4 A DAILY RUN BOOKED A NEGATIVE LIABILITY
008170*   (STAGED WITHHOLDING CAME DOWN) FOR ACCOUNTING TO REVIEW;
008180*   RC=8 THE FORM 1042 DOES NOT PROVE TO THE 1042-S OR THE
008190*   DEPOSITS.
008200  8900-SET-RETURN-CODE.
008210
008220      MOVE ZERO TO RETURN-CODE.
008230
008240      IF WS-DAILY-MODE AND WS-TODAY-WITHHELD < ZERO
008250          MOVE 4 TO RETURN-CODE
008260      END-IF.
008270
008280      IF WS-OUT-OF-BALANCE
008290          MOVE 8 TO RETURN-CODE
008300      END-IF.
008310
008320  8900-EXIT.
008330      EXIT.
008340
08340a      COPY CLCWW134.
08340b
0083va      COPY CLCWW167.
0083vb
008350      COPY C2INZ002.
008360
008370      COPY C2INZ004.
008380
008390      COPY C2INZ005.
008400
008410      RUN-HISTORY-FILE.
008420
008430  9999-EXIT.
008440      EXIT.
