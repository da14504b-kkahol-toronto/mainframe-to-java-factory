000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9168.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9168
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    TEN99DTL STAGING GENERATION CATALOG BASELINE AND
000130*              LINEAGE REPORT.  EVERY PROGRAM THAT COPIES
000140*              TEN99DTL TO A NEW GENERATION (CCCW9112, 9113,
000150*              9122, 9133, 9151) REFUSES TO RUN UNLESS ITS
000160*              INPUT IS THE HEAD GENERATION ON THE GENCAT
000170*              CATALOG (CLCWW129), AND EVERY PROGRAM THAT ADDS
000180*              RECORDS TO IT (CCCW9100, 9110, 9127) CATALOGS
000190*              WHAT IT ADDED.  THIS PROGRAM STARTS THE CHAIN -
000200*              BASE CATALOGS THE STAGING FILE AS FOUND AS THE
000210*              BASELINE GENERATION - AND PRINTS THE LINEAGE
000220*              REPORT FOR AUDIT: EVERY GENERATION IN THE ORDER
000230*              IT WAS MADE, ITS PARENT, THE PROGRAM AND RUN
000240*              MODE THAT MADE IT, ITS RECORD COUNT AND DOLLAR
000250*              TOTAL AND THE CHANGE FROM THE GENERATION BEFORE,
000260*              THEN PROVES THE TEN99DTL ON HAND IS THE HEAD.
000270*
000280*  PARM:       COLS 1-6   FUNCTION
000290*                         BASE   - CATALOG TEN99DTL AS THE
000300*                                  BASELINE.  ALLOWED ONLY WHEN
000310*                                  NOTHING IS CATALOGED YET, OR
000320*                                  WHEN TEN99DTL ALREADY IS THE
000330*                                  HEAD (THEN NOTHING IS ADDED).
000340*                         REBASE - CATALOG TEN99DTL AS A NEW
000350*                                  BASELINE OVER A HEAD IT DOES
000360*                                  NOT MATCH (A FILE RESTORED
000370*                                  FROM BACKUP, A REPAIR MADE
000380*                                  OUTSIDE THE UTILITIES).  THE
000390*                                  ENTRY IS FLAGGED ON THE
000400*                                  LINEAGE REPORT FOR AUDIT.
000410*                         RPT    - LINEAGE REPORT ONLY.
000420*                         E.G. PARM='RPT'.
000430*
000440*  FILES:      GENCAT   - STAGING GENERATION CATALOG (CLCWW129)
000450*              TEN99DTL - 1099 STAGING DETAIL (CLCWW013)
000460*              GENRPT   - LINEAGE REPORT
000470*
000480*  RETURN:     RC=0 CLEAN.  RC=4 REBASE RUN, OR THE LINEAGE
000490*              REPORT FOUND NOTHING CATALOGED, A BROKEN PARENT
000500*              CHAIN, OR A TEN99DTL THAT IS NOT THE HEAD.
000510*
000520******************************************************************
000530*                      MODIFICATION HISTORY
000540******************************************************************
000550* DATE     INIT  DESCRIPTION
000560* -------- ----  --------------------------------------------
000570* 10/2026  RF    NEW PROGRAM - STAGING GENERATION BASELINE AND
000580*                LINEAGE REPORT
000590******************************************************************
000600  ENVIRONMENT DIVISION.
000610  CONFIGURATION SECTION.
000620  SOURCE-COMPUTER.   IBM-370.
000630  OBJECT-COMPUTER.   IBM-370.
000640  INPUT-OUTPUT SECTION.
000650  FILE-CONTROL.
000660
000670      COPY C2INX001.
000680
000690      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
000700          ORGANIZATION IS SEQUENTIAL.
000710
000720      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      SELECT LINEAGE-RPT         ASSIGN TO GENRPT
000760          ORGANIZATION IS SEQUENTIAL.
000770
000780      COPY C2INX004.
000790
000800  DATA DIVISION.
000810  FILE SECTION.
000820
000830      COPY C2INX002.
000840
000850  FD  GEN-CATALOG-FILE
000860      BLOCK CONTAINS 0 RECORDS
000870      RECORDING MODE IS F
000880      LABEL RECORDS ARE STANDARD
000890      DATA RECORD IS GEN-CATALOG-RCD.
000900
000910      COPY CLCWW129.
000920
000930  FD  TEN99-STAGING-FILE
000940      BLOCK CONTAINS 0 RECORDS
000950      RECORDING MODE IS F
000960      LABEL RECORDS ARE STANDARD
000970      DATA RECORD IS TEN99-RCD.
000980
000990      COPY CLCWW013.
001000
001010  FD  LINEAGE-RPT
001020      BLOCK CONTAINS 0 RECORDS
001030      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD
001050      DATA RECORD IS LINEAGE-RPT-RCD.
001060
001070  01  LINEAGE-RPT-RCD               PIC X(133).
001080
001090      COPY C2INX005.
001100
001110  WORKING-STORAGE SECTION.
001120
001130      COPY C2INX003.
001140
001150      COPY C2INX006.
001160
001170      COPY CLCWW130.
001180
001190  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9168".
001200
001210  01  WS-SWITCHES.
001220      05  WS-FUNCTION             PIC X(06) VALUE SPACES.
001230          88  WS-BASE-RUN                 VALUE "BASE".
001240          88  WS-REBASE-RUN               VALUE "REBASE".
001250          88  WS-REPORT-RUN               VALUE "RPT".
001260      05  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
001270          88  WS-LIST-EOF                 VALUE "Y".
001280
001290  01  WS-COUNTERS.
001300      05  WS-ENTRIES-LISTED       PIC 9(09) COMP VALUE ZERO.
001310      05  WS-BRANCHES-FOUND       PIC 9(09) COMP VALUE ZERO.
001320      05  WS-REBASELINES-FOUND    PIC 9(09) COMP VALUE ZERO.
001330
001340  77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001350
001360* THE ENTRY BEFORE THE ONE BEING LISTED - ITS GENERATION IS THE
001370* PARENT THE NEXT ENTRY SHOULD NAME, ITS TOTALS THE BASE OF THE
001380* NEXT ENTRY'S CHANGE COLUMNS.
001390  77  WS-PRIOR-GENERATION         PIC 9(07) VALUE ZERO.
001400  77  WS-PRIOR-COUNT              PIC 9(09) VALUE ZERO.
001410  77  WS-PRIOR-DOLLARS            PIC S9(13)V99 VALUE ZERO.
001420
001430  01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
001440  01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001450      05  WS-DP-CCYY              PIC 9(04).
001460      05  WS-DP-MM                PIC 9(02).
001470      05  WS-DP-DD                PIC 9(02).
001480  01  WS-TIME-WORK                PIC 9(06) VALUE ZERO.
001490  01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001500      05  WS-TP-HH                PIC 9(02).
001510      05  WS-TP-MM                PIC 9(02).
001520      05  WS-TP-SS                PIC 9(02).
001530
001540  01  WS-TITLE-LINE.
001550      05  FILLER                  PIC X(02) VALUE SPACES.
001560      05  FILLER                  PIC X(40) VALUE
001570          "TEN99DTL STAGING GENERATION LINEAGE".
001580      05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001590      05  TTL-RUN-DATE            PIC X(10).
001600      05  FILLER                  PIC X(72) VALUE SPACES.
001610
001620  01  WS-COLUMN-LINE.
001630      05  FILLER                  PIC X(35) VALUE
001640          "      GEN  PARENT T PROGRAM  MODE  ".
001650      05  FILLER                  PIC X(35) VALUE
001660          " RUN DATE   TIME         RECORDS   ".
001670      05  FILLER                  PIC X(35) VALUE
001680          "           DOLLARS RECORD CHANGE   ".
001690      05  FILLER                  PIC X(28) VALUE
001700          "     DOLLAR CHANGE NOTE".
001710
001720  01  WS-LINEAGE-LINE.
001730      05  FILLER                  PIC X(02) VALUE SPACES.
001740      05  LNL-GENERATION          PIC Z(06)9.
001750      05  FILLER                  PIC X(01) VALUE SPACES.
001760      05  LNL-PARENT              PIC Z(06)9.
001770      05  FILLER                  PIC X(01) VALUE SPACES.
001780      05  LNL-TYPE                PIC X(01).
001790      05  FILLER                  PIC X(01) VALUE SPACES.
001800      05  LNL-PROGRAM             PIC X(08).
001810      05  FILLER                  PIC X(01) VALUE SPACES.
001820      05  LNL-MODE                PIC X(06).
001830      05  FILLER                  PIC X(01) VALUE SPACES.
001840      05  LNL-RUN-DATE            PIC X(10).
001850      05  FILLER                  PIC X(01) VALUE SPACES.
001860      05  LNL-RUN-TIME            PIC X(08).
001870      05  FILLER                  PIC X(01) VALUE SPACES.
001880      05  LNL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001890      05  FILLER                  PIC X(01) VALUE SPACES.
001900      05  LNL-DOLLARS             PIC -,---,---,---,--9.99.
001910      05  FILLER                  PIC X(01) VALUE SPACES.
001920      05  LNL-COUNT-CHANGE        PIC -,---,---,--9.
001930      05  FILLER                  PIC X(01) VALUE SPACES.
001940      05  LNL-DOLLAR-CHANGE       PIC -,---,---,---,--9.99.
001950      05  FILLER                  PIC X(01) VALUE SPACES.
001960      05  LNL-NOTE                PIC X(09).
001970
001980  LINKAGE SECTION.
001990
002000  01  LS-PARM-DATA.
002010      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002020      05  LS-PARM-FUNCTION        PIC X(06).
002030
002040  PROCEDURE DIVISION USING LS-PARM-DATA.
002050
002060  0000-MAINLINE.
002070
002080      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002090
002100      IF WS-REPORT-RUN
002110          PERFORM 3000-LINEAGE-REPORT THRU 3000-EXIT
002120      ELSE
002130          PERFORM 2000-CATALOG-BASELINE THRU 2000-EXIT
002140      END-IF.
002150
002160      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002170
002180      GOBACK.
002190
002200  1000-INITIALIZE.
002210
002220      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002230      OPEN EXTEND RUN-HISTORY-FILE.
002240
002250      COPY C2INZ001.
002260
002270      IF LS-PARM-LENGTH > ZERO
002280          MOVE LS-PARM-FUNCTION   TO WS-FUNCTION
002290      END-IF.
002300
002310      IF NOT WS-BASE-RUN
002320          AND NOT WS-REBASE-RUN
002330          AND NOT WS-REPORT-RUN
002340          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
002350          MOVE "PARM1"               TO SAR-RETURN-CODE
002360          MOVE SPACES                TO SAR-DB-NAME
002370          MOVE "GENCAT"              TO SAR-TABLE-NAME
002380          MOVE SPACES                TO SAR-SQLCODE
002390          GO TO 9998-COREDUMP
002400      END-IF.
002410
002420      MOVE WS-FUNCTION            TO SWA-RUN-MODE.
002430
002440      OPEN OUTPUT LINEAGE-RPT.
002450
002460  1000-EXIT.
002470      EXIT.
002480
002490* 2000-CATALOG-BASELINE
002500*   A BASELINE IS WRITTEN ONLY WHERE IT CANNOT HIDE A LOST
002510*   CHANGE: ON AN EMPTY CATALOG, OR - ON A REBASE PARM - OVER A
002520*   HEAD THE FILE NO LONGER MATCHES, NAMING THAT HEAD AS ITS
002530*   PARENT SO THE LINEAGE REPORT SHOWS WHERE THE CHAIN WAS
002540*   RESET.  A BASE RUN AGAINST A NON-MATCHING HEAD ABENDS GEN04
002550*   - THE FILE IS THE WRONG GENERATION OR HAS BEEN CHANGED
002560*   OUTSIDE THE UTILITIES, AND SOMEONE MUST DECIDE WHICH.
002570  2000-CATALOG-BASELINE.
002580
002590      PERFORM 9640-READ-CATALOG THRU 9640-EXIT.
002600      PERFORM 9610-FINGERPRINT-STAGING THRU 9610-EXIT.
002610
002620      MOVE "TEN99DTL AS READ:"    TO GN-PL-LABEL.
002630      MOVE SPACES                 TO GN-PL-GENERATION.
002640      MOVE GN-IN-COUNT            TO GN-PL-COUNT.
002650      MOVE GN-IN-DOLLARS          TO GN-PL-DOLLARS.
002660      MOVE GN-IN-HASH             TO GN-PL-HASH.
002670      MOVE GN-PRINT-LINE          TO CC-E01W-DISPLAY-RCD.
002680      PERFORM 8999-WRITE-SYSOUT.
002690
002700      IF NOT GN-HEAD-FOUND
002710          MOVE ZERO               TO GN-BASE-GENERATION
002720          GO TO 2000-WRITE-BASELINE
002730      END-IF.
002740
002750      MOVE "CATALOG HEAD:"        TO GN-PL-LABEL.
002760      MOVE GN-HEAD-GENERATION     TO GN-EDIT-GENERATION.
002770      MOVE GN-EDIT-GENERATION     TO GN-PL-GENERATION.
002780      MOVE GN-HEAD-COUNT          TO GN-PL-COUNT.
002790      MOVE GN-HEAD-DOLLARS        TO GN-PL-DOLLARS.
002800      MOVE GN-HEAD-HASH           TO GN-PL-HASH.
002810      MOVE GN-PRINT-LINE          TO CC-E01W-DISPLAY-RCD.
002820      PERFORM 8999-WRITE-SYSOUT.
002830
002840      IF GN-IN-COUNT = GN-HEAD-COUNT
002850          AND GN-IN-DOLLARS = GN-HEAD-DOLLARS
002860          AND GN-IN-HASH = GN-HEAD-HASH
002870          MOVE "TEN99DTL IS ALREADY THE HEAD - NOTHING CATALOGED"
002880                                  TO CC-E01W-DISPLAY-RCD
002890          PERFORM 8999-WRITE-SYSOUT
002900          GO TO 2000-EXIT
002910      END-IF.
002920
002930      IF WS-BASE-RUN
002940          MOVE "*** TEN99DTL IS NOT THE HEAD GENERATION ***"
002950                                  TO CC-E01W-DISPLAY-RCD
002960          PERFORM 8999-WRITE-SYSOUT
002970          MOVE "*** RESTORE THE HEAD OR RERUN PARM=REBASE ***"
002980                                  TO CC-E01W-DISPLAY-RCD
002990          PERFORM 8999-WRITE-SYSOUT
003000          MOVE "2000-CATALOG-BASELINE" TO SAR-PARAGRAPH
003010          MOVE "GEN04"               TO SAR-RETURN-CODE
003020          MOVE SPACES                TO SAR-DB-NAME
003030          MOVE "TEN99DTL"            TO SAR-TABLE-NAME
003040          MOVE SPACES                TO SAR-SQLCODE
003050          GO TO 9998-COREDUMP
003060      END-IF.
003070
003080      MOVE "*** REBASELINE - TEN99DTL REPLACES THE HEAD ***"
003090                                  TO CC-E01W-DISPLAY-RCD.
003100      PERFORM 8999-WRITE-SYSOUT.
003110      MOVE GN-HEAD-GENERATION     TO GN-BASE-GENERATION.
003120      MOVE 4                      TO WS-RETURN-CODE.
003130
003140  2000-WRITE-BASELINE.
003150
003160      MOVE GN-INPUT-PRINT         TO GN-OUTPUT-PRINT.
003170      MOVE "B"                    TO GN-ENTRY-TYPE.
003180      PERFORM 9670-WRITE-CATALOG-ENTRY THRU 9670-EXIT.
003190
003200  2000-EXIT.
003210      EXIT.
003220
003230* 3000-LINEAGE-REPORT
003240*   LISTS THE CATALOG IN THE ORDER THE GENERATIONS WERE MADE.
003250*   EACH ENTRY SHOULD NAME THE ONE BEFORE IT AS PARENT - ONE
003260*   THAT DOES NOT IS FLAGGED *BRANCH, THE MARK OF A GENERATION
003270*   BUILT FROM A STALE BASE.  A BASELINE OVER AN EARLIER
003280*   GENERATION IS FLAGGED *REBASE.  THE TEN99DTL ON HAND IS
003290*   THEN FINGERPRINTED AND PROVED AGAINST THE HEAD.
003300  3000-LINEAGE-REPORT.
003310
003320      MOVE SWA-CCYY-MO            TO TTL-RUN-DATE (1:2).
003330      MOVE "/"                    TO TTL-RUN-DATE (3:1).
003340      MOVE SWA-CCYY-DA            TO TTL-RUN-DATE (4:2).
003350      MOVE "/"                    TO TTL-RUN-DATE (6:1).
003360      MOVE SWA-CCYY-CEN           TO TTL-RUN-DATE (7:2).
003370      MOVE SWA-CCYY-YR            TO TTL-RUN-DATE (9:2).
003380      MOVE WS-TITLE-LINE          TO LINEAGE-RPT-RCD.
003390      WRITE LINEAGE-RPT-RCD.
003400      MOVE SPACES                 TO LINEAGE-RPT-RCD.
003410      WRITE LINEAGE-RPT-RCD.
003420      MOVE WS-COLUMN-LINE         TO LINEAGE-RPT-RCD.
003430      WRITE LINEAGE-RPT-RCD.
003440
003450      MOVE "N"                    TO WS-LIST-EOF-SW.
003460      OPEN INPUT GEN-CATALOG-FILE.
003470      PERFORM 3100-LIST-ENTRY THRU 3100-EXIT
003480          UNTIL WS-LIST-EOF.
003490      CLOSE GEN-CATALOG-FILE.
003500
003510      MOVE SPACES                 TO LINEAGE-RPT-RCD.
003520      WRITE LINEAGE-RPT-RCD.
003530
003540      IF WS-ENTRIES-LISTED = ZERO
003550          MOVE "  *** NO TEN99DTL GENERATION IS CATALOGED ***"
003560                                  TO LINEAGE-RPT-RCD
003570          WRITE LINEAGE-RPT-RCD
003580          MOVE 4                  TO WS-RETURN-CODE
003590          GO TO 3000-EXIT
003600      END-IF.
003610
003620      IF WS-BRANCHES-FOUND > ZERO
003630          MOVE 4                  TO WS-RETURN-CODE
003640      END-IF.
003650
003660      PERFORM 9640-READ-CATALOG THRU 9640-EXIT.
003670      PERFORM 9610-FINGERPRINT-STAGING THRU 9610-EXIT.
003680
003690      MOVE "CATALOG HEAD:"        TO GN-PL-LABEL.
003700      MOVE GN-HEAD-GENERATION     TO GN-EDIT-GENERATION.
003710      MOVE GN-EDIT-GENERATION     TO GN-PL-GENERATION.
003720      MOVE GN-HEAD-COUNT          TO GN-PL-COUNT.
003730      MOVE GN-HEAD-DOLLARS        TO GN-PL-DOLLARS.
003740      MOVE GN-HEAD-HASH           TO GN-PL-HASH.
003750      MOVE GN-PRINT-LINE          TO LINEAGE-RPT-RCD.
003760      WRITE LINEAGE-RPT-RCD.
003770      MOVE "TEN99DTL AS READ:"    TO GN-PL-LABEL.
003780      MOVE SPACES                 TO GN-PL-GENERATION.
003790      MOVE GN-IN-COUNT            TO GN-PL-COUNT.
003800      MOVE GN-IN-DOLLARS          TO GN-PL-DOLLARS.
003810      MOVE GN-IN-HASH             TO GN-PL-HASH.
003820      MOVE GN-PRINT-LINE          TO LINEAGE-RPT-RCD.
003830      WRITE LINEAGE-RPT-RCD.
003840
003850      IF GN-IN-COUNT = GN-HEAD-COUNT
003860          AND GN-IN-DOLLARS = GN-HEAD-DOLLARS
003870          AND GN-IN-HASH = GN-HEAD-HASH
003880          MOVE "  TEN99DTL IS THE CURRENT HEAD GENERATION"
003890                                  TO LINEAGE-RPT-RCD
003900      ELSE
003910          MOVE "  *** TEN99DTL IS NOT THE HEAD GENERATION ***"
003920                                  TO LINEAGE-RPT-RCD
003930          MOVE 4                  TO WS-RETURN-CODE
003940      END-IF.
003950      WRITE LINEAGE-RPT-RCD.
003960      MOVE LINEAGE-RPT-RCD        TO CC-E01W-DISPLAY-RCD.
003970      PERFORM 8999-WRITE-SYSOUT.
003980
003990  3000-EXIT.
004000      EXIT.
004010
004020  3100-LIST-ENTRY.
004030
004040      READ GEN-CATALOG-FILE
004050          AT END
004060              MOVE "Y" TO WS-LIST-EOF-SW
004070              GO TO 3100-EXIT
004080      END-READ.
004090
004100      MOVE SPACES                 TO LNL-NOTE.
004110      IF GC-BASELINE-ENTRY
004120          IF GC-PARENT-GENERATION > ZERO
004130              MOVE "*REBASE"      TO LNL-NOTE
004140              ADD 1 TO WS-REBASELINES-FOUND
004150          ELSE
004160              MOVE "BASELINE"     TO LNL-NOTE
004170          END-IF
004180      END-IF.
004190      IF WS-ENTRIES-LISTED > ZERO
004200          AND GC-PARENT-GENERATION NOT = WS-PRIOR-GENERATION
004210          MOVE "*BRANCH"          TO LNL-NOTE
004220          ADD 1 TO WS-BRANCHES-FOUND
004230      END-IF.
004240
004250      MOVE GC-GENERATION-NO       TO LNL-GENERATION.
004260      MOVE GC-PARENT-GENERATION   TO LNL-PARENT.
004270      MOVE GC-ENTRY-TYPE          TO LNL-TYPE.
004280      MOVE GC-PROGRAM-ID          TO LNL-PROGRAM.
004290      MOVE GC-RUN-MODE            TO LNL-MODE.
004300      MOVE GC-RUN-DATE            TO WS-DATE-WORK.
004310      MOVE WS-DP-MM               TO LNL-RUN-DATE (1:2).
004320      MOVE "/"                    TO LNL-RUN-DATE (3:1).
004330      MOVE WS-DP-DD               TO LNL-RUN-DATE (4:2).
004340      MOVE "/"                    TO LNL-RUN-DATE (6:1).
004350      MOVE WS-DP-CCYY             TO LNL-RUN-DATE (7:4).
004360      MOVE GC-RUN-TIME            TO WS-TIME-WORK.
004370      MOVE WS-TP-HH               TO LNL-RUN-TIME (1:2).
004380      MOVE ":"                    TO LNL-RUN-TIME (3:1).
004390      MOVE WS-TP-MM               TO LNL-RUN-TIME (4:2).
004400      MOVE ":"                    TO LNL-RUN-TIME (6:1).
004410      MOVE WS-TP-SS               TO LNL-RUN-TIME (7:2).
004420      MOVE GC-RECORD-COUNT        TO LNL-COUNT.
004430      MOVE GC-DOLLAR-TOTAL        TO LNL-DOLLARS.
004440      COMPUTE LNL-COUNT-CHANGE = GC-RECORD-COUNT - WS-PRIOR-COUNT.
004450      COMPUTE LNL-DOLLAR-CHANGE =
004455          GC-DOLLAR-TOTAL - WS-PRIOR-DOLLARS.
004460      MOVE WS-LINEAGE-LINE        TO LINEAGE-RPT-RCD.
004470      WRITE LINEAGE-RPT-RCD.
004480
004490      ADD 1 TO WS-ENTRIES-LISTED.
004500      MOVE GC-GENERATION-NO       TO WS-PRIOR-GENERATION.
004510      MOVE GC-RECORD-COUNT        TO WS-PRIOR-COUNT.
004520      MOVE GC-DOLLAR-TOTAL        TO WS-PRIOR-DOLLARS.
004530
004540  3100-EXIT.
004550      EXIT.
004560
004570  8000-WRAPUP.
004580
004590      IF WS-REPORT-RUN
004600          MOVE "GENERATIONS LISTED:" TO SCR-LITERAL
004610          MOVE WS-ENTRIES-LISTED  TO SCR-COUNT
004620          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004630          PERFORM 8999-WRITE-SYSOUT
004640          MOVE "BROKEN PARENT LINKS:" TO SCR-LITERAL
004650          MOVE WS-BRANCHES-FOUND  TO SCR-COUNT
004660          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004670          PERFORM 8999-WRITE-SYSOUT
004680          MOVE "REBASELINES:"     TO SCR-LITERAL
004690          MOVE WS-REBASELINES-FOUND TO SCR-COUNT
004700          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004710          PERFORM 8999-WRITE-SYSOUT
004720      END-IF.
004730
004740      MOVE WS-RETURN-CODE         TO RETURN-CODE.
004750      MOVE WS-RETURN-CODE         TO SWA-RUN-COND-CODE.
004760
004770      COPY C2INZ003.
004780
004790      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004800
004810  8000-EXIT.
004820      EXIT.
004830
004840      COPY CLCWW131.
004850
004860      COPY C2INZ002.
004870
004880      COPY C2INZ004.
004890
004900      COPY C2INZ005.
004910
004920      LINEAGE-RPT
004930      RUN-HISTORY-FILE.
004940
004950  9999-EXIT.
004960      EXIT.
