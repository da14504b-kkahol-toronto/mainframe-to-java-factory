000290******************************************************************
000300* DATE     INIT  DESCRIPTION
000310* -------- ----  --------------------------------------------
0003va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
00310A* 10/2026  RF    LOAD THE UNIT-COST RATE CARD FROM THE CLCWW135
00310B*                REFERENCE FILE THROUGH CCCW9196 (RATES IN FORCE
00310C*                ON THE FIRST OF THE BILLING PERIOD) AND APPLY
00310D*                EACH RATE BY ITS CODE, NOT ITS TABLE POSITION -
00310E*                ABEND REF05 WHEN A BILLED RATE IS NOT IN FORCE
00310a* 10/2026  RF    COUNT EVERY POSTING TO A BUSINESS UNIT THE UNIT
00310b*                TABLE COULD NOT HOLD (IT FOLDS INTO THE LAST
00310c*                ENTRY), PRINT THE TABLE CAPACITY REPORT, AND END
00310d*                RC=12 WHEN ANY UNIT WAS DROPPED
000320* 09/2026  RF    NEW PROGRAM - BUSINESS-UNIT CHARGEBACK
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000770      05  TS-BUS-UNIT               PIC X(05).
000780      05  TS-SSN-TAX-ID             PIC X(16).
000790      05  TS-COMPASS-ENT-CDE        PIC X(03).
000800      05  TS-DETAIL                 PIC X(420).
000810
000820  FD  TEN99-HELD-FILE
000830      BLOCK CONTAINS 0 RECORDS
001120      COPY C2INX006.
001130
001140      COPY CLCWW120.
01140A
01140B      COPY CLCWW138.
1140Ba
1140Bb  77  WS-RATE-AS-OF-DATE          PIC 9(08) VALUE ZERO.
1140Bc  77  WS-UC-TBL-SUB               PIC 9(02) COMP VALUE ZERO.
1140Bd  77  WS-UC-WANT-CODE             PIC X(04) VALUE SPACES.
1140Be  77  WS-UC-FOUND-RATE            PIC 9(03)V99 VALUE ZERO.
1140Bf  77  WS-UC-FOUND-SW              PIC X(01) VALUE "N".
1140Bg      88  WS-UC-FOUND                 VALUE "Y".
1140Bh  77  WS-UC-DISB-RATE             PIC 9(03)V99 VALUE ZERO.
1140Bi  77  WS-UC-SUSP-RATE             PIC 9(03)V99 VALUE ZERO.
1140Bj  77  WS-UC-COPY-RATE             PIC 9(03)V99 VALUE ZERO.
1140Bk  77  WS-UC-CORR-RATE             PIC 9(03)V99 VALUE ZERO.
01140a
01140b      COPY CLCWW133.
001150
001160  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9138".
001170
001470
001480  77  WS-BU-COUNT                 PIC 9(03) COMP VALUE ZERO.
001490  77  WS-BU-TABLE-MAX             PIC 9(03) COMP VALUE 100.
01490a  77  WS-BU-DROPPED               PIC 9(07) COMP VALUE ZERO.
001500  77  WS-BU-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
001510  77  WS-BU-MATCHED-SUB           PIC 9(03) COMP VALUE ZERO.
001520  77  WS-BU-SEARCH-CODE           PIC X(05) VALUE SPACES.
002150          MOVE SPACES                TO SAR-SQLCODE
002160          GO TO 9998-COREDUMP
002170      END-IF.
02170a
2170aa      COMPUTE WS-RATE-AS-OF-DATE = WS-WANT-PERIOD * 100 + 1.
02170b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
002180
002190      OPEN OUTPUT CHARGEBACK-FILE.
002200      OPEN OUTPUT CHARGEBACK-RPT.
002220
002230  1000-EXIT.
002240      EXIT.
0224aa
0224ab* 1080-LOAD-REF-TABLES
0224ac*   LOADS THE UNIT-COST RATE CARD FROM THE CLCWW135 REFERENCE
0224ad*   FILE THROUGH CCCW9196 - THE RATES IN FORCE ON THE FIRST
0224ae*   DAY OF THE BILLING PERIOD.  A CARD WITH NOTHING IN FORCE,
0224af*   OR WITHOUT ONE OF THE FOUR RATES BILLED, ABENDS THE RUN.
0224ag  1080-LOAD-REF-TABLES.
0224ah
0224ai      MOVE "D"                    TO RL-ENTRY-FORMAT.
0224aj      MOVE WS-RATE-AS-OF-DATE     TO RL-AS-OF-DATE.
0224ak
0224al      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0224am      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0224an      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0224ao      PERFORM 8999-WRITE-SYSOUT.
0224ap
0224aq      MOVE "UCST"                 TO RL-TABLE-ID.
0224ar      MOVE WS-UC-ENTRY-LEN        TO RL-ENTRY-LENGTH.
0224as      MOVE WS-UC-TBL-LIMIT        TO RL-ENTRY-LIMIT.
0224at      CALL "CCCW9196" USING REF-LOAD-AREA
0224au                            WS-UNIT-COST-TBL.
0224av      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0224aw      MOVE RL-ENTRY-COUNT         TO WS-UC-TBL-MAX.
0224ax      MOVE RL-DROPPED             TO WS-UC-DROPPED.
0224ay
0224az*   THE RATES ARE APPLIED BY CODE, NOT BY TABLE POSITION, SO
0224ba*   A RATE ADDED TO THE CARD CANNOT SHIFT THE OTHERS.
0224bb      MOVE "DISB"                 TO WS-UC-WANT-CODE.
0224bc      PERFORM 1090-FIND-UNIT-COST THRU 1090-EXIT.
0224bd      MOVE WS-UC-FOUND-RATE       TO WS-UC-DISB-RATE.
0224be      MOVE "SUSP"                 TO WS-UC-WANT-CODE.
0224bf      PERFORM 1090-FIND-UNIT-COST THRU 1090-EXIT.
0224bg      MOVE WS-UC-FOUND-RATE       TO WS-UC-SUSP-RATE.
0224bh      MOVE "COPY"                 TO WS-UC-WANT-CODE.
0224bi      PERFORM 1090-FIND-UNIT-COST THRU 1090-EXIT.
0224bj      MOVE WS-UC-FOUND-RATE       TO WS-UC-COPY-RATE.
0224bk      MOVE "CORR"                 TO WS-UC-WANT-CODE.
0224bl      PERFORM 1090-FIND-UNIT-COST THRU 1090-EXIT.
0224bm      MOVE WS-UC-FOUND-RATE       TO WS-UC-CORR-RATE.
0224bn
0224bo  1080-EXIT.
0224bp      EXIT.
0224bq
0224br* 1085-CHECK-REF-LOAD
0224bs*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0224bt*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0224bu  1085-CHECK-REF-LOAD.
0224bv
0224bw      IF RL-TABLE-EMPTY
0224bx          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0224by          MOVE "REF01"               TO SAR-RETURN-CODE
0224bz          MOVE SPACES                TO SAR-DB-NAME
0224ca          MOVE SPACES                TO SAR-TABLE-NAME
0224cb          STRING "REFTBL " RL-TABLE-ID
0224cc              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0224cd          MOVE SPACES                TO SAR-SQLCODE
0224ce          GO TO 9998-COREDUMP
0224cf      END-IF.
0224cg
0224ch      MOVE SPACES                 TO SCR-LITERAL.
0224ci      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0224cj          DELIMITED BY SIZE INTO SCR-LITERAL.
0224ck      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0224cl      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0224cm      PERFORM 8999-WRITE-SYSOUT.
0224cn
0224co  1085-EXIT.
0224cp      EXIT.
224caa
224cab* 1090-FIND-UNIT-COST
224cac*   THE RATE FOR WS-UC-WANT-CODE - ABEND REF05 WHEN THE CODE
224cad*   HAS NO RATE IN FORCE.
224cae  1090-FIND-UNIT-COST.
224caf
224cag      MOVE "N"                    TO WS-UC-FOUND-SW.
224cah      PERFORM 1095-SEARCH-UNIT-COST THRU 1095-EXIT
224cai          VARYING WS-UC-TBL-SUB FROM 1 BY 1
224caj          UNTIL WS-UC-TBL-SUB > WS-UC-TBL-MAX
224cak             OR WS-UC-FOUND.
224cal
224cam      IF NOT WS-UC-FOUND
224can          MOVE "1090-FIND-UNIT-COST" TO SAR-PARAGRAPH
224cao          MOVE "REF05"               TO SAR-RETURN-CODE
224cap          MOVE SPACES                TO SAR-DB-NAME
224caq          MOVE SPACES                TO SAR-TABLE-NAME
224car          STRING "REFTBL UCST " WS-UC-WANT-CODE
224cas              DELIMITED BY SIZE INTO SAR-TABLE-NAME
224cat          MOVE SPACES                TO SAR-SQLCODE
224cau          GO TO 9998-COREDUMP
224cav      END-IF.
224caw
224cax  1090-EXIT.
224cay      EXIT.
224caz
224cba  1095-SEARCH-UNIT-COST.
224cbb
224cbc      IF WS-UC-CODE (WS-UC-TBL-SUB) = WS-UC-WANT-CODE
224cbd          MOVE WS-UC-RATE (WS-UC-TBL-SUB) TO WS-UC-FOUND-RATE
224cbe          MOVE "Y"                    TO WS-UC-FOUND-SW
224cbf      END-IF.
224cbg
224cbh  1095-EXIT.
224cbi      EXIT.
002250
002260* 2000-SWEEP-PERIOD
002270*   THE PERIOD'S STAGED DETAIL IN BUSINESS-UNIT ORDER - THE
003560              MOVE ZERO TO WS-BU-CORR-COUNT (WS-BU-MATCHED-SUB)
003570          ELSE
003580              MOVE WS-BU-TABLE-MAX TO WS-BU-MATCHED-SUB
03580a              ADD 1 TO WS-BU-DROPPED
003590          END-IF
003600      END-IF.
003610
004090  7100-PRICE-ONE-UNIT.
004100
004110      COMPUTE WS-BILLED-AMOUNT =
004120          (WS-BU-DISB-COUNT (WS-BU-TBL-SUB) * WS-UC-DISB-RATE)
004130        + (WS-BU-SUSP-COUNT (WS-BU-TBL-SUB) * WS-UC-SUSP-RATE)
004140        + (WS-BU-PAYEE-COUNT (WS-BU-TBL-SUB) * WS-UC-COPY-RATE)
004150        + (WS-BU-CORR-COUNT (WS-BU-TBL-SUB) * WS-UC-CORR-RATE).
004160      ADD WS-BILLED-AMOUNT TO WS-TOTAL-BILLED.
004170
004180      MOVE SPACES                 TO CHARGEBACK-RCD.
004560      MOVE WS-UNITS-BILLED        TO SCR-COUNT.
004570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004580      PERFORM 8999-WRITE-SYSOUT.
04580a
04580b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
004590
004600      COPY C2INZ003.
004610
004630
004640  8000-EXIT.
004650      EXIT.
04650a
04650b* 8980-NOTE-TABLE-CAPACITY
04650c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04650d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04650e*   DROPPED ENTRY ENDS THE RUN RC=12.
04650f  8980-NOTE-TABLE-CAPACITY.
04650g
04650h      MOVE "BUSINESS UNITS"         TO TC-NOTE-NAME.
04650i      MOVE WS-BU-TABLE-MAX          TO TC-NOTE-LIMIT.
04650j      MOVE WS-BU-COUNT              TO TC-NOTE-HIGH.
04650k      MOVE WS-BU-DROPPED            TO TC-NOTE-DROPPED.
04650l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04650m
4650ma      MOVE "UNIT COSTS"             TO TC-NOTE-NAME.
4650mb      MOVE WS-UC-TBL-LIMIT          TO TC-NOTE-LIMIT.
4650mc      MOVE WS-UC-TBL-MAX            TO TC-NOTE-HIGH.
4650md      MOVE WS-UC-DROPPED            TO TC-NOTE-DROPPED.
4650me      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
4650mf
04650n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04650o
04650p      IF TC-TABLE-OVERFLOW
04650q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04650r      END-IF.
04650s
04650t  8980-EXIT.
04650u      EXIT.
004660
04660a      COPY CLCWW134.
04660b
004670      COPY C2INZ002.
004680
004690      COPY C2INZ004.
