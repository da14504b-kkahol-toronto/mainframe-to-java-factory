000220******************************************************************
000230* DATE     INIT  DESCRIPTION
000240* -------- ----  --------------------------------------------
002407* 10/2026  RF    LOG THE CONDITION CODE ON THE RUN-HISTORY END
002408*                RECORD - SOX CONTROL EVIDENCE FOR THE CCCW9206
002409*                QUARTERLY BINDER
00240a* 10/2026  RF    COUNT EVERY AUDIT RECORD FOR AN OPERATOR THE
00240b*                OPERATOR TABLE COULD NOT HOLD, PRINT THE TABLE
00240c*                CAPACITY REPORT, AND END RC=12 WHEN ANY WAS
00240d*                DROPPED
000250* 09/2026  RF    NEW PROGRAM - MONTHLY CW99 ACCESS REVIEW
000260******************************************************************
000270  ENVIRONMENT DIVISION.
000690      COPY C2INX003.
000700
000710      COPY C2INX006.
00710a
00710b      COPY CLCWW133.
000720
000730  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6375".
000740
000920
000930  77  WS-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
000940  77  WS-OPR-TABLE-MAX            PIC 9(03) COMP VALUE 200.
00940a  77  WS-OPR-DROPPED              PIC 9(07) COMP VALUE ZERO.
000950  77  WS-OPR-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
000960  77  WS-OPR-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
000970
001650              MOVE ZERO
001660                  TO WS-OPR-REVEALS (WS-OPR-MATCHED-SUB)
001670          ELSE
01670a              ADD 1 TO WS-OPR-DROPPED
001680              GO TO 2000-EXIT
001690          END-IF
001700      END-IF.
002530          MOVE 4 TO RETURN-CODE
002540      END-IF.
002550
02550a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
02550b
02550c      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
02550d
002560      COPY C2INZ003.
002570
002580      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
002590
002600  8000-EXIT.
002610      EXIT.
02610a
02610b* 8980-NOTE-TABLE-CAPACITY
02610c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
02610d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
02610e*   DROPPED ENTRY ENDS THE RUN RC=12.
02610f  8980-NOTE-TABLE-CAPACITY.
02610g
02610h      MOVE "OPERATORS"              TO TC-NOTE-NAME.
02610i      MOVE WS-OPR-TABLE-MAX         TO TC-NOTE-LIMIT.
02610j      MOVE WS-OPR-COUNT             TO TC-NOTE-HIGH.
02610k      MOVE WS-OPR-DROPPED           TO TC-NOTE-DROPPED.
02610l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
02610m
02610n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
02610o
02610p      IF TC-TABLE-OVERFLOW
02610q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
02610r      END-IF.
02610s
02610t  8980-EXIT.
02610u      EXIT.
002620
02620a      COPY CLCWW134.
02620b
002630      COPY C2INZ002.
002640
002650      COPY C2INZ004.
