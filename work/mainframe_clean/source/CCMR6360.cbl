000290******************************************************************
000300* DATE     INIT  DESCRIPTION
000310* -------- ----  --------------------------------------------
00310a* 10/2026  RF    COUNT EVERY AUDITOR REQUEST THE REQUEST TABLE
00310b*                COULD NOT HOLD, PRINT THE TABLE CAPACITY
00310c*                REPORT, AND END RC=12 WHEN ANY WAS DROPPED
000320* 08/2026  RF    NEW PROGRAM - AUDIT-RESPONSE EXTRACT PACKAGE
000330******************************************************************
000340  ENVIRONMENT DIVISION.
001250      COPY C2INX006.
00125a
00125b      COPY CLCWW110.
00125c
00125d      COPY CLCWW133.
001260
001270  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6360".
001280
001570
001580  77  WS-REQ-COUNT                PIC 9(03) COMP VALUE ZERO.
001590  77  WS-REQ-TABLE-MAX            PIC 9(03) COMP VALUE 200.
01590a  77  WS-REQ-DROPPED              PIC 9(07) COMP VALUE ZERO.
001600  77  WS-REQ-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001610  77  WS-REQ-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001620
002250          MOVE ZERO TO WS-REQ-DETAIL-AMOUNT (WS-REQ-COUNT)
002260          MOVE ZERO TO WS-REQ-WITHHOLD-AMOUNT (WS-REQ-COUNT)
002270          ADD 1 TO WS-REQUESTS-LOADED
002280      ELSE
02280a          ADD 1 TO WS-REQ-DROPPED
02280b      END-IF.
002290
002300  1100-EXIT.
002310      EXIT.
005870      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005880      PERFORM 8999-WRITE-SYSOUT.
005890
05890a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
05890b
005900      COPY C2INZ003.
005910
005920      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005930
005940  8000-EXIT.
005950      EXIT.
05950a
05950b* 8980-NOTE-TABLE-CAPACITY
05950c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05950d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05950e*   DROPPED ENTRY ENDS THE RUN RC=12.
05950f  8980-NOTE-TABLE-CAPACITY.
05950g
05950h      MOVE "AUDITOR REQUESTS"       TO TC-NOTE-NAME.
05950i      MOVE WS-REQ-TABLE-MAX         TO TC-NOTE-LIMIT.
05950j      MOVE WS-REQ-COUNT             TO TC-NOTE-HIGH.
05950k      MOVE WS-REQ-DROPPED           TO TC-NOTE-DROPPED.
05950l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05950m
05950n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05950o
05950p      IF TC-TABLE-OVERFLOW
05950q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05950r      END-IF.
05950s
05950t  8980-EXIT.
05950u      EXIT.
005960
005970      COPY CLCWW111.
005972
05972a      COPY CLCWW134.
05972b
005974      COPY C2INZ002.
005980
005990      COPY C2INZ004.
