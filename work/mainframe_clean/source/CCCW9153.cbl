00032D*                TIN; THE RE-MAIL QUEUE'S MASKED LAST-4 IS
00032E*                RESOLVED AT PRINT SO IT STILL SHOWS THE
00032F*                REAL DIGITS
0032Fa* 10/2026  RF    COUNT SCANS THE TABLE COULD NOT HOLD INSTEAD OF
0032Fb*                STOPPING THE LOAD, PRINT THE TABLE CAPACITY
0032Fc*                REPORT, AND END RC=12 (WAS RC=8) WHEN ANY SCAN
0032Fd*                WAS DROPPED
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
001110      COPY C2INX006.
001112
001114      COPY CLCWW110.
01114a
01114b      COPY CLCWW133.
001120
001130  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9153".
001140
001410
001420  77  WS-SCN-COUNT                PIC 9(04) COMP VALUE ZERO.
001430  77  WS-SCN-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
01430a  77  WS-SCN-DROPPED              PIC 9(07) COMP VALUE ZERO.
001440  77  WS-SCN-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001450  77  WS-SCN-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001460
002290      OPEN INPUT IMB-SCAN-FILE.
002300
002310      PERFORM 1210-LOAD-SCAN-RCD THRU 1210-EXIT
002320          UNTIL WS-SCAN-EOF.
002330
002340      IF WS-SCN-DROPPED > ZERO
002350          MOVE "*SCAN TABLE FULL, DROPPED:" TO SCR-LITERAL
002360          MOVE WS-SCN-DROPPED         TO SCR-COUNT
002370          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002380          PERFORM 8999-WRITE-SYSOUT
002390      END-IF.
002420
002430      CLOSE IMB-SCAN-FILE.
002440
002530              GO TO 1210-EXIT
002540      END-READ.
002550
02550a      IF WS-SCN-COUNT NOT < WS-SCN-TABLE-MAX
02550b          ADD 1 TO WS-SCN-DROPPED
02550c          GO TO 1210-EXIT
02550d      END-IF.
02550e
002560      ADD 1 TO WS-SCN-COUNT.
002570      MOVE IS-IMB-SERIAL TO WS-SCN-SERIAL (WS-SCN-COUNT).
002580      MOVE IS-SCAN-CODE  TO WS-SCN-CODE (WS-SCN-COUNT).
004070          CLOSE TEN99-RECIP-FILE
004080      END-IF.
004090
04090a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04090b
004100      COPY C2INZ003.
004110
004120      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004130
004140  8000-EXIT.
004150      EXIT.
04150a
04150b* 8980-NOTE-TABLE-CAPACITY
04150c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04150d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04150e*   DROPPED ENTRY ENDS THE RUN RC=12.
04150f  8980-NOTE-TABLE-CAPACITY.
04150g
04150h      MOVE "MAIL-PIECE SCANS"       TO TC-NOTE-NAME.
04150i      MOVE WS-SCN-TABLE-MAX         TO TC-NOTE-LIMIT.
04150j      MOVE WS-SCN-COUNT             TO TC-NOTE-HIGH.
04150k      MOVE WS-SCN-DROPPED           TO TC-NOTE-DROPPED.
04150l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04150m
04150n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04150o
04150p      IF TC-TABLE-OVERFLOW
04150q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04150r      END-IF.
04150s
04150t  8980-EXIT.
04150u      EXIT.
004160
004162      COPY CLCWW111.
004164
04164a      COPY CLCWW134.
04164b
004170      COPY C2INZ002.
004180
004190      COPY C2INZ004.
