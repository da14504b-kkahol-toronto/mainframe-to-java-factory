000240******************************************************************
000250* DATE     INIT  DESCRIPTION
000260* -------- ----  --------------------------------------------
00260a* 10/2026  RF    PRINT THE TABLE CAPACITY REPORT AND END RC=12
00260b*                WHEN THE SENT-PAIR TABLE DROPPED ANY PAIR
000270* 08/2026  RF    NEW PROGRAM - IRS BULK TIN MATCHING REQUEST
000280*                BUILD
000290******************************************************************
000740      COPY C2INX006.
00074a
00074b      COPY CLCWW110.
0074ba
0074bb      COPY CLCWW133.
000750
000760  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9121".
000770
002150      MOVE WS-PAIRS-DROPPED       TO SCR-COUNT.
002160      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
002170      PERFORM 8999-WRITE-SYSOUT.
02170a
02170b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
002180
002190      COPY C2INZ003.
002200
002220
002230  8000-EXIT.
002240      EXIT.
02240a
02240b* 8980-NOTE-TABLE-CAPACITY
02240c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
02240d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
02240e*   DROPPED ENTRY ENDS THE RUN RC=12.
02240f  8980-NOTE-TABLE-CAPACITY.
02240g
02240h      MOVE "SENT NAME/TIN PAIRS"    TO TC-NOTE-NAME.
02240i      MOVE WS-PAIR-TABLE-MAX        TO TC-NOTE-LIMIT.
02240j      MOVE WS-PAIR-COUNT            TO TC-NOTE-HIGH.
02240k      MOVE WS-PAIRS-DROPPED         TO TC-NOTE-DROPPED.
02240l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
02240m
02240n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
02240o
02240p      IF TC-TABLE-OVERFLOW
02240q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
02240r      END-IF.
02240s
02240t  8980-EXIT.
02240u      EXIT.
002250
002260      COPY CLCWW111.
002262
02262a      COPY CLCWW134.
02262b
002264      COPY C2INZ002.
002270
002280      COPY C2INZ004.
