000340******************************************************************
000350* DATE     INIT  DESCRIPTION
000360* -------- ----  --------------------------------------------
00360a* 10/2026  RF    COUNT EVERY PAYEE THE VELOCITY TABLE COULD NOT
00360b*                HOLD, PRINT THE TABLE CAPACITY REPORT, AND END
00360c*                RC=12 WHEN ANY PAYEE WAS DROPPED
000370* 08/2026  RF    NEW PROGRAM - PAYEE VELOCITY AND PATTERN
000380*                REPORT
000390******************************************************************
000710      COPY C2INX003.
000720
000730      COPY C2INX006.
00730a
00730b      COPY CLCWW133.
000740
000750  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9115".
000760
001010
001020  77  WS-VEL-COUNT                PIC 9(04) COMP VALUE ZERO.
001030  77  WS-VEL-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
01030a  77  WS-VEL-DROPPED              PIC 9(07) COMP VALUE ZERO.
001040  77  WS-VEL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001050  77  WS-VEL-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001060  77  WS-VEL-BR-SUB               PIC 9(02) COMP VALUE ZERO.
002130                              (WS-VEL-MATCHED-SUB)
002140              ADD 1 TO WS-PAYEES-TRACKED
002150          ELSE
002160              ADD 1 TO WS-VEL-DROPPED
02160a              GO TO 2000-EXIT
002170          END-IF
002180      END-IF.
002190
003560      MOVE WS-PAYEES-FLAGGED      TO SCR-COUNT.
003570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003580      PERFORM 8999-WRITE-SYSOUT.
03580a
03580b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
003590
003600      COPY C2INZ003.
003610
003630
003640  8000-EXIT.
003650      EXIT.
03650a
03650b* 8980-NOTE-TABLE-CAPACITY
03650c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
03650d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
03650e*   DROPPED ENTRY ENDS THE RUN RC=12.
03650f  8980-NOTE-TABLE-CAPACITY.
03650g
03650h      MOVE "PAYEE VELOCITY"         TO TC-NOTE-NAME.
03650i      MOVE WS-VEL-TABLE-MAX         TO TC-NOTE-LIMIT.
03650j      MOVE WS-VEL-COUNT             TO TC-NOTE-HIGH.
03650k      MOVE WS-VEL-DROPPED           TO TC-NOTE-DROPPED.
03650l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
03650m
03650n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
03650o
03650p      IF TC-TABLE-OVERFLOW
03650q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
03650r      END-IF.
03650s
03650t  8980-EXIT.
03650u      EXIT.
003660
03660a      COPY CLCWW134.
03660b
003670      COPY C2INZ002.
003680
003690      COPY C2INZ004.
