000260******************************************************************
000270* DATE     INIT  DESCRIPTION
000280* -------- ----  --------------------------------------------
00280a* 10/2026  RF    COUNT EVERY RUN THE RUN AND PROGRAM TABLES COULD
00280b*                NOT HOLD, PRINT THE TABLE CAPACITY REPORT, AND
00280c*                END RC=12 WHEN ANY WAS DROPPED
00028a* 09/2026  RF    ARCHIVE THE OPERATIONS SUMMARY TO THE
00028b*                CLCWW114 REPORT REPOSITORY AS IT PRINTS, SO
00028c*                CCCW9159 CAN REPRODUCE IT AFTER THE SPOOL
000510      COPY C2INX003.
000520
000530      COPY C2INX006.
00530a
00530b      COPY CLCWW133.
000540
000550  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6340".
000552
000800
000810  77  WS-RUN-COUNT                PIC 9(03) COMP VALUE ZERO.
000820  77  WS-RUN-TABLE-MAX            PIC 9(03) COMP VALUE 500.
00820a  77  WS-RUN-DROPPED              PIC 9(07) COMP VALUE ZERO.
000830  77  WS-RUN-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
000840  77  WS-RUN-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
000850
000940
000950  77  WS-PGM-COUNT                PIC 9(02) COMP VALUE ZERO.
000960  77  WS-PGM-TABLE-MAX            PIC 9(02) COMP VALUE 50.
00960a  77  WS-PGM-DROPPED              PIC 9(07) COMP VALUE ZERO.
000970  77  WS-PGM-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
000980  77  WS-PGM-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
000990  77  WS-PGM-FOUND-SW             PIC X(01) VALUE "N".
002020          MOVE ZERO           TO WS-RUN-END-TIME (WS-RUN-COUNT)
002030          MOVE "N"            TO WS-RUN-ENDED-SW (WS-RUN-COUNT)
002040          MOVE ZERO           TO WS-RUN-ELAPSED (WS-RUN-COUNT)
002050      ELSE
02050a          ADD 1 TO WS-RUN-DROPPED
02050b      END-IF.
002060
002070  2100-EXIT.
002080      EXIT.
003050                  TO WS-PGM-MAX-ELAPSED (WS-PGM-MATCHED-SUB)
003060              MOVE ZERO
003070                  TO WS-PGM-AVG-ELAPSED (WS-PGM-MATCHED-SUB)
003080          ELSE
03080a              ADD 1 TO WS-PGM-DROPPED
03080b          END-IF
003090      END-IF.
003100
003110      IF WS-PGM-MATCHED-SUB > ZERO
004480      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004490      PERFORM 8999-WRITE-SYSOUT.
004500
04500a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04500b
004510      COPY C2INZ003.
004520
004530      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004540
004550  8000-EXIT.
004560      EXIT.
04560A
04560B* 8980-NOTE-TABLE-CAPACITY
04560C*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04560D*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04560E*   DROPPED ENTRY ENDS THE RUN RC=12.
04560F  8980-NOTE-TABLE-CAPACITY.
04560G
04560H      MOVE "RUNS"                   TO TC-NOTE-NAME.
04560I      MOVE WS-RUN-TABLE-MAX         TO TC-NOTE-LIMIT.
04560J      MOVE WS-RUN-COUNT             TO TC-NOTE-HIGH.
04560K      MOVE WS-RUN-DROPPED           TO TC-NOTE-DROPPED.
04560L      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04560M
04560N      MOVE "PROGRAMS"               TO TC-NOTE-NAME.
04560O      MOVE WS-PGM-TABLE-MAX         TO TC-NOTE-LIMIT.
04560P      MOVE WS-PGM-COUNT             TO TC-NOTE-HIGH.
04560Q      MOVE WS-PGM-DROPPED           TO TC-NOTE-DROPPED.
04560R      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04560S
04560T      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04560U
04560V      IF TC-TABLE-OVERFLOW
04560W          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04560X      END-IF.
04560Y
04560Z  8980-EXIT.
04561A      EXIT.
004570
004580
0890A1* 8960-WRITE-RPT-HEADER
0890C6  8970-EXIT.
0890C7      EXIT.
0890C8
0890C9      COPY CLCWW134.
0890D1
004582      COPY C2INZ002.
004590
004600      COPY C2INZ004.
