000260******************************************************************
000270* DATE     INIT  DESCRIPTION
000280* -------- ----  --------------------------------------------
00280a* 10/2026  RF    COUNT EVERY PAYEE GROUP THE GROUP TABLE COULD
00280b*                NOT HOLD, PRINT THE TABLE CAPACITY REPORT, AND
00280c*                END RC=12 WHEN ANY GROUP WAS DROPPED
000290* 08/2026  RF    NEW PROGRAM - SAME-PAYEE CROSS-TIN ANALYSIS
000300******************************************************************
000310  ENVIRONMENT DIVISION.
000620      COPY C2INX003.
000630
000640      COPY C2INX006.
00640a
00640b      COPY CLCWW133.
000650
000660  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9118".
000670
000930
000940  77  WS-GRP-COUNT                PIC 9(04) COMP VALUE ZERO.
000950  77  WS-GRP-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
00950a  77  WS-GRP-DROPPED              PIC 9(07) COMP VALUE ZERO.
000960  77  WS-GRP-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
000970  77  WS-GRP-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
000980  77  WS-GRP-MBR-SUB              PIC 9(02) COMP VALUE ZERO.
001790              MOVE "N" TO WS-GRP-REPORTED-SW (WS-GRP-MATCHED-SUB)
001800              ADD 1 TO WS-GROUPS-TRACKED
001810          ELSE
001820              ADD 1 TO WS-GRP-DROPPED
01820a              GO TO 2000-EXIT
001830          END-IF
001840      END-IF.
001850
004190      MOVE WS-GROUPS-FLAGGED      TO SCR-COUNT.
004200      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004210      PERFORM 8999-WRITE-SYSOUT.
04210a
04210b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
004220
004230      COPY C2INZ003.
004240
004260
004270  8000-EXIT.
004280      EXIT.
04280a
04280b* 8980-NOTE-TABLE-CAPACITY
04280c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04280d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04280e*   DROPPED ENTRY ENDS THE RUN RC=12.
04280f  8980-NOTE-TABLE-CAPACITY.
04280g
04280h      MOVE "PAYEE GROUPS"           TO TC-NOTE-NAME.
04280i      MOVE WS-GRP-TABLE-MAX         TO TC-NOTE-LIMIT.
04280j      MOVE WS-GRP-COUNT             TO TC-NOTE-HIGH.
04280k      MOVE WS-GRP-DROPPED           TO TC-NOTE-DROPPED.
04280l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04280m
04280n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04280o
04280p      IF TC-TABLE-OVERFLOW
04280q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04280r      END-IF.
04280s
04280t  8980-EXIT.
04280u      EXIT.
004290
04290a      COPY CLCWW134.
04290b
004300      COPY C2INZ002.
004310
004320      COPY C2INZ004.
