000296*                WITHHELD-TO-DATE AMOUNT - THE YTD FILE
000298*                CARRIES NO WITHHOLDING ACCUMULATOR AND THE
000299*                LETTER SHOWED A FLAG WITH A ZERO AMOUNT
00299a* 10/2026  RF    KEEP SWEEPING WHEN THE WITHHOLDING TABLE FILLS,
00299b*                COUNTING EVERY TIN/YEAR/ENTITY IT COULD NOT
00299c*                HOLD; PRINT THE TABLE CAPACITY REPORT AND END
00299d*                RC=12 (WAS RC=8) WHEN ANY WAS DROPPED
000300******************************************************************
000310  ENVIRONMENT DIVISION.
000320  CONFIGURATION SECTION.
000890      COPY C2INX006.
000892
000894      COPY CLCWW110.
00894a
00894b      COPY CLCWW133.
000900
000910  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6365".
000920
00110e          10  WS-BWH-AMT              PIC S9(11)V99.
00110f  77  WS-BWH-COUNT                PIC 9(05) COMP VALUE ZERO.
00110g  77  WS-BWH-TABLE-MAX            PIC 9(05) COMP VALUE 2000.
0110ga  77  WS-BWH-DROPPED              PIC 9(07) COMP VALUE ZERO.
00110h  77  WS-BWH-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
00110i  77  WS-BWH-MATCHED-SUB          PIC 9(05) COMP VALUE ZERO.
00110j  77  WS-STMT-WHD-AMT             PIC S9(11)V99 VALUE ZERO.
00170d          UNTIL WS-STG-EOF.
00170e
00170f      CLOSE TEN99-STAGING-FILE.
0170fa
0170fb      IF WS-BWH-DROPPED > ZERO
0170fc          MOVE "*WHD TABLE FULL, DROPPED:" TO SCR-LITERAL
0170fd          MOVE WS-BWH-DROPPED     TO SCR-COUNT
0170fe          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
0170ff          PERFORM 8999-WRITE-SYSOUT
0170fg      END-IF.
00170g
00170h  1200-EXIT.
00170i      EXIT.
0170zl      END-IF.
0170zm
0170zn      IF WS-BWH-COUNT NOT < WS-BWH-TABLE-MAX
0170zo          ADD 1 TO WS-BWH-DROPPED
0170zp          GO TO 1210-EXIT
0170zq      END-IF.
0170zw
0170zx      ADD 1 TO WS-BWH-COUNT.
0170zy      MOVE TEN99-SSN-TAX-ID-DATA TO WS-BWH-TIN (WS-BWH-COUNT).
003070      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003080      PERFORM 8999-WRITE-SYSOUT.
003090
03090a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
03090b
003100      COPY C2INZ003.
003110
003120      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
003130
003140  8000-EXIT.
003150      EXIT.
03150a
03150b* 8980-NOTE-TABLE-CAPACITY
03150c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
03150d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
03150e*   DROPPED ENTRY ENDS THE RUN RC=12.
03150f  8980-NOTE-TABLE-CAPACITY.
03150g
03150h      MOVE "BACKUP WITHHOLDING"     TO TC-NOTE-NAME.
03150i      MOVE WS-BWH-TABLE-MAX         TO TC-NOTE-LIMIT.
03150j      MOVE WS-BWH-COUNT             TO TC-NOTE-HIGH.
03150k      MOVE WS-BWH-DROPPED           TO TC-NOTE-DROPPED.
03150l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
03150m
03150n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
03150o
03150p      IF TC-TABLE-OVERFLOW
03150q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
03150r      END-IF.
03150s
03150t  8980-EXIT.
03150u      EXIT.
003160
003170      COPY CLCWW111.
003172
03172a      COPY CLCWW134.
03172b
003174      COPY C2INZ002.
003180
003190      COPY C2INZ004.
