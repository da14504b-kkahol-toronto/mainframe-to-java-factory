000010******************************************************************
000020*****************  START OF COPYLIB CLCWW134  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW134
000070*   PLACE NEAR THE END OF THE PROCEDURE DIVISION.  REQUIRES
000080*   THE CLCWW133 WORK AREAS IN WORKING STORAGE AND THE SYSOUT
000090*   DISPLAY FILE (C2INZ002 8999-WRITE-SYSOUT).
000100*------------------------------------------------------------
000110* IN-MEMORY TABLE CAPACITY - COMMON PARAGRAPHS
000120*   A TABLE LOAD THAT FINDS ITS TABLE FULL KEEPS READING TO
000130*   THE END OF ITS FILE, COUNTING EVERY ENTRY IT COULD NOT
000140*   HOLD, AND A TABLE BUILT DURING THE RUN COUNTS EVERY NEW
000150*   KEY IT COULD NOT ADD.  AT WRAP-UP THE PROGRAM NOTES EACH
000160*   TABLE HERE AND PRINTS THE REPORT.
000170*   9900-NOTE-TABLE-CAPACITY - MOVE THE TABLE'S NAME, OCCURS
000180*                        LIMIT, HIGH-WATER MARK, AND DROPPED
000190*                        COUNT TO TC-NOTE-NAME, TC-NOTE-LIMIT,
000200*                        TC-NOTE-HIGH, AND TC-NOTE-DROPPED
000210*                        FIRST.  ANY DROPPED ENTRY SETS
000220*                        TC-TABLE-OVERFLOW.
000230*   9910-PRINT-CAPACITY-REPORT - PRINTS EVERY NOTED TABLE ON
000240*                        SYSOUT WITH THE PERCENT OF ITS LIMIT IT
000250*                        REACHED, FLAGGING A TABLE AT OR ABOVE
000260*                        TC-WARN-PCT (80) AND ONE THAT DROPPED
000270*                        ENTRIES.  ON AN OVERFLOW IT RAISES
000280*                        SWA-RUN-COND-CODE TO TC-OVERFLOW-RC SO
000290*                        THE RUN HISTORY END RECORD (C2INZ003)
00290a*                        HOLDS THE DOWNSTREAM STEPS - PERFORM IT
00290b*                        BEFORE COPY C2INZ003.  THE CALLER SETS
00290c*                        ITS OWN RETURN CODE TO TC-OVERFLOW-RC
00290d*                        WHEN TC-TABLE-OVERFLOW IS ON.
000300* CALL WITH PERFORM ... THRU ...-EXIT.
000310******************************************************************
000320*                      REVISIONS
000330* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000340******************************************************************
000350* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - TABLE
000360*                               CAPACITY PARAGRAPHS
000370******************************************************************
000380
000390 9900-NOTE-TABLE-CAPACITY.
000400
000410     IF TC-NOTE-DROPPED > ZERO
000420         MOVE "Y" TO TC-OVERFLOW-SW
000430     END-IF.
000440
000450*    A PROGRAM HOLDS FAR FEWER TABLES THAN TC-ENTRY-MAX; SHOULD
000460*    ONE EVER NOT FIT, ITS OVERFLOW STILL SETS THE SWITCH ABOVE.
000470     IF TC-ENTRY-COUNT NOT < TC-ENTRY-MAX
000480         GO TO 9900-EXIT
000490     END-IF.
000500
000510     ADD 1 TO TC-ENTRY-COUNT.
000520     MOVE TC-NOTE-NAME     TO TC-TABLE-NAME (TC-ENTRY-COUNT).
000530     MOVE TC-NOTE-LIMIT    TO TC-TABLE-LIMIT (TC-ENTRY-COUNT).
000540     MOVE TC-NOTE-HIGH     TO TC-TABLE-HIGH (TC-ENTRY-COUNT).
000550     MOVE TC-NOTE-DROPPED  TO TC-TABLE-DROPPED (TC-ENTRY-COUNT).
000560
000570 9900-EXIT.
000580     EXIT.
000590
000600 9910-PRINT-CAPACITY-REPORT.
000610
000620     MOVE ZERO TO TC-WARNING-COUNT.
000630
000640     MOVE SPACES               TO CC-E01W-DISPLAY-RCD.
000650     PERFORM 8999-WRITE-SYSOUT.
000660     MOVE TC-HEADING-LINE      TO CC-E01W-DISPLAY-RCD.
000670     PERFORM 8999-WRITE-SYSOUT.
000680
000690     PERFORM 9915-PRINT-CAPACITY-LINE THRU 9915-EXIT
000700         VARYING TC-SUB FROM 1 BY 1
000710         UNTIL TC-SUB > TC-ENTRY-COUNT.
000720
000730     IF TC-WARNING-COUNT > ZERO
000740         MOVE "TABLES AT 80% OF LIMIT OR MORE:" TO SCR-LITERAL
000750         MOVE TC-WARNING-COUNT TO SCR-COUNT
000760         MOVE SYSOUT-COUNT-RCD TO CC-E01W-DISPLAY-RCD
000770         PERFORM 8999-WRITE-SYSOUT
000780     END-IF.
000790
000800     IF TC-TABLE-OVERFLOW
000810         MOVE "*** TABLE OVERFLOW - ENTRIES DROPPED - RC=12 ***"
000820                               TO CC-E01W-DISPLAY-RCD
000830         PERFORM 8999-WRITE-SYSOUT
00830a         IF SWA-RUN-COND-CODE < TC-OVERFLOW-RC
00830b             MOVE TC-OVERFLOW-RC TO SWA-RUN-COND-CODE
00830c         END-IF
000840     END-IF.
000850
000860 9910-EXIT.
000870     EXIT.
000880
000890 9915-PRINT-CAPACITY-LINE.
000900
000910     MOVE TC-TABLE-NAME (TC-SUB)    TO TC-DL-NAME.
000920     MOVE TC-TABLE-LIMIT (TC-SUB)   TO TC-DL-LIMIT.
000930     MOVE TC-TABLE-HIGH (TC-SUB)    TO TC-DL-HIGH.
000940     MOVE TC-TABLE-DROPPED (TC-SUB) TO TC-DL-DROPPED.
000950
000960     IF TC-TABLE-LIMIT (TC-SUB) > ZERO
000970         COMPUTE TC-PCT-USED =
000980             (TC-TABLE-HIGH (TC-SUB) * 100)
000990                 / TC-TABLE-LIMIT (TC-SUB)
001000     ELSE
001010         MOVE ZERO TO TC-PCT-USED
001020     END-IF.
001030     MOVE TC-PCT-USED TO TC-DL-PCT.
001040
001050     MOVE SPACES TO TC-DL-FLAG.
001060     IF TC-TABLE-DROPPED (TC-SUB) > ZERO
001070         MOVE "*** FULL - ENTRIES DROPPED ***" TO TC-DL-FLAG
001080         ADD 1 TO TC-WARNING-COUNT
001090     ELSE
001100         IF TC-PCT-USED NOT < TC-WARN-PCT
001110             MOVE "WARNING - 80% OF LIMIT"    TO TC-DL-FLAG
001120             ADD 1 TO TC-WARNING-COUNT
001130         END-IF
001140     END-IF.
001150
001160     MOVE TC-DETAIL-LINE TO CC-E01W-DISPLAY-RCD.
001170     PERFORM 8999-WRITE-SYSOUT.
001180
001190 9915-EXIT.
001200     EXIT.
001210
001220******************  END OF COPYLIB CLCWW134  *****************
