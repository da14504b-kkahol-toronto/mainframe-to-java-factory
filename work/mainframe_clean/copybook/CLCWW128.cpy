000010******************************************************************
000020*****************  START OF COPYLIB CLCWW128  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW128
000070*   PLACE NEAR THE END OF THE PROCEDURE DIVISION.  REQUIRES
000080*   THE CLCWW127 WORK AREAS IN WORKING STORAGE AND THE
000090*   RUN-HISTORY FILE (C2INW004/C2INW005) OPEN EXTEND.
000100*------------------------------------------------------------
000110* YEAR-END STEP PREREQUISITE GATE - COMMON PARAGRAPHS
000120*   9700-CHECK-PREREQUISITES - MOVE THE GATED STEP TO
000130*                       PQ-GATED-STEP-WANT AND THE TAX YEAR
000140*                       TO PQ-TAX-YEAR-WANT FIRST.  SCANS THE
000150*                       RUN-HISTORY FILE (CLOSED AND REOPENED
000160*                       INPUT FOR THE SCAN, THEN RETURNED TO
000170*                       EXTEND), LISTS EVERY PREREQUISITE ON
000180*                       SYSOUT, AND ABENDS THE STEP BEFORE IT
000190*                       TOUCHES ANYTHING WHEN ONE IS NOT MET -
000200*                       PREQ1 WHEN A PREREQUISITE HAS NOT RUN
000210*                       FOR THE TAX YEAR, PREQ2 WHEN ONE ENDED
000220*                       IN ERROR OR ITS LATEST RUN ABENDED.
000230* CALL WITH PERFORM ... THRU ...-EXIT.
000240******************************************************************
000250*                      REVISIONS
000260* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000270******************************************************************
000280* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - YEAR-END
000290*                               STEP PREREQUISITE GATE
000300******************************************************************

000310 9700-CHECK-PREREQUISITES.

000320     MOVE ZERO TO PQ-GATED-ENTRIES.
000330     MOVE ZERO TO PQ-MISSING-COUNT.
000340     MOVE ZERO TO PQ-FAILED-COUNT.
000350     PERFORM 9710-CLEAR-RESULT THRU 9710-EXIT
000360         VARYING PQ-TBL-SUB FROM 1 BY 1
000370         UNTIL PQ-TBL-SUB > PQ-ENTRY-MAX.
000380     IF PQ-GATED-ENTRIES = ZERO
000390         GO TO 9700-EXIT
000400     END-IF.

000410     MOVE "N" TO PQ-RUNHIST-EOF-SW.
000420     CLOSE RUN-HISTORY-FILE.
000430     OPEN INPUT RUN-HISTORY-FILE.
000440     PERFORM 9720-SCAN-RUN-HISTORY THRU 9720-EXIT
000450         UNTIL PQ-RUNHIST-EOF.
000460     CLOSE RUN-HISTORY-FILE.
000470     OPEN EXTEND RUN-HISTORY-FILE.

000480     MOVE "YEAR-END STEP PREREQUISITES:" TO CC-E01W-DISPLAY-RCD.
000490     PERFORM 8999-WRITE-SYSOUT.
000500     PERFORM 9740-EVALUATE-ENTRY THRU 9740-EXIT
000510         VARYING PQ-TBL-SUB FROM 1 BY 1
000520         UNTIL PQ-TBL-SUB > PQ-ENTRY-MAX.
000530     MOVE SPACES TO CC-E01W-DISPLAY-RCD.
000540     PERFORM 8999-WRITE-SYSOUT.

000550     IF PQ-MISSING-COUNT = ZERO AND PQ-FAILED-COUNT = ZERO
000560         GO TO 9700-EXIT
000570     END-IF.

000580     MOVE "*** PREREQUISITES NOT MET - STEP REFUSED TO RUN ***"
000590                             TO CC-E01W-DISPLAY-RCD.
000600     PERFORM 8999-WRITE-SYSOUT.
000610     MOVE "9700-CHECK-PREREQUISITES" TO SAR-PARAGRAPH.
000620     IF PQ-FAILED-COUNT > ZERO
000630         MOVE "PREQ2"                TO SAR-RETURN-CODE
000640     ELSE
000650         MOVE "PREQ1"                TO SAR-RETURN-CODE
000660     END-IF.
000670     MOVE SPACES                     TO SAR-DB-NAME.
000680     MOVE "RUNHIST"                  TO SAR-TABLE-NAME.
000690     MOVE SPACES                     TO SAR-SQLCODE.
000700     GO TO 9998-COREDUMP.

000710 9700-EXIT.
000720     EXIT.

000730 9710-CLEAR-RESULT.

000740     MOVE "N"   TO PQ-END-FOUND-SW (PQ-TBL-SUB).
000750     MOVE "N"   TO PQ-RUN-OPEN-SW (PQ-TBL-SUB).
000760     MOVE ZERO  TO PQ-END-COND-CODE (PQ-TBL-SUB).
000770     MOVE SPACES TO PQ-END-RUN-DATE (PQ-TBL-SUB).
000780     IF PQ-GATED-STEP (PQ-TBL-SUB) = PQ-GATED-STEP-WANT
000790         ADD 1 TO PQ-GATED-ENTRIES
000800     END-IF.

000810 9710-EXIT.
000820     EXIT.

000830 9720-SCAN-RUN-HISTORY.

000840     READ RUN-HISTORY-FILE
000850         AT END
000860             MOVE "Y" TO PQ-RUNHIST-EOF-SW
000870             GO TO 9720-EXIT
000880     END-READ.

000890     PERFORM 9730-APPLY-HISTORY THRU 9730-EXIT
000900         VARYING PQ-TBL-SUB FROM 1 BY 1
000910         UNTIL PQ-TBL-SUB > PQ-ENTRY-MAX.

000920 9720-EXIT.
000930     EXIT.

000940*   THE FILE IS IN RUN ORDER, SO THE LAST QUALIFYING END RECORD
000950*   SEEN IS THE PREREQUISITE'S LATEST RUN.  A START CLEARED BY
000960*   NO LATER END MEANS THE PROGRAM'S LATEST RUN ABENDED (THE
000970*   ABEND ROUTINE WRITES NO END RECORD) OR IS STILL RUNNING.
000980 9730-APPLY-HISTORY.

000990     IF PQ-GATED-STEP (PQ-TBL-SUB) NOT = PQ-GATED-STEP-WANT
001000         OR PQ-PREREQ-PROGRAM (PQ-TBL-SUB) NOT = RHR-PROGRAM-ID
001010         GO TO 9730-EXIT
001020     END-IF.

001030     IF RHR-EVENT = "START"
001040         MOVE "Y" TO PQ-RUN-OPEN-SW (PQ-TBL-SUB)
001050         GO TO 9730-EXIT
001060     END-IF.

001070     IF RHR-EVENT NOT = "END"
001080         GO TO 9730-EXIT
001090     END-IF.

001100     MOVE "N" TO PQ-RUN-OPEN-SW (PQ-TBL-SUB).

001110     IF RHR-TAX-YEAR NOT = PQ-TAX-YEAR-WANT
001120         GO TO 9730-EXIT
001130     END-IF.
001140     IF PQ-PREREQ-MODE (PQ-TBL-SUB) NOT = SPACES
001150         AND PQ-PREREQ-MODE (PQ-TBL-SUB) NOT = RHR-RUN-MODE
001160         GO TO 9730-EXIT
001170     END-IF.

001180     MOVE "Y" TO PQ-END-FOUND-SW (PQ-TBL-SUB).
001190     IF RHR-COND-CODE NUMERIC
001200         MOVE RHR-COND-CODE TO PQ-END-COND-CODE (PQ-TBL-SUB)
001210     ELSE
001220         MOVE ZERO          TO PQ-END-COND-CODE (PQ-TBL-SUB)
001230     END-IF.
001240     MOVE RHR-RUN-DATE-MO   TO PQ-END-RUN-DATE (PQ-TBL-SUB) (1:2).
001250     MOVE "/"               TO PQ-END-RUN-DATE (PQ-TBL-SUB) (3:1).
001260     MOVE RHR-RUN-DATE-DA   TO PQ-END-RUN-DATE (PQ-TBL-SUB) (4:2).
001270     MOVE "/"               TO PQ-END-RUN-DATE (PQ-TBL-SUB) (6:1).
001280     MOVE RHR-RUN-DATE-YR   TO PQ-END-RUN-DATE (PQ-TBL-SUB) (7:2).

001290 9730-EXIT.
001300     EXIT.

001310 9740-EVALUATE-ENTRY.

001320     IF PQ-GATED-STEP (PQ-TBL-SUB) NOT = PQ-GATED-STEP-WANT
001330         GO TO 9740-EXIT
001340     END-IF.

001350     MOVE PQ-PREREQ-PROGRAM (PQ-TBL-SUB) TO PQ-DL-PROGRAM.
001360     IF PQ-PREREQ-MODE (PQ-TBL-SUB) = SPACES
001370         MOVE "(ANY)"                    TO PQ-DL-MODE
001380     ELSE
001390         MOVE PQ-PREREQ-MODE (PQ-TBL-SUB) TO PQ-DL-MODE
001400     END-IF.
001410     MOVE PQ-TAX-YEAR-WANT               TO PQ-DL-TAX-YEAR.
001420     MOVE SPACES                         TO PQ-DL-COND-CODE.
001430     MOVE SPACES                         TO PQ-DL-RUN-DATE.

001440     IF NOT PQ-END-FOUND (PQ-TBL-SUB)
001450         MOVE "*NOT RUN FOR THIS TAX YEAR"  TO PQ-DL-STATUS
001460         ADD 1 TO PQ-MISSING-COUNT
001470         GO TO 9740-WRITE
001480     END-IF.

001490     MOVE PQ-END-COND-CODE (PQ-TBL-SUB)  TO PQ-DL-COND-CODE.
001500     MOVE PQ-END-RUN-DATE (PQ-TBL-SUB)   TO PQ-DL-RUN-DATE.
001510     IF PQ-END-COND-CODE (PQ-TBL-SUB)
001520             > PQ-MAX-COND-CODE (PQ-TBL-SUB)
001530         MOVE "*ENDED IN ERROR"            TO PQ-DL-STATUS
001540         ADD 1 TO PQ-FAILED-COUNT
001550         GO TO 9740-WRITE
001560     END-IF.
001570     IF PQ-RUN-OPEN (PQ-TBL-SUB)
001580         MOVE "*LATER RUN DID NOT END"     TO PQ-DL-STATUS
001590         ADD 1 TO PQ-FAILED-COUNT
001600         GO TO 9740-WRITE
001610     END-IF.
001620     MOVE "SATISFIED"                    TO PQ-DL-STATUS.

001630 9740-WRITE.

001640     MOVE PQ-DETAIL-LINE                 TO CC-E01W-DISPLAY-RCD.
001650     PERFORM 8999-WRITE-SYSOUT.

001660 9740-EXIT.
001670     EXIT.

001680******************  END OF COPYLIB CLCWW128  *****************
