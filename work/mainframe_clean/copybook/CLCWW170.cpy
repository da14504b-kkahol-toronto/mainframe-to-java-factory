000010******************************************************************
000020*****************  START OF COPYLIB CLCWW170  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW170           USED BY: CCCW9100
000070*   PLACE NEAR THE END OF THE PROCEDURE             CCCW9110
000080*   DIVISION.  REQUIRES THE CLCWW169 AND            CCCW9150
000090*   CLCWW166 WORK AREAS, THE CLCWW167               CCCW9166
000100*   LAYOUT PARAGRAPHS, AND FILING-STATUS-           CCCW9201
000110*   FILE (DDNAME FILSTAT) WITH THE CLCWW076         CCCW9202
000120*   FILING-STATUS-RCD UNDER IT.  THE FILE IS        CCCW9205
000130*   OPENED AND CLOSED HERE.
000140*------------------------------------------------------------
000150* CLOSED TAX YEARS - COMMON PARAGRAPHS
000160*   9100-LOAD-CLOSED-YEARS  - LOADS WS-CY-TABLE FROM THE TYPE
000170*                             'C' CLOSE RECORDS ON FILSTAT.
000180*                             PERFORM ONCE, BEFORE THE FIRST
000190*                             9120 CHECK.  A TABLE OVERFLOW
000200*                             ABENDS TBLFL.
000210*   9120-CHECK-CLOSED-YEAR  - THE CALLER MOVES THE TAX YEAR TO
000220*                             WS-CY-CHECK-YEAR.  SETS WS-CY-
000230*                             YEAR-CLOSED AND WS-CY-CLOSE-DATE.
000240*   9140-PRINT-CLOSED-YEAR  - WRITES THE 'CLOSED - CORRECTIONS
000250*                             ONLY' LINE FOR WS-CY-CHECK-YEAR TO
000260*                             SYSOUT.
000270* CALL WITH PERFORM ... THRU ...-EXIT.
000280******************************************************************
000290*                      REVISIONS
000300* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000310******************************************************************
000320* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - CLOSED TAX
000330*                               YEAR PARAGRAPHS
000340******************************************************************
000350
000360 9100-LOAD-CLOSED-YEARS.
000370
000380     MOVE ZERO                       TO WS-CY-COUNT.
000390     MOVE "N"                        TO WS-CY-EOF-SW.
000400
000410     OPEN INPUT FILING-STATUS-FILE.
000420     MOVE "CLCWW076"                 TO WS-LV-CHECK-FILE-ID.
000430     MOVE "FILSTAT"                  TO WS-LV-CHECK-DDNAME.
000440     MOVE "N"                        TO WS-LV-EMPTY-SW.
000450     READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
000460         AT END
000470             MOVE "Y"                TO WS-LV-EMPTY-SW
000480     END-READ.
000490     PERFORM 9200-CHECK-LAYOUT       THRU 9200-EXIT.
000500
000510     IF WS-LV-FILE-EMPTY
000520         MOVE "Y"                    TO WS-CY-EOF-SW
000530     END-IF.
000540
000550     PERFORM 9110-LOAD-CLOSED-YEAR-RCD THRU 9110-EXIT
000560         UNTIL WS-CY-EOF.
000570
000580     CLOSE FILING-STATUS-FILE.
000590
000600 9100-EXIT.
000610     EXIT.
000620
000630 9110-LOAD-CLOSED-YEAR-RCD.
000640
000650     READ FILING-STATUS-FILE
000660         AT END
000670             MOVE "Y"                TO WS-CY-EOF-SW
000680             GO TO 9110-EXIT
000690     END-READ.
000700
000710     IF NOT FC-TYPE-CLOSE
000720         OR NOT FC-YEAR-CLOSED
000730         GO TO 9110-EXIT
000740     END-IF.
000750
000760     IF WS-CY-COUNT NOT < WS-CY-TABLE-MAX
000770         MOVE "*CLOSED TAX YEAR TABLE FULL AT:"
000780                                     TO CC-E01W-DISPLAY-RCD
000790         PERFORM 8999-WRITE-SYSOUT
000800         MOVE WS-CY-TABLE-MAX        TO SCR-COUNT
000810         MOVE "CLOSED YEAR MAXIMUM:" TO SCR-LITERAL
000820         MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
000830         PERFORM 8999-WRITE-SYSOUT
000840         MOVE "9110-LOAD-CLOSED-YEAR-RCD" TO SAR-PARAGRAPH
000850         MOVE "TBLFL"                TO SAR-RETURN-CODE
000860         MOVE SPACES                 TO SAR-DB-NAME
000870         MOVE "FILSTAT"              TO SAR-TABLE-NAME
000880         MOVE SPACES                 TO SAR-SQLCODE
000890         GO TO 9998-COREDUMP
000900     END-IF.
000910
000920     ADD 1                           TO WS-CY-COUNT.
000930     MOVE FC-TAX-YEAR         TO WS-CY-TAX-YEAR (WS-CY-COUNT).
000940     MOVE FC-STATUS-DATE      TO WS-CY-CLOSED-ON (WS-CY-COUNT).
000950
000960 9110-EXIT.
000970     EXIT.
000980
000990 9120-CHECK-CLOSED-YEAR.
001000
001010     MOVE "N"                        TO WS-CY-CLOSED-SW.
001020     MOVE ZERO                       TO WS-CY-CLOSE-DATE.
001030
001040     PERFORM 9130-MATCH-CLOSED-YEAR  THRU 9130-EXIT
001050         VARYING WS-CY-SUB FROM 1 BY 1
001060         UNTIL WS-CY-SUB > WS-CY-COUNT
001070            OR WS-CY-YEAR-CLOSED.
001080
001090 9120-EXIT.
001100     EXIT.
001110
001120 9130-MATCH-CLOSED-YEAR.
001130
001140     IF WS-CY-TAX-YEAR (WS-CY-SUB) = WS-CY-CHECK-YEAR
001150         MOVE "Y"                    TO WS-CY-CLOSED-SW
001160         MOVE WS-CY-CLOSED-ON (WS-CY-SUB) TO WS-CY-CLOSE-DATE
001170     END-IF.
001180
001190 9130-EXIT.
001200     EXIT.
001210
001220 9140-PRINT-CLOSED-YEAR.
001230
001240     MOVE WS-CY-CHECK-YEAR           TO WS-CYM-TAX-YEAR.
001250     MOVE WS-CY-CLOSE-DATE           TO WS-CYM-CLOSE-DATE.
001260     MOVE WS-CY-MSG-CLOSED           TO CC-E01W-DISPLAY-RCD.
001270     PERFORM 8999-WRITE-SYSOUT.
001280
001290 9140-EXIT.
001300     EXIT.
001310
001320******************  END OF COPYLIB CLCWW170  *****************
