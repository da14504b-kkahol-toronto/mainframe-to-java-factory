000292* 09/2026  RF    WARN AND END RC=8 WHEN THE NOTICE TABLE
000294*                FILLS - OVERFLOW SILENTLY OMITTED PENALIZED
000296*                TINS FROM THE ABATEMENT PACKAGE
00296a* 10/2026  RF    KEEP READING PAST A FULL NOTICE TABLE, COUNTING
00296b*                EVERY NOTICE DROPPED, PRINT THE TABLE CAPACITY
00296c*                REPORT, AND END RC=12 (WAS 8) ON ANY DROP
0029va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTAT
000300******************************************************************
000310  ENVIRONMENT DIVISION.
000320  CONFIGURATION SECTION.
001170      COPY C2INX003.
001180
001190      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
01190a
01190b      COPY CLCWW133.
001200
001210  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9125".
001220
001520
001530  77  WS-PEN-COUNT                PIC 9(03) COMP VALUE ZERO.
001540  77  WS-PEN-TABLE-MAX            PIC 9(03) COMP VALUE 200.
01540a  77  WS-PEN-DROPPED              PIC 9(07) COMP VALUE ZERO.
001550  77  WS-PEN-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001560  77  WS-PEN-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001570
002220          MOVE ZERO TO WS-PEN-REPR-COUNT (WS-PEN-COUNT)
002230          ADD 1 TO WS-NOTICES-LOADED
002240      ELSE
002242          ADD 1 TO WS-PEN-DROPPED
002244          IF WS-PEN-DROPPED = 1
002245              MOVE "*NOTICE TABLE FULL AT:" TO SCR-LITERAL
002246              MOVE WS-PEN-TABLE-MAX   TO SCR-COUNT
002247              MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
002248              PERFORM 8999-WRITE-SYSOUT
02248a          END-IF
002249      END-IF.
002250
002260  1100-EXIT.
003670  5000-SWEEP-FILING-STAT.
003680
003690      OPEN INPUT FILING-STATUS-FILE.
0036va      PERFORM 5005-CHECK-FSTAT-LAYOUT THRU 5005-EXIT.
003700
003710      PERFORM 5100-SWEEP-FSTAT-RCD THRU 5100-EXIT
003720          UNTIL WS-FSTAT-EOF.
003750
003760  5000-EXIT.
003770      EXIT.
0037va
0037vb* 5005-CHECK-FSTAT-LAYOUT
0037vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0037vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0037ve*   READ SEES END OF FILE.
0037vf  5005-CHECK-FSTAT-LAYOUT.
0037vg
0037vh      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0037vi      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0037vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0037vk      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0037vl          AT END
0037vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0037vn      END-READ.
0037vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0037vp
0037vq      IF WS-LV-FILE-EMPTY
0037vr          CLOSE FILING-STATUS-FILE
0037vs          OPEN INPUT FILING-STATUS-FILE
0037vt      END-IF.
0037vu
0037vv  5005-EXIT.
0037vw      EXIT.
003780
003790  5100-SWEEP-FSTAT-RCD.
003800
005060      MOVE WS-PACKAGE-LINES       TO SCR-COUNT.
005070      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005080      PERFORM 8999-WRITE-SYSOUT.
05080a
05080b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005090
005100      COPY C2INZ003.
005110
005130
005140  8000-EXIT.
005150      EXIT.
05150a
05150b* 8980-NOTE-TABLE-CAPACITY
05150c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05150d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05150e*   DROPPED ENTRY ENDS THE RUN RC=12.
05150f  8980-NOTE-TABLE-CAPACITY.
05150g
05150h      MOVE "972CG PENALTY NOTICES"  TO TC-NOTE-NAME.
05150i      MOVE WS-PEN-TABLE-MAX         TO TC-NOTE-LIMIT.
05150j      MOVE WS-PEN-COUNT             TO TC-NOTE-HIGH.
05150k      MOVE WS-PEN-DROPPED           TO TC-NOTE-DROPPED.
05150l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05150m
05150n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05150o
05150p      IF TC-TABLE-OVERFLOW
05150q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05150r      END-IF.
05150s
05150t  8980-EXIT.
05150u      EXIT.
005160
05160a      COPY CLCWW134.
05160b
0051va      COPY CLCWW167.
0051vb
005170      COPY C2INZ002.
005180
005190      COPY C2INZ004.
