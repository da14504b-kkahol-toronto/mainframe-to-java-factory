000290******************************************************************
000300* DATE     INIT  DESCRIPTION
000310* -------- ----  --------------------------------------------
0003u1* 10/2026  RF    POST EVERY ANOMALY AND SILENT BRANCH TO THE
0003u2*                OPERATIONS ALERT REGISTER (CCCW9207) AS A
0003u3*                SEVERITY 3 WARNING
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON STATHIST
00310a* 10/2026  RF    COUNT EVERY BRANCH THE PRIOR AND TODAY BRANCH
00310b*                TABLES COULD NOT HOLD, PRINT THE TABLE CAPACITY
00310c*                REPORT, AND END RC=12 WHEN ANY WAS DROPPED
00031a* 09/2026  RF    ARCHIVE THE ANOMALY REPORT TO THE CLCWW114
00031b*                REPORT REPOSITORY AS IT PRINTS, SO CCCW9159
00031c*                CAN REPRODUCE IT AFTER THE SPOOL AGES OFF
000940      COPY C2INX003.
000950
000960      COPY C2INX006.
0009va
0009vb      COPY CLCWW166.
00960a
00960b      COPY CLCWW133.
000970
000980  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6350".
000982
001450      05  WS-PRIOR-BR-ENTRY       PIC X(03) OCCURS 200 TIMES.
001460  77  WS-PRIOR-BR-COUNT           PIC 9(03) COMP VALUE ZERO.
001470  77  WS-PRIOR-BR-MAX             PIC 9(03) COMP VALUE 200.
01470a  77  WS-PRIOR-BR-DROPPED         PIC 9(07) COMP VALUE ZERO.
001480  77  WS-PRIOR-BR-SUB             PIC 9(03) COMP VALUE ZERO.
001490
001500  01  WS-TODAY-BRANCH-TABLE.
001510      05  WS-TODAY-BR-ENTRY       PIC X(03) OCCURS 200 TIMES.
001520  77  WS-TODAY-BR-COUNT           PIC 9(03) COMP VALUE ZERO.
01520a  77  WS-TODAY-BR-MAX             PIC 9(03) COMP VALUE 200.
01520b  77  WS-TODAY-BR-DROPPED         PIC 9(07) COMP VALUE ZERO.
001530  77  WS-TODAY-BR-SUB             PIC 9(03) COMP VALUE ZERO.
001540
001550  01  WS-ANOMALY-LINE.
001970      END-IF.
001980
001990      OPEN INPUT RUN-STATS-FILE.
0019va      PERFORM 1005-CHECK-STATS-LAYOUT THRU 1005-EXIT.
002000
002010  1000-EXIT.
002020      EXIT.
0020va
0020vb* 1005-CHECK-STATS-LAYOUT
0020vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0020vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0020ve*   READ SEES END OF FILE.
0020vf  1005-CHECK-STATS-LAYOUT.
0020vg
0020vh      MOVE "CLCWW066"             TO WS-LV-CHECK-FILE-ID.
0020vi      MOVE "STATHIST"             TO WS-LV-CHECK-DDNAME.
0020vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0020vk      READ RUN-STATS-FILE INTO LAYOUT-HEADER-RCD
0020vl          AT END
0020vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0020vn      END-READ.
0020vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0020vp
0020vq      IF WS-LV-FILE-EMPTY
0020vr          CLOSE RUN-STATS-FILE
0020vs          OPEN INPUT RUN-STATS-FILE
0020vt      END-IF.
0020vu
0020vv  1005-EXIT.
0020vw      EXIT.
002030
002040* 2000-READ-STATS
002050*   STREAMS THE HISTORY.  EACH RECORD READ ROLLS THE PREVIOUS
00292a          PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT
00292b          MOVE WS-ANOMALY-LINE      TO CC-E01W-DISPLAY-RCD
002930          PERFORM 8999-WRITE-SYSOUT
02930a          MOVE "VOLREAD"            TO ALP-ALERT-CODE
02930b          PERFORM 3900-POST-ALERT THRU 3900-EXIT
002940      END-IF.
002950
002960      IF WS-LAT-REJECTED > WS-BASE-REJ-AVG * 2
00302a          PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT
00302b          MOVE WS-ANOMALY-LINE      TO CC-E01W-DISPLAY-RCD
003030          PERFORM 8999-WRITE-SYSOUT
03030a          MOVE "VOLREJ"             TO ALP-ALERT-CODE
03030b          PERFORM 3900-POST-ALERT THRU 3900-EXIT
003040      END-IF.
003050
003060      IF WS-LAT-HELD > WS-BASE-HELD-AVG * 2
00312a          PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT
00312b          MOVE WS-ANOMALY-LINE      TO CC-E01W-DISPLAY-RCD
003130          PERFORM 8999-WRITE-SYSOUT
03130a          MOVE "VOLHELD"            TO ALP-ALERT-CODE
03130b          PERFORM 3900-POST-ALERT THRU 3900-EXIT
003140      END-IF.
003150
003160  3000-EXIT.
003170      EXIT.
003180
03180a* 3900-POST-ALERT
03180b*   POSTS THE ANOMALY LINE JUST PRINTED TO THE OPERATIONS ALERT
03180c*   REGISTER AS A SEVERITY 3 WARNING AGAINST THE LATEST RUN'S
03180d*   DATE.  THE CALLER HAS SET THE ALERT CODE.  A REGISTER THAT
03180e*   CANNOT BE WRITTEN IS NOTED ON SYSOUT AND THE RUN CARRIES ON.
03180f  3900-POST-ALERT.
03180g
03180h      MOVE "CCMR6350"             TO ALP-SOURCE-PGM.
03180i      MOVE "3"                    TO ALP-SEVERITY.
03180j      MOVE SPACES                 TO ALP-TAX-YEAR.
03180k      MOVE WS-LAT-RUN-DATE        TO ALP-RUN-REF.
03180l      MOVE WS-ANOMALY-LINE (3:55) TO ALP-ALERT-TEXT.
03180m
03180n      CALL "CCCW9207" USING ALERT-POST-AREA.
03180o
03180p      IF ALP-REGISTER-UNAVAILABLE
03180q          MOVE "*ALERT REGISTER UNAVAILABLE - ALERT NOT POSTED"
03180r                                  TO CC-E01W-DISPLAY-RCD
03180s          PERFORM 8999-WRITE-SYSOUT
03180t      END-IF.
03180u
03180v  3900-EXIT.
03180w      EXIT.
03180x
003190* 4000-CHECK-BRANCHES
003200*   A BRANCH ON THE PRIOR CYCLE'S CLCWW035 SUMMARY WITH NO
003210*   LINE ON TODAY'S WENT SILENT - USUALLY A FEED THAT LOST A
003510          ADD 1 TO WS-PRIOR-BR-COUNT
003520          MOVE BP-ISSUING-BR-CODE
003530              TO WS-PRIOR-BR-ENTRY (WS-PRIOR-BR-COUNT)
003540      ELSE
03540a          ADD 1 TO WS-PRIOR-BR-DROPPED
03540b      END-IF.
003550
003560  4100-EXIT.
003570      EXIT.
003640              GO TO 4200-EXIT
003650      END-READ.
003660
003670      IF WS-TODAY-BR-COUNT < WS-TODAY-BR-MAX
003680          ADD 1 TO WS-TODAY-BR-COUNT
003690          MOVE BR-ISSUING-BR-CODE
003700              TO WS-TODAY-BR-ENTRY (WS-TODAY-BR-COUNT)
003710      ELSE
03710a          ADD 1 TO WS-TODAY-BR-DROPPED
03710b      END-IF.
003720
003730  4200-EXIT.
003740      EXIT.
00392a          PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT
00392b          MOVE WS-ANOMALY-LINE      TO CC-E01W-DISPLAY-RCD
003930          PERFORM 8999-WRITE-SYSOUT
03930a          MOVE "BRSILENT"           TO ALP-ALERT-CODE
03930b          PERFORM 3900-POST-ALERT THRU 3900-EXIT
003940      END-IF.
003950
003960  4300-EXIT.
004230      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004240      PERFORM 8999-WRITE-SYSOUT.
004250
04250a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04250b
004260      COPY C2INZ003.
004270
004280      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004290
004300  8000-EXIT.
004310      EXIT.
04310A
04310B* 8980-NOTE-TABLE-CAPACITY
04310C*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04310D*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04310E*   DROPPED ENTRY ENDS THE RUN RC=12.
04310F  8980-NOTE-TABLE-CAPACITY.
04310G
04310H      MOVE "PRIOR-CYCLE BRANCHES"   TO TC-NOTE-NAME.
04310I      MOVE WS-PRIOR-BR-MAX          TO TC-NOTE-LIMIT.
04310J      MOVE WS-PRIOR-BR-COUNT        TO TC-NOTE-HIGH.
04310K      MOVE WS-PRIOR-BR-DROPPED      TO TC-NOTE-DROPPED.
04310L      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04310M
04310N      MOVE "TODAY BRANCHES"         TO TC-NOTE-NAME.
04310O      MOVE WS-TODAY-BR-MAX          TO TC-NOTE-LIMIT.
04310P      MOVE WS-TODAY-BR-COUNT        TO TC-NOTE-HIGH.
04310Q      MOVE WS-TODAY-BR-DROPPED      TO TC-NOTE-DROPPED.
04310R      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04310S
04310T      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04310U
04310V      IF TC-TABLE-OVERFLOW
04310W          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04310X      END-IF.
04310Y
04310Z  8980-EXIT.
04311A      EXIT.
004320
0432A1* 8960-WRITE-RPT-HEADER
0432A2*   ONE 'H' RECORD OPENS THIS RUN'S REPORT ON THE CLCWW114
0432C6  8970-EXIT.
0432C7      EXIT.
0432C8
0432C9      COPY CLCWW134.
0432D1
0043va      COPY CLCWW167.
0043vb
004330      COPY C2INZ002.
004340
004350      COPY C2INZ004.
