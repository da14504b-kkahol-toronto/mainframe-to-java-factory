000294*                VENDOR TABLE FILLS - A TRUNCATED TABLE
000296*                EMITTED SPURIOUS ADD TRANSACTIONS FOR EVERY
000298*                UNLOADED VENDOR
00298a* 10/2026  RF    READ THE WHOLE MASTER, COUNTING EVERY VENDOR THE
00298b*                TABLE COULD NOT HOLD, PRINT THE TABLE CAPACITY
00298c*                REPORT, AND END RC=12 (WAS 8) ON ANY DROP
0029va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON VNDRMSTR
000300******************************************************************
000310  ENVIRONMENT DIVISION.
000320  CONFIGURATION SECTION.
000950      COPY C2INX003.
000960
000970      COPY C2INX006.
0009va
0009vb      COPY CLCWW166.
00970a
00970b      COPY CLCWW133.
000980
000990  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9137".
001000
001230
001240  77  WS-VENDOR-COUNT             PIC 9(04) COMP VALUE ZERO.
001250  77  WS-VENDOR-TABLE-MAX         PIC 9(04) COMP VALUE 3000.
01250a  77  WS-VENDOR-DROPPED           PIC 9(07) COMP VALUE ZERO.
001260  77  WS-VENDOR-TBL-SUB           PIC 9(04) COMP VALUE ZERO.
001270  77  WS-VENDOR-MATCHED-SUB       PIC 9(04) COMP VALUE ZERO.
001280
001710  1700-LOAD-VENDOR-MASTER.
001720
001730      OPEN INPUT VENDOR-MASTER-FILE.
0017va      PERFORM 1705-CHECK-VENDOR-LAYOUT THRU 1705-EXIT.
001740
001750      PERFORM 1710-READ-VENDOR-MASTER THRU 1710-EXIT
001760          UNTIL WS-VENDOR-EOF.
00176a
00176b*   A TRUNCATED MASTER TABLE WOULD MAKE EVERY UNLOADED
00176c*   VENDOR LOOK EXTRACT-ONLY AND EMIT A SPURIOUS ADD
00176d*   TRANSACTION FOR IT - REFUSE TO SYNC INSTEAD.
00176e      IF WS-VENDOR-DROPPED > ZERO
00176f          MOVE "*VENDOR TABLE FULL, DROPPED:" TO SCR-LITERAL
00176g          MOVE WS-VENDOR-DROPPED  TO SCR-COUNT
00176h          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
00176i          PERFORM 8999-WRITE-SYSOUT
0176ja          MOVE "Y" TO WS-SYNC-BLOCKED-SW
00176k      END-IF.
001770
001790
001800  1700-EXIT.
001810      EXIT.
0018va
0018vb* 1705-CHECK-VENDOR-LAYOUT
0018vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0018vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0018ve*   READ SEES END OF FILE.
0018vf  1705-CHECK-VENDOR-LAYOUT.
0018vg
0018vh      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0018vi      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
0018vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0018vk      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
0018vl          AT END
0018vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0018vn      END-READ.
0018vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0018vp
0018vq      IF WS-LV-FILE-EMPTY
0018vr          CLOSE VENDOR-MASTER-FILE
0018vs          OPEN INPUT VENDOR-MASTER-FILE
0018vt      END-IF.
0018vu
0018vv  1705-EXIT.
0018vw      EXIT.
001820
001830  1710-READ-VENDOR-MASTER.
001840
001860          AT END
001870              MOVE "Y" TO WS-VENDOR-EOF-SW
001880          NOT AT END
001900              IF WS-VENDOR-COUNT < WS-VENDOR-TABLE-MAX
001910                  ADD 1 TO WS-VENDOR-COUNT
001920                  MOVE VM-TIN
001930                      TO WS-VENDOR-TIN (WS-VENDOR-COUNT)
001940                  MOVE VM-NAME
001950                      TO WS-VENDOR-NAME (WS-VENDOR-COUNT)
001960                  MOVE "N"
01960a                      TO WS-VENDOR-SEEN (WS-VENDOR-COUNT)
01960b              ELSE
01960c                  ADD 1 TO WS-VENDOR-DROPPED
01960d              END-IF
001980      END-READ.
001990
002000  1710-EXIT.
003630      MOVE WS-MASTER-ONLY         TO SCR-COUNT.
003640      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003650      PERFORM 8999-WRITE-SYSOUT.
03650a
03650b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
003660
003670      COPY C2INZ003.
003680
003700
003710  8000-EXIT.
003720      EXIT.
03720a
03720b* 8980-NOTE-TABLE-CAPACITY
03720c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
03720d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
03720e*   DROPPED ENTRY ENDS THE RUN RC=12.
03720f  8980-NOTE-TABLE-CAPACITY.
03720g
03720h      MOVE "VENDOR MASTER"          TO TC-NOTE-NAME.
03720i      MOVE WS-VENDOR-TABLE-MAX      TO TC-NOTE-LIMIT.
03720j      MOVE WS-VENDOR-COUNT          TO TC-NOTE-HIGH.
03720k      MOVE WS-VENDOR-DROPPED        TO TC-NOTE-DROPPED.
03720l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
03720m
03720n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
03720o
03720p      IF TC-TABLE-OVERFLOW
03720q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
03720r      END-IF.
03720s
03720t  8980-EXIT.
03720u      EXIT.
003730
03730a      COPY CLCWW134.
03730b
0037va      COPY CLCWW167.
0037vb
003740      COPY C2INZ002.
003750
003760      COPY C2INZ004.
