00034C*                THE NEW FC-FILE-TYPE, AND A STATE APPROVAL
00034D*                RE-COUNTS THE AR-STATE-FILE ARCHIVE STREAM
00034E*                CCCW9150 WRITES INSTEAD OF THE FIRE STREAMS
00034F* 10/2026  RF    LOG THE TAX YEAR, FILE TYPE (FIRE/STATE), AND
00034G*                CONDITION CODE ON THE RUN-HISTORY END RECORD -
00034H*                THE CCCW9167 PRE-TRANSMISSION GATE WILL NOT
00034I*                LET A FILE GO WITHOUT A CLEAN APPROVAL RUN
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTATI AND
0003vb*                WRITE ONE ON THE NEW FILSTATO GENERATION
0003vc* 10/2026  RF    POST EVERY REFUSED RELEASE TO THE OPERATIONS
0003vd*                ALERT REGISTER (CCCW9207) AS SEVERITY 2
0003ve* 10/2026  RF    HOLD THE REFUSAL RC=8 IN WS-RELEASE-RC UNTIL THE
0003vf*                WRAP-UP SO THE ALERT CALL CANNOT CLEAR IT
000340******************************************************************
000350  ENVIRONMENT DIVISION.
000360  CONFIGURATION SECTION.
000880      COPY C2INX003.
000890
000900      COPY C2INX006.
0009va
0009vb      COPY CLCWW166.
000910
000920      COPY CLCWW013.
000930
001140  77  WS-HOLD-PREPARER            PIC X(08) VALUE SPACES.
001150  77  WS-HOLD-COUNT               PIC 9(09) VALUE ZERO.
001160  01  WS-HOLD-AMOUNT              PIC S9(13)V99 VALUE ZERO.
00116a
00116b* A REFUSED RELEASE IS RC=8.  IT IS HELD HERE UNTIL THE WRAP-UP -
00116c* THE CCCW9207 ALERT CALL LEAVES ITS OWN RETURN CODE BEHIND.
00116d  77  WS-RELEASE-RC               PIC S9(04) COMP VALUE ZERO.
001170
001180  LINKAGE SECTION.
001190
001670          MOVE SPACES                TO SAR-SQLCODE
001680          GO TO 9998-COREDUMP
001690      END-IF.
001691
001692      MOVE WS-WANT-YEAR           TO SWA-RUN-TAX-YEAR.
001693      IF WS-WANT-TYPE = "S"
001694          MOVE "STATE"            TO SWA-RUN-MODE
001695      ELSE
001696          MOVE "FIRE"             TO SWA-RUN-MODE
001697      END-IF.
001700
001710  1000-EXIT.
001720      EXIT.
001780  2000-FIND-TARGET.
001790
001800      OPEN INPUT FILING-STATUS-IN.
0018va      PERFORM 2005-CHECK-FSTAT-LAYOUT THRU 2005-EXIT.
001810
001820      PERFORM 2100-SCAN-CONTROL THRU 2100-EXIT
001830          UNTIL WS-FSTAT-EOF.
001880          MOVE "*NO READY RECORD FOR THAT YEAR/SEQUENCE"
001890                                  TO CC-E01W-DISPLAY-RCD
001900          PERFORM 8999-WRITE-SYSOUT
001910          MOVE 8 TO WS-RELEASE-RC
01910a          MOVE SPACES             TO ALERT-POST-AREA
01910b          MOVE "RELNOTGT"         TO ALP-ALERT-CODE
01910c          MOVE "NO READY RECORD FOR THAT YEAR/SEQUENCE - APPROVER"
01910d                                  TO ALP-ALERT-TEXT
01910e          MOVE WS-APPROVER        TO ALP-ALERT-TEXT (52:8)
01910f          PERFORM 3900-POST-ALERT THRU 3900-EXIT
001920      END-IF.
001930
001940  2000-EXIT.
001950      EXIT.
0019va
0019vb* 2005-CHECK-FSTAT-LAYOUT
0019vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0019vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0019ve*   READ SEES END OF FILE.  BOTH PASSES COME THROUGH HERE.
0019vf  2005-CHECK-FSTAT-LAYOUT.
0019vg
0019vh      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0019vi      MOVE "FILSTATI"             TO WS-LV-CHECK-DDNAME.
0019vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0019vk      READ FILING-STATUS-IN INTO LAYOUT-HEADER-RCD
0019vl          AT END
0019vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0019vn      END-READ.
0019vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0019vp
0019vq      IF WS-LV-FILE-EMPTY
0019vr          CLOSE FILING-STATUS-IN
0019vs          OPEN INPUT FILING-STATUS-IN
0019vt      END-IF.
0019vu
0019vv  2005-EXIT.
0019vw      EXIT.
001960
001970  2100-SCAN-CONTROL.
001980
002260          MOVE "*APPROVER IS THE PREPARER - RELEASE REFUSED"
002270                                  TO CC-E01W-DISPLAY-RCD
002280          PERFORM 8999-WRITE-SYSOUT
002290          MOVE 8 TO WS-RELEASE-RC
02290a          MOVE SPACES             TO ALERT-POST-AREA
02290b          MOVE "RELSAMEO"         TO ALP-ALERT-CODE
02290c          MOVE "APPROVER IS THE PREPARER - RELEASE REFUSED -"
02290d                                  TO ALP-ALERT-TEXT
02290e          MOVE WS-APPROVER        TO ALP-ALERT-TEXT (46:8)
02290f          PERFORM 3900-POST-ALERT THRU 3900-EXIT
002300          GO TO 3000-EXIT
002310      END-IF.
002320
002530          MOVE WS-HOLD-COUNT      TO SCR-COUNT
002540          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
002550          PERFORM 8999-WRITE-SYSOUT
002560          MOVE 8 TO WS-RELEASE-RC
02560a          MOVE SPACES             TO ALERT-POST-AREA
02560b          MOVE "RELCTLTL"         TO ALP-ALERT-CODE
02560c          MOVE "CONTROL TOTALS DISAGREE WITH ARCHIVE - REFUSED"
02560d                                  TO ALP-ALERT-TEXT
02560e          PERFORM 3900-POST-ALERT THRU 3900-EXIT
002570      END-IF.
002580
002590  3000-EXIT.
002960  3100-EXIT.
002970      EXIT.
002980
02980a* 3900-POST-ALERT
02980b*   POSTS A REFUSED RELEASE TO THE OPERATIONS ALERT REGISTER
02980c*   AS SEVERITY 2.  THE CALLER HAS SET THE ALERT CODE AND
02980d*   TEXT.  A REGISTER THAT CANNOT BE WRITTEN IS NOTED ON
02980e*   SYSOUT AND THE RUN CARRIES ON.
02980f  3900-POST-ALERT.
02980g
02980h      MOVE "CCCW9161"             TO ALP-SOURCE-PGM.
02980i      MOVE "2"                    TO ALP-SEVERITY.
02980j      MOVE WS-WANT-YEAR           TO ALP-TAX-YEAR.
02980k      MOVE "SEQ"                  TO ALP-RUN-REF.
02980l      MOVE WS-WANT-SEQ            TO ALP-RUN-REF (5:3).
02980m      MOVE WS-WANT-TYPE           TO ALP-RUN-REF (8:1).
02980n
02980o      CALL "CCCW9207" USING ALERT-POST-AREA.
02980p
02980q      IF ALP-REGISTER-UNAVAILABLE
02980r          MOVE "*ALERT REGISTER UNAVAILABLE - ALERT NOT POSTED"
02980s                                  TO CC-E01W-DISPLAY-RCD
02980t          PERFORM 8999-WRITE-SYSOUT
02980u      END-IF.
02980v
02980w  3900-EXIT.
02980x      EXIT.
02980y
002990* 4000-REWRITE-CONTROL
003000*   SECOND PASS - THE CONTROL FILE IS CARRIED TO A NEW
003010*   GENERATION WITH THE APPROVED RECORD (AND ONLY IT) MOVED
003050      MOVE "N" TO WS-FSTAT-EOF-SW.
003060      OPEN INPUT  FILING-STATUS-IN.
003070      OPEN OUTPUT FILING-STATUS-OUT.
0030va      PERFORM 2005-CHECK-FSTAT-LAYOUT THRU 2005-EXIT.
0030vb      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0030vc      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0030vd      WRITE FILING-STATUS-OUT-RCD FROM LAYOUT-HEADER-RCD.
003080
003090      PERFORM 4100-CARRY-CONTROL THRU 4100-EXIT
003100          UNTIL WS-FSTAT-EOF.
003480          PERFORM 8999-WRITE-SYSOUT
003490      END-IF.
003500
00350a      MOVE WS-RELEASE-RC          TO RETURN-CODE.
003501      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
003502
003510      COPY C2INZ003.
003520
003530      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
003550  8000-EXIT.
003560      EXIT.
003570
0035va      COPY CLCWW167.
0035vb
003580      COPY C2INZ002.
003590
003600      COPY C2INZ004.
