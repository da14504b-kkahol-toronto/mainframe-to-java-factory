000350* -------- ----  --------------------------------------------
000360* 09/2026  RF    NEW PROGRAM - HELD-RECORD AGING AND
000370*                DEADLINE FORCE-FILE
000371* 10/2026  RF    LOG THE TAX YEAR, RUN MODE, AND CONDITION CODE
000372*                ON THE RUN-HISTORY END RECORD FOR CCCW9150'S
000373*                PREREQUISITE GATE - THE RETURN CODE IS NOW SET
000374*                AHEAD OF THE WRAP-UP SO THE END RECORD HAS IT
000375* 10/2026  RF    ADD EACH FORCE-FILED RECORD TO THE STAGING
000376*                GENERATION CATALOG (CLCWW129-131) AS AN APPEND
000377*                GENERATION ON TOP OF THE CATALOG HEAD
0003va* 10/2026  RF    WIDEN THE HELD-RECORD IMAGE TO THE 468-BYTE
0003vb*                CLCWW041 RECORD (FOREIGN-ADDRESS TAIL).
0003vc* 10/2026  RF    POST THE RUN'S ESCALATIONS (SEVERITY 3) AND ANY
0003vd*                FORCE-FILE RELEASE (SEVERITY 2) TO THE
0003ve*                OPERATIONS ALERT REGISTER (CCCW9207)
0003vf* 10/2026  RF    CLEAR THE HOME BRANCH OF A CONSOLIDATED BRANCH'S
0003vg*                HELD RECORD ON FORCE-FILE - STAGING CARRIES
0003vh*                ONLY THE BRANCH THAT ISSUED THE CHECK
0003vi* 10/2026  RF    POST THE ALERTS AHEAD OF SETTING THE RETURN CODE
0003vj*                SO THE CCCW9207 CALL CANNOT CLEAR IT
000380******************************************************************
000390  ENVIRONMENT DIVISION.
000400  CONFIGURATION SECTION.
000590
000600      SELECT FORCE-REGISTER-RPT  ASSIGN TO FORCEREG
000610          ORGANIZATION IS SEQUENTIAL.
00061a
00061b      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00061c          ORGANIZATION IS SEQUENTIAL.
000620
000630      COPY C2INX004.
000640
000890      LABEL RECORDS ARE STANDARD
000900      DATA RECORD IS TEN99-HELD-OUT-RCD.
000910
000920  01  TEN99-HELD-OUT-RCD            PIC X(468).
000930
000940  FD  HELD-AGING-RPT
000950      BLOCK CONTAINS 0 RECORDS
001060      DATA RECORD IS FORCE-REGISTER-RCD.
001070
001080  01  FORCE-REGISTER-RCD            PIC X(133).
00108a
00108b  FD  GEN-CATALOG-FILE
00108c      BLOCK CONTAINS 0 RECORDS
00108d      RECORDING MODE IS F
00108e      LABEL RECORDS ARE STANDARD
00108f      DATA RECORD IS GEN-CATALOG-RCD.
00108g
00108h      COPY CLCWW129.
001090
001100      COPY C2INX005.
001110
001160      COPY C2INX006.
00116a
00116b      COPY CLCWW110.
00116c
00116d      COPY CLCWW130.
001170
001180  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9127".
001181  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001190
001200  01  WS-SWITCHES.
001210      05  WS-HELD-EOF-SW          PIC X(01) VALUE "N".
001330      05  WS-BUCKET-OVER-90       PIC 9(09) COMP VALUE ZERO.
001340
001350  01  WS-FORCED-DOLLARS           PIC S9(13)V99 VALUE ZERO.
00135a  77  WS-ED-ALERT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001360
001370* DAYS-HELD ARITHMETIC - A CALENDAR-EXACT COUNT IS NOT WORTH
001380* A DATE SUBROUTINE FOR 30-DAY BUCKETS, SO THE AGE IS TAKEN
001810      PERFORM 2000-PROCESS-HELD      THRU 2000-EXIT
001820          UNTIL WS-HELD-EOF.
001830
00183a      PERFORM 8950-POST-ALERTS       THRU 8950-EXIT.
00183b
001840      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
001850
001860      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
001870
001880      GOBACK.
001890
002030                                  TO CC-E01W-DISPLAY-RCD
002040          PERFORM 8999-WRITE-SYSOUT
002050      END-IF.
002051
002052*   THE FORCE RUN CLEARS THE PRIOR (FILING) YEAR'S BACKLOG.
002053      COMPUTE WS-TAX-YEAR = SWA-CCYY-CEN * 100 + SWA-CCYY-YR - 1.
002054      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
002055      IF WS-FORCE-MODE-RUN
002056          MOVE "FORCE"            TO SWA-RUN-MODE
002057      END-IF.
002060
002070      MOVE SWA-CCYY-CEN (1:2)     TO WS-TODAY-CCYY (1:2).
002080      MOVE SWA-CCYY-YR            TO WS-TODAY-CCYY (3:2).
003100      MOVE TH-DETAIL-DATA         TO TEN99-RCD.
003110      MOVE ZERO TO TEN99-RUN-DATE-DATA.
003120      MOVE ZERO TO TEN99-RUN-SEQ-DATA.
003121      MOVE SPACES TO TEN99-HOME-BR-CODE.
003122
003123*   THE FORCED RECORD GOES TO REST PROTECTED (CLCWW110/111)
003124*   LIKE EVERY OTHER STAGED RECORD; THE REGISTER MASK BELOW
003127      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
003128      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
003129      MOVE TP-TIN-WORK            TO TEN99-SSN-TAX-ID-DATA.
00312a      MOVE TEN99-RCD              TO GN-HASH-RECORD.
00312b      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
003130      WRITE TEN99-RCD.
003140      ADD 1 TO WS-RECORDS-FORCED.
003150      ADD TEN99-RPT-DISB-AMT-DATA TO WS-FORCED-DOLLARS.
003660          MOVE WS-RECORDS-FORCED  TO SCR-COUNT
003670          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
003680          PERFORM 8999-WRITE-SYSOUT
00368a          IF WS-RECORDS-FORCED > ZERO
00368b              PERFORM 9635-CATALOG-APPEND THRU 9635-EXIT
00368c          END-IF
003690          CLOSE TEN99-STAGING-FILE
003700          CLOSE TEN99-HELD-OUT-FILE
003710          CLOSE FORCE-REGISTER-RPT
003720      END-IF.
003730
003731      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
003732
003740      COPY C2INZ003.
003750
003760      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
003780  8000-EXIT.
003790      EXIT.
003800
03800a* 8950-POST-ALERTS
03800b*   ONE OPERATIONS ALERT PER CONDITION, NOT PER RECORD - THE
03800c*   HELDAGE REPORT AND FORCEREG REGISTER CARRY THE ITEMS.  A
03800d*   REGISTER THAT CANNOT BE WRITTEN IS NOTED ON SYSOUT AND THE
03800e*   RUN CARRIES ON.  POSTED AHEAD OF 8900-SET-RETURN-CODE - THE
0380e1*   CALL LEAVES ITS OWN RETURN CODE BEHIND.
03800f  8950-POST-ALERTS.
03800g
03800h      IF WS-RECORDS-ESCALATED > ZERO
03800i          MOVE SPACES             TO ALERT-POST-AREA
03800j          MOVE "3"                TO ALP-SEVERITY
03800k          MOVE "HELDAGE"          TO ALP-ALERT-CODE
03800l          MOVE WS-RECORDS-ESCALATED TO WS-ED-ALERT-COUNT
03800m          MOVE WS-ED-ALERT-COUNT  TO ALP-ALERT-TEXT
03800n          MOVE "HELD OVER 60 DAYS - SEE THE HELDAGE REPORT"
03800o                                  TO ALP-ALERT-TEXT (13:48)
03800p          PERFORM 8960-POST-ALERT THRU 8960-EXIT
03800q      END-IF.
03800r
03800s      IF WS-FORCE-MODE-RUN AND WS-RECORDS-FORCED > ZERO
03800t          MOVE SPACES             TO ALERT-POST-AREA
03800u          MOVE "2"                TO ALP-SEVERITY
03800v          MOVE "FORCEFIL"         TO ALP-ALERT-CODE
03800w          MOVE WS-RECORDS-FORCED  TO WS-ED-ALERT-COUNT
03800x          MOVE WS-ED-ALERT-COUNT  TO ALP-ALERT-TEXT
03800y          MOVE "FORCE-FILED - WORK THE FORCEREG REGISTER"
03800z                                  TO ALP-ALERT-TEXT (13:48)
03800A          PERFORM 8960-POST-ALERT THRU 8960-EXIT
03800B      END-IF.
03800C
03800D  8950-EXIT.
03800E      EXIT.
03800F
03800G  8960-POST-ALERT.
03800H
03800I      MOVE "CCCW9127"             TO ALP-SOURCE-PGM.
03800J      MOVE SWA-RUN-TAX-YEAR       TO ALP-TAX-YEAR.
03800K      MOVE SWA-RUN-MODE           TO ALP-RUN-REF.
03800L
03800M      CALL "CCCW9207" USING ALERT-POST-AREA.
03800N
03800O      IF ALP-REGISTER-UNAVAILABLE
03800P          MOVE "*ALERT REGISTER UNAVAILABLE - ALERT NOT POSTED"
03800Q                                  TO CC-E01W-DISPLAY-RCD
03800R          PERFORM 8999-WRITE-SYSOUT
03800S      END-IF.
03800T
03800U  8960-EXIT.
03800V      EXIT.
03800W
003810* 8900-SET-RETURN-CODE
003820*   RC=0 CLEAN; RC=4 ANYTHING ESCALATED (OVER 60 DAYS) SO THE
003830*   MORNING SCHEDULE SURFACES THE AGEING; RC=8 A FORCE RUN
003990      EXIT.
004000
004010      COPY CLCWW111.
004011
004012      COPY CLCWW131.
004013
004014      COPY C2INZ002.
004020
004030      COPY C2INZ004.
