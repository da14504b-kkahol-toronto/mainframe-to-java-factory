000320* -------- ----  --------------------------------------------
000330* 09/2026  RF    NEW PROGRAM - ESCHEAT OWNER-CLAIM AND DUE-
000340*                DILIGENCE RESPONSE PROCESSING
00340a* 10/2026  RF    COUNT CLAIMS THE TABLE COULD NOT HOLD INSTEAD
00340b*                OF STOPPING THE LOAD, PRINT THE TABLE CAPACITY
00340c*                REPORT, AND END RC=12 (WAS RC=8) WHEN ANY CLAIM
00340d*                WAS DROPPED
0034va* 10/2026  RF    THE REGISTER CARRIES A CLCWW166 LAYOUT HEADER -
0034vb*                WRITTEN ON THE NEW GENERATION, CHECKED ON THE OLD
000350******************************************************************
000360  ENVIRONMENT DIVISION.
000370  CONFIGURATION SECTION.
001330      COPY C2INX003.
001340
001350      COPY C2INX006.
0013va
0013vb      COPY CLCWW166.
01350a
01350b      COPY CLCWW133.
001360
001370  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9146".
001380
001680
001690  77  WS-CLM-COUNT                PIC 9(03) COMP VALUE ZERO.
001700  77  WS-CLM-TABLE-MAX            PIC 9(03) COMP VALUE 500.
01700a  77  WS-CLM-DROPPED              PIC 9(07) COMP VALUE ZERO.
001710  77  WS-CLM-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001720  77  WS-CLM-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001730  77  WS-CLM-SEARCH-KEY           PIC X(11) VALUE SPACES.
002030      OPEN INPUT  OC-REGISTER-IN-FILE.
002040      OPEN INPUT  ESCHEAT-REMIT-FILE.
002050      OPEN OUTPUT OC-REGISTER-OUT-FILE.
0020va      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0020vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0020vc      WRITE OC-REGISTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
002060      OPEN OUTPUT REISSUE-TRAN-FILE.
002070      OPEN OUTPUT ESCHEAT-RECLAIM-FILE.
002080      OPEN EXTEND ESCHEAT-AUDIT-FILE.
0020vd      PERFORM 1050-CHECK-REGISTER-LAYOUT THRU 1050-EXIT.
002090
002100      OPEN INPUT ESCHEAT-CLAIM-FILE.
002110      PERFORM 1100-LOAD-CLAIM THRU 1100-EXIT
002120          UNTIL WS-CLAIM-EOF.
002130      IF WS-CLM-DROPPED > ZERO
002140          MOVE "*CLAIM TABLE FULL, DROPPED:" TO SCR-LITERAL
002150          MOVE WS-CLM-DROPPED         TO SCR-COUNT
002160          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002170          PERFORM 8999-WRITE-SYSOUT
002180      END-IF.
002210      CLOSE ESCHEAT-CLAIM-FILE.
002220
002230  1000-EXIT.
002240      EXIT.
0022va
0022vb* 1050-CHECK-REGISTER-LAYOUT
0022vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0022vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0022ve*   READ SEES END OF FILE.
0022vf  1050-CHECK-REGISTER-LAYOUT.
0022vg
0022vh      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0022vi      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0022vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0022vk      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0022vl          AT END
0022vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0022vn      END-READ.
0022vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0022vp
0022vq      IF WS-LV-FILE-EMPTY
0022vr          CLOSE OC-REGISTER-IN-FILE
0022vs          OPEN INPUT OC-REGISTER-IN-FILE
0022vt      END-IF.
0022vu
0022vv  1050-EXIT.
0022vw      EXIT.
002250
002260  1100-LOAD-CLAIM.
002270
002310              GO TO 1100-EXIT
002320      END-READ.
002330
02330a      IF WS-CLM-COUNT NOT < WS-CLM-TABLE-MAX
02330b          ADD 1 TO WS-CLM-DROPPED
02330c          GO TO 1100-EXIT
02330d      END-IF.
02330e
002340      ADD 1 TO WS-CLM-COUNT.
002350      MOVE EC-CLAIM-TYPE      TO WS-CLM-TYPE (WS-CLM-COUNT).
002360      MOVE EC-ISSUING-BR-CODE TO WS-CLM-BR-CODE (WS-CLM-COUNT).
004540      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004550      PERFORM 8999-WRITE-SYSOUT.
004560
04560a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04560b
004570      COPY C2INZ003.
004580
004590      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004600
004610  8000-EXIT.
004620      EXIT.
04620a
04620b* 8980-NOTE-TABLE-CAPACITY
04620c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04620d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04620e*   DROPPED ENTRY ENDS THE RUN RC=12.
04620f  8980-NOTE-TABLE-CAPACITY.
04620g
04620h      MOVE "ESCHEAT CLAIMS"         TO TC-NOTE-NAME.
04620i      MOVE WS-CLM-TABLE-MAX         TO TC-NOTE-LIMIT.
04620j      MOVE WS-CLM-COUNT             TO TC-NOTE-HIGH.
04620k      MOVE WS-CLM-DROPPED           TO TC-NOTE-DROPPED.
04620l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04620m
04620n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04620o
04620p  8980-EXIT.
04620q      EXIT.
004630
004640* 8900-SET-RETURN-CODE
004650*   RC=0 CLEAN; RC=4 ANY CLAIM MATCHED NOTHING.  RC=12 ANY
004660*   CLAIM THE TABLE COULD NOT HOLD (SEE THE CAPACITY REPORT).
004670  8900-SET-RETURN-CODE.
004680
004690      MOVE ZERO TO RETURN-CODE.
004700
004710      IF WS-CLAIMS-UNMATCHED > ZERO
004720          MOVE 4 TO RETURN-CODE
04720a      END-IF.
04720b
04720c      IF TC-TABLE-OVERFLOW
04720d          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04720e      END-IF.
004730
004740  8900-EXIT.
004750      EXIT.
004760
04760a      COPY CLCWW134.
04760b
0047va      COPY CLCWW167.
0047vb
004770      COPY C2INZ002.
004780
004790      COPY C2INZ004.
