000370******************************************************************
000380* DATE     INIT  DESCRIPTION
000390* -------- ----  --------------------------------------------
0003va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0039va* 10/2026  RF    THE MANIFEST CARRIES A CLCWW166 LAYOUT HEADER -
0039vb*                WRITTEN ON THE NEW GENERATION, CHECKED ON THE OLD
00390a* 10/2026  RF    COUNT EVERY BANK RETURN THE RETURN TABLE COULD
00390b*                NOT HOLD, PRINT THE TABLE CAPACITY REPORT, AND
00390c*                END RC=12 WHEN ANY RETURN WAS DROPPED
000400* 08/2026  RF    NEW PROGRAM - MONTHLY STAGING PRE-
000410*                CONSOLIDATION ROLLUP
000420******************************************************************
000890      05  MS-SSN-TAX-ID             PIC X(16).
000900      05  MS-COMPASS-ENT-CDE        PIC X(03).
000905      05  MS-TAX-YEAR               PIC 9(04).
000910      05  MS-DETAIL                 PIC X(420).
000920
000930  FD  TEN99-MONTHLY-OUT
000940      BLOCK CONTAINS 0 RECORDS
000960      LABEL RECORDS ARE STANDARD
000970      DATA RECORD IS TEN99-MONTHLY-RCD.
000980
000990  01  TEN99-MONTHLY-RCD             PIC X(420).
001000
001010  FD  TEN99-BANKRTN-FILE
001020      BLOCK CONTAINS 0 RECORDS
001290      COPY C2INX003.
001300
001310      COPY C2INX006.
0013va
0013vb      COPY CLCWW166.
01310a
01310b      COPY CLCWW133.
001320
001330  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9135".
001340
001700
001710  77  WS-BKR-COUNT-TOTAL          PIC 9(04) COMP VALUE ZERO.
001720  77  WS-BKR-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01720a  77  WS-BKR-DROPPED              PIC 9(07) COMP VALUE ZERO.
001730  77  WS-BKR-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001740  77  WS-BKR-SEARCH-KEY           PIC X(11) VALUE SPACES.
001750
001780      05  WS-HOLD-SSN-TAX-ID      PIC X(16).
001790      05  WS-HOLD-ENT-CDE         PIC X(03).
00179a      05  WS-HOLD-TAX-YEAR        PIC 9(04).
001800      05  WS-HOLD-RCD             PIC X(420).
001810  01  WS-PAYEE-AMOUNT             PIC S9(13)V99 VALUE ZERO.
001820  01  WS-PAYEE-WITHHOLD           PIC S9(13)V99 VALUE ZERO.
001830
002380      OPEN INPUT TEN99-BANKRTN-FILE.
002390
002400      PERFORM 1210-LOAD-BANK-RETURN THRU 1210-EXIT
002410          UNTIL WS-BANKRTN-EOF.
002430
002440      IF WS-BKR-DROPPED > ZERO
002450          MOVE "*BANK RTN TABLE FULL, DROPPED:" TO SCR-LITERAL
002460          MOVE WS-BKR-DROPPED         TO SCR-COUNT
002470          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002480          PERFORM 8999-WRITE-SYSOUT
002490      END-IF.
002610              GO TO 1210-EXIT
002620      END-READ.
002630
02630a      IF WS-BKR-COUNT-TOTAL NOT < WS-BKR-TABLE-MAX
02630b          ADD 1 TO WS-BKR-DROPPED
02630c          GO TO 1210-EXIT
02630d      END-IF.
02630e
002640      ADD 1 TO WS-BKR-COUNT-TOTAL.
002650      MOVE BKR-ISSUING-BR-CODE
002660              TO WS-BKR-ISSUING-BR-CODE (WS-BKR-COUNT-TOTAL).
004370
004380      OPEN INPUT  TEN99-MANIFEST-FILE.
004390      OPEN OUTPUT TEN99-MANIFEST-OUT.
0043va      PERFORM 7005-CHECK-MANIFEST-LAYOUT THRU 7005-EXIT.
0043vb      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
0043vc      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0043vd      WRITE TEN99-MANIFEST-OUT-RCD FROM LAYOUT-HEADER-RCD.
004400
004410      PERFORM 7100-COPY-MANIFEST THRU 7100-EXIT
004420          UNTIL WS-MANIFEST-EOF.
004540
004550  7000-EXIT.
004560      EXIT.
0045va
0045vb* 7005-CHECK-MANIFEST-LAYOUT
0045vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0045vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0045ve*   READ SEES END OF FILE.
0045vf  7005-CHECK-MANIFEST-LAYOUT.
0045vg
0045vh      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
0045vi      MOVE "TEN99MAN"             TO WS-LV-CHECK-DDNAME.
0045vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0045vk      READ TEN99-MANIFEST-FILE INTO LAYOUT-HEADER-RCD
0045vl          AT END
0045vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0045vn      END-READ.
0045vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0045vp
0045vq      IF WS-LV-FILE-EMPTY
0045vr          CLOSE TEN99-MANIFEST-FILE
0045vs          OPEN INPUT TEN99-MANIFEST-FILE
0045vt      END-IF.
0045vu
0045vv  7005-EXIT.
0045vw      EXIT.
004570
004580  7100-COPY-MANIFEST.
004590
005100      MOVE WS-MANIFESTS-CARRIED   TO SCR-COUNT.
005110      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005120      PERFORM 8999-WRITE-SYSOUT.
05120a
05120b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005130
005140      COPY C2INZ003.
005150
005170
005180  8000-EXIT.
005190      EXIT.
05190a
05190b* 8980-NOTE-TABLE-CAPACITY
05190c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05190d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05190e*   DROPPED ENTRY ENDS THE RUN RC=12.
05190f  8980-NOTE-TABLE-CAPACITY.
05190g
05190h      MOVE "BANK RETURNS"           TO TC-NOTE-NAME.
05190i      MOVE WS-BKR-TABLE-MAX         TO TC-NOTE-LIMIT.
05190j      MOVE WS-BKR-COUNT-TOTAL       TO TC-NOTE-HIGH.
05190k      MOVE WS-BKR-DROPPED           TO TC-NOTE-DROPPED.
05190l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05190m
05190n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05190o
05190p      IF TC-TABLE-OVERFLOW
05190q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05190r      END-IF.
05190s
05190t  8980-EXIT.
05190u      EXIT.
005200
05200a      COPY CLCWW134.
05200b
0052va      COPY CLCWW167.
0052vb
005210      COPY C2INZ002.
005220
005230      COPY C2INZ004.
