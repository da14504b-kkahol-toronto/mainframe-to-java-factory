000220*              AMOUNT, GO TO THE CLCWW054 EXCEPTION FILE -
000230*              THE CONTROL THAT CATCHES A COUNTERFEIT ITEM
000240*              THE POSITIVE-PAY MATCH LET THROUGH.
00240a*              EACH NEW ISSUE TAKES ITS FINANCIAL LABEL FROM
00240b*              THE DAY'S CLCWW027 DISBURSEMENT FEED, AND EVERY
00240c*              MATCHED ITEM GOES TO THE CLCWW162 CLEARED-CHECK
00240d*              FILE (ISSUE AND PAID DATES) FOR THE CCCW9198
00240e*              CLEARING-LAG HISTORY AND FORECAST.
000250*
000260*  PARM:       STALE-DATE CUTOFF, CCYYMMDD.  AN ITEM ISSUED
000270*              BEFORE THE CUTOFF IS FLAGGED STALE ON THE NEW
000330******************************************************************
000340* DATE     INIT  DESCRIPTION
000350* -------- ----  --------------------------------------------
0035u1* 10/2026  RF    CARRY THE HOME BRANCH (OC-HOME-BR-CODE) THROUGH
0035u2*                THE REGISTER TABLE SO A CONSOLIDATED BRANCH'S
0035u3*                ITEMS KEEP THEIR SUCCESSOR - NEW ISSUES HAVE NONE
0035v7* 10/2026  RF    LOG THE CONDITION CODE ON THE RUN-HISTORY END
0035v8*                RECORD - SOX CONTROL EVIDENCE FOR THE CCCW9206
0035v9*                QUARTERLY BINDER
0035va* 10/2026  RF    THE REGISTER CARRIES A CLCWW166 LAYOUT HEADER -
0035vb*                WRITTEN ON THE NEW GENERATION, CHECKED ON THE OLD
00350e* 10/2026  RF    CARRY THE FINANCIAL LABEL ON THE REGISTER (FROM
00350f*                THE DAY'S DISBREQ FEED) AND WRITE EVERY MATCHED
00350g*                PAID ITEM TO THE OCCLEAR CLEARED-CHECK FILE FOR
00350h*                THE CLEARING-LAG FORECAST
000351* 10/2026  RF    COUNT EVERY REGISTER ITEM THE TABLE COULD NOT
000352*                HOLD (PASSED THROUGH UNMATCHED), PRINT THE TABLE
000353*                CAPACITY REPORT, AND END RC=12 WHEN ANY ITEM
000354*                COULD NOT BE HELD
00035a* 08/2026  RF    A PP-VOID-IND 'V' POSITIVE-PAY RECORD (STOP/
00035b*                VOID FEED) IS NOT AN ISSUE - IT CLEARS ANY
00035c*                MATCHING REGISTER ENTRY INSTEAD OF JOINING
000600      SELECT OC-EXCEPTION-FILE   ASSIGN TO OCEXCP
000610          ORGANIZATION IS SEQUENTIAL.
000620
00620a      SELECT DISB-REQ-FILE       ASSIGN TO DISBREQ
00620b          ORGANIZATION IS SEQUENTIAL.
00620c
00620d      SELECT CLEARED-ITEM-FILE   ASSIGN TO OCCLEAR
00620e          ORGANIZATION IS SEQUENTIAL.
00620f
000630      COPY C2INX004.
000640
000650  DATA DIVISION.
001100
001110      COPY CLCWW054.
001120
01120a  FD  DISB-REQ-FILE
01120b      BLOCK CONTAINS 0 RECORDS
01120c      RECORDING MODE IS F
01120d      LABEL RECORDS ARE STANDARD
01120e      DATA RECORD IS DISB-REQ-RCD.
01120f
01120g      COPY CLCWW027.
01120h
01120i  FD  CLEARED-ITEM-FILE
01120j      BLOCK CONTAINS 0 RECORDS
01120k      RECORDING MODE IS F
01120l      LABEL RECORDS ARE STANDARD
01120m      DATA RECORD IS CLEARED-ITEM-RCD.
01120n
01120o      COPY CLCWW162.
01120p
001130      COPY C2INX005.
001140
001150  WORKING-STORAGE SECTION.
001170      COPY C2INX003.
001180
001190      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
01190a
01190b      COPY CLCWW133.
001200
001210  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9140".
001220
001310          88  WS-REG-FOUND                VALUE "Y".
001320      05  WS-REG-OVERFLOW-SW      PIC X(01) VALUE "N".
001330          88  WS-REG-TABLE-OVERFLOW       VALUE "Y".
01330a      05  WS-DISB-EOF-SW          PIC X(01) VALUE "N".
01330b          88  WS-DISB-EOF                 VALUE "Y".
001340
001350  01  WS-COUNTERS.
001360      05  WS-REGISTER-CARRIED-IN  PIC 9(09) COMP VALUE ZERO.
001420      05  WS-OUTSTANDING-WRITTEN  PIC 9(09) COMP VALUE ZERO.
001430      05  WS-STALE-ITEMS          PIC 9(09) COMP VALUE ZERO.
00143a      05  WS-VOIDS-CLEARED        PIC 9(09) COMP VALUE ZERO.
00143b      05  WS-ISSUES-NO-LABEL      PIC 9(09) COMP VALUE ZERO.
00143c      05  WS-CLEARED-WRITTEN      PIC 9(09) COMP VALUE ZERO.
001440
001450  01  WS-OUTSTANDING-AMOUNT       PIC S9(13)V99 VALUE ZERO.
001460
001570          10  WS-REG-ISSUE-DATE       PIC 9(08).
001580          10  WS-REG-AMOUNT           PIC S9(10)V99.
001590          10  WS-REG-PAYEE-NAME       PIC X(40).
01590a          10  WS-REG-FIN-LABEL        PIC 9(04).
01590b          10  WS-REG-HOME-BR          PIC X(03).
001600
001610  77  WS-REG-COUNT                PIC 9(05) COMP VALUE ZERO.
001620  77  WS-REG-TABLE-MAX            PIC 9(05) COMP VALUE 10000.
01620a  77  WS-REG-DROPPED              PIC 9(07) COMP VALUE ZERO.
001630  77  WS-REG-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
001640  77  WS-REG-MATCHED-SUB          PIC 9(05) COMP VALUE ZERO.
001650  77  WS-REG-SEARCH-KEY           PIC X(11) VALUE SPACES.
001660
001670  77  WS-STALE-CUTOFF             PIC 9(08) VALUE ZERO.
01670a
01670b* THE FINANCIAL LABEL OF EACH CHECK ON TODAY'S DISBURSEMENT
01670c* FEED, BY ISSUING BRANCH AND ONSITE CHECK NUMBER - WHAT A
01670d* NEW ISSUE IS STAMPED WITH WHEN IT JOINS THE REGISTER.  A
01670e* FEED TOO LARGE FOR THE TABLE LEAVES THE REST UNLABELLED.
01670f  01  WS-LABEL-XREF-TABLE.
01670g      05  WS-LBX-ENTRY            OCCURS 5000 TIMES.
01670h          10  WS-LBX-KEY.
1670h1              15  WS-LBX-BR-CODE      PIC X(03).
1670h2              15  WS-LBX-CHK-NUM      PIC X(08).
01670i          10  WS-LBX-FIN-LABEL        PIC 9(04).
01670j
01670k  77  WS-LBX-COUNT                PIC 9(05) COMP VALUE ZERO.
01670l  77  WS-LBX-TABLE-MAX            PIC 9(05) COMP VALUE 5000.
01670m  77  WS-LBX-DROPPED              PIC 9(07) COMP VALUE ZERO.
01670n  77  WS-LBX-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
01670o  77  WS-LBX-MATCHED-SUB          PIC 9(05) COMP VALUE ZERO.
01670p  77  WS-ISSUE-FIN-LABEL          PIC 9(04) VALUE ZERO.
001680
001690* EDITED WORK LINE FOR THE OUTSTANDING DOLLAR TOTAL ON SYSOUT.
001700  01  WS-GRAND-TOTAL-LINE.
001880
001890      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001900
01905a      PERFORM 1500-LOAD-LABEL-XREF   THRU 1500-EXIT.
001910      PERFORM 2000-LOAD-REGISTER     THRU 2000-EXIT.
001920      PERFORM 2500-ADD-TODAYS-ISSUES THRU 2500-EXIT.
001930      PERFORM 3000-MATCH-PAID-ITEMS  THRU 3000-EXIT.
002100      END-IF.
002110
002120      OPEN OUTPUT OC-REGISTER-OUT-FILE.
0021va      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0021vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0021vc      WRITE OC-REGISTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
002130      OPEN OUTPUT OC-EXCEPTION-FILE.
02130a      OPEN OUTPUT CLEARED-ITEM-FILE.
002140
002150  1000-EXIT.
002160      EXIT.
002170
02170a* 1500-LOAD-LABEL-XREF
02170b*   LOADS THE FINANCIAL LABEL OF EVERY CHECK ON TODAY'S
02170c*   DISBURSEMENT FEED - THE SAME FEED CCCW9100 BUILT TODAY'S
02170d*   POSITIVE-PAY ISSUES FROM.  THE FEED'S BATCH HEADER AND
02170e*   TRAILER ARE PASSED OVER.
02170f  1500-LOAD-LABEL-XREF.
02170g
02170h      OPEN INPUT DISB-REQ-FILE.
02170i
02170j      PERFORM 1510-LOAD-LABEL-RCD THRU 1510-EXIT
02170k          UNTIL WS-DISB-EOF.
02170l
02170m      CLOSE DISB-REQ-FILE.
02170n
02170o  1500-EXIT.
02170p      EXIT.
02170q
02170r  1510-LOAD-LABEL-RCD.
02170s
02170t      READ DISB-REQ-FILE
02170u          AT END
02170v              MOVE "Y" TO WS-DISB-EOF-SW
02170w              GO TO 1510-EXIT
02170x      END-READ.
02170y
02170z      IF DISB-REQ-RCD (1:10) = LOW-VALUES
0217A1          OR DISB-REQ-RCD (1:10) = HIGH-VALUES
0217A2          GO TO 1510-EXIT
0217A3      END-IF.
0217A4
0217A5      IF WS-LBX-COUNT NOT < WS-LBX-TABLE-MAX
0217A6          ADD 1 TO WS-LBX-DROPPED
0217A7          GO TO 1510-EXIT
0217A8      END-IF.
0217A9
0217B1      ADD 1 TO WS-LBX-COUNT.
0217B2      MOVE DISB-ISSUING-BR-CODE  TO WS-LBX-BR-CODE (WS-LBX-COUNT).
0217B3      MOVE DISB-ONSITE-CHK-NUM   TO WS-LBX-CHK-NUM (WS-LBX-COUNT).
0217B4      IF DISB-FIN-LABEL-CODE NUMERIC
0217B5          MOVE DISB-FIN-LABEL-CODE
0217B6                          TO WS-LBX-FIN-LABEL (WS-LBX-COUNT)
0217B7      ELSE
0217B8          MOVE ZERO       TO WS-LBX-FIN-LABEL (WS-LBX-COUNT)
0217B9      END-IF.
0217C1
0217C2  1510-EXIT.
0217C3      EXIT.
0217C4
002180* 2000-LOAD-REGISTER
002190*   LOADS THE PRIOR GENERATION OF THE OUTSTANDING-CHECK
002200*   REGISTER INTO WS-REGISTER-TABLE.  OVERFLOW IS REPORTED
002230  2000-LOAD-REGISTER.
002240
002250      OPEN INPUT OC-REGISTER-IN-FILE.
0022va      PERFORM 2005-CHECK-REGISTER-LAYOUT THRU 2005-EXIT.
002260
002270      PERFORM 2010-LOAD-REGISTER-RCD THRU 2010-EXIT
002280          UNTIL WS-REGISTER-EOF
002420
002430  2000-EXIT.
002440      EXIT.
0024va
0024vb* 2005-CHECK-REGISTER-LAYOUT
0024vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0024vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0024ve*   READ SEES END OF FILE.
0024vf  2005-CHECK-REGISTER-LAYOUT.
0024vg
0024vh      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0024vi      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0024vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0024vk      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0024vl          AT END
0024vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0024vn      END-READ.
0024vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0024vp
0024vq      IF WS-LV-FILE-EMPTY
0024vr          CLOSE OC-REGISTER-IN-FILE
0024vs          OPEN INPUT OC-REGISTER-IN-FILE
0024vt      END-IF.
0024vu
0024vv  2005-EXIT.
0024vw      EXIT.
002450
002460  2010-LOAD-REGISTER-RCD.
002470
002570      MOVE OC-ISSUE-DATE      TO WS-REG-ISSUE-DATE (WS-REG-COUNT).
002580      MOVE OC-DISB-AMOUNT     TO WS-REG-AMOUNT (WS-REG-COUNT).
002590      MOVE OC-PAYEE-NAME      TO WS-REG-PAYEE-NAME (WS-REG-COUNT).
02590a*   AN ITEM CARRIED FROM BEFORE THE LABEL WAS KEPT HAS SPACES
02590b*   THERE - LABEL NOT KNOWN.
02590c      IF OC-FIN-LABEL-CODE NUMERIC
02590d          MOVE OC-FIN-LABEL-CODE
2590d1                          TO WS-REG-FIN-LABEL (WS-REG-COUNT)
02590e      ELSE
02590f          MOVE ZERO           TO WS-REG-FIN-LABEL (WS-REG-COUNT)
02590g      END-IF.
02590h      MOVE OC-HOME-BR-CODE    TO WS-REG-HOME-BR (WS-REG-COUNT).
002600      ADD 1 TO WS-REGISTER-CARRIED-IN.
002610
002620  2010-EXIT.
002780      MOVE OC-REGISTER-RCD        TO OC-REGISTER-OUT-RCD.
002790      WRITE OC-REGISTER-OUT-RCD.
002800      ADD 1 TO WS-OUTSTANDING-WRITTEN.
02800a      ADD 1 TO WS-REG-DROPPED.
002810
002820  2020-EXIT.
002830      EXIT.
00307e          GO TO 2510-EXIT
00307f      END-IF.
00307g
00307h      PERFORM 2530-FIND-ISSUE-LABEL THRU 2530-EXIT.
00307i
003080      IF WS-REG-COUNT < WS-REG-TABLE-MAX
003090          ADD 1 TO WS-REG-COUNT
003100          MOVE PP-ISSUING-BR-CODE
003170                          TO WS-REG-AMOUNT (WS-REG-COUNT)
003180          MOVE PP-PAYEE-NAME
003190                          TO WS-REG-PAYEE-NAME (WS-REG-COUNT)
03190a          MOVE WS-ISSUE-FIN-LABEL
03190b                          TO WS-REG-FIN-LABEL (WS-REG-COUNT)
03190c          MOVE SPACES     TO WS-REG-HOME-BR (WS-REG-COUNT)
003200          ADD 1 TO WS-ISSUES-ADDED
003210      ELSE
003220          MOVE "Y" TO WS-REG-OVERFLOW-SW
03220a          ADD 1 TO WS-REG-DROPPED
003230          MOVE SPACES                 TO OC-REGISTER-RCD
003240          MOVE PP-ISSUING-BR-CODE     TO OC-ISSUING-BR-CODE
003250          MOVE PP-ONSITE-CHK-NUM      TO OC-ONSITE-CHK-NUM
003260          MOVE PP-ISSUE-DATE          TO OC-ISSUE-DATE
003270          MOVE PP-DISB-AMOUNT         TO OC-DISB-AMOUNT
003280          MOVE PP-PAYEE-NAME          TO OC-PAYEE-NAME
03280a          MOVE WS-ISSUE-FIN-LABEL     TO OC-FIN-LABEL-CODE
003290          MOVE OC-REGISTER-RCD        TO OC-REGISTER-OUT-RCD
003300          WRITE OC-REGISTER-OUT-RCD
003310          ADD 1 TO WS-OUTSTANDING-WRITTEN
00335x
00335y  2520-EXIT.
00335z      EXIT.
0335z1
0335z2* 2530-FIND-ISSUE-LABEL
0335z3*   THE FINANCIAL LABEL OF TODAY'S ISSUE FROM THE DISBURSEMENT
0335z4*   FEED CROSS-REFERENCE, ZERO (AND COUNTED) WHEN THE CHECK IS
0335z5*   NOT ON IT.
0335z6  2530-FIND-ISSUE-LABEL.
0335z7
0335z8      MOVE PP-ISSUING-BR-CODE     TO WS-REG-SEARCH-KEY (1:3).
0335z9      MOVE PP-ONSITE-CHK-NUM      TO WS-REG-SEARCH-KEY (4:8).
0335y1
0335y2      MOVE ZERO TO WS-LBX-MATCHED-SUB.
0335y3      MOVE ZERO TO WS-ISSUE-FIN-LABEL.
0335y4
0335y5      PERFORM 2540-SEARCH-LABEL-XREF THRU 2540-EXIT
0335y6          VARYING WS-LBX-TBL-SUB FROM 1 BY 1
0335y7          UNTIL WS-LBX-TBL-SUB > WS-LBX-COUNT
0335y8             OR WS-LBX-MATCHED-SUB > ZERO.
0335y9
0335x1      IF WS-LBX-MATCHED-SUB > ZERO
0335x2          MOVE WS-LBX-FIN-LABEL (WS-LBX-MATCHED-SUB)
0335x3                                  TO WS-ISSUE-FIN-LABEL
0335x4      END-IF.
0335x5
0335x6      IF WS-ISSUE-FIN-LABEL = ZERO
0335x7          ADD 1 TO WS-ISSUES-NO-LABEL
0335x8      END-IF.
0335x9
0335w1  2530-EXIT.
0335w2      EXIT.
0335w3
0335w4  2540-SEARCH-LABEL-XREF.
0335w5
0335w6      IF WS-LBX-KEY (WS-LBX-TBL-SUB) = WS-REG-SEARCH-KEY
0335w7          MOVE WS-LBX-TBL-SUB TO WS-LBX-MATCHED-SUB
0335w8      END-IF.
0335w9
0335v1  2540-EXIT.
0335v2      EXIT.
003360
003370* 3000-MATCH-PAID-ITEMS
003380*   MATCHES THE BANK'S PAID-ITEMS FEED AGAINST THE REGISTER
003810                  WS-REG-AMOUNT (WS-REG-MATCHED-SUB)
003820              PERFORM 3030-WRITE-MISMATCH THRU 3030-EXIT
003830          END-IF
03830a          PERFORM 3050-WRITE-CLEARED THRU 3050-EXIT
003840          MOVE SPACES TO WS-REG-KEY (WS-REG-MATCHED-SUB)
003850      ELSE
003860          PERFORM 3040-WRITE-NOT-ISSUED THRU 3040-EXIT
004290
004300  3040-EXIT.
004310      EXIT.
04310a
04310b* 3050-WRITE-CLEARED
04310c*   RECORDS THE MATCHED ITEM'S ISSUE AND PAID DATES ON THE
04310d*   CLCWW162 CLEARED-CHECK FILE BEFORE THE REGISTER ENTRY IS
04310e*   CLEARED - THE RAW MATERIAL OF THE CLEARING-LAG HISTORY.
04310f  3050-WRITE-CLEARED.
04310g
04310h      MOVE SPACES                 TO CLEARED-ITEM-RCD.
04310i      MOVE PD-ISSUING-BR-CODE     TO CI-ISSUING-BR-CODE.
04310j      MOVE PD-ONSITE-CHK-NUM      TO CI-ONSITE-CHK-NUM.
04310k      MOVE WS-REG-FIN-LABEL (WS-REG-MATCHED-SUB)
04310l                               TO CI-FIN-LABEL-CODE.
04310m      MOVE WS-REG-ISSUE-DATE (WS-REG-MATCHED-SUB)
04310n                               TO CI-ISSUE-DATE.
04310o      MOVE PD-PAID-DATE           TO CI-PAID-DATE.
04310p      MOVE PD-PAID-AMOUNT         TO CI-PAID-AMOUNT.
04310q      WRITE CLEARED-ITEM-RCD.
04310r      ADD 1 TO WS-CLEARED-WRITTEN.
04310s
04310t  3050-EXIT.
04310u      EXIT.
004320
004330* 4000-WRITE-REGISTER
004340*   WRITES EVERY TABLE ENTRY STILL CARRYING A KEY (NOT
004640                               TO OC-DISB-AMOUNT.
004650      MOVE WS-REG-PAYEE-NAME (WS-REG-TBL-SUB)
004660                               TO OC-PAYEE-NAME.
04660a      MOVE WS-REG-FIN-LABEL (WS-REG-TBL-SUB)
04660b                               TO OC-FIN-LABEL-CODE.
04660c      MOVE WS-REG-HOME-BR (WS-REG-TBL-SUB)
04660d                               TO OC-HOME-BR-CODE.
004670
004680      IF WS-STALE-CUTOFF > ZERO
004690          AND WS-REG-ISSUE-DATE (WS-REG-TBL-SUB)
00520c      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00520d      PERFORM 8999-WRITE-SYSOUT.
00520e
00520f      MOVE "ISSUES WITH NO FIN LABEL:" TO SCR-LITERAL.
00520g      MOVE WS-ISSUES-NO-LABEL     TO SCR-COUNT.
00520h      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00520i      PERFORM 8999-WRITE-SYSOUT.
00520j
00520k      MOVE "CLEARED CHECKS WRITTEN:" TO SCR-LITERAL.
00520l      MOVE WS-CLEARED-WRITTEN     TO SCR-COUNT.
00520m      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00520n      PERFORM 8999-WRITE-SYSOUT.
00520o
005210      MOVE "STALE ITEMS FLAGGED:"  TO SCR-LITERAL.
005220      MOVE WS-STALE-ITEMS         TO SCR-COUNT.
005230      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005280      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
005290      PERFORM 8999-WRITE-SYSOUT.
005300
05300a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
05300b
05300c      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
05300d
005310      COPY C2INZ003.
005320
005330      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005340
005350  8000-EXIT.
005360      EXIT.
05360a
05360b* 8980-NOTE-TABLE-CAPACITY
05360c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05360d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05360e*   DROPPED ENTRY ENDS THE RUN RC=12.
05360f  8980-NOTE-TABLE-CAPACITY.
05360g
05360h      MOVE "OUTSTANDING CHECKS"     TO TC-NOTE-NAME.
05360i      MOVE WS-REG-TABLE-MAX         TO TC-NOTE-LIMIT.
05360j      MOVE WS-REG-COUNT             TO TC-NOTE-HIGH.
05360k      MOVE WS-REG-DROPPED           TO TC-NOTE-DROPPED.
05360l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
5360l1
5360l2      MOVE "FEED LABEL XREF"        TO TC-NOTE-NAME.
5360l3      MOVE WS-LBX-TABLE-MAX         TO TC-NOTE-LIMIT.
5360l4      MOVE WS-LBX-COUNT             TO TC-NOTE-HIGH.
5360l5      MOVE WS-LBX-DROPPED           TO TC-NOTE-DROPPED.
5360l6      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05360m
05360n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05360o
05360p      IF TC-TABLE-OVERFLOW
05360q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05360r      END-IF.
05360s
05360t  8980-EXIT.
05360u      EXIT.
005370
05370a      COPY CLCWW134.
05370b
0053va      COPY CLCWW167.
0053vb
005380      COPY C2INZ002.
005390
005400      COPY C2INZ004.
005420      COPY C2INZ005.
005430
005440      OC-EXCEPTION-FILE
05440a      CLEARED-ITEM-FILE
005450      RUN-HISTORY-FILE.
005460
005470  9999-EXIT.
