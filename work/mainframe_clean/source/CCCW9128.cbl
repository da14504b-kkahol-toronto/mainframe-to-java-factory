000210*              END BUILD CONCATENATES WITH THE BANK RETURNS -
000220*              AND THE FULL DETAIL IS QUEUED ON THE HELD FILE
000230*              FOR THE RE-ISSUE DECISION.  A NOC QUEUES THE
000240*              CORRECTED ROUTING/ACCOUNT FOR THE RE-ISSUE AND
00240a*              SENDS IT TO CCCW9142 AS A BANKING UPDATE.
00240b*              PRENOTE RETURNS AND NOCS ("PN" TRACES) ARE
00240c*              CCCW9142'S AND ARE PASSED OVER HERE.
000250*              RETURNS MATCHING NO STAGED TRACE ARE REPORTED.
000260*
000270******************************************************************
000326*                EDITS), AND REFUSE THE REVERSAL RC=4 WHEN
000327*                THE STAGED ITEM HAS NO CHECK NUMBER - A
000328*                BLANK-KEYED EXCLUSION NETS THE WRONG RECORD
00328a* 10/2026  RF    KEEP READING PAST A FULL ACH FEED TABLE, COUNTING
00328b*                EVERY ITEM DROPPED, PRINT THE TABLE CAPACITY
00328c*                REPORT, AND END RC=12 (WAS 8) ON ANY DROP
00328d* 10/2026  RF    LEAVE PRENOTE ("PN" TRACE) FEED ITEMS TO CCCW9142
00328e*                AND SEND EVERY LIVE NOC TO IT AS A CLCWW147
00328f*                BANKING UPDATE, SO THE CORRECTED PAIR IS
00328g*                PRENOTED BEFORE THE NEXT ACH TO THE PAYEE
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000540
000550      SELECT ACH-NOC-QUEUE-RPT   ASSIGN TO ACHNOCQ
000560          ORGANIZATION IS SEQUENTIAL.
000561
000562      SELECT ACH-BANK-UPDATE-FILE ASSIGN TO ACHBKUPD
000563          ORGANIZATION IS SEQUENTIAL.
000570
000580      COPY C2INX004.
000590
001050      DATA RECORD IS ACH-NOC-QUEUE-RCD.
001060
001070  01  ACH-NOC-QUEUE-RCD             PIC X(133).
001071
001072* LIVE-NOC BANKING UPDATES FOR CCCW9142, IN THE PRENOTE
001073* MASTER LAYOUT.
001074  FD  ACH-BANK-UPDATE-FILE
001075      BLOCK CONTAINS 0 RECORDS
001076      RECORDING MODE IS F
001077      LABEL RECORDS ARE STANDARD
001078      DATA RECORD IS ACH-PRENOTE-RCD.
001079
00107A      COPY CLCWW147.
001080
001090      COPY C2INX005.
001100
001150      COPY C2INX006.
001152
001154      COPY CLCWW110.
01154a
01154b      COPY CLCWW133.
001160
001170  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9128".
001180
001310      05  WS-NOCS-QUEUED          PIC 9(09) COMP VALUE ZERO.
001320      05  WS-FEED-UNMATCHED       PIC 9(09) COMP VALUE ZERO.
001322      05  WS-RETURNS-REFUSED      PIC 9(09) COMP VALUE ZERO.
001324      05  WS-PRENOTE-ITEMS        PIC 9(09) COMP VALUE ZERO.
001326      05  WS-BANK-UPDATES         PIC 9(09) COMP VALUE ZERO.
001330
001340  01  WS-REVERSED-DOLLARS         PIC S9(13)V99 VALUE ZERO.
001350
001470
001480  77  WS-ACH-COUNT                PIC 9(04) COMP VALUE ZERO.
001490  77  WS-ACH-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01490a  77  WS-ACH-DROPPED              PIC 9(07) COMP VALUE ZERO.
001500  77  WS-ACH-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001510  77  WS-ACH-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001520
001910      OPEN EXTEND SV-EXCLUSION-FILE.
001920      OPEN EXTEND TEN99-HELD-FILE.
001930      OPEN OUTPUT ACH-NOC-QUEUE-RPT.
001935      OPEN OUTPUT ACH-BANK-UPDATE-FILE.
001940
001950      OPEN INPUT ACH-RETURN-FILE.
001960      PERFORM 1100-LOAD-ACH-RCD THRU 1100-EXIT
001970          UNTIL WS-ACH-EOF.
001990      IF WS-ACH-DROPPED > ZERO
002000          MOVE "*ACH FEED TABLE FULL, DROPPED:" TO SCR-LITERAL
002010          MOVE WS-ACH-DROPPED         TO SCR-COUNT
002020          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002030          PERFORM 8999-WRITE-SYSOUT
002050      END-IF.
002060      CLOSE ACH-RETURN-FILE.
002070
002160              GO TO 1100-EXIT
002170      END-READ.
002180
00218A*   A PRENOTE WAS NEVER STAGED - CCCW9142 WORKS ITS RETURN OR
00218B*   NOC AGAINST THE PRENOTE MASTER.
00218C      IF ACH-TRACE-NUM (1:2) = "PN"
00218D          ADD 1 TO WS-PRENOTE-ITEMS
00218E          GO TO 1100-EXIT
00218F      END-IF.
00218G
02180a      IF WS-ACH-COUNT NOT < WS-ACH-TABLE-MAX
02180b          ADD 1 TO WS-ACH-DROPPED
02180c          GO TO 1100-EXIT
02180d      END-IF.
02180e
002190      ADD 1 TO WS-ACH-COUNT.
002200      MOVE ACH-ENTRY-TYPE TO WS-ACH-TYPE (WS-ACH-COUNT).
002210      MOVE ACH-TRACE-NUM  TO WS-ACH-TRACE (WS-ACH-COUNT).
003320* 2300-QUEUE-NOC
003330*   THE PAYMENT WENT THROUGH BUT THE BANK CORRECTED THE
003340*   ROUTING/ACCOUNT - THE QUEUE LINE CARRIES WHAT THE NEXT
003350*   ISSUE TO THIS PAYEE MUST USE, AND THE BANKING UPDATE
003351*   KEYED BY THE CLEAR TIN TELLS CCCW9142 TO PRENOTE THE
003352*   CORRECTED PAIR BEFORE ANOTHER ACH GOES TO THE PAYEE.
003360  2300-QUEUE-NOC.
003370
003380      MOVE SPACES                 TO WS-NOC-LINE.
003460      MOVE WS-NOC-LINE            TO ACH-NOC-QUEUE-RCD.
003470      WRITE ACH-NOC-QUEUE-RCD.
003480      ADD 1 TO WS-NOCS-QUEUED.
003481
003482      MOVE SPACES                 TO ACH-PRENOTE-RCD.
003483      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
003484      PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT.
003485      MOVE TP-TIN-WORK            TO PN-TIN.
003486      MOVE "C"                    TO PN-STATUS.
003487      MOVE TEN99-NAME-DATA        TO PN-PAYEE-NAME.
003488      MOVE ZERO                   TO PN-PRENOTE-DATE.
003489      MOVE TEN99-TRACE-NUM        TO PN-PRENOTE-TRACE.
00348A      MOVE WS-ACH-DATE (WS-ACH-MATCHED-SUB) TO PN-STATUS-DATE.
00348B      MOVE WS-ACH-REASON (WS-ACH-MATCHED-SUB) TO PN-REASON-CODE.
00348C      MOVE WS-ACH-ROUTING (WS-ACH-MATCHED-SUB) TO PN-NEW-ROUTING.
00348D      MOVE WS-ACH-ACCOUNT (WS-ACH-MATCHED-SUB) TO PN-NEW-ACCOUNT.
00348E      WRITE ACH-PRENOTE-RCD.
00348F      ADD 1 TO WS-BANK-UPDATES.
003490
003500  2300-EXIT.
003510      EXIT.
004065      MOVE WS-RETURNS-REFUSED     TO SCR-COUNT.
004066      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004067      PERFORM 8999-WRITE-SYSOUT.
004068
004069      MOVE "PRENOTE ITEMS PASSED:"  TO SCR-LITERAL.
00406A      MOVE WS-PRENOTE-ITEMS       TO SCR-COUNT.
00406B      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00406C      PERFORM 8999-WRITE-SYSOUT.
00406D
00406E      MOVE "BANKING UPDATES WRITTEN:" TO SCR-LITERAL.
00406F      MOVE WS-BANK-UPDATES        TO SCR-COUNT.
00406G      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00406H      PERFORM 8999-WRITE-SYSOUT.
04067a
04067b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
004070
004080      COPY C2INZ003.
004090
004110
004120  8000-EXIT.
004130      EXIT.
04130a
04130b* 8980-NOTE-TABLE-CAPACITY
04130c*   NOTES THE ACH FEED TABLE'S HIGH-WATER MARK, LIMIT AND
04130d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
04130e  8980-NOTE-TABLE-CAPACITY.
04130f
04130g      MOVE "ACH RETURN/NOC FEED"    TO TC-NOTE-NAME.
04130h      MOVE WS-ACH-TABLE-MAX         TO TC-NOTE-LIMIT.
04130i      MOVE WS-ACH-COUNT             TO TC-NOTE-HIGH.
04130j      MOVE WS-ACH-DROPPED           TO TC-NOTE-DROPPED.
04130k      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04130l
04130m      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04130n
04130o  8980-EXIT.
04130p      EXIT.
004140
004150* 8900-SET-RETURN-CODE
004160*   RC=0 CLEAN; RC=4 ANY UNMATCHED FEED ITEM OR REFUSED
004170*   REVERSAL - SOMEONE MUST LOOK BEFORE TOMORROW'S FEED
004180*   BURIES IT.  RC=12 ANY FEED ITEM THE TABLE COULD NOT HOLD
04180a*   (SEE THE CAPACITY REPORT).
004190  8900-SET-RETURN-CODE.
004200
004210      MOVE ZERO TO RETURN-CODE.
004220
004225      IF WS-FEED-UNMATCHED > ZERO
004230          OR WS-RETURNS-REFUSED > ZERO
004240          MOVE 4 TO RETURN-CODE
04240a      END-IF.
04240b
04240c      IF TC-TABLE-OVERFLOW
04240d          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04240e      END-IF.
004250
004260  8900-EXIT.
004270      EXIT.
004280
004282      COPY CLCWW111.
004284
04284a      COPY CLCWW134.
04284b
004290      COPY C2INZ002.
004300
004310      COPY C2INZ004.
004360      SV-EXCLUSION-FILE
004370      TEN99-HELD-FILE
004380      ACH-NOC-QUEUE-RPT
004385      ACH-BANK-UPDATE-FILE
004390      RUN-HISTORY-FILE.
004400
004410  9999-EXIT.
