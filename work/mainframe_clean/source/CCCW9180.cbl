000200*              RE-MAIL QUEUE, TAKING THE SUPPRESSION OFF.
000210*              THE SUPPRESSION FILE IS THE DOCUMENTED DUE
000220*              DILIGENCE THE IRS EXPECTS - NOT A BOX IN THE
000230*              MAILROOM.  A CORRECTED ADDRESS FOR A PAYEE ON
000232*              THE CLCWW037 VENDOR MASTER ALSO GOES TO THE
000234*              MASTER AS AN ADDRESS-OF-RECORD (M) TRANSACTION
000236*              (CLCWW057, SOURCE 'R') FOR CCMR6330.
000240*
000250******************************************************************
000260*                      MODIFICATION HISTORY
000290* -------- ----  --------------------------------------------
000300* 08/2026  RF    NEW PROGRAM - RETURNED-MAIL PROCESSING AND
000310*                RE-MAIL QUEUE
00310a* 10/2026  RF    COUNT SUPPRESSIONS, TRANSACTIONS, AND BRANCHES
00310b*                THE TABLES COULD NOT HOLD (A DROPPED SUPPRESSION
00310c*                WAS LOST FROM THE NEW GENERATION), PRINT THE
00310d*                TABLE CAPACITY REPORT, AND END RC=12 WHEN ANY
00310e*                ENTRY WAS DROPPED
0031va* 10/2026  RF    WIDEN THE RECIPIENT-COPY RECORD IMAGES TO THE
0031vb*                360-BYTE CLCWW031 RECORD (FOREIGN ADDRESS).
0031vc* 10/2026  RF    A CORRECTED ADDRESS WITH A STATE RE-MAILS AS A
0031vd*                DOMESTIC PIECE - THE FOREIGN-ADDRESS FIELDS OF
0031ve*                THE RETURNED COPY ARE CLEARED
0031vf* 10/2026  RF    CARRY THE HOME BRANCH (BA-HOME-BR-CODE) OF A
0031vg*                CONSOLIDATED BRANCH'S CHARGE FORWARD
0031vh* 10/2026  RF    WRITE A CLCWW057 ADDRESS-OF-RECORD TRANSACTION
0031vi*                (VMTRANS) FOR A CORRECTED ADDRESS THAT CHANGES
0031vj*                A VENDOR'S ADDRESS OF RECORD
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000560
000570      SELECT REMAIL-QUEUE-FILE   ASSIGN TO REMAILQ
000580          ORGANIZATION IS SEQUENTIAL.
000582
000584      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000586          ORGANIZATION IS SEQUENTIAL.
000588
00058A      SELECT VM-TRAN-FILE        ASSIGN TO VMTRANS
00058B          ORGANIZATION IS SEQUENTIAL.
000590
000600      COPY C2INX004.
000610
001140      LABEL RECORDS ARE STANDARD
001150      DATA RECORD IS REMAIL-QUEUE-RCD.
001160
001170  01  REMAIL-QUEUE-RCD              PIC X(360).
001172
001174  FD  VENDOR-MASTER-FILE
001176      BLOCK CONTAINS 0 RECORDS
001178      RECORDING MODE IS F
00117A      LABEL RECORDS ARE STANDARD
00117B      DATA RECORD IS VENDOR-MASTER-RCD.
00117C
00117D      COPY CLCWW037.
00117E
00117F  FD  VM-TRAN-FILE
00117G      BLOCK CONTAINS 0 RECORDS
00117H      RECORDING MODE IS F
00117I      LABEL RECORDS ARE STANDARD
00117J      DATA RECORD IS VM-TRAN-RCD.
00117K
00117L      COPY CLCWW057.
001180
001190      COPY C2INX005.
001200
001230      COPY C2INX003.
001240
001250      COPY C2INX006.
01250a
01250b      COPY CLCWW133.
01250c
01250d      COPY CLCWW166.
01250e
01250f      COPY CLCWW189.
001260
001270  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9180".
001280
001490      05  WS-TRANS-UNMATCHED      PIC 9(09) COMP VALUE ZERO.
001500      05  WS-BAD-CARRIED          PIC 9(09) COMP VALUE ZERO.
001510      05  WS-BAD-WRITTEN          PIC 9(09) COMP VALUE ZERO.
001512      05  WS-MASTER-TRANS-WRITTEN PIC 9(09) COMP VALUE ZERO.
001520
001530* RETURNED-MAIL TRANSACTIONS FOR THE CYCLE.
001540  01  WS-TRAN-TABLE.
001640
001650  77  WS-TRN-COUNT                PIC 9(04) COMP VALUE ZERO.
001660  77  WS-TRN-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
01660a  77  WS-TRN-DROPPED              PIC 9(07) COMP VALUE ZERO.
001670  77  WS-TRN-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001680  77  WS-TRN-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001690
001740          10  WS-BAD-ACCOUNT          PIC X(10).
001750          10  WS-BAD-BR-CODE          PIC X(03).
001760          10  WS-BAD-FLAG-DATE        PIC 9(08).
01760a          10  WS-BAD-HOME-BR          PIC X(03).
001770
001780  77  WS-BAD-COUNT                PIC 9(04) COMP VALUE ZERO.
001790  77  WS-BAD-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
01790a  77  WS-BAD-DROPPED              PIC 9(07) COMP VALUE ZERO.
001800  77  WS-BAD-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001810  77  WS-BAD-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001820
001880
001890  77  WS-BRR-COUNT-TOTAL          PIC 9(03) COMP VALUE ZERO.
001900  77  WS-BRR-TABLE-MAX            PIC 9(03) COMP VALUE 200.
01900a  77  WS-BRR-DROPPED              PIC 9(07) COMP VALUE ZERO.
001910  77  WS-BRR-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001920  77  WS-BRR-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001930
002270
002280      OPEN OUTPUT BAD-ADDRESS-OUT.
002290      OPEN OUTPUT REMAIL-QUEUE-FILE.
002292      OPEN OUTPUT VM-TRAN-FILE.
002300
002310      PERFORM 1100-LOAD-BAD-ADDRESSES THRU 1100-EXIT.
002320      PERFORM 1200-LOAD-TRANSACTIONS  THRU 1200-EXIT.
002322      PERFORM 9300-LOAD-ADDRESS-OF-RECORD THRU 9300-EXIT.
002330
002340      OPEN INPUT TEN99-RECIP-FILE.
002350
002410      OPEN INPUT BAD-ADDRESS-IN.
002420
002430      PERFORM 1110-LOAD-BAD-RCD THRU 1110-EXIT
002440          UNTIL WS-BAD-EOF.
002450
02450a      IF WS-BAD-DROPPED > ZERO
02450b          MOVE "*SUPPRESS TABLE FULL, DROPPED:" TO SCR-LITERAL
02450c          MOVE WS-BAD-DROPPED         TO SCR-COUNT
02450d          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
02450e          PERFORM 8999-WRITE-SYSOUT
02450f      END-IF.
002460
002470      CLOSE BAD-ADDRESS-IN.
002480
002570              GO TO 1110-EXIT
002580      END-READ.
002590
02590a      IF WS-BAD-COUNT NOT < WS-BAD-TABLE-MAX
02590b          ADD 1 TO WS-BAD-DROPPED
02590c          GO TO 1110-EXIT
02590d      END-IF.
02590e
002600      ADD 1 TO WS-BAD-COUNT.
002610      MOVE BA-ACCOUNT-NUMBER  TO WS-BAD-ACCOUNT (WS-BAD-COUNT).
002620      MOVE BA-ISSUING-BR-CODE TO WS-BAD-BR-CODE (WS-BAD-COUNT).
002630      MOVE BA-FLAG-DATE       TO WS-BAD-FLAG-DATE (WS-BAD-COUNT).
02630a      MOVE BA-HOME-BR-CODE    TO WS-BAD-HOME-BR (WS-BAD-COUNT).
002640      ADD 1 TO WS-BAD-CARRIED.
002650
002660  1110-EXIT.
002710      OPEN INPUT RETMAIL-TRAN-FILE.
002720
002730      PERFORM 1210-LOAD-TRAN-RCD THRU 1210-EXIT
002740          UNTIL WS-TRAN-EOF.
002750
002760      IF WS-TRN-DROPPED > ZERO
002770          MOVE "*TRAN TABLE FULL, DROPPED:" TO SCR-LITERAL
002780          MOVE WS-TRN-DROPPED         TO SCR-COUNT
002790          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002800          PERFORM 8999-WRITE-SYSOUT
002810      END-IF.
002830
002840      CLOSE RETMAIL-TRAN-FILE.
002850
002950      END-READ.
002960
002970      ADD 1 TO WS-TRANS-READ.
02970a
02970b      IF WS-TRN-COUNT NOT < WS-TRN-TABLE-MAX
02970c          ADD 1 TO WS-TRN-DROPPED
02970d          GO TO 1210-EXIT
02970e      END-IF.
2970ea
002980      ADD 1 TO WS-TRN-COUNT.
002990      MOVE RT-ACTION        TO WS-TRN-ACTION (WS-TRN-COUNT).
003000      MOVE RT-ACCOUNT-NUMBER TO WS-TRN-ACCOUNT (WS-TRN-COUNT).
003820          MOVE SPACES TO WS-BAD-BR-CODE (WS-BAD-COUNT)
003830          MOVE SWA-CURRENT-CCYY-DATE
003840              TO WS-BAD-FLAG-DATE (WS-BAD-COUNT)
03840a          MOVE SPACES TO WS-BAD-HOME-BR (WS-BAD-COUNT)
003850          ADD 1 TO WS-RETURNS-FLAGGED
03850a      ELSE
03850b          ADD 1 TO WS-BAD-DROPPED
003860      END-IF.
003870
003880  2300-EXIT.
004270          TO RCP-RECIPIENT-STATE.
004280      MOVE WS-TRN-ZIP (WS-TRN-MATCHED-SUB)
004290          TO RCP-RECIPIENT-ZIP.
0042va*   A CORRECTION THAT CARRIES A STATE IS A DOMESTIC ADDRESS -
0042vb*   THE RETURNED COPY'S FOREIGN ADDRESS DOES NOT FOLLOW IT.
0042vc      IF WS-TRN-STATE (WS-TRN-MATCHED-SUB) NOT = SPACES
0042vd          MOVE SPACE              TO RCP-FOREIGN-ADDR-IND
0042ve          MOVE SPACES             TO RCP-COUNTRY-CODE
0042vf          MOVE SPACES             TO RCP-PROVINCE
0042vg          MOVE SPACES             TO RCP-POSTAL-CODE
0042vh          MOVE SPACES             TO RCP-COUNTRY-NAME
0042vi      END-IF.
004300
004310      MOVE TEN99-RECIP-COPY-RCD   TO REMAIL-QUEUE-RCD.
004320      WRITE REMAIL-QUEUE-RCD.
004330      ADD 1 TO WS-REMAILS-RELEASED.
004332
004334      PERFORM 2410-WRITE-MASTER-ADDRESS THRU 2410-EXIT.
004340
004350      PERFORM 2310-FIND-BAD THRU 2310-EXIT.
004360      IF WS-BAD-FOUND
004390
004400  2400-EXIT.
004410      EXIT.
004412
004414* 2410-WRITE-MASTER-ADDRESS
004416*   A CORRECTED DOMESTIC ADDRESS FOR A PAYEE ON THE VENDOR
004418*   MASTER GOES ON TO THE MASTER AS AN ADDRESS-OF-RECORD
00441A*   TRANSACTION, UNLESS THE MASTER ALREADY HOLDS IT.
00441B  2410-WRITE-MASTER-ADDRESS.
00441C
00441D      IF WS-TRN-STATE (WS-TRN-MATCHED-SUB) = SPACES
00441E          OR RCP-RECIPIENT-TIN = SPACES
00441F          GO TO 2410-EXIT
00441G      END-IF.
00441H
00441I      MOVE RCP-RECIPIENT-TIN      TO WS-AR-SEARCH-TIN.
00441J      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
00441K
00441L      IF NOT WS-AR-VENDOR-FOUND
00441M          GO TO 2410-EXIT
00441N      END-IF.
00441O
00441P      MOVE SPACES                 TO WS-AR-KEYED-ADDRESS.
00441Q      MOVE WS-TRN-ADDRESS-LINE1 (WS-TRN-MATCHED-SUB)
00441R                              TO WS-AR-KEY-LINE1.
00441S      MOVE WS-TRN-ADDRESS-LINE2 (WS-TRN-MATCHED-SUB)
00441T                              TO WS-AR-KEY-LINE2.
00441U      MOVE WS-TRN-CITY (WS-TRN-MATCHED-SUB)
00441V                              TO WS-AR-KEY-CITY.
00441W      MOVE WS-TRN-STATE (WS-TRN-MATCHED-SUB)
00441X                              TO WS-AR-KEY-STATE.
00441Y      MOVE WS-TRN-ZIP (WS-TRN-MATCHED-SUB)
00441Z                              TO WS-AR-KEY-ZIP.
0044a0
0044a1      IF WS-AR-ADDRESS-ON-FILE
0044a2          PERFORM 9330-COMPARE-ADDRESS THRU 9330-EXIT
0044a3          IF NOT WS-AR-ADDRESS-DIFFERS
0044a4              GO TO 2410-EXIT
0044a5          END-IF
0044a6      END-IF.
0044a7
0044a8      MOVE SPACES                 TO VM-TRAN-RCD.
0044a9      MOVE "M"                    TO VT-ACTION.
0044b0      MOVE SWA-CURRENT-CCYY-DATE  TO VT-EFFECTIVE-DATE.
0044b1      MOVE RCP-RECIPIENT-TIN      TO VT-TIN.
0044b2      MOVE RCP-RECIPIENT-NAME     TO VT-NAME.
0044b3      MOVE "RETMAIL"              TO VT-USER-ID.
0044b4      MOVE ZERO                   TO VT-W9-DATE.
0044b5      MOVE WS-AR-KEYED-ADDRESS    TO VT-ADDRESS-OF-RECORD.
0044b6      MOVE "R"                    TO VT-ADDR-SOURCE.
0044b7      WRITE VM-TRAN-RCD.
0044b8      ADD 1 TO WS-MASTER-TRANS-WRITTEN.
0044b9
0044c0  2410-EXIT.
0044c1      EXIT.
004420
004430* 3000-RESOLVE-BRANCHES
004440*   ONE PASS OVER THE STAGING DETAIL TO PUT THE SOURCING
005090              MOVE TEN99-ISSUING-BR-CODE-DATA
005100                  TO WS-BRR-BR-CODE (WS-BRR-MATCHED-SUB)
005110              MOVE ZERO TO WS-BRR-COUNT (WS-BRR-MATCHED-SUB)
05110a          ELSE
05110b              ADD 1 TO WS-BRR-DROPPED
005120          END-IF
005130      END-IF.
005140
005810                              TO BA-ISSUING-BR-CODE.
005820      MOVE WS-BAD-FLAG-DATE (WS-BAD-TBL-SUB)
005830                              TO BA-FLAG-DATE.
05830a      MOVE WS-BAD-HOME-BR (WS-BAD-TBL-SUB)
05830b                              TO BA-HOME-BR-CODE.
005840      MOVE BAD-ADDRESS-RCD        TO BAD-ADDRESS-OUT-RCD.
005850      WRITE BAD-ADDRESS-OUT-RCD.
005860      ADD 1 TO WS-BAD-WRITTEN.
006240      MOVE WS-REMAILS-RELEASED    TO SCR-COUNT.
006250      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006260      PERFORM 8999-WRITE-SYSOUT.
006262
006264      MOVE "MASTER ADDRESS TRANS:" TO SCR-LITERAL.
006266      MOVE WS-MASTER-TRANS-WRITTEN TO SCR-COUNT.
006268      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00626A      PERFORM 8999-WRITE-SYSOUT.
006270
006280      MOVE "TRANSACTIONS UNMATCHED:" TO SCR-LITERAL.
006290      MOVE WS-TRANS-UNMATCHED     TO SCR-COUNT.
006400      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006410      PERFORM 8999-WRITE-SYSOUT.
006420
06420a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
06420b
006430      COPY C2INZ003.
006440
006450      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
006460
006470  8000-EXIT.
006480      EXIT.
0648aa
0648ab* 8980-NOTE-TABLE-CAPACITY
0648ac*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
0648ad*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
0648ae*   DROPPED ENTRY ENDS THE RUN RC=12.
0648af  8980-NOTE-TABLE-CAPACITY.
0648ag
0648ah      MOVE "RETURNED-MAIL TRANS"    TO TC-NOTE-NAME.
0648ai      MOVE WS-TRN-TABLE-MAX         TO TC-NOTE-LIMIT.
0648aj      MOVE WS-TRN-COUNT             TO TC-NOTE-HIGH.
0648ak      MOVE WS-TRN-DROPPED           TO TC-NOTE-DROPPED.
0648al      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0648am
0648an      MOVE "BAD-ADDRESS SUPPRESSION" TO TC-NOTE-NAME.
0648ao      MOVE WS-BAD-TABLE-MAX         TO TC-NOTE-LIMIT.
0648ap      MOVE WS-BAD-COUNT             TO TC-NOTE-HIGH.
0648aq      MOVE WS-BAD-DROPPED           TO TC-NOTE-DROPPED.
0648ar      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0648as
0648at      MOVE "BRANCH RETURN COUNTS"   TO TC-NOTE-NAME.
0648au      MOVE WS-BRR-TABLE-MAX         TO TC-NOTE-LIMIT.
0648av      MOVE WS-BRR-COUNT-TOTAL       TO TC-NOTE-HIGH.
0648aw      MOVE WS-BRR-DROPPED           TO TC-NOTE-DROPPED.
0648ax      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0648ay
0648c1      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
0648c2      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
0648c3      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
0648c4      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
0648c5      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0648c6
0648az      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
0648ba
0648bb      IF TC-TABLE-OVERFLOW
0648bc          MOVE TC-OVERFLOW-RC TO RETURN-CODE
0648bd      END-IF.
0648be
0648bf  8980-EXIT.
0648bg      EXIT.
006490
06490a      COPY CLCWW134.
06490b
06490c      COPY CLCWW167.
06490d
06490e      COPY CLCWW190.
06490f
006500      COPY C2INZ002.
006510
006520      COPY C2INZ004.
006560      TEN99-RECIP-FILE
006570      BAD-ADDRESS-OUT
006580      REMAIL-QUEUE-FILE
006582      VM-TRAN-FILE
006590      RUN-HISTORY-FILE.
006600
006610  9999-EXIT.
