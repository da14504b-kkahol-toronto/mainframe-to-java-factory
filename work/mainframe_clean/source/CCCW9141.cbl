000270*              THE POSITIVE-PAY RECORD GIVES THE BANK THE
000280*              OLD/NEW LINKAGE.  AN OLD/NEW CROSS-REFERENCE
000290*              REGISTER IS PRINTED FOR EVERY REISSUE.
00290a*              A CHECK THE BANK HAS PAID IS ACCEPTED ONLY ONCE
00290b*              CCCW9213 HAS APPROVED A FORGED-ENDORSEMENT OR
00290c*              NON-RECEIPT CLAIM ON IT ('FC' EXCLUSION ON SVRTN).
00290d*              A TRANSACTION WITH NO REPLACEMENT NUMBER IS FED
00290e*              FOR CENTRAL PRINTING (DISB-CENTRAL-IND "C") -
00290f*              RUN CCCW9215 ON THE FEED BEFORE CCCW9100 SEES IT.
000260*
000270******************************************************************
000280*                      MODIFICATION HISTORY
00032K*                EXACTLY THE STOPPED-THEN-REISSUED CASE, AND
00032L*                ZERO-STAGING PLUS THE SV EXCLUSION DROPPED
00032M*                THE PAYMENT FROM THE 1099 ENTIRELY
0032Ma* 10/2026  RF    COUNT REISSUE TRANSACTIONS THE TABLE COULD NOT
0032Mb*                HOLD INSTEAD OF STOPPING THE LOAD, PRINT THE
0032Mc*                TABLE CAPACITY REPORT, AND END RC=12 (WAS RC=8)
0032Md*                WHEN ANY TRANSACTION WAS DROPPED
0032Me* 10/2026  RF    ACCEPT AN ORIGINAL ESCHEATED OFF THE REGISTER
0032Mf*                ('ES' HISTORY ON SVRTN) SO A RECLAIMED OWNER
0032Mg*                CLAIM CAN BE PAID BY REISSUE
0032Mh* 10/2026  RF    BLANK THE FEED HEADER/TRAILER TO THE WIDENED
0032Mi*                366-BYTE CLCWW027 RECORD
0032va* 10/2026  RF    THE REGISTER CARRIES A CLCWW166 LAYOUT HEADER -
0032vb*                CHECKED BEFORE IT IS READ
0032vc* 10/2026  RF    WIDEN THE DISBURSEMENT HEADER/TRAILER FILLERS FOR
0032vd*                THE FOREIGN-ADDRESS FIELDS.
0032ve* 10/2026  RF    A REISSUE FOR A U.S. PERSON AT A FOREIGN ADDRESS
0032vf*                CARRIES DISB-FOREIGN-IND "U" AND THE COUNTRY,
0032vg*                PROVINCE AND POSTAL CODE
0032vh* 10/2026  RF    ACCEPT A PAID ORIGINAL WITH AN APPROVED FORGED-
0032vi*                ENDORSEMENT OR NON-RECEIPT CLAIM ('FC' HISTORY
0032vj*                ON SVRTN, WRITTEN BY CCCW9213)
0032vk* 10/2026  RF    A TRANSACTION WITH NO REPLACEMENT NUMBER FEEDS
0032vl*                THE REISSUE (AND ITS INTEREST CHECK) WITH
0032vm*                DISB-CENTRAL-IND "C" FOR THE CENTRAL PRINT RUN
0032vn*                (CCCW9215) TO NUMBER AND PRINT
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
001090      COPY C2INX003.
001100
001110      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
001120
001122      COPY CLCWW110.
01122a
01122b      COPY CLCWW133.
001124
001130  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9141".
001140
001460
001470  77  WS-REI-COUNT                PIC 9(03) COMP VALUE ZERO.
001480  77  WS-REI-TABLE-MAX            PIC 9(03) COMP VALUE 500.
01480a  77  WS-REI-DROPPED              PIC 9(07) COMP VALUE ZERO.
001490  77  WS-REI-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001500  77  WS-REI-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001510  77  WS-REI-SEARCH-KEY           PIC X(11) VALUE SPACES.
001940
001950      OPEN INPUT REISSUE-TRAN-FILE.
001960      PERFORM 1100-LOAD-TRAN THRU 1100-EXIT
001970          UNTIL WS-TRAN-EOF.
001980      IF WS-REI-DROPPED > ZERO
001990          MOVE "*REISSUE TABLE FULL, DROPPED:" TO SCR-LITERAL
002000          MOVE WS-REI-DROPPED         TO SCR-COUNT
002010          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002020          PERFORM 8999-WRITE-SYSOUT
002030      END-IF.
002060      CLOSE REISSUE-TRAN-FILE.
002070
002080*   THE FEED GETS THE SAME BATCH HEADER CCCW9100 PROVES.
002090      MOVE LOW-VALUES             TO DISB-BATCH-HDR.
002100      MOVE LOW-VALUES             TO DISB-LOW-VALUE-HDR.
002110      MOVE SWA-CURRENT-CCYY-DATE  TO DISB-FEED-DATE.
002120      MOVE SPACES                 TO DISB-BATCH-HDR (19:368).
002130      WRITE DISB-BATCH-HDR.
002140
002150  1000-EXIT.
002230              GO TO 1100-EXIT
002240      END-READ.
002250
02250a      IF WS-REI-COUNT NOT < WS-REI-TABLE-MAX
02250b          ADD 1 TO WS-REI-DROPPED
02250c          GO TO 1100-EXIT
02250d      END-IF.
02250e
002260      ADD 1 TO WS-REI-COUNT.
002270      MOVE REI-ISSUING-BR-CODE
002280          TO WS-REI-BR-CODE (WS-REI-COUNT).
002450  2000-VALIDATE-REGISTER.
002460
002470      OPEN INPUT OC-REGISTER-FILE.
0024va      PERFORM 2005-CHECK-REGISTER-LAYOUT THRU 2005-EXIT.
002480      PERFORM 2100-MATCH-REGISTER-RCD THRU 2100-EXIT
002490          UNTIL WS-OCREG-EOF.
002500      CLOSE OC-REGISTER-FILE.
002510
002520  2000-EXIT.
002530      EXIT.
0025va
0025vb* 2005-CHECK-REGISTER-LAYOUT
0025vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0025vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0025ve*   READ SEES END OF FILE.
0025vf  2005-CHECK-REGISTER-LAYOUT.
0025vg
0025vh      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0025vi      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0025vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0025vk      READ OC-REGISTER-FILE INTO LAYOUT-HEADER-RCD
0025vl          AT END
0025vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0025vn      END-READ.
0025vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0025vp
0025vq      IF WS-LV-FILE-EMPTY
0025vr          CLOSE OC-REGISTER-FILE
0025vs          OPEN INPUT OC-REGISTER-FILE
0025vt      END-IF.
0025vu
0025vv  2005-EXIT.
0025vw      EXIT.
002540
002550  2100-MATCH-REGISTER-RCD.
002560
02910d*   SITS ON THE CUMULATIVE FILE CCCW9100 EXTENDS - THAT IS
02910e*   EXACTLY THE STOPPED-THEN-REISSUED CASE, SO IT IS
02910f*   ACCEPTED, WITH THE AMOUNT TAKEN FROM THE STAGED DETAIL.
02910A*   AN ITEM CCCW9145 ESCHEATED LEAVES THE REGISTER THE SAME
02910B*   WAY WITH AN 'ES' EXCLUSION (SVRTN CARRIES THOSE
02910C*   GENERATIONS TOO) - ONCE CCCW9146 RECLAIMS IT FROM THE
02910D*   STATE THE OWNER IS PAID BY REISSUE ON THE SAME TERMS.
02910E*   A PAID CHECK WAS NEVER ON THE REGISTER AT ALL; WHEN
02910F*   CCCW9213 APPROVES A CLAIM ON IT THE 'FC' EXCLUSION IT
02910G*   WRITES (ALSO ON SVRTN) LETS THE REPLACEMENT THROUGH, AND
02910H*   THE SAME EXCLUSION TAKES THE ORIGINAL OUT OF THE 1099.
02910g  2500-SCAN-SV-HISTORY.
02910h
02910i      OPEN INPUT SV-HISTORY-FILE.
02910w      END-READ.
02910x
02910y      IF BKR-RETURN-REASON-CODE NOT = "SV"
0291yA      AND BKR-RETURN-REASON-CODE NOT = "ES"
0291yB      AND BKR-RETURN-REASON-CODE NOT = "FC"
02910z          GO TO 2510-EXIT
0291Aa      END-IF.
0291Ab
003460      MOVE TEN99-ISSUING-BR-CODE-DATA TO DISB-ISSUING-BR-CODE.
003470      MOVE WS-REI-NEW-CHK (WS-REI-MATCHED-SUB)
003480                              TO DISB-ONSITE-CHK-NUM.
03480a*   NO NUMBER ON THE TRANSACTION - THE CENTRAL PRINT RUN
03480b*   NUMBERS THE REPLACEMENT FROM THE CENTRAL STOCK.
03480c      IF WS-REI-NEW-CHK (WS-REI-MATCHED-SUB) = SPACES
03480d          MOVE "C"                TO DISB-CENTRAL-IND
03480e      END-IF.
003490      MOVE TEN99-NAME-DATA        TO DISB-NAME.
003500      MOVE TEN99-ADDRESS-LINE1-DATA TO DISB-ADDRESS-LINE1.
003510      MOVE TEN99-ADDRESS-LINE2-DATA TO DISB-ADDRESS-LINE2.
003700      MOVE TEN99-CURRENCY-CODE-DATA TO DISB-CURRENCY-CODE.
003710      MOVE SPACE                  TO DISB-FOREIGN-IND.
003720      MOVE SPACES                 TO DISB-COUNTRY-CODE.
0037va*   A U.S. PERSON AT A FOREIGN ADDRESS KEEPS IT ON THE
0037vb*   REPLACEMENT - CCCW9100 WOULD OTHERWISE STAGE THE REISSUE
0037vc*   WITH NO COUNTRY.
0037vd      IF TEN99-FOREIGN-ADDRESS
0037ve          MOVE "U"                TO DISB-FOREIGN-IND
0037vf          MOVE TEN99-COUNTRY-CODE-DATA
0037vg                              TO DISB-COUNTRY-CODE
0037vh          MOVE TEN99-PROVINCE-DATA
0037vi                              TO DISB-PROVINCE
0037vj          MOVE TEN99-POSTAL-CODE-DATA
0037vk                              TO DISB-POSTAL-CODE
0037vl      END-IF.
003730      MOVE "C"                    TO DISB-PAYMENT-METHOD.
003740      MOVE SPACES                 TO DISB-TRACE-NUM.
003750      MOVE "R"                    TO DISB-REISSUE-IND.
03840d*   1099-INT STREAM.  IT RIDES ITS OWN STOCK NUMBER
03840e*   (REI-INT-CHK-NUM) - SHARING THE REPLACEMENT'S NUMBER
03840f*   WOULD SUSPEND BOTH AS IN-RUN DUPLICATES IN CCCW9100.
3840fa*   A CENTRALLY PRINTED REPLACEMENT TAKES ITS INTEREST CHECK
3840fb*   TO THE CENTRAL PRINT RUN TOO WHEN NO NUMBER WAS GIVEN.
03840g      IF WS-REI-INT-AMT (WS-REI-MATCHED-SUB) > ZERO
3840ga          AND WS-REI-INT-CHK (WS-REI-MATCHED-SUB) = SPACES
3840g0          AND WS-REI-NEW-CHK (WS-REI-MATCHED-SUB) NOT = SPACES
3840gb          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
3840gc          STRING "  *NO INTEREST CHECK NUMBER - INTEREST"
3840gd                 " SKIPPED FOR " DELIMITED BY SIZE
3840gj      END-IF.
3840gk
3840gl      IF WS-REI-INT-AMT (WS-REI-MATCHED-SUB) > ZERO
3840gm          AND (WS-REI-INT-CHK (WS-REI-MATCHED-SUB) NOT = SPACES
3840g1           OR WS-REI-NEW-CHK (WS-REI-MATCHED-SUB) = SPACES)
3840gn          MOVE WS-REI-INT-CHK (WS-REI-MATCHED-SUB)
3840go                              TO DISB-ONSITE-CHK-NUM
3840g2          IF WS-REI-INT-CHK (WS-REI-MATCHED-SUB) = SPACES
3840g3              MOVE "C"            TO DISB-CENTRAL-IND
3840g4          ELSE
3840g5              MOVE SPACE          TO DISB-CENTRAL-IND
3840g6          END-IF
03840h          MOVE WS-REI-INT-AMT (WS-REI-MATCHED-SUB)
03840i                              TO DISB-AMOUNT
03840j          MOVE "20"               TO DISB-RSN-CODE
003860      MOVE TEN99-ISSUING-BR-CODE-DATA TO XRL-BR-CODE.
003870      MOVE WS-REI-OLD-CHK (WS-REI-MATCHED-SUB) TO XRL-OLD-CHK.
003880      MOVE WS-REI-NEW-CHK (WS-REI-MATCHED-SUB) TO XRL-NEW-CHK.
03880a      IF WS-REI-NEW-CHK (WS-REI-MATCHED-SUB) = SPACES
03880b          MOVE "CENTRAL"          TO XRL-NEW-CHK
03880c      END-IF.
003890      MOVE TEN99-NAME-DATA        TO XRL-NAME.
003900      MOVE WS-REI-REG-AMOUNT (WS-REI-MATCHED-SUB)
003910                              TO XRL-AMOUNT.
004045      COMPUTE DISB-TLR-RECORD-COUNT =
004046          WS-REISSUES-GENERATED + WS-INTEREST-GENERATED.
004060      MOVE WS-FEED-DOLLAR-TOTAL   TO DISB-TLR-DOLLAR-TOTAL.
004070      MOVE SPACES                 TO DISB-BATCH-TLR (35:352).
004080      WRITE DISB-BATCH-TLR.
004090
004100      PERFORM 7100-ACCOUNT-TRAN THRU 7100-EXIT
004616      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004617      PERFORM 8999-WRITE-SYSOUT.
004620
04620a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04620b
004630      COPY C2INZ003.
004640
004650      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004660
004670  8000-EXIT.
004680      EXIT.
04680a
04680b* 8980-NOTE-TABLE-CAPACITY
04680c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04680d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04680e*   DROPPED ENTRY ENDS THE RUN RC=12.
04680f  8980-NOTE-TABLE-CAPACITY.
04680g
04680h      MOVE "REISSUE TRANSACTIONS"   TO TC-NOTE-NAME.
04680i      MOVE WS-REI-TABLE-MAX         TO TC-NOTE-LIMIT.
04680j      MOVE WS-REI-COUNT             TO TC-NOTE-HIGH.
04680k      MOVE WS-REI-DROPPED           TO TC-NOTE-DROPPED.
04680l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04680m
04680n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04680o
04680p  8980-EXIT.
04680q      EXIT.
004690
004700* 8900-SET-RETURN-CODE
004710*   RC=0 CLEAN; RC=4 ANY TRANSACTION REFUSED OR UNMATCHED -
004720*   THE BRANCH MUST RESUBMIT OR RESEARCH IT.  RC=12 ANY
004730*   TRANSACTION THE TABLE COULD NOT HOLD (SEE THE CAPACITY
004740*   REPORT).
004750  8900-SET-RETURN-CODE.
004760
004770      MOVE ZERO TO RETURN-CODE.
004780
004785      IF WS-TRANS-NOT-ON-REG > ZERO
004790          OR WS-TRANS-NO-DETAIL > ZERO
004800          OR WS-INT-CHK-MISSING > ZERO
04800a          MOVE 4 TO RETURN-CODE
04800b      END-IF.
04800c
04800d      IF TC-TABLE-OVERFLOW
04800e          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04800f      END-IF.
004810
004820  8900-EXIT.
004830      EXIT.
004840
004842      COPY CLCWW111.
004844
04844a      COPY CLCWW134.
04844b
0048va      COPY CLCWW167.
0048vb
004850      COPY C2INZ002.
004860
004870      COPY C2INZ004.
