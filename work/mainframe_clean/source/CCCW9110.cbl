000300******************************************************************
000310* DATE     INIT  DESCRIPTION
000320* -------- ----  --------------------------------------------
0003vm* 10/2026  RF    CLEAR THE HOME BRANCH OF A CONSOLIDATED BRANCH'S
0003vn*                HELD RECORD ON RELEASE - STAGING CARRIES ONLY
0003vo*                THE BRANCH THAT ISSUED THE CHECK
0003vj* 10/2026  RF    KEEP HELD THE RECORD OF A VENDOR DEACTIVATED ON
0003vk*                THE CLCWW037 MASTER UNTIL IT IS REACTIVATED
0003vl*                WITH A NEW W-9, AS CCCW9100 HOLDS IT
0003vf* 10/2026  RF    CARRY THE FOREIGN-ADDRESS INDICATOR, COUNTRY,
0003vg*                PROVINCE AND POSTAL CODE ONTO THE YTD RECORD
0003vh* 10/2026  RF    WIDEN THE HELD-RECORD IMAGE TO THE 468-BYTE
0003vi*                CLCWW041 RECORD (FOREIGN-ADDRESS TAIL).
0003vc* 10/2026  RF    NEVER RELEASE A HELD RECORD WHOSE TAX YEAR HAS
0003vd*                BEEN CLOSED BY CCCW9201 (FILSTAT, CLCWW169/170) -
0003ve*                IT STAYS HELD FOR THE CORRECTIONS PROCESS
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON VNDRMSTR AND
0003vb*                W9SOLI
03209a* 10/2026  RF    CARRY THE RELEASED RECORD'S REASON CODE ON THE
03209b*                YTD POSITION (CLCWW014) THE SAME WAY CCCW9100
03209c*                DOES
0320aa* 10/2026  RF    LOG EVERY CORRECTION APPLIED TO A HELD RECORD
0320ab*                (CLCWW158 - BRANCH, HELD DATE, CORRECTION DATE,
0320ac*                OUTCOME) FOR THE CCCW9197 BRANCH SCORECARD
00320a* 10/2026  RF    COUNT EVERY CORRECTION, VENDOR, AND SOLICITATION
00320b*                ENTRY THE IN-MEMORY TABLES COULD NOT HOLD, PRINT
00320c*                THE TABLE CAPACITY REPORT, AND END RC=12 WHEN ANY
00320d*                ENTRY WAS DROPPED
000321* 10/2026  RF    ADD EACH RELEASED RECORD TO THE STAGING
000322*                GENERATION CATALOG (CLCWW129-131) AS AN APPEND
000323*                GENERATION ON TOP OF THE CATALOG HEAD
000301* 09/2026  RF    PROTECT THE RELEASED RECORD'S TIN AT REST
000302*                (CLCWW110/111 SCHEME) - THE RE-EDITS RUN ON
000303*                THE CLEAR CORRECTED VALUE, THE STAGING WRITE
00061d          ACCESS MODE IS DYNAMIC
00061e          RECORD KEY IS TEN99-YTD-KEY
00061f          FILE STATUS IS WS-YTD-FILE-STATUS.
00061g
00061h      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00061i          ORGANIZATION IS SEQUENTIAL.
0061ia
0061ib      SELECT TEN99-CORR-LOG-FILE ASSIGN TO TEN99CLG
0061ic          ORGANIZATION IS SEQUENTIAL.
0061id
0061ie      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
0061if          ORGANIZATION IS SEQUENTIAL.
000620
000630      COPY C2INX004.
000640
001020      LABEL RECORDS ARE STANDARD
001030      DATA RECORD IS TEN99-HELD-OUT-RCD.
001040
001050  01  TEN99-HELD-OUT-RCD            PIC X(468).
001060
001070  FD  TEN99-REJECT-RPT
001080      BLOCK CONTAINS 0 RECORDS
00121f      DATA RECORD IS TEN99-YTD-RCD.
00121g
00121h      COPY CLCWW014.
00121i
00121j  FD  GEN-CATALOG-FILE
00121k      BLOCK CONTAINS 0 RECORDS
00121l      RECORDING MODE IS F
00121m      LABEL RECORDS ARE STANDARD
00121n      DATA RECORD IS GEN-CATALOG-RCD.
00121o
00121p      COPY CLCWW129.
0121pa
0121pb  FD  TEN99-CORR-LOG-FILE
0121pc      BLOCK CONTAINS 0 RECORDS
0121pd      RECORDING MODE IS F
0121pe      LABEL RECORDS ARE STANDARD
0121pf      DATA RECORD IS TEN99-CORR-LOG-RCD.
0121pg
0121ph      COPY CLCWW158.
0121va
0121vb  FD  FILING-STATUS-FILE
0121vc      BLOCK CONTAINS 0 RECORDS
0121vd      RECORDING MODE IS F
0121ve      LABEL RECORDS ARE STANDARD
0121vf      DATA RECORD IS FILING-STATUS-RCD.
0121vg
0121vh      COPY CLCWW076.
001220
001230      COPY C2INX005.
001240
001270      COPY C2INX003.
001280
001290      COPY C2INX006.
0012va
0012vb      COPY CLCWW166.
0012vc
0012vd      COPY CLCWW169.
001300
001310      COPY CLCWW042.
001312
001314      COPY CLCWW110.
001316
001318      COPY CLCWW130.
01318a
01318b      COPY CLCWW133.
001320
001330  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9110".
001340
00158b      05  WS-YTD-PAYEES-UPDATED   PIC 9(09) COMP VALUE ZERO.
0158ba      05  WS-RELEASED-SOLICITED   PIC 9(09) COMP VALUE ZERO.
0158bb      05  WS-RELEASED-UNSOLICITED PIC 9(09) COMP VALUE ZERO.
0158bc      05  WS-CORRECTIONS-LOGGED   PIC 9(09) COMP VALUE ZERO.
0158va      05  WS-CLOSED-YEAR-KEPT     PIC 9(09) COMP VALUE ZERO.
00158c
0158ca* W-9 SOLICITATION MASTER (CLCWW090, MAINTAINED BY CCCW9126)
0158cb* LOADED AT STARTUP SO EVERY RELEASED RECORD'S SOLICITATION
0158ch
0158ci  77  WS-SOL-COUNT                PIC 9(04) COMP VALUE ZERO.
0158cj  77  WS-SOL-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
158cja  77  WS-SOL-DROPPED              PIC 9(07) COMP VALUE ZERO.
0158ck  77  WS-SOL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
0158cl  77  WS-SOL-EOF-SW               PIC X(01) VALUE "N".
0158cm      88  WS-SOL-EOF                  VALUE "Y".
001700
001710  77  WS-CORR-COUNT               PIC 9(03) COMP VALUE ZERO.
001720  77  WS-CORR-TABLE-MAX           PIC 9(03) COMP VALUE 500.
01720a  77  WS-CORR-DROPPED             PIC 9(07) COMP VALUE ZERO.
001730  77  WS-CORR-TBL-SUB             PIC 9(03) COMP VALUE ZERO.
001740  77  WS-CORR-MATCHED-SUB         PIC 9(03) COMP VALUE ZERO.
001750
001810      05  WS-VENDOR-ENTRY         OCCURS 3000 TIMES.
001820          10  WS-VENDOR-TIN           PIC X(09).
001830          10  WS-VENDOR-NAME          PIC X(40).
0018va          10  WS-VENDOR-STATUS        PIC X(01).
001840
001850  77  WS-VENDOR-COUNT             PIC 9(04) COMP VALUE ZERO.
001860  77  WS-VENDOR-TABLE-MAX         PIC 9(04) COMP VALUE 3000.
01860a  77  WS-VENDOR-DROPPED           PIC 9(07) COMP VALUE ZERO.
001870  77  WS-VENDOR-TBL-SUB           PIC 9(04) COMP VALUE ZERO.
001880  77  WS-VENDOR-LOOKUP-TIN        PIC X(09) VALUE SPACES.
001890  77  WS-VENDOR-MATCHED-NAME      PIC X(40) VALUE SPACES.
0018vb  77  WS-VENDOR-MATCHED-STATUS    PIC X(01) VALUE SPACE.
0018vc      88  WS-VENDOR-INACTIVE          VALUE "D".
0018vd  77  WS-INACTIVE-VENDOR-KEPT     PIC 9(09) COMP VALUE ZERO.
001900
001910  77  WS-ENTITY-TBL-SUB           PIC 9(02) COMP VALUE ZERO.
001920
0224a       OPEN I-O    TEN99-YTD-FILE.
002250      OPEN OUTPUT TEN99-HELD-OUT-FILE.
002260      OPEN OUTPUT TEN99-REJECT-RPT.
02260a      OPEN OUTPUT TEN99-CORR-LOG-FILE.
002270
002280      PERFORM 1200-LOAD-CORRECTIONS  THRU 1200-EXIT.
002290      PERFORM 1700-LOAD-VENDOR-MASTER THRU 1700-EXIT.
002292      PERFORM 1800-LOAD-SOLICITATIONS THRU 1800-EXIT.
0022va      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
002300
002310  1000-EXIT.
002320      EXIT.
002420      OPEN INPUT TEN99-CORR-TRAN-FILE.
002430
002440      PERFORM 1210-LOAD-CORR-RECORD THRU 1210-EXIT
002450          UNTIL WS-CORR-EOF.
002454
002456      IF WS-CORR-DROPPED > ZERO
002458          MOVE "*CORR TABLE FULL, DROPPED:"   TO SCR-LITERAL
002460          MOVE WS-CORR-DROPPED        TO SCR-COUNT
002462          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002464          PERFORM 8999-WRITE-SYSOUT
002466      END-IF.
002570              GO TO 1210-EXIT
002575      END-READ.
002580
02580a      IF WS-CORR-COUNT NOT < WS-CORR-TABLE-MAX
02580b          ADD 1 TO WS-CORR-DROPPED
02580c          GO TO 1210-EXIT
02580d      END-IF.
02580e
002590      ADD 1 TO WS-CORR-COUNT.
002600      MOVE CT-DISB-REQ-SEQ-NUM
002610          TO WS-CORR-SEQ-NUM (WS-CORR-COUNT).
002780  1700-LOAD-VENDOR-MASTER.
002790
002800      OPEN INPUT VENDOR-MASTER-FILE.
0028va      PERFORM 1705-CHECK-VENDOR-LAYOUT THRU 1705-EXIT.
002810
002820      PERFORM 1710-READ-VENDOR-MASTER THRU 1710-EXIT
002830          UNTIL WS-VENDOR-EOF.
002860
002870  1700-EXIT.
002880      EXIT.
0028vb
0028vc* 1705-CHECK-VENDOR-LAYOUT
0028vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0028ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0028vf*   READ SEES END OF FILE.
0028vg  1705-CHECK-VENDOR-LAYOUT.
0028vh
0028vi      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0028vj      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
0028vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0028vl      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
0028vm          AT END
0028vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0028vo      END-READ.
0028vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0028vq
0028vr      IF WS-LV-FILE-EMPTY
0028vs          CLOSE VENDOR-MASTER-FILE
0028vt          OPEN INPUT VENDOR-MASTER-FILE
0028vu      END-IF.
0028vv
0028vw  1705-EXIT.
0028vx      EXIT.
002890
002900  1710-READ-VENDOR-MASTER.
002910
002990                      TO WS-VENDOR-TIN (WS-VENDOR-COUNT)
003000                  MOVE VM-NAME
003010                      TO WS-VENDOR-NAME (WS-VENDOR-COUNT)
0030vy                  MOVE VM-STATUS
0030vz                      TO WS-VENDOR-STATUS (WS-VENDOR-COUNT)
03010a              ELSE
03010b                  ADD 1 TO WS-VENDOR-DROPPED
003020              END-IF
003030      END-READ.
003040
003068  1800-LOAD-SOLICITATIONS.
003069
00306a      OPEN INPUT W9-SOLICIT-FILE.
0030va      PERFORM 1805-CHECK-SOLICIT-LAYOUT THRU 1805-EXIT.
00306b
00306c      PERFORM 1810-READ-SOLICITATION THRU 1810-EXIT
00306d          UNTIL WS-SOL-EOF.
00306f
00306g      CLOSE W9-SOLICIT-FILE.
00306h
00306i  1800-EXIT.
00306j      EXIT.
0030vb
0030vc* 1805-CHECK-SOLICIT-LAYOUT
0030vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0030ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0030vf*   READ SEES END OF FILE.
0030vg  1805-CHECK-SOLICIT-LAYOUT.
0030vh
0030vi      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
0030vj      MOVE "W9SOLI"               TO WS-LV-CHECK-DDNAME.
0030vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0030vl      READ W9-SOLICIT-FILE INTO LAYOUT-HEADER-RCD
0030vm          AT END
0030vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0030vo      END-READ.
0030vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0030vq
0030vr      IF WS-LV-FILE-EMPTY
0030vs          CLOSE W9-SOLICIT-FILE
0030vt          OPEN INPUT W9-SOLICIT-FILE
0030vu      END-IF.
0030vv
0030vw  1805-EXIT.
0030vx      EXIT.
00306k
00306l  1810-READ-SOLICITATION.
00306m
00306q              GO TO 1810-EXIT
00306r      END-READ.
00306s
0306sa      IF WS-SOL-COUNT NOT < WS-SOL-TABLE-MAX
0306sb          ADD 1 TO WS-SOL-DROPPED
0306sc          GO TO 1810-EXIT
0306sd      END-IF.
0306se
00306t      ADD 1 TO WS-SOL-COUNT.
00306u      MOVE WS9-SSN-TAX-ID TO WS-SOL-TIN (WS-SOL-COUNT).
00306v      MOVE WS9-STATUS     TO WS-SOL-STATUS (WS-SOL-COUNT).
003250      END-IF.
003260
003270      PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT.
03270a      PERFORM 2300-START-CORR-LOG   THRU 2300-EXIT.
003280      PERFORM 3000-REEDIT-RECORD    THRU 3000-EXIT.
03280a
03280b      WRITE TEN99-CORR-LOG-RCD.
03280c      ADD 1 TO WS-CORRECTIONS-LOGGED.
003290
003300  2000-EXIT.
003310      EXIT.
003860
003870  2200-EXIT.
003880      EXIT.
03880a
03880b* 2300-START-CORR-LOG
03880c*   BUILDS THE CORRECTION LOG RECORD FOR THIS HELD RECORD BEFORE
03880d*   THE RE-EDIT CAN RESTAMP THE HOLD.  IT STANDS AS FAILED AGAIN
03880e*   UNLESS 3000-REEDIT-RECORD RELEASES THE RECORD.
03880f  2300-START-CORR-LOG.
03880g
03880h      MOVE SPACES                 TO TEN99-CORR-LOG-RCD.
03880i      MOVE TEN99-ISSUING-BR-CODE-DATA
03880j                                  TO CL-ISSUING-BR-CODE.
03880k      MOVE TEN99-DISB-REQ-SEQ-NUM-DATA
03880l                                  TO CL-DISB-REQ-SEQ-NUM.
03880m      MOVE TH-HELD-DATE           TO CL-HELD-DATE.
03880n      MOVE SWA-CURRENT-CCYY-DATE  TO CL-CORR-DATE.
03880o      MOVE "F"                    TO CL-OUTCOME.
03880p      MOVE TH-HOLD-REASON         TO CL-HOLD-REASON.
03880q
03880r  2300-EXIT.
03880s      EXIT.
003890
003900* 3000-REEDIT-RECORD
003910*   RERUNS THE SAME EDIT SEQUENCE CCCW9100 APPLIES TO A FRESH
004070      END-IF.
004080
004090      PERFORM 3550-EDIT-VENDOR-MASTER THRU 3550-EXIT.
0040va
0040vb*   A VENDOR DEACTIVATED FOR INACTIVITY STAYS HELD WHATEVER THE
0040vc*   CORRECTION - ONLY A REACTIVATION WITH A NEW W-9 ON THE
0040vd*   VENDOR MASTER RELEASES IT.
0040ve      IF WS-VENDOR-INACTIVE
0040vf          MOVE "VENDOR DEACTIVATED - NEW W-9 REQUIRED"
0040vg                               TO WS-REJECT-REASON-TEXT
0040vh          PERFORM 3600-WRITE-REJECT  THRU 3600-EXIT
0040vi          ADD 1 TO WS-INACTIVE-VENDOR-KEPT
0040vj          GO TO 3000-EXIT
0040vk      END-IF.
004100
004110      IF WS-VENDOR-MISMATCH
004120          MOVE "NAME/TIN MISMATCH VS VENDOR MASTER"
004240          GO TO 3000-EXIT
004250      END-IF.
004260
0042va*   A RECORD WHOSE TAX YEAR CCCW9201 HAS CLOSED PASSES ITS
0042vb*   EDITS BUT IS NOT RELEASED - THE YEAR'S STAGING IS ARCHIVED
0042vc*   AND ITS FILING FINAL, SO THE CHANGE GOES OUT AS A
0042vd*   CORRECTION.  IT STAYS HELD WITH THE CLOSED-YEAR REASON.
0042ve      MOVE TEN99-TAX-YEAR-DATA    TO WS-CY-CHECK-YEAR.
0042vf      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
0042vg
0042vh      IF WS-CY-YEAR-CLOSED
0042vi          MOVE "TAX YEAR CLOSED - CORRECTIONS ONLY"
0042vj                               TO WS-REJECT-REASON-TEXT
0042vk          PERFORM 3600-WRITE-REJECT  THRU 3600-EXIT
0042vl          ADD 1 TO WS-CLOSED-YEAR-KEPT
0042vm          GO TO 3000-EXIT
0042vn      END-IF.
0042vo
00426a*   A RELEASED RECORD LEAVES ITS ORIGINAL RUN IDENTIFIER
00426b*   BEHIND - THAT RUN'S MANIFEST COUNTED ONLY WHAT IT
00426c*   ACTUALLY STAGED, SO CARRYING THE STAMP WOULD THROW THE
00426e*   AN UNSTAMPED RECORD IS COUNTED BUT SKIPPED BY THE AUDIT.
00426f      MOVE ZERO TO TEN99-RUN-DATE-DATA.
00426g      MOVE ZERO TO TEN99-RUN-SEQ-DATA.
00426q*   THE HOME BRANCH IS HELD-FILE ONLY; THE STAGED RECORD
00426r*   SHOWS ONLY THE BRANCH THAT ACTUALLY ISSUED THE CHECK.
00426s      MOVE SPACES TO TEN99-HOME-BR-CODE.
00426h
00426i*   THE RELEASED TIN GOES TO REST PROTECTED; THE CLEAR VALUE
00426j*   IS KEPT FOR THE SOLICITATION-TRAIL LOOKUP BELOW.
00426l      MOVE TEN99-SSN-TAX-ID-DATA TO TP-TIN-WORK.
00426m      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
00426n      MOVE TP-TIN-WORK TO TEN99-SSN-TAX-ID-DATA.
00426o      MOVE TEN99-RCD TO GN-HASH-RECORD.
00426p      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
004270      WRITE TEN99-RCD.
0427a       PERFORM 3700-POST-YTD       THRU 3700-EXIT.
0427b       PERFORM 3750-CHECK-SOLICITATION THRU 3750-EXIT.
004280      ADD 1 TO WS-RECORDS-RELEASED.
04280a      MOVE "R"                    TO CL-OUTCOME.
004290
004300  3000-EXIT.
004310      EXIT.
0432s           ADD TEN99-RPT-DISB-AMT-DATA
0432t                   TO TEN99-YTD-GROSS-DISB-AMT
0432u           ADD 1 TO TEN99-YTD-CHECK-COUNT
0432ua          MOVE TEN99-RSN-CODE         TO TEN99-YTD-RSN-CODE
0432v           REWRITE TEN99-YTD-RCD
0432w           ADD 1 TO WS-YTD-PAYEES-UPDATED
0432x           GO TO 3700-EXIT
0433l           MOVE TEN99-CITY-DATA        TO TEN99-YTD-CITY
0433m           MOVE TEN99-STATE-DATA       TO TEN99-YTD-STATE
0433n           MOVE TEN99-ZIP-DATA         TO TEN99-YTD-ZIP
0433va          MOVE TEN99-FOREIGN-ADDR-IND
0433vb                              TO TEN99-YTD-FOREIGN-ADDR-IND
0433vc          MOVE TEN99-COUNTRY-CODE-DATA
0433vd                              TO TEN99-YTD-COUNTRY-CODE
0433ve          MOVE TEN99-PROVINCE-DATA    TO TEN99-YTD-PROVINCE
0433vf          MOVE TEN99-POSTAL-CODE-DATA
0433vg                              TO TEN99-YTD-POSTAL-CODE
0433o           MOVE TEN99-FIN-LABEL-CODE-DATA
0433p                               TO TEN99-YTD-FIN-LABEL-CODE
0433q           MOVE TEN99-ISSUING-BR-CODE-DATA
0433r                               TO TEN99-YTD-ISSUING-BR-CODE
0433s           MOVE TEN99-TAX-TYPE         TO TEN99-YTD-TAX-TYPE
0433t           MOVE TEN99-TIN-IND          TO TEN99-YTD-TIN-IND
0433ta          MOVE TEN99-RSN-CODE         TO TEN99-YTD-RSN-CODE
0433u           MOVE TEN99-RPT-DISB-AMT-DATA
0433v                               TO TEN99-YTD-GROSS-DISB-AMT
0433w           MOVE 1 TO TEN99-YTD-CHECK-COUNT
004590
004600      MOVE "N" TO WS-VENDOR-MISMATCH-SW.
004610      MOVE "N" TO WS-VENDOR-FOUND-SW.
0046va      MOVE SPACE TO WS-VENDOR-MATCHED-STATUS.
004620      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-VENDOR-LOOKUP-TIN.
004630      MOVE ZERO TO WS-VENDOR-TBL-SUB.
004640
004820          MOVE "Y" TO WS-VENDOR-FOUND-SW
004830          MOVE WS-VENDOR-NAME (WS-VENDOR-TBL-SUB)
004840                               TO WS-VENDOR-MATCHED-NAME
0048va          MOVE WS-VENDOR-STATUS (WS-VENDOR-TBL-SUB)
0048vb                               TO WS-VENDOR-MATCHED-STATUS
004850      END-IF.
004860
004870  3560-EXIT.
0584r       MOVE WS-RELEASED-UNSOLICITED TO SCR-COUNT.
0584s       MOVE SYSOUT-COUNT-RCD    TO CC-E01W-DISPLAY-RCD.
0584t       PERFORM 8999-WRITE-SYSOUT.
0584u
0584v       MOVE "CORRECTIONS LOGGED:"  TO SCR-LITERAL.
0584w       MOVE WS-CORRECTIONS-LOGGED TO SCR-COUNT.
0584x       MOVE SYSOUT-COUNT-RCD    TO CC-E01W-DISPLAY-RCD.
0584y       PERFORM 8999-WRITE-SYSOUT.
0584va
0584vb      MOVE "CLOSED TAX YEAR KEPT HELD:" TO SCR-LITERAL.
0584vc      MOVE WS-CLOSED-YEAR-KEPT TO SCR-COUNT.
0584vd      MOVE SYSOUT-COUNT-RCD    TO CC-E01W-DISPLAY-RCD.
0584ve      PERFORM 8999-WRITE-SYSOUT.
0584vf
0584vg      MOVE "INACTIVE VENDOR KEPT HELD:" TO SCR-LITERAL.
0584vh      MOVE WS-INACTIVE-VENDOR-KEPT TO SCR-COUNT.
0584vi      MOVE SYSOUT-COUNT-RCD    TO CC-E01W-DISPLAY-RCD.
0584vj      PERFORM 8999-WRITE-SYSOUT.
0584j
005850
00585a      IF WS-RECORDS-RELEASED > ZERO
00585b          PERFORM 9635-CATALOG-APPEND THRU 9635-EXIT
00585c      END-IF.
00585d
0585da      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
585daa
005860      COPY C2INZ003.
005870
005880      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005890
005900  8000-EXIT.
005910      EXIT.
0591aa
0591ab* 8980-NOTE-TABLE-CAPACITY
0591ac*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
0591ad*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
0591ae*   DROPPED ENTRY ENDS THE RUN RC=12.
0591af  8980-NOTE-TABLE-CAPACITY.
0591ag
0591ah      MOVE "CORRECTION TRANSACTIONS" TO TC-NOTE-NAME.
0591ai      MOVE WS-CORR-TABLE-MAX        TO TC-NOTE-LIMIT.
0591aj      MOVE WS-CORR-COUNT            TO TC-NOTE-HIGH.
0591ak      MOVE WS-CORR-DROPPED          TO TC-NOTE-DROPPED.
0591al      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0591am
0591an      MOVE "VENDOR MASTER"          TO TC-NOTE-NAME.
0591ao      MOVE WS-VENDOR-TABLE-MAX      TO TC-NOTE-LIMIT.
0591ap      MOVE WS-VENDOR-COUNT          TO TC-NOTE-HIGH.
0591aq      MOVE WS-VENDOR-DROPPED        TO TC-NOTE-DROPPED.
0591ar      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0591as
0591at      MOVE "W-9 SOLICITATIONS"      TO TC-NOTE-NAME.
0591au      MOVE WS-SOL-TABLE-MAX         TO TC-NOTE-LIMIT.
0591av      MOVE WS-SOL-COUNT             TO TC-NOTE-HIGH.
0591aw      MOVE WS-SOL-DROPPED           TO TC-NOTE-DROPPED.
0591ax      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0591ay
0591az      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
0591ba
0591bb      IF TC-TABLE-OVERFLOW
0591bc          MOVE TC-OVERFLOW-RC TO RETURN-CODE
0591bd      END-IF.
0591be
0591bf  8980-EXIT.
0591bg      EXIT.
005920
00592a      COPY CLCWW111.
00592c
00592d      COPY CLCWW131.
00592b
0592ba      COPY CLCWW134.
592baa
0059va      COPY CLCWW167.
0059vb
0059vc      COPY CLCWW170.
0059vd
005930      COPY C2INZ002.
005940
005950      COPY C2INZ004.
006010      TEN99-HELD-OUT-FILE
006020      TEN99-REJECT-RPT
0602a       TEN99-YTD-FILE
0602b       TEN99-CORR-LOG-FILE
006030      RUN-HISTORY-FILE.
006040
006050  9999-EXIT.
