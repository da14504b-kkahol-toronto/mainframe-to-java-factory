000200*              AGE.  THIS IS THE SCHEDULE RECORDS MANAGEMENT
000210*              HANDED DOWN, FINALLY ENFORCEABLE.
000220*
000230*  PARM:       FILE KIND (HST/STA/RNH/ARC/VAU/IMG),
000240*              E.G. PARM='HST'.  EACH KIND HAS ITS OWN
000250*              IN/KEEP/OFFLINE DD TRIPLET AT THAT FILE'S
000260*              RECORD LENGTH; THE UNUSED TRIPLETS ARE
000270*              DD-DUMMIED.
000280*
000290******************************************************************
000394*                TRUE RECORD LENGTH (SAME PATTERN AS CCCW9133)
000396*                - A SINGLE F-MODE 400-BYTE FD OPENED STATUS
000398*                39 FOR EVERY KIND EXCEPT ARC
00398a* 10/2026  RF    READ THE WHOLE LEGAL-HOLD FILE AND ABEND TBLFL
00398b*                BEFORE ANY PURGE WHEN THE HOLD TABLE COULD NOT
00398c*                HOLD EVERY ACTIVE HOLD - A TRUNCATED TABLE
00398d*                PURGED HELD RECORDS.  PRINT THE TABLE CAPACITY
00398e*                REPORT
0398ea* 10/2026  RF    LOAD THE RETENTION SCHEDULE FROM THE CLCWW135
0398eb*                REFERENCE FILE THROUGH CCCW9196 IN PLACE OF THE
0398ec*                COMPILED VALUES - ABEND REF01 WHEN NONE IS IN
0398ed*                FORCE
0398va* 10/2026  RF    STA KIND - CHECK THE CLCWW166 LAYOUT HEADER ON
0398vb*                STAIN AND WRITE ONE ON THE NEW STAKEEP GENERATION
0398vc* 10/2026  RF    WIDEN THE ARCHIVE RECORD IMAGES TO THE 440-BYTE
0398vd*                CLCWW077 RECORD (FOREIGN-ADDRESS TAIL).
0398ve* 10/2026  RF    IMG KIND - THE CLCWW181 PAID-ITEM IMAGE HISTORY,
0398vf*                AGED ON THE PAID DATE, WITH ITS LAYOUT HEADER
0398vg* 10/2026  RF    ABEND TBLFL BEFORE ANY PURGE WHEN THE RETENTION
0398vh*                SCHEDULE DID NOT FIT ITS TABLE
000400******************************************************************
000410  ENVIRONMENT DIVISION.
000420  CONFIGURATION SECTION.
000910
000920      SELECT VAU-OFFLINE-FILE    ASSIGN TO VAUOFFL
000930          ORGANIZATION IS SEQUENTIAL.
00930a
00930b      SELECT IMG-IN-FILE         ASSIGN TO IMGIN
00930c          ORGANIZATION IS SEQUENTIAL.
00930d
00930e      SELECT IMG-KEEP-FILE       ASSIGN TO IMGKEEP
00930f          ORGANIZATION IS SEQUENTIAL.
00930g
00930h      SELECT IMG-OFFLINE-FILE    ASSIGN TO IMGOFFL
00930i          ORGANIZATION IS SEQUENTIAL.
000940
000950      SELECT LEGAL-HOLD-FILE     ASSIGN TO LEGHOLD
000960          ORGANIZATION IS SEQUENTIAL.
001870      LABEL RECORDS ARE STANDARD
001880      DATA RECORD IS ARC-IN-RCD.
001890
001900  01  ARC-IN-RCD                    PIC X(440).
001910
001920  FD  ARC-KEEP-FILE
001930      BLOCK CONTAINS 0 RECORDS
001950      LABEL RECORDS ARE STANDARD
001960      DATA RECORD IS ARC-KEEP-RCD.
001970
001980  01  ARC-KEEP-RCD                  PIC X(440).
001990
002000  FD  ARC-OFFLINE-FILE
002010      BLOCK CONTAINS 0 RECORDS
002030      LABEL RECORDS ARE STANDARD
002040      DATA RECORD IS ARC-OFFLINE-RCD.
002050
002060  01  ARC-OFFLINE-RCD               PIC X(440).
002070
002080  FD  VAU-IN-FILE
002090      BLOCK CONTAINS 0 RECORDS
002280      DATA RECORD IS VAU-OFFLINE-RCD.
002290
002300  01  VAU-OFFLINE-RCD               PIC X(120).
02300a
02300b  FD  IMG-IN-FILE
02300c      BLOCK CONTAINS 0 RECORDS
02300d      RECORDING MODE IS F
02300e      LABEL RECORDS ARE STANDARD
02300f      DATA RECORD IS IMG-IN-RCD.
02300g
02300h  01  IMG-IN-RCD                    PIC X(100).
02300i
02300j  FD  IMG-KEEP-FILE
02300k      BLOCK CONTAINS 0 RECORDS
02300l      RECORDING MODE IS F
02300m      LABEL RECORDS ARE STANDARD
02300n      DATA RECORD IS IMG-KEEP-RCD.
02300o
02300p  01  IMG-KEEP-RCD                  PIC X(100).
02300q
02300r  FD  IMG-OFFLINE-FILE
02300s      BLOCK CONTAINS 0 RECORDS
02300t      RECORDING MODE IS F
02300u      LABEL RECORDS ARE STANDARD
02300v      DATA RECORD IS IMG-OFFLINE-RCD.
02300w
02300x  01  IMG-OFFLINE-RCD               PIC X(100).
002310
002320  FD  LEGAL-HOLD-FILE
002330      BLOCK CONTAINS 0 RECORDS
002520      COPY C2INX003.
002530
002540      COPY C2INX006.
0025va
0025vb      COPY CLCWW166.
002550
002560      COPY CLCWW112.
002570
002660      COPY CLCWW066.
002670
002680      COPY CLCWW077.
02680v
02680w      COPY CLCWW181.
02680a
02680b      COPY CLCWW133.
2680ba
2680bb      COPY CLCWW138.
002690
002700  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9134".
002710
002950* THE CURRENT RECORD AS AN IMAGE, COMMON TO EVERY KIND - THE
002960* KIND'S READ PARAGRAPH FILLS IT AND THE WRITE PARAGRAPHS
002970* CARVE THE KIND'S OWN LENGTH BACK OUT OF IT.
002980  01  WS-PURGE-RCD                PIC X(440).
002990
003000* THE RETENTION CUTOFF IN CCYYMMDD - A RECORD DATED BEFORE
003010* IT IS EXPIRED.  DERIVED ONCE FROM THE RUN DATE MINUS THE
003330
003340  77  WS-LGH-COUNT                PIC 9(03) COMP VALUE ZERO.
003350  77  WS-LGH-TABLE-MAX            PIC 9(03) COMP VALUE 200.
03350a  77  WS-LGH-DROPPED              PIC 9(07) COMP VALUE ZERO.
003360  77  WS-LGH-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
003370
003380  01  WS-DEST-LINE.
003690      OPEN EXTEND RUN-HISTORY-FILE.
003700
003710      COPY C2INZ001.
03710a
03710b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
003720
003730      IF LS-PARM-LENGTH > ZERO
003740          MOVE LS-PARM-KIND TO WS-FILE-KIND
004040              OPEN INPUT  STA-IN-FILE
004050              OPEN OUTPUT STA-KEEP-FILE
004060              OPEN OUTPUT STA-OFFLINE-FILE
0040va              PERFORM 1050-CHECK-STATS-LAYOUT THRU 1050-EXIT
004070          WHEN "RNH"
004080              OPEN INPUT  RNH-IN-FILE
004090              OPEN OUTPUT RNH-KEEP-FILE
004160              OPEN INPUT  VAU-IN-FILE
004170              OPEN OUTPUT VAU-KEEP-FILE
004180              OPEN OUTPUT VAU-OFFLINE-FILE
04180a          WHEN "IMG"
04180b              OPEN INPUT  IMG-IN-FILE
04180c              OPEN OUTPUT IMG-KEEP-FILE
04180d              OPEN OUTPUT IMG-OFFLINE-FILE
04180e              PERFORM 1060-CHECK-IMAGE-LAYOUT THRU 1060-EXIT
004190      END-EVALUATE.
004200
004210      OPEN OUTPUT DESTRUCTION-RPT.
004220
004230  1000-EXIT.
004240      EXIT.
0424aa
0424va
0424vb* 1050-CHECK-STATS-LAYOUT
0424vc*   THE STA KIND IS THE CLCWW066 RUN-STATISTICS HISTORY, WHICH
0424vd*   CARRIES A CLCWW166 LAYOUT HEADER.  THE HEADER IS CHECKED
0424ve*   ON THE OLD GENERATION AND A FRESH ONE LEADS THE KEPT
0424vf*   GENERATION, SO IT IS NEVER AGED OR PURGED AS A RECORD.
0424vg  1050-CHECK-STATS-LAYOUT.
0424vh
0424vi      MOVE "CLCWW066"             TO WS-LV-CHECK-FILE-ID.
0424vj      MOVE "STAIN"                TO WS-LV-CHECK-DDNAME.
0424vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0424vl      READ STA-IN-FILE INTO LAYOUT-HEADER-RCD
0424vm          AT END
0424vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0424vo      END-READ.
0424vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0424vq
0424vr      IF WS-LV-FILE-EMPTY
0424vs          CLOSE STA-IN-FILE
0424vt          OPEN INPUT STA-IN-FILE
0424vu      END-IF.
0424vv
0424vw      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0424vx      WRITE STA-KEEP-RCD FROM LAYOUT-HEADER-RCD.
0424vy
0424vz  1050-EXIT.
0424wa      EXIT.
0424wb
0424wc* 1060-CHECK-IMAGE-LAYOUT
0424wd*   THE IMG KIND IS THE CLCWW181 PAID-ITEM IMAGE HISTORY, WHICH
0424we*   CARRIES A CLCWW166 LAYOUT HEADER - CHECKED AND RE-WRITTEN
0424wf*   THE SAME WAY AS THE STA KIND'S.
0424wg  1060-CHECK-IMAGE-LAYOUT.
0424wh
0424wi      MOVE "CLCWW181"             TO WS-LV-CHECK-FILE-ID.
0424wj      MOVE "IMGIN"                TO WS-LV-CHECK-DDNAME.
0424wk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0424wl      READ IMG-IN-FILE INTO LAYOUT-HEADER-RCD
0424wm          AT END
0424wn              MOVE "Y"            TO WS-LV-EMPTY-SW
0424wo      END-READ.
0424wp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0424wq
0424wr      IF WS-LV-FILE-EMPTY
0424ws          CLOSE IMG-IN-FILE
0424wt          OPEN INPUT IMG-IN-FILE
0424wu      END-IF.
0424wv
0424ww      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0424wx      WRITE IMG-KEEP-RCD FROM LAYOUT-HEADER-RCD.
0424wy
0424wz  1060-EXIT.
0424xa      EXIT.
0424xb
0424xc* 1080-LOAD-REF-TABLES
0424xd*   LOADS THE REFERENCE TABLES THIS PROGRAM USES FROM THE
0424xe*   CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN
0424xf*   FORCE ON THE RUN DATE.  A TABLE WITH NOTHING IN FORCE
0424xg*   ABENDS THE RUN RATHER THAN LET IT RUN WITHOUT ITS RULES.
0424xh  1080-LOAD-REF-TABLES.
0424xi
0424xj      MOVE "D"                    TO RL-ENTRY-FORMAT.
0424xk      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
0424xl
0424xm      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0424xn      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0424xo      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0424xp      PERFORM 8999-WRITE-SYSOUT.
0424xq
0424xr      MOVE "RETN"                 TO RL-TABLE-ID.
0424xs      MOVE WS-RET-ENTRY-LEN       TO RL-ENTRY-LENGTH.
0424xt      MOVE WS-RET-TBL-LIMIT       TO RL-ENTRY-LIMIT.
0424xu      CALL "CCCW9196" USING REF-LOAD-AREA
0424xv                            WS-RETENTION-TBL.
0424xw      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0424xx      MOVE RL-ENTRY-COUNT         TO WS-RET-TBL-MAX.
0424xy      MOVE RL-DROPPED             TO WS-RET-DROPPED.
0424xz
0424ya*   A RETENTION RULE LEFT OFF THE TABLE WOULD AGE ITS RECORDS
0424yb*   UNDER THE WRONG RULE - NOTHING IS PURGED UNTIL EVERY RULE
0424yc*   FITS.
0424yd      IF WS-RET-DROPPED > ZERO
0424ye          MOVE "*RETN TABLE FULL, DROPPED:"   TO SCR-LITERAL
0424yf          MOVE WS-RET-DROPPED         TO SCR-COUNT
0424yg          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0424yh          PERFORM 8999-WRITE-SYSOUT
0424yi          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0424yj          MOVE "TBLFL"                TO SAR-RETURN-CODE
0424yk          MOVE SPACES                 TO SAR-DB-NAME
0424yl          MOVE "REFTBL RETN"          TO SAR-TABLE-NAME
0424ym          MOVE SPACES                 TO SAR-SQLCODE
0424yn          GO TO 9998-COREDUMP
0424yo      END-IF.
0424yp
0424yq  1080-EXIT.
0424yr      EXIT.
0424ys
0424yt* 1085-CHECK-REF-LOAD
0424yu*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0424yv*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0424yw  1085-CHECK-REF-LOAD.
0424yx
0424yy      IF RL-TABLE-EMPTY
0424yz          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0424za          MOVE "REF01"               TO SAR-RETURN-CODE
0424zb          MOVE SPACES                TO SAR-DB-NAME
0424zc          MOVE SPACES                TO SAR-TABLE-NAME
0424zd          STRING "REFTBL " RL-TABLE-ID
0424ze              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0424zf          MOVE SPACES                TO SAR-SQLCODE
0424zg          GO TO 9998-COREDUMP
0424zh      END-IF.
0424zi
0424zj      MOVE SPACES                 TO SCR-LITERAL.
0424zk      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0424zl          DELIMITED BY SIZE INTO SCR-LITERAL.
0424zm      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0424zn      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0424zo      PERFORM 8999-WRITE-SYSOUT.
0424zp
0424zq  1085-EXIT.
0424zr      EXIT.
004250
004260  1100-FIND-RETENTION.
004270
004720      OPEN INPUT LEGAL-HOLD-FILE.
004730
004740      PERFORM 1310-LOAD-HOLD-RCD THRU 1310-EXIT
004750          UNTIL WS-HOLD-EOF.
004770
004780      CLOSE LEGAL-HOLD-FILE.
04780a
04780b*   AN ACTIVE HOLD LEFT OFF THE TABLE WOULD LET ITS RECORDS BE
04780c*   PURGED - NOTHING IS PURGED UNTIL EVERY HOLD FITS.
04780d      IF WS-LGH-DROPPED > ZERO
04780e          MOVE "*HOLD TABLE FULL, DROPPED:"   TO SCR-LITERAL
04780f          MOVE WS-LGH-DROPPED         TO SCR-COUNT
04780g          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
04780h          PERFORM 8999-WRITE-SYSOUT
04780i          MOVE "1300-LOAD-HOLDS"      TO SAR-PARAGRAPH
04780j          MOVE "TBLFL"                TO SAR-RETURN-CODE
04780k          MOVE SPACES                 TO SAR-DB-NAME
04780l          MOVE "LEGLHOLD"             TO SAR-TABLE-NAME
04780m          MOVE SPACES                 TO SAR-SQLCODE
04780n          GO TO 9998-COREDUMP
04780o      END-IF.
004790
004800  1300-EXIT.
004810      EXIT.
004930          GO TO 1310-EXIT
004940      END-IF.
004950
04950a      IF WS-LGH-COUNT NOT < WS-LGH-TABLE-MAX
04950b          ADD 1 TO WS-LGH-DROPPED
04950c          GO TO 1310-EXIT
04950d      END-IF.
04950e
004960      ADD 1 TO WS-LGH-COUNT.
004970      MOVE LH-HOLD-TYPE  TO WS-LGH-TYPE (WS-LGH-COUNT).
004980      MOVE LH-SSN-TAX-ID TO WS-LGH-TIN (WS-LGH-COUNT).
005800                  AT END MOVE "Y" TO WS-IN-EOF-SW
005810                  NOT AT END MOVE VAU-IN-RCD TO WS-PURGE-RCD
005820              END-READ
05820a          WHEN "IMG"
05820b              READ IMG-IN-FILE
05820c                  AT END MOVE "Y" TO WS-IN-EOF-SW
05820d                  NOT AT END MOVE IMG-IN-RCD TO WS-PURGE-RCD
05820e              END-READ
005830      END-EVALUATE.
005840
005850  2010-EXIT.
006150              MOVE WS-PURGE-RCD (14:2)    TO WS-RCD-DATE (5:2)
006160              MOVE WS-PURGE-RCD (16:2)    TO WS-RCD-DATE (7:2)
006170          WHEN "ARC"
006180              MOVE WS-PURGE-RCD (1:440) TO TEN99-ARCHIVE-RCD
006190              MOVE AR-PROC-DATE           TO WS-RCD-DATE
006200              IF AR-DATA-RECORD
006210                  MOVE AR-DATA            TO TEN99-RCD
006280              MOVE VA-CHANGE-DATE         TO WS-RCD-DATE
006290              MOVE SPACES                 TO WS-RCD-TIN
006300              MOVE VA-TIN                 TO WS-RCD-TIN (1:9)
06300a*             NO TIN ON A PAID IMAGE - A TAX-YEAR HOLD KEEPS THE
06300b*             IMAGES OF THE CHECKS PAID IN THAT YEAR.
06300c          WHEN "IMG"
06300d              MOVE WS-PURGE-RCD (1:100) TO PAID-IMAGE-RCD
06300e              MOVE PI-PAID-DATE           TO WS-RCD-DATE
06300f              MOVE PI-PAID-DATE (1:4)     TO WS-RCD-TAX-YEAR
006310      END-EVALUATE.
006320
006330  2100-EXIT.
006840              MOVE WS-PURGE-RCD (1:40)  TO RNH-OFFLINE-RCD
006850              WRITE RNH-OFFLINE-RCD
006860          WHEN "ARC"
006870              MOVE WS-PURGE-RCD (1:440) TO ARC-OFFLINE-RCD
006880              WRITE ARC-OFFLINE-RCD
006890          WHEN "VAU"
006900              MOVE WS-PURGE-RCD (1:120) TO VAU-OFFLINE-RCD
006910              WRITE VAU-OFFLINE-RCD
06910a          WHEN "IMG"
06910b              MOVE WS-PURGE-RCD (1:100) TO IMG-OFFLINE-RCD
06910c              WRITE IMG-OFFLINE-RCD
006920      END-EVALUATE.
006930
006940  2400-EXIT.
007090              MOVE WS-PURGE-RCD (1:40)  TO RNH-KEEP-RCD
007100              WRITE RNH-KEEP-RCD
007110          WHEN "ARC"
007120              MOVE WS-PURGE-RCD (1:440) TO ARC-KEEP-RCD
007130              WRITE ARC-KEEP-RCD
007140          WHEN "VAU"
007150              MOVE WS-PURGE-RCD (1:120) TO VAU-KEEP-RCD
007160              WRITE VAU-KEEP-RCD
07160a          WHEN "IMG"
07160b              MOVE WS-PURGE-RCD (1:100) TO IMG-KEEP-RCD
07160c              WRITE IMG-KEEP-RCD
007170      END-EVALUATE.
007180
007190  2500-EXIT.
007780      MOVE WS-HOLDS-LOADED        TO SCR-COUNT.
007790      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007800      PERFORM 8999-WRITE-SYSOUT.
07800a
07800b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
007810
007820      EVALUATE WS-FILE-KIND
007830          WHEN "HST"
008000              CLOSE VAU-IN-FILE
008010              CLOSE VAU-KEEP-FILE
008020              CLOSE VAU-OFFLINE-FILE
08020a          WHEN "IMG"
08020b              CLOSE IMG-IN-FILE
08020c              CLOSE IMG-KEEP-FILE
08020d              CLOSE IMG-OFFLINE-FILE
008030      END-EVALUATE.
008040
008050      COPY C2INZ003.
008080
008090  8000-EXIT.
008100      EXIT.
08100a
08100b* 8980-NOTE-TABLE-CAPACITY
08100c*   NOTES THE LEGAL-HOLD AND RETENTION TABLES' HIGH-WATER
08100d*   MARKS AGAINST THEIR LIMITS AND PRINTS THE CAPACITY REPORT.
08100e*   A HOLD OR A RETENTION RULE THAT DOES NOT FIT ABENDS THE RUN
8100ea*   TBLFL AT LOAD, BEFORE ANYTHING IS PURGED.
08100f  8980-NOTE-TABLE-CAPACITY.
08100g
08100h      MOVE "LEGAL HOLDS"            TO TC-NOTE-NAME.
08100i      MOVE WS-LGH-TABLE-MAX         TO TC-NOTE-LIMIT.
08100j      MOVE WS-LGH-COUNT             TO TC-NOTE-HIGH.
08100k      MOVE WS-LGH-DROPPED           TO TC-NOTE-DROPPED.
08100l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
08100m
8100ma      MOVE "RETENTION SCHEDULE"     TO TC-NOTE-NAME.
8100mb      MOVE WS-RET-TBL-LIMIT         TO TC-NOTE-LIMIT.
8100mc      MOVE WS-RET-TBL-MAX           TO TC-NOTE-HIGH.
8100md      MOVE WS-RET-DROPPED           TO TC-NOTE-DROPPED.
8100me      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
8100mf
08100n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
08100o
08100p  8980-EXIT.
08100q      EXIT.
008110
008120      COPY CLCWW111.
008130
08130a      COPY CLCWW134.
08130b
0081va      COPY CLCWW167.
0081vb
008140      COPY C2INZ002.
008150
008160      COPY C2INZ004.
