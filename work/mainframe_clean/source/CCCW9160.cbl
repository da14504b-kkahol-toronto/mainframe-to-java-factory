00032B*                FORM TYPE - THE 1099-MISC STREAM (TEN99OUT)
00032C*                AND THE NEW 1099-NEC STREAM (TEN99NEC) EACH
00032D*                GET THEIR OWN A/B.../C GROUP ON THE FIRE FILE
0032Da* 10/2026  RF    COUNT STATES THE PER-GROUP STATE TOTAL TABLE
0032Db*                COULD NOT HOLD (THEIR "K" TOTALS WOULD BE
0032Dc*                MISSING), PRINT THE TABLE CAPACITY REPORT, AND
0032Dd*                END RC=12 WHEN ANY STATE WAS DROPPED
032Dda* 10/2026  RF    LOAD THE REASON-CODE AND CF/SF TABLES FROM THE
032Ddb*                CLCWW135 REFERENCE FILE THROUGH CCCW9196 IN PLACE
032Ddc*                OF THE COMPILED VALUES - ABEND REF01 WHEN A TABLE
032Ddd*                HAS NOTHING IN FORCE, REF04 WHEN CODE 99 IS NOT
032Dde*                THE LAST REASON CODE
032Dva* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTAT
032Dvb*                BEFORE APPENDING; HEADER IT WHEN EMPTY
032Dvc* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
032Dvd*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
032Dve* 10/2026  RF    A U.S. PERSON AT A FOREIGN ADDRESS GETS THE PUB.
032Dvf*                1220 FOREIGN-ADDRESS "B" RECORD - COUNTRY
032Dvg*                INDICATOR "1" AND CITY, PROVINCE, POSTAL CODE
032Dvh*                AND COUNTRY NAME (NEW CNTY REFERENCE TABLE,
032Dvi*                CLCWW173) IN THE CITY/STATE/ZIP AREA.  FOREIGN
032Dvj*                PAYEES STAY OUT OF THE STATE "K" TOTALS
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000590      LABEL RECORDS ARE STANDARD
000600      DATA RECORD IS TEN99-IN-RCD.
000610 
000620  01  TEN99-IN-RCD                   PIC X(420).
00062A
00062B  FD  TEN99-NEC-FILE
00062C      BLOCK CONTAINS 0 RECORDS
00062E      LABEL RECORDS ARE STANDARD
00062F      DATA RECORD IS TEN99-NEC-IN-RCD.
00062G
00062H  01  TEN99-NEC-IN-RCD               PIC X(420).
0062Ha
0062Hb  FD  TEN99-INT-FILE
0062Hc      BLOCK CONTAINS 0 RECORDS
0062He      LABEL RECORDS ARE STANDARD
0062Hf      DATA RECORD IS TEN99-INT-IN-RCD.
0062Hg
0062Hh  01  TEN99-INT-IN-RCD               PIC X(420).
00062I
00062J  FD  PAYER-MASTER-FILE
00062K      BLOCK CONTAINS 0 RECORDS
000760      COPY C2INX003.
000770 
000780      COPY C2INX006.
0007va
0007vb      COPY CLCWW166.
00078A
00078B      COPY CLCWW032.
00078C
00078D      COPY CLCWW088.
0078Da
0078Db      COPY CLCWW133.
078Dba
078Dbb      COPY CLCWW138.
078Dva
078Dvb      COPY CLCWW173.
000790
000800      COPY CLCWW013.
000810 
00095E
00095F  77  WS-STT-COUNT-TOTAL          PIC 9(02) COMP VALUE ZERO.
00095G  77  WS-STT-TABLE-MAX            PIC 9(02) COMP VALUE 60.
0095Ga  77  WS-STT-HIGH-WATER           PIC 9(02) COMP VALUE ZERO.
0095Gb  77  WS-STT-DROPPED              PIC 9(07) COMP VALUE ZERO.
00095H  77  WS-STT-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
00095I  77  WS-STT-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
00095J  77  WS-STT-FOUND-SW             PIC X(01) VALUE "N".
00095R      88  WS-CFSF-STATE-FOUND         VALUE "Y".
00095S  77  WS-CFSF-MATCHED-CODE        PIC X(02) VALUE SPACES.
00095T  77  WS-CFSF-RCDS-CODED          PIC 9(09) COMP VALUE ZERO.
0009va
0009vb* FOREIGN-ADDRESS WORK FIELDS - THE COUNTRY NAME COMES FROM THE
0009vc* CLCWW173 TABLE AND ENDS THE PUB. 1220 FOREIGN CITY/STATE/ZIP.
0009vd  77  WS-CNTY-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
0009ve  77  WS-CNTY-FOUND-SW            PIC X(01) VALUE "N".
0009vf      88  WS-CNTY-FOUND               VALUE "Y".
0009vg  77  WS-CNTY-NAME-WORK           PIC X(20) VALUE SPACES.
0009vh  77  WS-FCSZ-PTR                 PIC 9(03) COMP VALUE ZERO.
0009vi  77  WS-FOREIGN-RCDS-WRITTEN     PIC 9(09) COMP VALUE ZERO.
000950 
000960* THE TAX YEAR STAMPED ON THE FIRE RECORDS IS THE CALENDAR        
000970* YEAR PRIOR TO THE RUN DATE, THE SAME CONVENTION CCCW9150        
001320      OPEN EXTEND RUN-HISTORY-FILE.
001330
001340      COPY C2INZ001.
01340a
01340b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
001350
001360      MOVE SPR-DATE-CEN           TO WS-RUN-YEAR-CEN.
001370      MOVE SWA-CURR-YR            TO WS-RUN-YEAR-YR.
001490
001500  1000-EXIT.
001510      EXIT.
0151aa
0151ab* 1080-LOAD-REF-TABLES
0151ac*   LOADS THE REFERENCE TABLES THIS PROGRAM USES FROM THE
0151ad*   CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN
0151ae*   FORCE ON THE RUN DATE.  A TABLE WITH NOTHING IN FORCE
0151af*   ABENDS THE RUN RATHER THAN LET IT RUN WITHOUT ITS RULES.
0151ag  1080-LOAD-REF-TABLES.
0151ah
0151ai      MOVE "D"                    TO RL-ENTRY-FORMAT.
0151aj      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
0151ak
0151al      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0151am      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0151an      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0151ao      PERFORM 8999-WRITE-SYSOUT.
0151ap
0151aq      MOVE "RSNC"                 TO RL-TABLE-ID.
0151ar      MOVE WS-REASON-ENTRY-LEN    TO RL-ENTRY-LENGTH.
0151as      MOVE WS-REASON-TBL-LIMIT    TO RL-ENTRY-LIMIT.
0151at      CALL "CCCW9196" USING REF-LOAD-AREA
0151au                            WS-REASON-CODE-TBL.
0151av      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0151aw      MOVE RL-ENTRY-COUNT         TO WS-REASON-TBL-MAX.
0151ax      MOVE RL-DROPPED             TO WS-REASON-DROPPED.
0151ay
0151az*   CODE 99 IS THE CATCH-ALL EVERY UNMATCHED CODE FALLS TO -
0151ba*   IT MUST BE IN FORCE AND, SORTING LAST, END THE TABLE.
0151bb      IF WS-REASON-TBL-CODE (WS-REASON-TBL-MAX)
0151bc              NOT = WS-REASON-DEFAULT-CODE
0151bd          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0151be          MOVE "REF04"               TO SAR-RETURN-CODE
0151bf          MOVE SPACES                TO SAR-DB-NAME
0151bg          MOVE "REFTBL RSNC NO 99"   TO SAR-TABLE-NAME
0151bh          MOVE SPACES                TO SAR-SQLCODE
0151bi          GO TO 9998-COREDUMP
0151bj      END-IF.
0151bk
0151bl      MOVE "CFSF"                 TO RL-TABLE-ID.
0151bm      MOVE WS-CFSF-ENTRY-LEN      TO RL-ENTRY-LENGTH.
0151bn      MOVE WS-CFSF-TBL-LIMIT      TO RL-ENTRY-LIMIT.
0151bo      CALL "CCCW9196" USING REF-LOAD-AREA
0151bp                            WS-CFSF-STATE-TBL.
0151bq      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0151br      MOVE RL-ENTRY-COUNT         TO WS-CFSF-TBL-MAX.
0151bs      MOVE RL-DROPPED             TO WS-CFSF-DROPPED.
0151va
0151vb      MOVE "CNTY"                 TO RL-TABLE-ID.
0151vc      MOVE WS-CNTY-ENTRY-LEN      TO RL-ENTRY-LENGTH.
0151vd      MOVE WS-CNTY-TBL-LIMIT      TO RL-ENTRY-LIMIT.
0151ve      CALL "CCCW9196" USING REF-LOAD-AREA
0151vf                            WS-COUNTRY-TBL.
0151vg      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0151vh      MOVE RL-ENTRY-COUNT         TO WS-CNTY-TBL-MAX.
0151vi      MOVE RL-DROPPED             TO WS-CNTY-DROPPED.
0151bt
0151bu  1080-EXIT.
0151bv      EXIT.
0151bw
0151bx* 1085-CHECK-REF-LOAD
0151by*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0151bz*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0151ca  1085-CHECK-REF-LOAD.
0151cb
0151cc      IF RL-TABLE-EMPTY
0151cd          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0151ce          MOVE "REF01"               TO SAR-RETURN-CODE
0151cf          MOVE SPACES                TO SAR-DB-NAME
0151cg          MOVE SPACES                TO SAR-TABLE-NAME
0151ch          STRING "REFTBL " RL-TABLE-ID
0151ci              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0151cj          MOVE SPACES                TO SAR-SQLCODE
0151ck          GO TO 9998-COREDUMP
0151cl      END-IF.
0151cm
0151cn      MOVE SPACES                 TO SCR-LITERAL.
0151co      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0151cp          DELIMITED BY SIZE INTO SCR-LITERAL.
0151cq      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0151cr      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0151cs      PERFORM 8999-WRITE-SYSOUT.
0151ct
0151cu  1085-EXIT.
0151cv      EXIT.
00151A
00151B* 1300-LOAD-PAYER-MASTER
00151C*   READS THE PAYER/FILER MASTER (CLCWW061) FOR THE
00182J      MOVE TEN99-CITY-DATA           TO FIRE-B-PAYEE-CITY.
00182K      MOVE TEN99-STATE-DATA (1:2)    TO FIRE-B-PAYEE-STATE.
00182L      MOVE TEN99-ZIP-DATA (1:9)      TO FIRE-B-PAYEE-ZIP.
0018va      MOVE SPACE TO FIRE-B-FOREIGN-COUNTRY-IND.
0018vb      IF TEN99-FOREIGN-ADDRESS
0018vc          PERFORM 2550-BUILD-FOREIGN-CSZ THRU 2550-EXIT
0018vd      END-IF.
0182LA
0182LB      MOVE ZERO                      TO FIRE-B-AMOUNT-1.
0182LC      MOVE ZERO                      TO FIRE-B-AMOUNT-3.
0182RD      ADD FIRE-B-AMOUNT-6            TO WS-GROUP-AMOUNT-6.
0182RE      ADD FIRE-B-AMOUNT-14           TO WS-GROUP-AMOUNT-14.
0182TA
0182va*   A FOREIGN ADDRESS HAS NO STATE TO FILE WITH.
0182vb      IF NOT TEN99-FOREIGN-ADDRESS
0182vc          PERFORM 2530-ACCUMULATE-STATE THRU 2530-EXIT
0182vd      END-IF.
00182U
00182V  2500-EXIT.
00182W      EXIT.
0182W5
0182W6  2545-EXIT.
0182W7      EXIT.
0182ve
0182vf* 2550-BUILD-FOREIGN-CSZ
0182vg*   PUB. 1220 FOREIGN ADDRESS - THE COUNTRY INDICATOR IS "1"
0182vh*   AND CITY, PROVINCE, POSTAL CODE AND COUNTRY NAME RUN
0182vi*   TOGETHER IN THE CITY/STATE/ZIP AREA.  A COUNTRY CODE NOT
0182vj*   ON THE CNTY TABLE GOES OUT AS THE CODE ITSELF.
0182vk  2550-BUILD-FOREIGN-CSZ.
0182vl
0182vm      MOVE "N"                       TO WS-CNTY-FOUND-SW.
0182vn      MOVE TEN99-COUNTRY-CODE-DATA   TO WS-CNTY-NAME-WORK.
0182vo      PERFORM 2555-SEARCH-COUNTRY THRU 2555-EXIT
0182vp          VARYING WS-CNTY-TBL-SUB FROM 1 BY 1
0182vq          UNTIL WS-CNTY-TBL-SUB > WS-CNTY-TBL-MAX
0182vr             OR WS-CNTY-FOUND.
0182vs
0182vt      MOVE "1" TO FIRE-B-FOREIGN-COUNTRY-IND.
0182vu      MOVE SPACES                    TO FIRE-B-PAYEE-FOREIGN-CSZ.
0182vv      MOVE 1                         TO WS-FCSZ-PTR.
0182vw      STRING TEN99-CITY-DATA DELIMITED BY "  "
0182vx          INTO FIRE-B-PAYEE-FOREIGN-CSZ
0182vy          WITH POINTER WS-FCSZ-PTR.
0182vz      IF TEN99-PROVINCE-DATA NOT = SPACES
0182wa          STRING " "                 DELIMITED BY SIZE
0182wb                 TEN99-PROVINCE-DATA DELIMITED BY "  "
0182wc              INTO FIRE-B-PAYEE-FOREIGN-CSZ
0182wd              WITH POINTER WS-FCSZ-PTR
0182we      END-IF.
0182wf      IF TEN99-POSTAL-CODE-DATA NOT = SPACES
0182wg          STRING " "                 DELIMITED BY SIZE
0182wh                 TEN99-POSTAL-CODE-DATA DELIMITED BY "  "
0182wi              INTO FIRE-B-PAYEE-FOREIGN-CSZ
0182wj              WITH POINTER WS-FCSZ-PTR
0182wk      END-IF.
0182wl      STRING " "                     DELIMITED BY SIZE
0182wm             WS-CNTY-NAME-WORK       DELIMITED BY "  "
0182wn          INTO FIRE-B-PAYEE-FOREIGN-CSZ
0182wo          WITH POINTER WS-FCSZ-PTR.
0182wp      ADD 1 TO WS-FOREIGN-RCDS-WRITTEN.
0182wq
0182wr  2550-EXIT.
0182ws      EXIT.
0182wt
0182wu  2555-SEARCH-COUNTRY.
0182wv
0182ww      IF TEN99-COUNTRY-CODE-DATA = WS-CNTY-CODE (WS-CNTY-TBL-SUB)
0182wx          MOVE "Y" TO WS-CNTY-FOUND-SW
0182wy          MOVE WS-CNTY-NAME (WS-CNTY-TBL-SUB)
0182wz                               TO WS-CNTY-NAME-WORK
0182xa      END-IF.
0182xb
0182xc  2555-EXIT.
0182xd      EXIT.
0182W8
0182XV* 2530-ACCUMULATE-STATE
0182XW*   ROLLS THE PAYEE'S REPORTED AMOUNT INTO THE CURRENT
0182YE                  TO WS-STT-STATE (WS-STT-MATCHED-SUB)
0182YF              MOVE ZERO TO WS-STT-COUNT (WS-STT-MATCHED-SUB)
0182YG              MOVE ZERO TO WS-STT-AMOUNT (WS-STT-MATCHED-SUB)
0182YH              IF WS-STT-COUNT-TOTAL > WS-STT-HIGH-WATER
182YHa                  MOVE WS-STT-COUNT-TOTAL TO WS-STT-HIGH-WATER
182YHb              END-IF
182YHc          ELSE
182YHd              ADD 1 TO WS-STT-DROPPED
182YHe          END-IF
0182YI      END-IF.
0182YJ
0182YK      IF WS-STT-MATCHED-SUB > ZERO
00234M      MOVE WS-CFSF-RCDS-CODED  TO SCR-COUNT.
00234N      MOVE SYSOUT-COUNT-RCD    TO CC-E01W-DISPLAY-RCD.
00234O      PERFORM 8999-WRITE-SYSOUT.
0023va
0023vb      MOVE "FOREIGN-ADDRESS B RECORDS:" TO SCR-LITERAL.
0023vc      MOVE WS-FOREIGN-RCDS-WRITTEN TO SCR-COUNT.
0023vd      MOVE SYSOUT-COUNT-RCD    TO CC-E01W-DISPLAY-RCD.
0023ve      PERFORM 8999-WRITE-SYSOUT.
002350
02350a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
02350b
002360      COPY C2INZ003.
002370 
002380      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
002390 
002400  8000-EXIT.
002410      EXIT.
02410a
02410b* 8980-NOTE-TABLE-CAPACITY
02410c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
02410d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
02410e*   DROPPED ENTRY ENDS THE RUN RC=12.
02410f  8980-NOTE-TABLE-CAPACITY.
02410g
02410h      MOVE "STATE TOTALS"           TO TC-NOTE-NAME.
02410i      MOVE WS-STT-TABLE-MAX         TO TC-NOTE-LIMIT.
02410j      MOVE WS-STT-HIGH-WATER        TO TC-NOTE-HIGH.
02410k      MOVE WS-STT-DROPPED           TO TC-NOTE-DROPPED.
02410l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
02410m
2410ma      MOVE "REASON CODES"           TO TC-NOTE-NAME.
2410mb      MOVE WS-REASON-TBL-LIMIT      TO TC-NOTE-LIMIT.
2410mc      MOVE WS-REASON-TBL-MAX        TO TC-NOTE-HIGH.
2410md      MOVE WS-REASON-DROPPED        TO TC-NOTE-DROPPED.
2410me      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
2410mf
2410mg      MOVE "CF/SF STATES"           TO TC-NOTE-NAME.
2410mh      MOVE WS-CFSF-TBL-LIMIT        TO TC-NOTE-LIMIT.
2410mi      MOVE WS-CFSF-TBL-MAX          TO TC-NOTE-HIGH.
2410mj      MOVE WS-CFSF-DROPPED          TO TC-NOTE-DROPPED.
2410mk      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
2410va
2410vb      MOVE "COUNTRY NAMES"          TO TC-NOTE-NAME.
2410vc      MOVE WS-CNTY-TBL-LIMIT        TO TC-NOTE-LIMIT.
2410vd      MOVE WS-CNTY-TBL-MAX          TO TC-NOTE-HIGH.
2410ve      MOVE WS-CNTY-DROPPED          TO TC-NOTE-DROPPED.
2410vf      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
2410ml
02410n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
02410o
02410p  8980-EXIT.
02410q      EXIT.
00241A* 8500-REGISTER-READY
00241B*   APPENDS THE 'READY' FILING-STATUS RECORD WITH THE RUN'S
00241C*   CONTROL TOTALS AND THE PREPARING OPERATOR.  NOTHING
0241Cd*   RECORD TO THE IRS ANSWER AS BEFORE.
00241D  8500-REGISTER-READY.
00241E
00241F      PERFORM 8505-OPEN-FILING-STATUS THRU 8505-EXIT.
00241G
00241H      MOVE SPACES                 TO FILING-STATUS-RCD.
00241I      MOVE WS-TAX-YEAR            TO FC-TAX-YEAR.
00241R
00241S  8500-EXIT.
00241T      EXIT.
0024va
0024vb* 8505-OPEN-FILING-STATUS
0024vc*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0024vd*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0024ve*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0024vf*   LAYOUT HEADER AS ITS FIRST RECORD.
0024vg  8505-OPEN-FILING-STATUS.
0024vh
0024vi      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0024vj      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0024vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0024vl      OPEN INPUT FILING-STATUS-FILE.
0024vm      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0024vn          AT END
0024vo              MOVE "Y"            TO WS-LV-EMPTY-SW
0024vp      END-READ.
0024vq      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0024vr      CLOSE FILING-STATUS-FILE.
0024vs
0024vt      OPEN EXTEND FILING-STATUS-FILE.
0024vu      IF WS-LV-FILE-EMPTY
0024vv          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0024vw          WRITE FILING-STATUS-RCD FROM LAYOUT-HEADER-RCD
0024vx      END-IF.
0024vy
0024vz  8505-EXIT.
0024wa      EXIT.
00241U
00242A
00242B* 8900-SET-RETURN-CODE
00242C*   RC=0 CLEAN; RC=4 EITHER FORM STREAM PRODUCED NO PAYEE
00242D*   RECORDS - A LEGITIMATELY EMPTY STREAM IS RARE ENOUGH
00242E*   THAT OPERATIONS SHOULD LOOK BEFORE TRANSMITTING.  RC=12 A
0242Ea*   PAYER GROUP HAD MORE STATES THAN THE STATE TOTAL TABLE
0242Eb*   HOLDS (SEE THE CAPACITY REPORT).
00242F  8900-SET-RETURN-CODE.
00242G
00242H      MOVE ZERO TO RETURN-CODE.
00242K          OR WS-NEC-RCDS-WRITTEN = ZERO
00242L          MOVE 4 TO RETURN-CODE
00242M      END-IF.
0242Ma
0242Mb      IF TC-TABLE-OVERFLOW
0242Mc          MOVE TC-OVERFLOW-RC TO RETURN-CODE
0242Md      END-IF.
00242N
00242O  8900-EXIT.
00242P      EXIT.
00242Q
002420 
02420a      COPY CLCWW134.
02420b
0024wb      COPY CLCWW167.
0024wc
002430      COPY C2INZ002.
002440 
002450      COPY C2INZ004.
