000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCMR6385.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCMR6385
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    REFERENCE VALUES IN FORCE AS OF A DATE.  LISTS,
000130*              TABLE BY TABLE, EVERY KEY OF THE CLCWW135
000140*              REFERENCE FILE IN FORCE ON THE PARM DATE, THE
000150*              DATE ITS VALUE TOOK EFFECT AND THE VALUE ITSELF -
000160*              EXACTLY WHAT CCCW9196 HANDS THE BATCH FOR A RUN
000170*              ON THAT DATE, SINCE IT IS CCCW9196 THAT BUILDS
000180*              THE LIST.  ANSWERS "WHAT RATE/FLOOR/RULE DID THE
000190*              RUN OF <DATE> USE" WITHOUT READING THE FILE BY
000200*              HAND.
000210*
000220*  PARM:       AS-OF DATE (CCYYMMDD, BLANK = TODAY), OPTIONALLY
000230*              FOLLOWED BY ONE CLCWW135 TABLE ID,
000240*              E.G. PARM='20260115 SRUL'.
000250*
000260******************************************************************
000270*                      MODIFICATION HISTORY
000280******************************************************************
000290* DATE     INIT  DESCRIPTION
000300* -------- ----  --------------------------------------------
000310* 10/2026  RF    NEW PROGRAM - REFERENCE VALUES IN FORCE AS OF
000320*                A DATE
000321* 10/2026  RF    LIST THE BACT AND BTYP TABLES
00321a* 10/2026  RF    LIST THE USBR USER HOME BRANCH TABLE
00321b* 10/2026  RF    LIST THE CNTY COUNTRY NAME TABLE
00321c* 10/2026  RF    LIST THE ESCL ALERT ESCALATION TABLE
00321d* 10/2026  RF    LIST THE CLMD CLAIM DEADLINE TABLE
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000360  SOURCE-COMPUTER.   IBM-370.
000370  OBJECT-COMPUTER.   IBM-370.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400
000410      COPY C2INX001.
000420
000430      COPY C2INX004.
000440
000450  DATA DIVISION.
000460  FILE SECTION.
000470
000480      COPY C2INX002.
000490
000500      COPY C2INX005.
000510
000520  WORKING-STORAGE SECTION.
000530
000540      COPY C2INX003.
000550
000560      COPY C2INX006.
000570
000580      COPY CLCWW133.
000590
000600      COPY CLCWW138.
000610
000620* A WORK COPY OF THE REFERENCE RECORD - ITS PER-TABLE VIEWS
000630* OF REF-DATA FORMAT EACH VALUE FOR PRINTING.
000640      COPY CLCWW135.
000650
000660  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6385".
000670
000680  01  WS-COUNTERS.
000690      05  WS-TABLES-LISTED        PIC 9(09) COMP VALUE ZERO.
000700      05  WS-ENTRIES-LISTED       PIC 9(09) COMP VALUE ZERO.
000710      05  WS-TABLES-EMPTY         PIC 9(09) COMP VALUE ZERO.
000720
000730* THE TABLES LISTED, IN PRINT ORDER.
000740  01  WS-LIST-TABLE-NAMES.
000750      05  FILLER  PIC X(28) VALUE "RSNCREASON CODES            ".
000760      05  FILLER  PIC X(28) VALUE "RTHRREPORTING FLOORS        ".
000770      05  FILLER  PIC X(28) VALUE "SRULSTATE FILING RULES      ".
000780      05  FILLER  PIC X(28) VALUE "TRTYNRA TREATY RATES        ".
000790      05  FILLER  PIC X(28) VALUE "CFSFCF/SF PARTICIPANTS      ".
000800      05  FILLER  PIC X(28) VALUE "RETNRETENTION SCHEDULE      ".
000810      05  FILLER  PIC X(28) VALUE "UCSTCHARGEBACK RATES        ".
000811      05  FILLER  PIC X(28) VALUE "BACTDISBURSEMENT ACCOUNTS   ".
000812      05  FILLER  PIC X(28) VALUE "BTYPBAI2 TYPE CODES         ".
00812a      05  FILLER  PIC X(28) VALUE "USBRUSER HOME BRANCHES      ".
00812b      05  FILLER  PIC X(28) VALUE "CNTYCOUNTRY NAMES           ".
00812c      05  FILLER  PIC X(28) VALUE "ESCLALERT ESCALATION        ".
00812d      05  FILLER  PIC X(28) VALUE "CLMDCLAIM DEADLINES         ".
000820  01  WS-LIST-TABLE-NAMES-TBL REDEFINES WS-LIST-TABLE-NAMES.
000830      05  WS-LIST-TABLE-ENTRY     OCCURS 13 TIMES.
000840          10  WS-LIST-TABLE-ID        PIC X(04).
000850          10  WS-LIST-TABLE-DESC      PIC X(24).
000860  77  WS-LIST-TABLE-MAX           PIC 9(02) COMP VALUE 13.
000870  77  WS-LIST-TABLE-SUB           PIC 9(02) COMP VALUE ZERO.
000880
000890* ONE TABLE'S ROWS IN FORCE, AS CCCW9196 RETURNS THEM IN
000900* RL-FORMAT-ROW: KEY, EFFECTIVE DATE, ENTRY IMAGE.
000910  01  WS-LST-TABLE.
000920      05  WS-LST-ENTRY            OCCURS 200 TIMES.
000930          10  WS-LST-KEY              PIC X(08).
000940          10  WS-LST-EFF-DATE         PIC 9(08).
000950          10  WS-LST-DATA             PIC X(40).
000960  77  WS-LST-TABLE-MAX            PIC 9(04) COMP VALUE 200.
000970  77  WS-LST-ENTRY-LEN            PIC 9(04) COMP VALUE 56.
000980  77  WS-LST-SUB                  PIC 9(04) COMP VALUE ZERO.
000990
001000  77  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
001010  77  WS-WANT-TABLE-ID            PIC X(04) VALUE SPACES.
001020
001030* EDITED FIELDS FOR THE VALUE COLUMN.
001040  77  WS-ED-AMOUNT                PIC Z,ZZZ,ZZ9.99.
001050  77  WS-ED-THRESHOLD             PIC Z,ZZ9.99.
001060  77  WS-ED-RATE                  PIC 9.9999.
001070  77  WS-ED-UNIT-COST             PIC ZZ9.99.
001080  77  WS-ED-MONTHS                PIC ZZ9.
01080a  77  WS-ED-HOURS                 PIC ZZ9.
001090
001100  01  WS-TABLE-HEADING.
001110      05  FILLER                  PIC X(02) VALUE SPACES.
001120      05  FILLER                  PIC X(06) VALUE "TABLE ".
001130      05  TH-TABLE-ID             PIC X(04).
001140      05  FILLER                  PIC X(03) VALUE " - ".
001150      05  TH-TABLE-DESC           PIC X(24).
001160      05  FILLER                  PIC X(10) VALUE " IN FORCE ".
001170      05  TH-AS-OF-DATE           PIC X(08).
001180      05  FILLER                  PIC X(15)
001190              VALUE "   ROWS ON FILE".
001200      05  TH-ROWS-READ            PIC ZZ,ZZ9.
001210      05  FILLER                  PIC X(13) VALUE "   IN FORCE  ".
001220      05  TH-IN-FORCE             PIC ZZ,ZZ9.
001230      05  FILLER                  PIC X(36) VALUE SPACES.
001240
001250  01  WS-DETAIL-LINE.
001260      05  FILLER                  PIC X(06) VALUE SPACES.
001270      05  DL-KEY                  PIC X(08).
001280      05  FILLER                  PIC X(02) VALUE SPACES.
001290      05  DL-EFF-DATE             PIC X(08).
001300      05  FILLER                  PIC X(02) VALUE SPACES.
001310      05  DL-VALUE                PIC X(80).
001320      05  FILLER                  PIC X(27) VALUE SPACES.
001330
001340  LINKAGE SECTION.
001350
001360* RUN-TIME PARM - AS-OF DATE AND AN OPTIONAL TABLE ID.
001370  01  LS-PARM-DATA.
001380      05  LS-PARM-LENGTH          PIC S9(04) COMP.
001390      05  LS-PARM-AS-OF-DATE      PIC X(08).
001400      05  FILLER                  PIC X(01).
001410      05  LS-PARM-TABLE-ID        PIC X(04).
001420
001430  PROCEDURE DIVISION USING LS-PARM-DATA.
001440
001450  0000-MAINLINE.
001460
001470      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001480
001490      PERFORM 2000-LIST-TABLE        THRU 2000-EXIT
001500          VARYING WS-LIST-TABLE-SUB FROM 1 BY 1
001510          UNTIL WS-LIST-TABLE-SUB > WS-LIST-TABLE-MAX.
001520
001530      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
001540
001550      GOBACK.
001560
001570  1000-INITIALIZE.
001580
001590      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
001600      OPEN EXTEND RUN-HISTORY-FILE.
001610
001620      COPY C2INZ001.
001630
001640      MOVE SWA-CURRENT-CCYY-DATE  TO WS-AS-OF-DATE.
001650
001660      IF LS-PARM-LENGTH > 7
001670          AND LS-PARM-AS-OF-DATE NOT = SPACES
001680          IF LS-PARM-AS-OF-DATE NOT NUMERIC
001690              MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
001700              MOVE "REF04"               TO SAR-RETURN-CODE
001710              MOVE SPACES                TO SAR-DB-NAME
001720              MOVE "PARM AS-OF DATE"     TO SAR-TABLE-NAME
001730              MOVE SPACES                TO SAR-SQLCODE
001740              GO TO 9998-COREDUMP
001750          END-IF
001760          MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
001770      END-IF.
001780
001790      IF LS-PARM-LENGTH > 12
001800          MOVE LS-PARM-TABLE-ID   TO WS-WANT-TABLE-ID
001810      END-IF.
001820
001830      MOVE "REFERENCE VALUES AS OF:"  TO SCR-LITERAL.
001840      MOVE WS-AS-OF-DATE          TO SCR-COUNT.
001850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
001860      PERFORM 8999-WRITE-SYSOUT.
001870
001880      MOVE "R"                    TO RL-ENTRY-FORMAT.
001890      MOVE WS-AS-OF-DATE          TO RL-AS-OF-DATE.
001900      MOVE WS-LST-ENTRY-LEN       TO RL-ENTRY-LENGTH.
001910      MOVE WS-LST-TABLE-MAX       TO RL-ENTRY-LIMIT.
001920
001930  1000-EXIT.
001940      EXIT.
001950
001960* 2000-LIST-TABLE
001970*   HAS CCCW9196 BUILD ONE TABLE AS OF THE PARM DATE AND PRINTS
001980*   IT - A HEADING, THEN ONE LINE PER KEY IN FORCE.
001990  2000-LIST-TABLE.
002000
002010      IF WS-WANT-TABLE-ID NOT = SPACES
002020          AND WS-WANT-TABLE-ID NOT =
002030              WS-LIST-TABLE-ID (WS-LIST-TABLE-SUB)
002040          GO TO 2000-EXIT
002050      END-IF.
002060
002070      MOVE WS-LIST-TABLE-ID (WS-LIST-TABLE-SUB) TO RL-TABLE-ID.
002080      CALL "CCCW9196" USING REF-LOAD-AREA
002090                            WS-LST-TABLE.
002100      ADD 1 TO WS-TABLES-LISTED.
002110
002120      MOVE SPACES                 TO CC-E01W-DISPLAY-RCD.
002130      PERFORM 8999-WRITE-SYSOUT.
002140      MOVE RL-TABLE-ID            TO TH-TABLE-ID.
002150      MOVE WS-LIST-TABLE-DESC (WS-LIST-TABLE-SUB)
002160                                  TO TH-TABLE-DESC.
002170      MOVE WS-AS-OF-DATE          TO TH-AS-OF-DATE.
002180      MOVE RL-ROWS-READ           TO TH-ROWS-READ.
002190      MOVE RL-ENTRY-COUNT         TO TH-IN-FORCE.
002200      MOVE WS-TABLE-HEADING       TO CC-E01W-DISPLAY-RCD.
002210      PERFORM 8999-WRITE-SYSOUT.
002220
002230      MOVE RL-TABLE-ID            TO TC-NOTE-NAME.
002240      MOVE WS-LST-TABLE-MAX       TO TC-NOTE-LIMIT.
002250      MOVE RL-ENTRY-COUNT         TO TC-NOTE-HIGH.
002260      MOVE RL-DROPPED             TO TC-NOTE-DROPPED.
002270      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
002280
002290      IF RL-TABLE-EMPTY
002300          ADD 1 TO WS-TABLES-EMPTY
002310          MOVE SPACES                 TO WS-DETAIL-LINE
002320          MOVE "*** NO ENTRIES IN FORCE ON THIS DATE ***"
002330                                      TO DL-VALUE
002340          MOVE WS-DETAIL-LINE         TO CC-E01W-DISPLAY-RCD
002350          PERFORM 8999-WRITE-SYSOUT
002360          GO TO 2000-EXIT
002370      END-IF.
002380
002390      PERFORM 2100-LIST-ENTRY        THRU 2100-EXIT
002400          VARYING WS-LST-SUB FROM 1 BY 1
002410          UNTIL WS-LST-SUB > RL-ENTRY-COUNT.
002420
002430  2000-EXIT.
002440      EXIT.
002450
002460* 2100-LIST-ENTRY
002470*   ONE KEY IN FORCE: THE KEY, THE DATE ITS VALUE TOOK EFFECT,
002480*   AND THE VALUE FORMATTED THROUGH ITS TABLE'S CLCWW135 VIEW.
002490  2100-LIST-ENTRY.
002500
002510      MOVE SPACES                 TO WS-DETAIL-LINE.
002520      MOVE WS-LST-KEY (WS-LST-SUB)      TO DL-KEY.
002530      MOVE WS-LST-EFF-DATE (WS-LST-SUB) TO DL-EFF-DATE.
002540      MOVE WS-LST-DATA (WS-LST-SUB)     TO REF-DATA.
002550
002560      EVALUATE RL-TABLE-ID
002570          WHEN "RSNC"
002580              STRING REF-RSNC-DESC        DELIMITED BY SIZE
002590                     "  BOX "             DELIMITED BY SIZE
002600                     REF-RSNC-BOX         DELIMITED BY SIZE
002610                     "  FORM "            DELIMITED BY SIZE
002620                     REF-RSNC-FORM        DELIMITED BY SIZE
002630                  INTO DL-VALUE
002640              END-STRING
002650          WHEN "RTHR"
002660              MOVE REF-RTHR-AMOUNT        TO WS-ED-AMOUNT
002670              STRING "FROM TAX YEAR "     DELIMITED BY SIZE
002680                     REF-RTHR-EFF-YEAR    DELIMITED BY SIZE
002690                     "  FLOOR "           DELIMITED BY SIZE
002700                     WS-ED-AMOUNT         DELIMITED BY SIZE
002710                  INTO DL-VALUE
002720              END-STRING
002730          WHEN "SRUL"
002740              MOVE REF-SRUL-RATE          TO WS-ED-RATE
002750              MOVE REF-SRUL-THRESHOLD     TO WS-ED-THRESHOLD
002760              STRING "RATE "              DELIMITED BY SIZE
002770                     WS-ED-RATE           DELIMITED BY SIZE
002780                     "  PAYER ID "        DELIMITED BY SIZE
002790                     REF-SRUL-PAYER-STATE-ID DELIMITED BY SIZE
002800                     "  FLOOR "           DELIMITED BY SIZE
002810                     WS-ED-THRESHOLD      DELIMITED BY SIZE
002820                     "  DEPOSIT "         DELIMITED BY SIZE
002830                     REF-SRUL-DEPOSIT-FREQ DELIMITED BY SIZE
002840                  INTO DL-VALUE
002850              END-STRING
002860          WHEN "TRTY"
002870              MOVE REF-TRTY-RATE          TO WS-ED-RATE
002880              STRING "TREATY RATE "       DELIMITED BY SIZE
002890                     WS-ED-RATE           DELIMITED BY SIZE
002900                  INTO DL-VALUE
002910              END-STRING
002920          WHEN "CFSF"
002930              STRING "CF/SF STATE CODE "  DELIMITED BY SIZE
002940                     REF-CFSF-CODE        DELIMITED BY SIZE
002950                  INTO DL-VALUE
002960              END-STRING
002970          WHEN "RETN"
002980              MOVE REF-RETN-MONTHS        TO WS-ED-MONTHS
002990              STRING "RETAIN "            DELIMITED BY SIZE
003000                     WS-ED-MONTHS         DELIMITED BY SIZE
003010                     " MONTHS"            DELIMITED BY SIZE
003020                  INTO DL-VALUE
003030              END-STRING
003040          WHEN "UCST"
003050              MOVE REF-UCST-RATE          TO WS-ED-UNIT-COST
003060              STRING "RATE PER ITEM "     DELIMITED BY SIZE
003070                     WS-ED-UNIT-COST      DELIMITED BY SIZE
003080                  INTO DL-VALUE
003090              END-STRING
003091          WHEN "BACT"
003092              STRING "FIN LABEL "         DELIMITED BY SIZE
003093                     REF-BACT-FIN-LABEL   DELIMITED BY SIZE
003094                     "  ACCOUNT "         DELIMITED BY SIZE
003095                     REF-BACT-ACCOUNT-NUM DELIMITED BY SIZE
003096                     "  "                 DELIMITED BY SIZE
003097                     REF-BACT-DESC        DELIMITED BY SIZE
003098                  INTO DL-VALUE
003099              END-STRING
00309A          WHEN "BTYP"
00309B              STRING "CATEGORY "          DELIMITED BY SIZE
00309C                     REF-BTYP-CATEGORY    DELIMITED BY SIZE
00309D                     "  "                 DELIMITED BY SIZE
00309E                     REF-BTYP-DESC        DELIMITED BY SIZE
00309F                  INTO DL-VALUE
00309G              END-STRING
0309Ga          WHEN "USBR"
0309Gb              STRING "BRANCH "            DELIMITED BY SIZE
0309Gc                     REF-USBR-BR-CODE     DELIMITED BY SIZE
0309Gd                     "  "                 DELIMITED BY SIZE
0309Ge                     REF-USBR-USER-NAME   DELIMITED BY SIZE
0309Gf                  INTO DL-VALUE
0309Gg              END-STRING
0309Gh          WHEN "CNTY"
0309Gi              MOVE REF-CNTY-NAME          TO DL-VALUE
0309Gj          WHEN "ESCL"
0309Gk              MOVE REF-ESCL-ACK-HOURS     TO WS-ED-HOURS
0309Gl              STRING "CONTACT "           DELIMITED BY SIZE
0309Gm                     REF-ESCL-CONTACT     DELIMITED BY SIZE
0309Gn                     "  ACK WITHIN "      DELIMITED BY SIZE
0309Go                     WS-ED-HOURS          DELIMITED BY SIZE
0309Gp                     " HRS  "             DELIMITED BY SIZE
0309Gq                     REF-ESCL-CONTACT-NAME DELIMITED BY SIZE
0309Gr                  INTO DL-VALUE
0309Gs              END-STRING
0309Gt          WHEN "CLMD"
0309Gu              STRING "AFFIDAVIT "         DELIMITED BY SIZE
0309Gv                     REF-CLMD-AFFID-DAYS  DELIMITED BY SIZE
0309Gw                     " FILE "             DELIMITED BY SIZE
0309Gx                     REF-CLMD-FILE-DAYS   DELIMITED BY SIZE
0309Gy                     " RECOVER "          DELIMITED BY SIZE
0309Gz                     REF-CLMD-RECOVER-DAYS DELIMITED BY SIZE
0309Ha                     " DAYS  "            DELIMITED BY SIZE
0309Hb                     REF-CLMD-DESC        DELIMITED BY SIZE
0309Hc                  INTO DL-VALUE
0309Hd              END-STRING
003100          WHEN OTHER
003110              MOVE REF-DATA               TO DL-VALUE
003120      END-EVALUATE.
003130
003140      MOVE WS-DETAIL-LINE         TO CC-E01W-DISPLAY-RCD.
003150      PERFORM 8999-WRITE-SYSOUT.
003160      ADD 1 TO WS-ENTRIES-LISTED.
003170
003180  2100-EXIT.
003190      EXIT.
003200
003210  8000-WRAPUP.
003220
003230      MOVE SPACES                 TO CC-E01W-DISPLAY-RCD.
003240      PERFORM 8999-WRITE-SYSOUT.
003250
003260      MOVE "TABLES LISTED:"        TO SCR-LITERAL.
003270      MOVE WS-TABLES-LISTED       TO SCR-COUNT.
003280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003290      PERFORM 8999-WRITE-SYSOUT.
003300
003310      MOVE "ENTRIES IN FORCE LISTED:" TO SCR-LITERAL.
003320      MOVE WS-ENTRIES-LISTED      TO SCR-COUNT.
003330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003340      PERFORM 8999-WRITE-SYSOUT.
003350
003360      MOVE "TABLES WITH NO ENTRIES:" TO SCR-LITERAL.
003370      MOVE WS-TABLES-EMPTY        TO SCR-COUNT.
003380      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003390      PERFORM 8999-WRITE-SYSOUT.
003400
003410      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
003420
003430*   AN EMPTY TABLE WOULD STOP EVERY PROGRAM THAT READS IT ON
003440*   THIS DATE - THE LISTING SAYS SO WITH RC=4.  A TABLE TOO
003450*   LARGE TO LIST IN FULL ENDS RC=12.
003460      IF WS-TABLES-EMPTY > ZERO
003470          MOVE 4 TO RETURN-CODE
003480      END-IF.
003490      IF TC-TABLE-OVERFLOW
003500          MOVE TC-OVERFLOW-RC TO RETURN-CODE
003510      END-IF.
003520
003530      COPY C2INZ003.
003540
003550      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
003560
003570  8000-EXIT.
003580      EXIT.
003590
003600      COPY CLCWW134.
003610
003620      COPY C2INZ002.
003630
003640      COPY C2INZ004.
003650
003660      COPY C2INZ005.
003670
003680      RUN-HISTORY-FILE.
003690
003700  9999-EXIT.
003710      EXIT.
