000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9166.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9166
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    FORM 8809 EXTENSION-OF-TIME REQUEST BUILD.
000130*              WHEN THE CCCW9150 BUSINESS-CALENDAR GATE OR THE
000140*              HELD-FILE BACKLOG SAYS THE FILING DEADLINE WILL
000150*              BE MISSED, OPERATIONS RUNS THIS PROGRAM INSTEAD
000160*              OF FILLING OUT FORM 8809 BY HAND.  ONE REQUEST
000170*              (CLCWW124) IS BUILT FOR EVERY FILER TIN ON THE
000180*              CLCWW061 PAYER/FILER MASTER AND EVERY FORM
000190*              STREAM ASKED FOR (1099-MISC, 1099-NEC, 1099-INT,
000200*              1042-S), AND EACH ONE IS REGISTERED ON THE
000210*              CLCWW076 FILING-STATUS FILE AS AN EXTENSION
000220*              RECORD CARRYING THE EXTENDED DUE DATE, WHICH
000230*              CCCW9165 AND CCMR6370 THEN MEASURE AGAINST.  A
000240*              FILER/STREAM ALREADY EXTENDED FOR THE YEAR IS
000250*              NOT REQUESTED AGAIN, SO A RERUN IS HARMLESS.
000260*
000270*  PARM:       COLS 1-8  OPERATOR PREPARING THE REQUEST,
000280*                        RECORDED ON THE FILING-STATUS RECORD.
000290*              COLS 9-12 FORM STREAMS TO EXTEND, ANY OF M
000300*                        (MISC), N (NEC), I (INT), S (1042-S);
000310*                        OMITTED OR BLANK REQUESTS ALL FOUR.
000320*                        E.G. PARM='OPSJONESMI'.
000330*
000340*  FILES:      PAYRMSTR - PAYER/FILER MASTER (CLCWW061)
000350*              FILSTAT  - FILING-STATUS CONTROL (CLCWW076),
000360*                         READ FOR PRIOR EXTENSIONS, THEN
000370*                         EXTENDED WITH THE NEW ONES
000380*              EXTREQ   - 8809 REQUEST FILE (CLCWW124)
000390*
000400******************************************************************
000410*                      MODIFICATION HISTORY
000420******************************************************************
000430* DATE     INIT  DESCRIPTION
000440* -------- ----  --------------------------------------------
000450* 10/2026  RF    NEW PROGRAM - FORM 8809 EXTENSION REQUESTS
00450a* 10/2026  RF    PRINT THE TABLE CAPACITY REPORT - THE PAYER AND
00450b*                EXTENSION TABLES' HIGH-WATER MARKS AGAINST THEIR
00450c*                LIMITS
0045va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTAT
0045vb*                BEFORE READING OR APPENDING; HEADER IT WHEN
0045vc*                EMPTY
0045vd* 10/2026  RF    REFUSE TO REQUEST EXTENSIONS FOR A TAX YEAR
0045ve*                CLOSED BY CCCW9201 (CLCWW169/170)
000460******************************************************************
000470  ENVIRONMENT DIVISION.
000480  CONFIGURATION SECTION.
000490  SOURCE-COMPUTER.   IBM-370.
000500  OBJECT-COMPUTER.   IBM-370.
000510  INPUT-OUTPUT SECTION.
000520  FILE-CONTROL.
000530
000540      COPY C2INX001.
000550
000560      SELECT PAYER-MASTER-FILE   ASSIGN TO PAYRMSTR
000570          ORGANIZATION IS SEQUENTIAL.
000580
000590      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
000600          ORGANIZATION IS SEQUENTIAL.
000610
000620      SELECT EXTENSION-REQUEST-FILE ASSIGN TO EXTREQ
000630          ORGANIZATION IS SEQUENTIAL.
000640
000650      COPY C2INX004.
000660
000670  DATA DIVISION.
000680  FILE SECTION.
000690
000700      COPY C2INX002.
000710
000720  FD  PAYER-MASTER-FILE
000730      BLOCK CONTAINS 0 RECORDS
000740      RECORDING MODE IS F
000750      LABEL RECORDS ARE STANDARD
000760      DATA RECORD IS PAYER-MASTER-RCD.
000770
000780      COPY CLCWW061.
000790
000800  FD  FILING-STATUS-FILE
000810      BLOCK CONTAINS 0 RECORDS
000820      RECORDING MODE IS F
000830      LABEL RECORDS ARE STANDARD
000840      DATA RECORD IS FILING-STATUS-RCD.
000850
000860      COPY CLCWW076.
000870
000880  FD  EXTENSION-REQUEST-FILE
000890      BLOCK CONTAINS 0 RECORDS
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD
000920      DATA RECORD IS EXTENSION-REQUEST-RCD.
000930
000940      COPY CLCWW124.
000950
000960      COPY C2INX005.
000970
000980  WORKING-STORAGE SECTION.
000990
001000      COPY C2INX003.
001010
001020      COPY C2INX006.
0010va
0010vb      COPY CLCWW166.
0010vc
0010vd      COPY CLCWW169.
01020a
01020b      COPY CLCWW133.
001030
001040  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9166".
001050
001060  01  WS-SWITCHES.
001070      05  WS-PM-EOF-SW            PIC X(01) VALUE "N".
001080          88  WS-PM-EOF                   VALUE "Y".
001090      05  WS-FSTAT-EOF-SW         PIC X(01) VALUE "N".
001100          88  WS-FSTAT-EOF                VALUE "Y".
001110      05  WS-EXT-FOUND-SW         PIC X(01) VALUE "N".
001120          88  WS-EXT-FOUND                VALUE "Y".
001130      05  WS-STREAM-SELECTED-SW   PIC X(01) VALUE "N".
001140          88  WS-STREAM-SELECTED          VALUE "Y".
001150
001160  01  WS-COUNTERS.
001170      05  WS-FILERS-READ          PIC 9(09) COMP VALUE ZERO.
001180      05  WS-EXTENSIONS-ON-FILE   PIC 9(09) COMP VALUE ZERO.
001190      05  WS-REQUESTS-WRITTEN     PIC 9(09) COMP VALUE ZERO.
001200      05  WS-ALREADY-EXTENDED     PIC 9(09) COMP VALUE ZERO.
001210      05  WS-REASON-REQUIRED      PIC 9(09) COMP VALUE ZERO.
001220      05  WS-LATE-REQUESTS        PIC 9(09) COMP VALUE ZERO.
001230
001240* THE TAX YEAR BEING EXTENDED IS THE CALENDAR YEAR PRIOR TO THE
001250* RUN DATE, THE SAME CONVENTION CCCW9150 AND CCCW9160 USE.  THE
001260* RETURNS FOR IT ARE DUE IN THE RUN YEAR.
001270  01  WS-RUN-YEAR-WORK.
001280      05  WS-RUN-YEAR-CEN             PIC X(02).
001290      05  WS-RUN-YEAR-YR              PIC X(02).
001300  01  WS-RUN-YEAR REDEFINES WS-RUN-YEAR-WORK
001310                                  PIC 9(04).
001320  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001330  77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
001340
001350  01  WS-DUE-WORK.
001360      05  WS-DUE-YEAR             PIC 9(04).
001370      05  WS-DUE-MMDD             PIC 9(04).
001380  01  WS-DUE-DATE REDEFINES WS-DUE-WORK
001390                                  PIC 9(08).
001400  77  WS-ORIGINAL-DUE             PIC 9(08) VALUE ZERO.
001410  77  WS-EXTENDED-DUE             PIC 9(08) VALUE ZERO.
001420
001430* FORM STREAMS AND THEIR ELECTRONIC FILING DATES - THE STREAM
001440* CODE, THE ORIGINAL DUE MMDD, THE DUE MMDD AFTER THE 30-DAY
001450* EXTENSION, WHETHER THE EXTENSION IS AUTOMATIC, AND THE 8809
001460* DOCUMENT INDICATOR.  THE 1099-NEC EXTENSION IS GRANTED ONLY
001470* ON A SIGNED REQUEST GIVING THE HARDSHIP REASON.
001480  01  WS-STREAM-VALUES.
001490      05  FILLER                  PIC X(11) VALUE "M03310430Y4".
001500      05  FILLER                  PIC X(11) VALUE "N01310302N4".
001510      05  FILLER                  PIC X(11) VALUE "I03310430Y4".
001520      05  FILLER                  PIC X(11) VALUE "S03150414Y2".
001530  01  WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
001540      05  WS-STM-ENTRY            OCCURS 4 TIMES.
001550          10  WS-STM-CODE             PIC X(01).
001560          10  WS-STM-ORIG-MMDD        PIC 9(04).
001570          10  WS-STM-EXT-MMDD         PIC 9(04).
001580          10  WS-STM-AUTO-IND         PIC X(01).
001590          10  WS-STM-DOC-IND          PIC X(01).
001600
001610  77  WS-STM-TABLE-MAX            PIC 9(02) COMP VALUE 4.
001620  77  WS-STM-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
001630  77  WS-PRM-SUB                  PIC 9(02) COMP VALUE ZERO.
001640  77  WS-REQUEST-STREAMS          PIC X(04) VALUE "MNIS".
001650
001660* THE PAYER/FILER MASTER, HELD SO THE CORPORATE (LABEL 0000)
001670* TRANSMITTER IDENTITY IS KNOWN BEFORE THE FIRST REQUEST IS
001680* BUILT, WHEREVER IT SITS ON THE FILE.
001690  01  WS-PAYER-TABLE.
001700      05  WS-PFT-ENTRY            OCCURS 100 TIMES.
001710          10  WS-PFT-LABEL-CODE       PIC 9(04).
001720          10  WS-PFT-FILER-TIN        PIC X(09).
001730          10  WS-PFT-FILER-NAME       PIC X(40).
001740          10  WS-PFT-FILER-ADDRESS    PIC X(40).
001750
001760  77  WS-PFT-COUNT                PIC 9(03) COMP VALUE ZERO.
001770  77  WS-PFT-TABLE-MAX            PIC 9(03) COMP VALUE 100.
001780  77  WS-PFT-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001790
001800  77  WS-TRANSMITTER-TIN          PIC X(09) VALUE SPACES.
001810  77  WS-TRANSMITTER-TCC          PIC X(05) VALUE SPACES.
001820
001830* EXTENSIONS ALREADY ON FILE FOR THE TAX YEAR, PLUS EVERY ONE
001840* REQUESTED BY THIS RUN - A FILER TIN SHARED BY SEVERAL LABEL
001850* CODES IS EXTENDED ONCE PER STREAM.
001860  01  WS-EXTENSION-TABLE.
001870      05  WS-EXT-ENTRY            OCCURS 500 TIMES.
001880          10  WS-EXT-FILER-TIN        PIC X(09).
001890          10  WS-EXT-FORM-STREAM      PIC X(01).
001900
001910  77  WS-EXT-COUNT                PIC 9(03) COMP VALUE ZERO.
001920  77  WS-EXT-TABLE-MAX            PIC 9(03) COMP VALUE 500.
001930  77  WS-EXT-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001940
001950  01  WS-ALERT-LINE.
001960      05  FILLER                  PIC X(02) VALUE SPACES.
001970      05  ALT-TEXT                PIC X(36).
001980      05  FILLER                  PIC X(07) VALUE " LABEL ".
001990      05  ALT-LABEL               PIC 9(04).
002000      05  FILLER                  PIC X(06) VALUE " FORM ".
002010      05  ALT-STREAM              PIC X(01).
002020      05  FILLER                  PIC X(09) VALUE " DUE BY: ".
002030      05  ALT-DUE                 PIC 9(08).
002040      05  FILLER                  PIC X(60) VALUE SPACES.
002050
002060  LINKAGE SECTION.
002070
002080  01  LS-PARM-DATA.
002090      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002100      05  LS-PARM-OPERATOR        PIC X(08).
002110      05  LS-PARM-STREAMS         PIC X(04).
002120
002130  PROCEDURE DIVISION USING LS-PARM-DATA.
002140
002150  0000-MAINLINE.
002160
002170      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002180
002190      PERFORM 2000-PROCESS-FILER     THRU 2000-EXIT
002200          VARYING WS-PFT-TBL-SUB FROM 1 BY 1
002210          UNTIL WS-PFT-TBL-SUB > WS-PFT-COUNT.
002220
002230      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002240
002250      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
002260
002270      GOBACK.
002280
002290  1000-INITIALIZE.
002300
002310      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002320      OPEN EXTEND RUN-HISTORY-FILE.
002330
002340      COPY C2INZ001.
002350
002360      MOVE SPR-DATE-CEN           TO WS-RUN-YEAR-CEN.
002370      MOVE SWA-CURR-YR            TO WS-RUN-YEAR-YR.
002380      COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
002390      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY-CCYYMMDD.
0023va
0023vb*   A TAX YEAR CLOSED BY CCCW9201 HAS ALREADY BEEN FILED -
0023vc*   THERE IS NOTHING LEFT TO EXTEND.
0023vd      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
0023ve      MOVE WS-TAX-YEAR            TO WS-CY-CHECK-YEAR.
0023vf      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
0023vg      IF WS-CY-YEAR-CLOSED
0023vh          PERFORM 9140-PRINT-CLOSED-YEAR THRU 9140-EXIT
0023vi          MOVE "1000-INITIALIZE"    TO SAR-PARAGRAPH
0023vj          MOVE "CLOSD"              TO SAR-RETURN-CODE
0023vk          MOVE SPACES               TO SAR-DB-NAME
0023vl          MOVE "FILSTAT"            TO SAR-TABLE-NAME
0023vm          MOVE SPACES               TO SAR-SQLCODE
0023vn          GO TO 9998-COREDUMP
0023vo      END-IF.
002400
002410      IF LS-PARM-LENGTH > 8
002420          AND LS-PARM-STREAMS NOT = SPACES
002430          MOVE LS-PARM-STREAMS    TO WS-REQUEST-STREAMS
002440      END-IF.
002450
002460      PERFORM 1100-LOAD-PAYER-MASTER THRU 1100-EXIT.
002470      PERFORM 1200-LOAD-EXTENSIONS   THRU 1200-EXIT.
002480
002490      OPEN OUTPUT EXTENSION-REQUEST-FILE.
002500      PERFORM 1300-OPEN-FILING-STATUS THRU 1300-EXIT.
002510
002520  1000-EXIT.
002530      EXIT.
002540
002550* 1100-LOAD-PAYER-MASTER
002560*   LOADS EVERY FILING IDENTITY ON CLCWW061 AND CAPTURES THE
002570*   CORPORATE (LABEL 0000) TIN AND TRANSMITTER CONTROL CODE -
002580*   THIS SHOP TRANSMITS FOR EVERY LABEL.  A FULL TABLE ABENDS
002590*   RATHER THAN LEAVE A FILER UNEXTENDED WITHOUT A WORD.
002600  1100-LOAD-PAYER-MASTER.
002610
002620      OPEN INPUT PAYER-MASTER-FILE.
002630
002640      PERFORM 1110-LOAD-PAYER-RCD THRU 1110-EXIT
002650          UNTIL WS-PM-EOF.
002660
002670      CLOSE PAYER-MASTER-FILE.
002680
002690  1100-EXIT.
002700      EXIT.
002710
002720  1110-LOAD-PAYER-RCD.
002730
002740      READ PAYER-MASTER-FILE
002750          AT END
002760              MOVE "Y" TO WS-PM-EOF-SW
002770              GO TO 1110-EXIT
002780      END-READ.
002790
002800      IF WS-PFT-COUNT NOT < WS-PFT-TABLE-MAX
002810          MOVE "*PAYER TABLE FULL AT:" TO SCR-LITERAL
002820          MOVE WS-PFT-TABLE-MAX   TO SCR-COUNT
002830          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
002840          PERFORM 8999-WRITE-SYSOUT
002850          MOVE "1110-LOAD-PAYER-RCD" TO SAR-PARAGRAPH
002860          MOVE "TBLFL"              TO SAR-RETURN-CODE
002870          MOVE SPACES               TO SAR-DB-NAME
002880          MOVE "PAYRMSTR"           TO SAR-TABLE-NAME
002890          MOVE SPACES               TO SAR-SQLCODE
002900          GO TO 9998-COREDUMP
002910      END-IF.
002920
002930      ADD 1 TO WS-FILERS-READ.
002940      ADD 1 TO WS-PFT-COUNT.
002950      MOVE PF-FIN-LABEL-CODE  TO WS-PFT-LABEL-CODE (WS-PFT-COUNT).
002960      MOVE PF-FILER-TIN       TO WS-PFT-FILER-TIN (WS-PFT-COUNT).
002970      MOVE PF-FILER-NAME      TO WS-PFT-FILER-NAME (WS-PFT-COUNT).
002980      MOVE PF-FILER-ADDRESS
002990                          TO WS-PFT-FILER-ADDRESS (WS-PFT-COUNT).
003000
003010      IF PF-FIN-LABEL-CODE = ZERO
003020          MOVE PF-FILER-TIN            TO WS-TRANSMITTER-TIN
003030          MOVE PF-TRANSMITTER-CTL-CODE TO WS-TRANSMITTER-TCC
003040      END-IF.
003050
003060  1110-EXIT.
003070      EXIT.
003080
003090* 1200-LOAD-EXTENSIONS
003100*   COLLECTS THE EXTENSION RECORDS ALREADY ON THE FILING-
003110*   STATUS FILE FOR THE TAX YEAR, SO A RERUN DOES NOT ASK
003120*   THE IRS TWICE.
003130  1200-LOAD-EXTENSIONS.
003140
003150      OPEN INPUT FILING-STATUS-FILE.
0031va      PERFORM 1205-CHECK-FSTAT-LAYOUT THRU 1205-EXIT.
003160
003170      PERFORM 1210-LOAD-EXTENSION-RCD THRU 1210-EXIT
003180          UNTIL WS-FSTAT-EOF.
003190
003200      CLOSE FILING-STATUS-FILE.
003210
003220  1200-EXIT.
003230      EXIT.
0032va
0032vb* 1205-CHECK-FSTAT-LAYOUT
0032vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0032vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0032ve*   READ SEES END OF FILE.
0032vf  1205-CHECK-FSTAT-LAYOUT.
0032vg
0032vh      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0032vi      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0032vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0032vk      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0032vl          AT END
0032vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0032vn      END-READ.
0032vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0032vp
0032vq      IF WS-LV-FILE-EMPTY
0032vr          CLOSE FILING-STATUS-FILE
0032vs          OPEN INPUT FILING-STATUS-FILE
0032vt      END-IF.
0032vu
0032vv  1205-EXIT.
0032vw      EXIT.
0032vx
0032vy* 1300-OPEN-FILING-STATUS
0032vz*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0032wa*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0032wb*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0032wc*   LAYOUT HEADER AS ITS FIRST RECORD.
0032wd  1300-OPEN-FILING-STATUS.
0032we
0032wf      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0032wg      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0032wh      MOVE "N"                    TO WS-LV-EMPTY-SW.
0032wi      OPEN INPUT FILING-STATUS-FILE.
0032wj      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0032wk          AT END
0032wl              MOVE "Y"            TO WS-LV-EMPTY-SW
0032wm      END-READ.
0032wn      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0032wo      CLOSE FILING-STATUS-FILE.
0032wp
0032wq      OPEN EXTEND FILING-STATUS-FILE.
0032wr      IF WS-LV-FILE-EMPTY
0032ws          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0032wt          WRITE FILING-STATUS-RCD FROM LAYOUT-HEADER-RCD
0032wu      END-IF.
0032wv
0032ww  1300-EXIT.
0032wx      EXIT.
003240
003250  1210-LOAD-EXTENSION-RCD.
003260
003270      READ FILING-STATUS-FILE
003280          AT END
003290              MOVE "Y" TO WS-FSTAT-EOF-SW
003300              GO TO 1210-EXIT
003310      END-READ.
003320
003330      IF NOT FC-TYPE-EXTENSION
003340          OR FC-TAX-YEAR NOT = WS-TAX-YEAR
003350          GO TO 1210-EXIT
003360      END-IF.
003370
003380      ADD 1 TO WS-EXTENSIONS-ON-FILE.
003390      PERFORM 2500-ADD-EXTENSION-ENTRY THRU 2500-EXIT.
003400      MOVE FC-EXT-FILER-TIN   TO WS-EXT-FILER-TIN (WS-EXT-COUNT).
003410      MOVE FC-EXT-FORM-STREAM
003415                          TO WS-EXT-FORM-STREAM (WS-EXT-COUNT).
003420
003430  1210-EXIT.
003440      EXIT.
003450
003460* 2000-PROCESS-FILER
003470*   ONE FILING IDENTITY - EVERY FORM STREAM IS CONSIDERED.
003480  2000-PROCESS-FILER.
003490
003500      PERFORM 2100-PROCESS-STREAM THRU 2100-EXIT
003510          VARYING WS-STM-TBL-SUB FROM 1 BY 1
003520          UNTIL WS-STM-TBL-SUB > WS-STM-TABLE-MAX.
003530
003540  2000-EXIT.
003550      EXIT.
003560
003570* 2100-PROCESS-STREAM
003580*   A STREAM NOT ASKED FOR IN THE PARM, OR ALREADY EXTENDED
003590*   FOR THIS FILER TIN, IS PASSED BY.  OTHERWISE THE REQUEST
003600*   IS WRITTEN AND REGISTERED.  A REQUEST MADE AFTER THE
003610*   ORIGINAL DUE DATE STILL GOES OUT, BUT THE IRS WILL NOT
003620*   GRANT IT, SO IT IS FLAGGED FOR OPERATIONS.
003630  2100-PROCESS-STREAM.
003640
003650      MOVE "N" TO WS-STREAM-SELECTED-SW.
003660      PERFORM 2110-CHECK-SELECTED THRU 2110-EXIT
003670          VARYING WS-PRM-SUB FROM 1 BY 1
003680          UNTIL WS-PRM-SUB > 4
003690             OR WS-STREAM-SELECTED.
003700
003710      IF NOT WS-STREAM-SELECTED
003720          GO TO 2100-EXIT
003730      END-IF.
003740
003750      MOVE "N" TO WS-EXT-FOUND-SW.
003760      PERFORM 2120-SEARCH-EXTENSION THRU 2120-EXIT
003770          VARYING WS-EXT-TBL-SUB FROM 1 BY 1
003780          UNTIL WS-EXT-TBL-SUB > WS-EXT-COUNT
003790             OR WS-EXT-FOUND.
003800
003810      COMPUTE WS-DUE-YEAR = WS-TAX-YEAR + 1.
003820      MOVE WS-STM-ORIG-MMDD (WS-STM-TBL-SUB) TO WS-DUE-MMDD.
003830      MOVE WS-DUE-DATE            TO WS-ORIGINAL-DUE.
003840      MOVE WS-STM-EXT-MMDD (WS-STM-TBL-SUB)  TO WS-DUE-MMDD.
003850      MOVE WS-DUE-DATE            TO WS-EXTENDED-DUE.
003860
003870      IF WS-EXT-FOUND
003880          ADD 1 TO WS-ALREADY-EXTENDED
003890          MOVE "ALREADY EXTENDED, NOT REQUESTED:"
003900                                  TO ALT-TEXT
003910          PERFORM 2400-WRITE-ALERT THRU 2400-EXIT
003920          GO TO 2100-EXIT
003930      END-IF.
003940
003950      PERFORM 2200-WRITE-REQUEST     THRU 2200-EXIT.
003960      PERFORM 2300-REGISTER-EXTENSION THRU 2300-EXIT.
003970
003980      PERFORM 2500-ADD-EXTENSION-ENTRY THRU 2500-EXIT.
003990      MOVE WS-PFT-FILER-TIN (WS-PFT-TBL-SUB)
004000                          TO WS-EXT-FILER-TIN (WS-EXT-COUNT).
004010      MOVE WS-STM-CODE (WS-STM-TBL-SUB)
004020                          TO WS-EXT-FORM-STREAM (WS-EXT-COUNT).
004030
004040      IF WS-STM-AUTO-IND (WS-STM-TBL-SUB) = "N"
004050          ADD 1 TO WS-REASON-REQUIRED
004060          MOVE "*SIGNED 8809 WITH REASON REQUIRED:"
004070                                  TO ALT-TEXT
004080          PERFORM 2400-WRITE-ALERT THRU 2400-EXIT
004090      END-IF.
004100
004110      IF WS-TODAY-CCYYMMDD > WS-ORIGINAL-DUE
004120          ADD 1 TO WS-LATE-REQUESTS
004130          MOVE "*REQUESTED AFTER ORIGINAL DUE DATE:"
004140                                  TO ALT-TEXT
004150          PERFORM 2400-WRITE-ALERT THRU 2400-EXIT
004160      END-IF.
004170
004180  2100-EXIT.
004190      EXIT.
004200
004210  2110-CHECK-SELECTED.
004220
004230      IF WS-REQUEST-STREAMS (WS-PRM-SUB:1) =
004240              WS-STM-CODE (WS-STM-TBL-SUB)
004250          MOVE "Y" TO WS-STREAM-SELECTED-SW
004260      END-IF.
004270
004280  2110-EXIT.
004290      EXIT.
004300
004310  2120-SEARCH-EXTENSION.
004320
004330      IF WS-EXT-FILER-TIN (WS-EXT-TBL-SUB) =
004340              WS-PFT-FILER-TIN (WS-PFT-TBL-SUB)
004350          AND WS-EXT-FORM-STREAM (WS-EXT-TBL-SUB) =
004360              WS-STM-CODE (WS-STM-TBL-SUB)
004370          MOVE "Y" TO WS-EXT-FOUND-SW
004380      END-IF.
004390
004400  2120-EXIT.
004410      EXIT.
004420
004430* 2200-WRITE-REQUEST
004440*   ONE CLCWW124 REQUEST.  THE RECIPIENT-COPY EXTENSION IS A
004450*   SEPARATE REQUEST AND IS NOT ASKED FOR HERE.
004460  2200-WRITE-REQUEST.
004470
004480      MOVE SPACES                 TO EXTENSION-REQUEST-RCD.
004490      MOVE WS-TRANSMITTER-TCC     TO EX-TRANSMITTER-CTL-CODE.
004500      MOVE WS-TRANSMITTER-TIN     TO EX-TRANSMITTER-TIN.
004510      MOVE WS-PFT-FILER-TIN (WS-PFT-TBL-SUB)
004520                                  TO EX-PAYER-TIN.
004530      MOVE WS-PFT-FILER-NAME (WS-PFT-TBL-SUB)
004540                                  TO EX-PAYER-NAME.
004550      MOVE WS-PFT-FILER-ADDRESS (WS-PFT-TBL-SUB)
004560                                  TO EX-PAYER-ADDRESS.
004570      MOVE WS-STM-DOC-IND (WS-STM-TBL-SUB)
004580                                  TO EX-DOCUMENT-IND.
004590      MOVE WS-TAX-YEAR            TO EX-TAX-YEAR.
004600      MOVE WS-PFT-LABEL-CODE (WS-PFT-TBL-SUB)
004610                                  TO EX-FIN-LABEL-CODE.
004620      MOVE WS-STM-CODE (WS-STM-TBL-SUB)
004630                                  TO EX-FORM-STREAM.
004640      MOVE WS-STM-AUTO-IND (WS-STM-TBL-SUB)
004650                                  TO EX-AUTOMATIC-IND.
004660      MOVE WS-ORIGINAL-DUE        TO EX-ORIGINAL-DUE.
004670      MOVE WS-EXTENDED-DUE        TO EX-EXTENDED-DUE.
004680      MOVE WS-TODAY-CCYYMMDD      TO EX-REQUEST-DATE.
004690      WRITE EXTENSION-REQUEST-RCD.
004700
004710      ADD 1 TO WS-REQUESTS-WRITTEN.
004720
004730  2200-EXIT.
004740      EXIT.
004750
004760* 2300-REGISTER-EXTENSION
004770*   APPENDS THE EXTENSION RECORD TO THE FILING-STATUS FILE.
004780*   IT CARRIES NO FILE SEQUENCE - IT CONTROLS A DEADLINE, NOT
004790*   A TRANSMISSION - AND ITS STATUS 'X' IS NONE OF THE
004800*   TRANSMISSION STATUSES THE GATE AND THE ACK APPLY LOOK FOR.
004810  2300-REGISTER-EXTENSION.
004820
004830      MOVE SPACES                 TO FILING-STATUS-RCD.
004840      MOVE WS-TAX-YEAR            TO FC-TAX-YEAR.
004850      MOVE ZERO                   TO FC-FILE-SEQ.
004860      MOVE WS-TODAY-CCYYMMDD      TO FC-SENT-DATE.
004870      MOVE "X"                    TO FC-STATUS.
004880      MOVE WS-TODAY-CCYYMMDD      TO FC-STATUS-DATE.
004890      MOVE ZERO                   TO FC-REPLACEMENT-DUE.
004900      IF LS-PARM-LENGTH > ZERO
004910          MOVE LS-PARM-OPERATOR   TO FC-PREPARED-BY
004920      ELSE
004930          MOVE SPACES             TO FC-PREPARED-BY
004940      END-IF.
004950      MOVE SPACES                 TO FC-APPROVED-BY.
004960      MOVE ZERO                   TO FC-CONTROL-COUNT.
004970      MOVE ZERO                   TO FC-CONTROL-AMOUNT.
004980      MOVE "X"                    TO FC-FILE-TYPE.
004990      MOVE WS-PFT-FILER-TIN (WS-PFT-TBL-SUB)
005000                                  TO FC-EXT-FILER-TIN.
005010      MOVE WS-STM-CODE (WS-STM-TBL-SUB)
005020                                  TO FC-EXT-FORM-STREAM.
005030      MOVE WS-EXTENDED-DUE        TO FC-EXTENDED-DUE.
005040      WRITE FILING-STATUS-RCD.
005050
005060  2300-EXIT.
005070      EXIT.
005080
005090  2400-WRITE-ALERT.
005100
005110      MOVE WS-PFT-LABEL-CODE (WS-PFT-TBL-SUB) TO ALT-LABEL.
005120      MOVE WS-STM-CODE (WS-STM-TBL-SUB)       TO ALT-STREAM.
005130      MOVE WS-EXTENDED-DUE        TO ALT-DUE.
005140      MOVE WS-ALERT-LINE          TO CC-E01W-DISPLAY-RCD.
005150      PERFORM 8999-WRITE-SYSOUT.
005160
005170  2400-EXIT.
005180      EXIT.
005190
005200* 2500-ADD-EXTENSION-ENTRY
005210*   OPENS THE NEXT EXTENSION TABLE SLOT FOR THE CALLER TO
005220*   FILL.  A FULL TABLE ABENDS - A LOST ENTRY WOULD MEAN A
005230*   DUPLICATE REQUEST TO THE IRS.
005240  2500-ADD-EXTENSION-ENTRY.
005250
005260      IF WS-EXT-COUNT NOT < WS-EXT-TABLE-MAX
005270          MOVE "*EXTENSION TABLE FULL AT:" TO SCR-LITERAL
005280          MOVE WS-EXT-TABLE-MAX   TO SCR-COUNT
005290          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
005300          PERFORM 8999-WRITE-SYSOUT
005310          MOVE "2500-ADD-EXTENSION-ENTRY" TO SAR-PARAGRAPH
005320          MOVE "TBLFL"              TO SAR-RETURN-CODE
005330          MOVE SPACES               TO SAR-DB-NAME
005340          MOVE "FILSTAT"            TO SAR-TABLE-NAME
005350          MOVE SPACES               TO SAR-SQLCODE
005360          GO TO 9998-COREDUMP
005370      END-IF.
005380
005390      ADD 1 TO WS-EXT-COUNT.
005400
005410  2500-EXIT.
005420      EXIT.
005430
005440  8000-WRAPUP.
005450
005460      MOVE "FILERS ON MASTER:"     TO SCR-LITERAL.
005470      MOVE WS-FILERS-READ         TO SCR-COUNT.
005480      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005490      PERFORM 8999-WRITE-SYSOUT.
005500
005510      MOVE "EXTENSIONS ALREADY ON FILE:" TO SCR-LITERAL.
005520      MOVE WS-EXTENSIONS-ON-FILE  TO SCR-COUNT.
005530      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005540      PERFORM 8999-WRITE-SYSOUT.
005550
005560      MOVE "8809 REQUESTS WRITTEN:" TO SCR-LITERAL.
005570      MOVE WS-REQUESTS-WRITTEN    TO SCR-COUNT.
005580      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005590      PERFORM 8999-WRITE-SYSOUT.
005600
005610      MOVE "ALREADY EXTENDED, SKIPPED:" TO SCR-LITERAL.
005620      MOVE WS-ALREADY-EXTENDED    TO SCR-COUNT.
005630      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005640      PERFORM 8999-WRITE-SYSOUT.
005650
005660      MOVE "SIGNED REQUESTS REQUIRED:" TO SCR-LITERAL.
005670      MOVE WS-REASON-REQUIRED     TO SCR-COUNT.
005680      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005690      PERFORM 8999-WRITE-SYSOUT.
005700
005710      MOVE "REQUESTS PAST DUE DATE:" TO SCR-LITERAL.
005720      MOVE WS-LATE-REQUESTS       TO SCR-COUNT.
005730      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005740      PERFORM 8999-WRITE-SYSOUT.
005750
05750a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
05750b
005760      COPY C2INZ003.
005770
005780      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005790
005800  8000-EXIT.
005810      EXIT.
05810a
05810b* 8980-NOTE-TABLE-CAPACITY
05810c*   NOTES THE PAYER AND EXTENSION TABLES' HIGH-WATER MARKS
05810d*   AGAINST THEIR LIMITS AND PRINTS THE CAPACITY REPORT.  A
05810e*   FULL TABLE ABENDS TBLFL, SO NEITHER EVER DROPS AN ENTRY.
05810f  8980-NOTE-TABLE-CAPACITY.
05810g
05810h      MOVE "PAYER MASTER"           TO TC-NOTE-NAME.
05810i      MOVE WS-PFT-TABLE-MAX         TO TC-NOTE-LIMIT.
05810j      MOVE WS-PFT-COUNT             TO TC-NOTE-HIGH.
05810k      MOVE ZERO                     TO TC-NOTE-DROPPED.
05810l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05810m
05810n      MOVE "EXTENSIONS"             TO TC-NOTE-NAME.
05810o      MOVE WS-EXT-TABLE-MAX         TO TC-NOTE-LIMIT.
05810p      MOVE WS-EXT-COUNT             TO TC-NOTE-HIGH.
05810q      MOVE ZERO                     TO TC-NOTE-DROPPED.
05810r      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05810s
05810t      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05810u
05810v  8980-EXIT.
05810w      EXIT.
005820
005830* 8900-SET-RETURN-CODE
005840*   RC=0 EVERY REQUEST AUTOMATIC AND TIMELY; RC=4 A 1099-NEC
005850*   REQUEST STILL NEEDS ITS SIGNED FORM WITH THE REASON, OR
005860*   THE MASTER PRODUCED NO REQUEST AT ALL; RC=8 A REQUEST WENT
005870*   OUT AFTER THE ORIGINAL DUE DATE AND WILL NOT BE GRANTED.
005880  8900-SET-RETURN-CODE.
005890
005900      MOVE ZERO TO RETURN-CODE.
005910
005920      IF WS-REASON-REQUIRED > ZERO
005930          OR (WS-REQUESTS-WRITTEN = ZERO
005940              AND WS-ALREADY-EXTENDED = ZERO)
005950          MOVE 4 TO RETURN-CODE
005960      END-IF.
005970
005980      IF WS-LATE-REQUESTS > ZERO
005990          MOVE 8 TO RETURN-CODE
006000      END-IF.
006010
006020  8900-EXIT.
006030      EXIT.
006040
06040a      COPY CLCWW134.
06040b
0060va      COPY CLCWW167.
0060vb
0060vc      COPY CLCWW170.
0060vd
006050      COPY C2INZ002.
006060
006070      COPY C2INZ004.
006080
006090      COPY C2INZ005.
006100
006110      EXTENSION-REQUEST-FILE
006120      FILING-STATUS-FILE
006130      RUN-HISTORY-FILE.
006140
006150  9999-EXIT.
006160      EXIT.
