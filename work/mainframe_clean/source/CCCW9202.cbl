000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9202.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9202
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    SUCCESSOR/PREDECESSOR COMBINED REPORTING.  WHEN
000130*              AN ACQUIRED BUSINESS'S DISBURSEMENTS MOVE UNDER
000140*              ONE OF OUR FINANCIAL LABEL CODES PART WAY THROUGH
000150*              THE TAX YEAR, THE IRS ALTERNATIVE PROCEDURE LETS
000160*              THE SUCCESSOR FILE ONE RETURN PER PAYEE FOR THE
000170*              WHOLE YEAR.  THIS PROGRAM LOADS THE PREDECESSOR'S
000180*              PAYMENTS (CLCWW172) AGAINST ITS RELATIONSHIP
000190*              RECORD (CLCWW171) AND THE SUCCESSOR'S PAYER/FILER
000200*              RECORD (CLCWW061), STAGES EACH ONE ON TEN99DTL
000210*              UNDER THE SUCCESSOR LABEL AND ENTITY, AND POSTS
000220*              IT TO THE PAYEE'S KEYED YTD POSITION (CLCWW014).
000230*              THE YEAR-END BUILD SORTS AND TOTALS STAGING BY
000240*              TIN AND ENTITY, SO A PAYEE PAID BY BOTH COMPANIES
000250*              GETS ONE 1099 CARRYING BOTH AMOUNTS.
000260*              EVERY PAYMENT IS EDITED BEFORE ANY IS STAGED, AND
000270*              A PREDECESSOR LOADS ALL OR NOTHING - ONE REJECTED
000280*              PAYMENT HOLDS BACK THE WHOLE PREDECESSOR UNTIL THE
000290*              CORRECTED FILE IS RE-FED.  EACH PREDECESSOR LOADED
000300*              IS STAMPED ON THE NEW RELATIONSHIP GENERATION SO
000310*              IT IS NEVER LOADED TWICE, AND GETS A COMBINED-
000320*              REPORTING STATEMENT FOR THE IRS AND THE TAX FILE.
000330*              A RELATIONSHIP UNDER THE STANDARD PROCEDURE IS
000340*              NOT COMBINED - EACH COMPANY FILES ITS OWN - AND
000350*              ITS PAYMENTS ARE ONLY COUNTED.
000360*
000370*  FILES:      SUCCRELI - SUCCESSOR RELATIONSHIPS (CLCWW171)
000380*              SUCCRELO - SUCCESSOR RELATIONSHIPS, NEW GENERATION
000390*              PREDPAY  - PREDECESSOR PAYMENTS (CLCWW172)
000400*              PAYRMSTR - PAYER/FILER MASTER (CLCWW061)
000410*              TEN99DTL - STAGING (CLCWW013), EXTENDED
000420*              TEN99YTD - KEYED YTD FILE (CLCWW014), UPDATED
000430*              TEN99REJ - REJECT LISTING (CLCWW028)
000440*              PREDSTMT - COMBINED-REPORTING STATEMENTS
000450*              GENCAT   - STAGING GENERATION CATALOG (CLCWW129)
000460*              FILSTAT  - FILING STATUS (CLCWW076)
000470*
000480*  RETURN:     RC=0 EVERY PAYMENT LOADED OR COUNTED.  RC=4 A
000490*              PAYMENT WAS REJECTED - SEE TEN99REJ; ITS
000500*              PREDECESSOR WAS NOT LOADED.  RC=12 AN IN-MEMORY
000510*              TABLE OVERFLOWED - SEE THE CAPACITY REPORT.
000520*
000530******************************************************************
000540*                      MODIFICATION HISTORY
000550******************************************************************
000560* DATE     INIT  DESCRIPTION
000570* -------- ----  --------------------------------------------
000580* 10/2026  RF    NEW PROGRAM - SUCCESSOR/PREDECESSOR COMBINED
000590*                REPORTING FOR ACQUIRED BUSINESS UNITS
0005va* 10/2026  RF    CARRY THE FOREIGN-ADDRESS INDICATOR, COUNTRY,
0005vb*                PROVINCE AND POSTAL CODE ONTO THE YTD RECORD
000600******************************************************************
000610  ENVIRONMENT DIVISION.
000620  CONFIGURATION SECTION.
000630  SOURCE-COMPUTER.   IBM-370.
000640  OBJECT-COMPUTER.   IBM-370.
000650  INPUT-OUTPUT SECTION.
000660  FILE-CONTROL.
000670
000680      COPY C2INX001.
000690
000700      SELECT SUCC-REL-IN-FILE    ASSIGN TO SUCCRELI
000710          ORGANIZATION IS SEQUENTIAL.
000720
000730      SELECT SUCC-REL-OUT-FILE   ASSIGN TO SUCCRELO
000740          ORGANIZATION IS SEQUENTIAL.
000750
000760      SELECT PRED-PAY-FILE       ASSIGN TO PREDPAY
000770          ORGANIZATION IS SEQUENTIAL.
000780
000790      SELECT PAYER-MASTER-FILE   ASSIGN TO PAYRMSTR
000800          ORGANIZATION IS SEQUENTIAL.
000810
000820      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
000860          ORGANIZATION IS INDEXED
000870          ACCESS MODE IS DYNAMIC
000880          RECORD KEY IS TEN99-YTD-KEY
000890          FILE STATUS IS WS-YTD-FILE-STATUS.
000900
000910      SELECT TEN99-REJECT-RPT    ASSIGN TO TEN99REJ
000920          ORGANIZATION IS SEQUENTIAL.
000930
000940      SELECT PRED-STMT-RPT       ASSIGN TO PREDSTMT
000950          ORGANIZATION IS SEQUENTIAL.
000960
000970      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
000980          ORGANIZATION IS SEQUENTIAL.
000990
001000      SELECT FILING-STATUS-FILE  ASSIGN TO FILSTAT
001010          ORGANIZATION IS SEQUENTIAL.
001020
001030      COPY C2INX004.
001040
001050  DATA DIVISION.
001060  FILE SECTION.
001070
001080      COPY C2INX002.
001090
001100* THE RELATIONSHIP FILE IS READ INTO THE CLCWW171 LAYOUT IN
001110* WORKING STORAGE - IT IS READ TWICE, ONCE TO LOAD THE TABLE
001120* AND ONCE TO CARRY IT FORWARD - SO BOTH SIDES CARRY A PLAIN
001130* IMAGE OF THE RECORD LENGTH.
001140  FD  SUCC-REL-IN-FILE
001150      BLOCK CONTAINS 0 RECORDS
001160      RECORDING MODE IS F
001170      LABEL RECORDS ARE STANDARD
001180      DATA RECORD IS SUCC-REL-IN-RCD.
001190
001200  01  SUCC-REL-IN-RCD               PIC X(200).
001210
001220  FD  SUCC-REL-OUT-FILE
001230      BLOCK CONTAINS 0 RECORDS
001240      RECORDING MODE IS F
001250      LABEL RECORDS ARE STANDARD
001260      DATA RECORD IS SUCC-REL-OUT-RCD.
001270
001280  01  SUCC-REL-OUT-RCD              PIC X(200).
001290
001300  FD  PRED-PAY-FILE
001310      BLOCK CONTAINS 0 RECORDS
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD
001340      DATA RECORD IS PRED-PAY-RCD.
001350
001360      COPY CLCWW172.
001370
001380  FD  PAYER-MASTER-FILE
001390      BLOCK CONTAINS 0 RECORDS
001400      RECORDING MODE IS F
001410      LABEL RECORDS ARE STANDARD
001420      DATA RECORD IS PAYER-MASTER-RCD.
001430
001440      COPY CLCWW061.
001450
001460  FD  TEN99-STAGING-FILE
001470      BLOCK CONTAINS 0 RECORDS
001480      RECORDING MODE IS F
001490      LABEL RECORDS ARE STANDARD
001500      DATA RECORD IS TEN99-RCD.
001510
001520      COPY CLCWW013.
001530
001540  FD  TEN99-YTD-FILE
001550      BLOCK CONTAINS 0 RECORDS
001560      RECORDING MODE IS F
001570      LABEL RECORDS ARE STANDARD
001580      DATA RECORD IS TEN99-YTD-RCD.
001590
001600      COPY CLCWW014.
001610
001620  FD  TEN99-REJECT-RPT
001630      BLOCK CONTAINS 0 RECORDS
001640      RECORDING MODE IS F
001650      LABEL RECORDS ARE STANDARD
001660      DATA RECORD IS TEN99-SUSPENSE-RCD.
001670
001680      COPY CLCWW028.
001690
001700  FD  PRED-STMT-RPT
001710      BLOCK CONTAINS 0 RECORDS
001720      RECORDING MODE IS F
001730      LABEL RECORDS ARE STANDARD
001740      DATA RECORD IS PRED-STMT-RCD.
001750
001760  01  PRED-STMT-RCD                 PIC X(133).
001770
001780  FD  GEN-CATALOG-FILE
001790      BLOCK CONTAINS 0 RECORDS
001800      RECORDING MODE IS F
001810      LABEL RECORDS ARE STANDARD
001820      DATA RECORD IS GEN-CATALOG-RCD.
001830
001840      COPY CLCWW129.
001850
001860  FD  FILING-STATUS-FILE
001870      BLOCK CONTAINS 0 RECORDS
001880      RECORDING MODE IS F
001890      LABEL RECORDS ARE STANDARD
001900      DATA RECORD IS FILING-STATUS-RCD.
001910
001920      COPY CLCWW076.
001930
001940      COPY C2INX005.
001950
001960  WORKING-STORAGE SECTION.
001970
001980      COPY C2INX003.
001990
002000      COPY C2INX006.
002010
002020      COPY CLCWW166.
002030
002040      COPY CLCWW169.
002050
002060      COPY CLCWW171.
002070
002080      COPY CLCWW032.
002090
002100      COPY CLCWW138.
002110
002120      COPY CLCWW042.
002130
002140      COPY CLCWW110.
002150
002160      COPY CLCWW130.
002170
002180      COPY CLCWW133.
002190
002200  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9202".
002210
002220  01  WS-SWITCHES.
002230      05  WS-REL-EOF-SW           PIC X(01) VALUE "N".
002240          88  WS-REL-EOF                  VALUE "Y".
002250      05  WS-PAY-EOF-SW           PIC X(01) VALUE "N".
002260          88  WS-PAY-EOF                  VALUE "Y".
002270      05  WS-PAYER-EOF-SW         PIC X(01) VALUE "N".
002280          88  WS-PAYER-EOF                VALUE "Y".
002290      05  WS-REL-FOUND-SW         PIC X(01) VALUE "N".
002300          88  WS-REL-FOUND                VALUE "Y".
002310      05  WS-PAYER-FOUND-SW       PIC X(01) VALUE "N".
002320          88  WS-PAYER-FOUND              VALUE "Y".
002330      05  WS-ENTITY-FOUND-SW      PIC X(01) VALUE "N".
002340          88  WS-ENTITY-CODE-FOUND        VALUE "Y".
002350      05  WS-RSN-FOUND-SW         PIC X(01) VALUE "N".
002360          88  WS-RSN-CODE-FOUND           VALUE "Y".
002370      05  WS-PAYEE-FOUND-SW       PIC X(01) VALUE "N".
002380          88  WS-PAYEE-FOUND              VALUE "Y".
002390      05  WS-YTD-PRIOR-SW         PIC X(01) VALUE "N".
002400          88  WS-YTD-PRIOR                VALUE "Y".
002410
002420  01  WS-COUNTERS.
002430      05  WS-RELATIONSHIPS-READ   PIC 9(09) COMP VALUE ZERO.
002440      05  WS-RELATIONSHIPS-LOADED PIC 9(09) COMP VALUE ZERO.
002450      05  WS-RELATIONSHIPS-HELD   PIC 9(09) COMP VALUE ZERO.
002460      05  WS-RELATIONSHIPS-CARRIED PIC 9(09) COMP VALUE ZERO.
002470      05  WS-PAYMENTS-READ        PIC 9(09) COMP VALUE ZERO.
002480      05  WS-PAYMENTS-COMBINED    PIC 9(09) COMP VALUE ZERO.
002490      05  WS-PAYMENTS-REJECTED    PIC 9(09) COMP VALUE ZERO.
002500      05  WS-PAYMENTS-HELD-BACK   PIC 9(09) COMP VALUE ZERO.
002510      05  WS-PAYMENTS-STANDARD    PIC 9(09) COMP VALUE ZERO.
002520      05  WS-YTD-PAYEES-ADDED     PIC 9(09) COMP VALUE ZERO.
002530      05  WS-YTD-PAYEES-UPDATED   PIC 9(09) COMP VALUE ZERO.
002540      05  WS-PAYEES-PAID-BY-BOTH  PIC 9(09) COMP VALUE ZERO.
002550      05  WS-STATEMENTS-PRINTED   PIC 9(09) COMP VALUE ZERO.
002560
002570  01  WS-AMOUNTS.
002580      05  WS-COMBINED-DOLLARS     PIC S9(13)V99 VALUE ZERO.
002590
002600  01  WS-YTD-CONTROLS.
002610      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
002620
002630  01  WS-TODAY-DATE.
002640      05  WS-TODAY-CCYY           PIC 9(04).
002650      05  WS-TODAY-MMDD           PIC 9(04).
002660  01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY-DATE
002670                                  PIC 9(08).
002680
002690  77  WS-REJECT-REASON-TEXT       PIC X(40) VALUE SPACES.
002700  77  WS-ENTITY-TBL-SUB           PIC 9(02) COMP VALUE ZERO.
002710  77  WS-RSN-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
002720  77  WS-RSN-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
002730  77  WS-ACQ-YEAR                 PIC 9(04) VALUE ZERO.
002740
002750* PAYER/FILER MASTER (CLCWW061) - THE SUCCESSOR LABEL MUST BE
002760* ON IT, AND THE STATEMENT NAMES THE SUCCESSOR FROM IT.
002770  01  WS-PAYER-TABLE.
002780      05  WS-PAYER-ENTRY          OCCURS 100 TIMES.
002790          10  WS-PAYER-LABEL          PIC 9(04).
002800          10  WS-PAYER-TIN            PIC X(09).
002810          10  WS-PAYER-NAME           PIC X(40).
002820          10  WS-PAYER-ADDRESS        PIC X(40).
002830
002840  77  WS-PAYER-COUNT              PIC 9(03) COMP VALUE ZERO.
002850  77  WS-PAYER-TABLE-MAX          PIC 9(03) COMP VALUE 100.
002860  77  WS-PAYER-DROPPED            PIC 9(07) COMP VALUE ZERO.
002870  77  WS-PAYER-TBL-SUB            PIC 9(03) COMP VALUE ZERO.
002880  77  WS-PAYER-MATCHED-SUB        PIC 9(03) COMP VALUE ZERO.
002890
002900* SUCCESSOR RELATIONSHIPS (CLCWW171), ONE ENTRY PER RECORD IN
002910* FILE ORDER SO 7000-CARRY-RELATIONSHIPS CAN PAIR EACH RECORD
002920* WITH ITS ENTRY ON THE SECOND READ.  WS-SRT-REASON IS SET
002930* WHEN THE RELATIONSHIP ITSELF CANNOT BE LOADED - EVERY
002940* PAYMENT AGAINST IT IS REJECTED WITH THAT REASON.
002950* WS-SRT-HELD IS SET WHEN ANY ONE OF ITS PAYMENTS FAILS AN
002960* EDIT - NONE OF ITS PAYMENTS IS THEN STAGED.
002970  01  WS-SR-TABLE.
002980      05  WS-SR-ENTRY             OCCURS 200 TIMES.
002990          10  WS-SRT-PRED-EIN         PIC X(09).
003000          10  WS-SRT-LABEL            PIC 9(04).
003010          10  WS-SRT-ENT-CDE          PIC X(03).
003020          10  WS-SRT-TAX-YEAR         PIC 9(04).
003030          10  WS-SRT-ACQ-DATE         PIC 9(08).
003040          10  WS-SRT-PROCEDURE        PIC X(01).
003050              88  WS-SRT-STANDARD         VALUE "S".
003060          10  WS-SRT-REASON           PIC X(40).
003070          10  WS-SRT-HELD-SW          PIC X(01).
003080              88  WS-SRT-HELD             VALUE "Y".
003090          10  WS-SRT-PAYER-SUB        PIC 9(03) COMP.
003100          10  WS-SRT-COMBINED         PIC 9(07) COMP.
003110          10  WS-SRT-DOLLARS          PIC S9(11)V99.
003120          10  WS-SRT-BACKUP           PIC S9(11)V99.
003130          10  WS-SRT-PAYEES           PIC 9(07) COMP.
003140          10  WS-SRT-BOTH             PIC 9(07) COMP.
003150
003160  77  WS-SR-COUNT                 PIC 9(03) COMP VALUE ZERO.
003170  77  WS-SR-TABLE-MAX             PIC 9(03) COMP VALUE 200.
003180  77  WS-SR-DROPPED               PIC 9(07) COMP VALUE ZERO.
003190  77  WS-SR-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
003200  77  WS-SR-MATCHED-SUB           PIC 9(03) COMP VALUE ZERO.
003210  77  WS-SR-CARRY-SUB             PIC 9(03) COMP VALUE ZERO.
003220
003230* PAYEES COMBINED THIS RUN, BY PROTECTED TIN, ENTITY AND
003240* RELATIONSHIP.  WS-PY-PRIOR RECORDS WHETHER THE PAYEE ALREADY
003250* HAD A YTD POSITION BEFORE THE RUN FIRST POSTED TO IT - THAT
003260* IS A PAYEE PAID BY BOTH COMPANIES, WHOSE 1099 NOW CARRIES
003270* BOTH AMOUNTS.
003280  01  WS-PAYEE-TABLE.
003290      05  WS-PAYEE-ENTRY          OCCURS 5000 TIMES.
003300          10  WS-PY-TIN               PIC X(16).
003310          10  WS-PY-ENT-CDE           PIC X(03).
003320          10  WS-PY-REL-SUB           PIC 9(03) COMP.
003330          10  WS-PY-PRIOR-SW          PIC X(01).
003340              88  WS-PY-PRIOR             VALUE "Y".
003350
003360  77  WS-PAYEE-COUNT              PIC 9(04) COMP VALUE ZERO.
003370  77  WS-PAYEE-TABLE-MAX          PIC 9(04) COMP VALUE 5000.
003380  77  WS-PAYEE-DROPPED            PIC 9(07) COMP VALUE ZERO.
003390  77  WS-PAYEE-TBL-SUB            PIC 9(04) COMP VALUE ZERO.
003400  77  WS-PAYEE-PRIOR-HOLD         PIC X(01) VALUE "N".
003410
003420* TIN EDIT WORK AREA - SAME RULE AS CCCW9100'S 3500-EDIT-TIN:
003430* A VALID TIN IS 9 NUMERIC DIGITS, NOT SPACES AND NOT ALL
003440* ZEROS.
003450  01  WS-TIN-EDIT-AREA.
003460      05  WS-TIN-TEST             PIC X(09).
003470      05  WS-TIN-TEST-N REDEFINES WS-TIN-TEST
003480                                  PIC 9(09).
003490
003500* COMBINED-REPORTING STATEMENT LINES.
003510  01  WS-STM-TITLE.
003520      05  FILLER                  PIC X(01) VALUE SPACES.
003530      05  FILLER                  PIC X(53) VALUE
003540          "STATEMENT OF SUCCESSOR/PREDECESSOR COMBINED REPORTING".
003550      05  FILLER                  PIC X(11) VALUE "  TAX YEAR ".
003560      05  PST-TAX-YEAR            PIC 9(04).
003570      05  FILLER                  PIC X(64) VALUE SPACES.
003580
003590  01  WS-STM-HEADING.
003600      05  FILLER                  PIC X(01) VALUE SPACES.
003610      05  PSH-TEXT                PIC X(60).
003620      05  FILLER                  PIC X(72) VALUE SPACES.
003630
003640  01  WS-STM-FIELD-LINE.
003650      05  FILLER                  PIC X(06) VALUE SPACES.
003660      05  PSF-LITERAL             PIC X(20).
003670      05  PSF-VALUE               PIC X(60).
003680      05  FILLER                  PIC X(47) VALUE SPACES.
003690
003700  01  WS-STM-COUNT-LINE.
003710      05  FILLER                  PIC X(06) VALUE SPACES.
003720      05  PSC-LITERAL             PIC X(30).
003730      05  PSC-COUNT               PIC ZZZ,ZZZ,ZZ9.
003740      05  FILLER                  PIC X(86) VALUE SPACES.
003750
003760  01  WS-STM-AMOUNT-LINE.
003770      05  FILLER                  PIC X(06) VALUE SPACES.
003780      05  PSA-LITERAL             PIC X(30).
003790      05  PSA-COUNT               PIC ZZZ,ZZZ,ZZ9.
003800      05  FILLER                  PIC X(02) VALUE SPACES.
003810      05  PSA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003820      05  FILLER                  PIC X(63) VALUE SPACES.
003830
003840  01  WS-STM-FIGURE-LINE.
003850      05  FILLER                  PIC X(06) VALUE SPACES.
003860      05  PSG-LITERAL             PIC X(30).
003870      05  FILLER                  PIC X(13) VALUE SPACES.
003880      05  PSG-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003890      05  FILLER                  PIC X(63) VALUE SPACES.
003900
003910  01  WS-STM-NOTE-LINE.
003920      05  FILLER                  PIC X(06) VALUE SPACES.
003930      05  PSN-TEXT                PIC X(54).
003940      05  FILLER                  PIC X(73) VALUE SPACES.
003950
003960  01  WS-STM-SIGN-LINE.
003970      05  FILLER                  PIC X(06) VALUE SPACES.
003980      05  PSS-ROLE                PIC X(13).
003990      05  FILLER                  PIC X(10) VALUE "SIGNATURE ".
004000      05  FILLER                  PIC X(30) VALUE ALL "_".
004010      05  FILLER                  PIC X(07) VALUE "  DATE ".
004020      05  FILLER                  PIC X(12) VALUE ALL "_".
004030      05  FILLER                  PIC X(55) VALUE SPACES.
004040
004050* THE ASSUMPTION OF REPORTING OBLIGATIONS THE STATEMENT MAKES
004060* FOR EACH PREDECESSOR LOADED.
004070  01  WS-STM-ASSUMPTION-DATA.
004080      05  FILLER                  PIC X(54) VALUE
004090          "THE SUCCESSOR NAMED ABOVE ACQUIRED SUBSTANTIALLY ALL".
004100      05  FILLER                  PIC X(54) VALUE
004110          "OF THE PROPERTY USED IN THE TRADE OR BUSINESS OF THE".
004120      05  FILLER                  PIC X(54) VALUE
004130          "PREDECESSOR AND ASSUMES THE PREDECESSOR'S INFORMATION".
004140      05  FILLER                  PIC X(54) VALUE
004150          "REPORTING OBLIGATIONS FOR THE TAX YEAR UNDER THE".
004160      05  FILLER                  PIC X(54) VALUE
004170          "ALTERNATIVE PROCEDURE OF REV. PROC. 99-50. ONE RETURN".
004180      05  FILLER                  PIC X(54) VALUE
004190          "IS FILED FOR EACH PAYEE FOR THE FULL YEAR, COMBINING".
004200      05  FILLER                  PIC X(54) VALUE
004210          "THE PAYMENTS OF BOTH; THE PREDECESSOR FILES NO RETURN".
004220      05  FILLER                  PIC X(54) VALUE
004230          "FOR THOSE PAYEES.".
004240  01  WS-STM-ASSUMPTION-TABLE REDEFINES WS-STM-ASSUMPTION-DATA.
004250      05  WS-STM-ASSUMPTION-TEXT  PIC X(54) OCCURS 8 TIMES.
004260
004270  77  WS-STM-SUB                  PIC 9(02) COMP VALUE ZERO.
004280
004290  PROCEDURE DIVISION.
004300
004310  0000-MAINLINE.
004320
004330      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004340
004350*   FIRST PASS - EDIT EVERY PAYMENT, SO A PREDECESSOR WITH ANY
004360*   REJECT IS HELD BACK BEFORE ANY OF ITS PAYMENTS IS STAGED.
004370      OPEN INPUT PRED-PAY-FILE.
004380      PERFORM 2000-EDIT-PAYMENT      THRU 2000-EXIT
004390          UNTIL WS-PAY-EOF.
004400      CLOSE PRED-PAY-FILE.
004410
004420*   SECOND PASS - STAGE AND POST THE PAYMENTS OF EVERY
004430*   PREDECESSOR THAT EDITED CLEAN.
004440      MOVE "N" TO WS-PAY-EOF-SW.
004450      OPEN INPUT PRED-PAY-FILE.
004460      PERFORM 3000-COMBINE-PAYMENT   THRU 3000-EXIT
004470          UNTIL WS-PAY-EOF.
004480      CLOSE PRED-PAY-FILE.
004490
004500      PERFORM 7000-CARRY-RELATIONSHIPS THRU 7000-EXIT.
004510
004520      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004530
004540      GOBACK.
004550
004560  1000-INITIALIZE.
004570
004580      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004590      OPEN EXTEND RUN-HISTORY-FILE.
004600
004610      COPY C2INZ001.
004620
004630      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY-CCYYMMDD.
004640
004650      OPEN EXTEND TEN99-STAGING-FILE.
004660      OPEN I-O    TEN99-YTD-FILE.
004670      OPEN OUTPUT TEN99-REJECT-RPT.
004680      OPEN OUTPUT PRED-STMT-RPT.
004690
004700      PERFORM 1080-LOAD-REF-TABLES   THRU 1080-EXIT.
004710      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
004720      PERFORM 1100-LOAD-PAYER-MASTER THRU 1100-EXIT.
004730      PERFORM 1200-LOAD-RELATIONSHIPS THRU 1200-EXIT.
004740
004750  1000-EXIT.
004760      EXIT.
004770
004780* 1080-LOAD-REF-TABLES
004790*   LOADS THE REASON CODE TABLE (CLCWW032) FROM THE CLCWW135
004800*   REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN FORCE ON
004810*   THE RUN DATE.  A PREDECESSOR PAYMENT MUST CARRY ONE OF
004820*   THESE CODES; THERE IS NO DEFAULTING TO CODE 99 HERE.
004830  1080-LOAD-REF-TABLES.
004840
004850      MOVE "D"                    TO RL-ENTRY-FORMAT.
004860      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
004870
004880      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
004890      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
004900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004910      PERFORM 8999-WRITE-SYSOUT.
004920
004930      MOVE "RSNC"                 TO RL-TABLE-ID.
004940      MOVE WS-REASON-ENTRY-LEN    TO RL-ENTRY-LENGTH.
004950      MOVE WS-REASON-TBL-LIMIT    TO RL-ENTRY-LIMIT.
004960      CALL "CCCW9196" USING REF-LOAD-AREA
004970                            WS-REASON-CODE-TBL.
004980      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
004990      MOVE RL-ENTRY-COUNT         TO WS-REASON-TBL-MAX.
005000      MOVE RL-DROPPED             TO WS-REASON-DROPPED.
005010
005020  1080-EXIT.
005030      EXIT.
005040
005050* 1085-CHECK-REF-LOAD
005060*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
005070*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
005080  1085-CHECK-REF-LOAD.
005090
005100      IF RL-TABLE-EMPTY
005110          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
005120          MOVE "REF01"               TO SAR-RETURN-CODE
005130          MOVE SPACES                TO SAR-DB-NAME
005140          MOVE SPACES                TO SAR-TABLE-NAME
005150          STRING "REFTBL " RL-TABLE-ID
005160              DELIMITED BY SIZE INTO SAR-TABLE-NAME
005170          MOVE SPACES                TO SAR-SQLCODE
005180          GO TO 9998-COREDUMP
005190      END-IF.
005200
005210      MOVE SPACES                 TO SCR-LITERAL.
005220      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
005230          DELIMITED BY SIZE INTO SCR-LITERAL.
005240      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
005250      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005260      PERFORM 8999-WRITE-SYSOUT.
005270
005280  1085-EXIT.
005290      EXIT.
005300
005310* 1100-LOAD-PAYER-MASTER
005320*   LOADS THE PAYER/FILER MASTER (CLCWW061) - EVERY FILING
005330*   IDENTITY A SUCCESSOR LABEL CAN NAME.
005340  1100-LOAD-PAYER-MASTER.
005350
005360      OPEN INPUT PAYER-MASTER-FILE.
005370
005380      PERFORM 1110-READ-PAYER-MASTER THRU 1110-EXIT
005390          UNTIL WS-PAYER-EOF.
005400
005410      CLOSE PAYER-MASTER-FILE.
005420
005430  1100-EXIT.
005440      EXIT.
005450
005460  1110-READ-PAYER-MASTER.
005470
005480      READ PAYER-MASTER-FILE
005490          AT END
005500              MOVE "Y" TO WS-PAYER-EOF-SW
005510              GO TO 1110-EXIT
005520      END-READ.
005530
005540      IF WS-PAYER-COUNT NOT < WS-PAYER-TABLE-MAX
005550          ADD 1 TO WS-PAYER-DROPPED
005560          GO TO 1110-EXIT
005570      END-IF.
005580
005590      ADD 1 TO WS-PAYER-COUNT.
005600      MOVE PF-FIN-LABEL-CODE
005610          TO WS-PAYER-LABEL (WS-PAYER-COUNT).
005620      MOVE PF-FILER-TIN
005630          TO WS-PAYER-TIN (WS-PAYER-COUNT).
005640      MOVE PF-FILER-NAME
005650          TO WS-PAYER-NAME (WS-PAYER-COUNT).
005660      MOVE PF-FILER-ADDRESS
005670          TO WS-PAYER-ADDRESS (WS-PAYER-COUNT).
005680
005690  1110-EXIT.
005700      EXIT.
005710
005720* 1200-LOAD-RELATIONSHIPS
005730*   LOADS THE SUCCESSOR RELATIONSHIP FILE (CLCWW171) AND EDITS
005740*   EACH RELATIONSHIP AS IT IS LOADED.
005750  1200-LOAD-RELATIONSHIPS.
005760
005770      OPEN INPUT SUCC-REL-IN-FILE.
005780      PERFORM 1205-CHECK-SUCCREL-LAYOUT THRU 1205-EXIT.
005790
005800      PERFORM 1210-READ-RELATIONSHIP THRU 1210-EXIT
005810          UNTIL WS-REL-EOF.
005820
005830      CLOSE SUCC-REL-IN-FILE.
005840
005850  1200-EXIT.
005860      EXIT.
005870
005880* 1205-CHECK-SUCCREL-LAYOUT
005890*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
005900*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
005910*   READ SEES END OF FILE.
005920  1205-CHECK-SUCCREL-LAYOUT.
005930
005940      MOVE "CLCWW171"             TO WS-LV-CHECK-FILE-ID.
005950      MOVE "SUCCRELI"             TO WS-LV-CHECK-DDNAME.
005960      MOVE "N"                    TO WS-LV-EMPTY-SW.
005970      READ SUCC-REL-IN-FILE INTO LAYOUT-HEADER-RCD
005980          AT END
005990              MOVE "Y"            TO WS-LV-EMPTY-SW
006000      END-READ.
006010      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
006020
006030      IF WS-LV-FILE-EMPTY
006040          CLOSE SUCC-REL-IN-FILE
006050          OPEN INPUT SUCC-REL-IN-FILE
006060      END-IF.
006070
006080  1205-EXIT.
006090      EXIT.
006100
006110  1210-READ-RELATIONSHIP.
006120
006130      READ SUCC-REL-IN-FILE INTO SUCC-REL-RCD
006140          AT END
006150              MOVE "Y" TO WS-REL-EOF-SW
006160              GO TO 1210-EXIT
006170      END-READ.
006180
006190      ADD 1 TO WS-RELATIONSHIPS-READ.
006200
006210      IF WS-SR-COUNT NOT < WS-SR-TABLE-MAX
006220          ADD 1 TO WS-SR-DROPPED
006230          GO TO 1210-EXIT
006240      END-IF.
006250
006260      ADD 1 TO WS-SR-COUNT.
006270      MOVE SR-PRED-EIN
006280          TO WS-SRT-PRED-EIN (WS-SR-COUNT).
006290      MOVE SR-SUCC-LABEL-CODE
006300          TO WS-SRT-LABEL (WS-SR-COUNT).
006310      MOVE SR-SUCC-ENT-CDE
006320          TO WS-SRT-ENT-CDE (WS-SR-COUNT).
006330      MOVE SR-TAX-YEAR
006340          TO WS-SRT-TAX-YEAR (WS-SR-COUNT).
006350      MOVE SR-ACQ-DATE
006360          TO WS-SRT-ACQ-DATE (WS-SR-COUNT).
006370      MOVE SR-PROCEDURE
006380          TO WS-SRT-PROCEDURE (WS-SR-COUNT).
006390      MOVE SPACES
006400          TO WS-SRT-REASON (WS-SR-COUNT).
006410      MOVE "N"
006420          TO WS-SRT-HELD-SW (WS-SR-COUNT).
006430      MOVE ZERO
006440          TO WS-SRT-PAYER-SUB (WS-SR-COUNT).
006450      MOVE ZERO
006460          TO WS-SRT-COMBINED (WS-SR-COUNT).
006470      MOVE ZERO
006480          TO WS-SRT-DOLLARS (WS-SR-COUNT).
006490      MOVE ZERO
006500          TO WS-SRT-BACKUP (WS-SR-COUNT).
006510      MOVE ZERO
006520          TO WS-SRT-PAYEES (WS-SR-COUNT).
006530      MOVE ZERO
006540          TO WS-SRT-BOTH (WS-SR-COUNT).
006550
006560      PERFORM 1300-EDIT-RELATIONSHIP THRU 1300-EXIT.
006570
006580  1210-EXIT.
006590      EXIT.
006600
006610* 1300-EDIT-RELATIONSHIP
006620*   EDITS THE RELATIONSHIP JUST LOADED.  A FAILURE IS KEPT ON
006630*   THE ENTRY AS WS-SRT-REASON AND REJECTS EVERY PAYMENT FED
006640*   AGAINST IT.  A STANDARD-PROCEDURE RELATIONSHIP IS NOT A
006650*   FAILURE - ITS PAYMENTS ARE COUNTED AND NOT COMBINED.
006660  1300-EDIT-RELATIONSHIP.
006670
006680      IF SR-LOADED
006690          MOVE "PREDECESSOR ALREADY COMBINED"
006700                              TO WS-SRT-REASON (WS-SR-COUNT)
006710          GO TO 1300-EXIT
006720      END-IF.
006730
006740      IF NOT SR-ALTERNATIVE
006750         AND NOT SR-STANDARD
006760          MOVE "INVALID REPORTING PROCEDURE"
006770                              TO WS-SRT-REASON (WS-SR-COUNT)
006780          GO TO 1300-EXIT
006790      END-IF.
006800
006810      MOVE "N" TO WS-PAYER-FOUND-SW.
006820      MOVE ZERO TO WS-PAYER-MATCHED-SUB.
006830      PERFORM 1310-SEARCH-PAYER-MASTER THRU 1310-EXIT
006840          VARYING WS-PAYER-TBL-SUB FROM 1 BY 1
006850          UNTIL WS-PAYER-TBL-SUB > WS-PAYER-COUNT
006860             OR WS-PAYER-FOUND.
006870
006880      IF NOT WS-PAYER-FOUND
006890          MOVE "SUCCESSOR LABEL NOT ON PAYER MASTER"
006900                              TO WS-SRT-REASON (WS-SR-COUNT)
006910          GO TO 1300-EXIT
006920      END-IF.
006930      MOVE WS-PAYER-MATCHED-SUB
006940          TO WS-SRT-PAYER-SUB (WS-SR-COUNT).
006950
006960      MOVE "N" TO WS-ENTITY-FOUND-SW.
006970      PERFORM 1320-SEARCH-ENTITY-TABLE THRU 1320-EXIT
006980          VARYING WS-ENTITY-TBL-SUB FROM 1 BY 1
006990          UNTIL WS-ENTITY-TBL-SUB > WS-ENTITY-TBL-MAX
007000             OR WS-ENTITY-CODE-FOUND.
007010
007020      IF NOT WS-ENTITY-CODE-FOUND
007030          MOVE "INVALID OR RETIRED ENTITY CODE"
007040                              TO WS-SRT-REASON (WS-SR-COUNT)
007050          GO TO 1300-EXIT
007060      END-IF.
007070
007080      MOVE SR-ACQ-DATE (1:4)      TO WS-ACQ-YEAR.
007090      IF SR-ACQ-DATE NOT NUMERIC
007100         OR WS-ACQ-YEAR NOT = SR-TAX-YEAR
007110          MOVE "ACQUISITION DATE OUTSIDE THE TAX YEAR"
007120                              TO WS-SRT-REASON (WS-SR-COUNT)
007130          GO TO 1300-EXIT
007140      END-IF.
007150
007160*   A CLOSED YEAR'S FILING IS FINAL - A PREDECESSOR MISSED
007170*   BEFORE THE CLOSE GOES OUT AS A CORRECTION.
007180      MOVE SR-TAX-YEAR            TO WS-CY-CHECK-YEAR.
007190      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
007200      IF WS-CY-YEAR-CLOSED
007210          MOVE "TAX YEAR CLOSED - CORRECTIONS ONLY"
007220                              TO WS-SRT-REASON (WS-SR-COUNT)
007230      END-IF.
007240
007250  1300-EXIT.
007260      EXIT.
007270
007280  1310-SEARCH-PAYER-MASTER.
007290
007300      IF SR-SUCC-LABEL-CODE = WS-PAYER-LABEL (WS-PAYER-TBL-SUB)
007310          MOVE "Y" TO WS-PAYER-FOUND-SW
007320          MOVE WS-PAYER-TBL-SUB TO WS-PAYER-MATCHED-SUB
007330      END-IF.
007340
007350  1310-EXIT.
007360      EXIT.
007370
007380  1320-SEARCH-ENTITY-TABLE.
007390
007400      IF SR-SUCC-ENT-CDE = WS-ENTITY-TBL-CODE (WS-ENTITY-TBL-SUB)
007410          MOVE "Y" TO WS-ENTITY-FOUND-SW
007420      END-IF.
007430
007440  1320-EXIT.
007450      EXIT.
007460
007470* 2000-EDIT-PAYMENT
007480*   FIRST PASS.  EVERY PAYMENT IS MATCHED TO ITS RELATIONSHIP
007490*   AND EDITED.  A REJECT GOES TO THE LISTING AND HOLDS BACK
007500*   EVERY PAYMENT OF THE SAME PREDECESSOR.
007510  2000-EDIT-PAYMENT.
007520
007530      READ PRED-PAY-FILE
007540          AT END
007550              MOVE "Y" TO WS-PAY-EOF-SW
007560              GO TO 2000-EXIT
007570      END-READ.
007580
007590      ADD 1 TO WS-PAYMENTS-READ.
007600
007610      PERFORM 2100-FIND-RELATIONSHIP THRU 2100-EXIT.
007620
007630      IF NOT WS-REL-FOUND
007640          MOVE "NO SUCCESSOR RELATIONSHIP ON FILE"
007650                                  TO WS-REJECT-REASON-TEXT
007660          PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
007670          GO TO 2000-EXIT
007680      END-IF.
007690
007700      IF WS-SRT-REASON (WS-SR-MATCHED-SUB) NOT = SPACES
007710          MOVE WS-SRT-REASON (WS-SR-MATCHED-SUB)
007720                                  TO WS-REJECT-REASON-TEXT
007730          PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
007740          GO TO 2000-EXIT
007750      END-IF.
007760
007770      IF WS-SRT-STANDARD (WS-SR-MATCHED-SUB)
007780          ADD 1 TO WS-PAYMENTS-STANDARD
007790          GO TO 2000-EXIT
007800      END-IF.
007810
007820      PERFORM 2200-EDIT-PAYMENT-FIELDS THRU 2200-EXIT.
007830
007840      IF WS-REJECT-REASON-TEXT NOT = SPACES
007850          PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
007860          MOVE "Y"                TO WS-SRT-HELD-SW
007870                                     (WS-SR-MATCHED-SUB)
007880      END-IF.
007890
007900  2000-EXIT.
007910      EXIT.
007920
007930* 2100-FIND-RELATIONSHIP
007940*   SEARCHES WS-SR-TABLE FOR THE PAYMENT'S PREDECESSOR EIN.
007950*   2110 CAPTURES THE MATCHED SUBSCRIPT AT THE MOMENT OF THE
007960*   MATCH.
007970  2100-FIND-RELATIONSHIP.
007980
007990      MOVE "N" TO WS-REL-FOUND-SW.
008000      MOVE ZERO TO WS-SR-MATCHED-SUB.
008010
008020      PERFORM 2110-SEARCH-RELATIONSHIP THRU 2110-EXIT
008030          VARYING WS-SR-TBL-SUB FROM 1 BY 1
008040          UNTIL WS-SR-TBL-SUB > WS-SR-COUNT
008050             OR WS-REL-FOUND.
008060
008070  2100-EXIT.
008080      EXIT.
008090
008100  2110-SEARCH-RELATIONSHIP.
008110
008120      IF PP-PRED-EIN = WS-SRT-PRED-EIN (WS-SR-TBL-SUB)
008130          MOVE "Y" TO WS-REL-FOUND-SW
008140          MOVE WS-SR-TBL-SUB TO WS-SR-MATCHED-SUB
008150      END-IF.
008160
008170  2110-EXIT.
008180      EXIT.
008190
008200* 2200-EDIT-PAYMENT-FIELDS
008210*   THE PAYMENT'S OWN EDITS - PAYEE TIN, PAID DATE WITHIN THE
008220*   TAX YEAR AND NOT AFTER THE ACQUISITION (PAYMENTS AFTER IT
008230*   ARE ALREADY IN OUR OWN DISBURSEMENTS), A NON-ZERO AMOUNT,
008240*   AND A REASON CODE IN FORCE.  THE FIRST FAILURE IS LEFT IN
008250*   WS-REJECT-REASON-TEXT; SPACES MEANS THE PAYMENT PASSED.
008260  2200-EDIT-PAYMENT-FIELDS.
008270
008280      MOVE SPACES                 TO WS-REJECT-REASON-TEXT.
008290
008300      MOVE PP-PAYEE-TIN           TO WS-TIN-TEST.
008310      IF WS-TIN-TEST NOT NUMERIC
008320          MOVE "INVALID OR MISSING TIN"
008330                                  TO WS-REJECT-REASON-TEXT
008340          GO TO 2200-EXIT
008350      END-IF.
008360      IF WS-TIN-TEST-N = ZERO
008370          MOVE "INVALID OR MISSING TIN"
008380                                  TO WS-REJECT-REASON-TEXT
008390          GO TO 2200-EXIT
008400      END-IF.
008410
008420      IF PP-PAID-DATE NOT NUMERIC
008430         OR PP-PAID-YEAR NOT = WS-SRT-TAX-YEAR (WS-SR-MATCHED-SUB)
008440          MOVE "PAID DATE OUTSIDE THE TAX YEAR"
008450                                  TO WS-REJECT-REASON-TEXT
008460          GO TO 2200-EXIT
008470      END-IF.
008480
008490      IF PP-PAID-DATE > WS-SRT-ACQ-DATE (WS-SR-MATCHED-SUB)
008500          MOVE "PAID AFTER THE ACQUISITION DATE"
008510                                  TO WS-REJECT-REASON-TEXT
008520          GO TO 2200-EXIT
008530      END-IF.
008540
008550      IF PP-AMOUNT NOT NUMERIC
008560         OR PP-AMOUNT = ZERO
008570          MOVE "MISSING OR ZERO PAYMENT AMOUNT"
008580                                  TO WS-REJECT-REASON-TEXT
008590          GO TO 2200-EXIT
008600      END-IF.
008610
008620      PERFORM 2210-FIND-REASON-CODE THRU 2210-EXIT.
008630      IF NOT WS-RSN-CODE-FOUND
008640          MOVE "REASON CODE NOT IN FORCE"
008650                                  TO WS-REJECT-REASON-TEXT
008660      END-IF.
008670
008680  2200-EXIT.
008690      EXIT.
008700
008710  2210-FIND-REASON-CODE.
008720
008730      MOVE "N" TO WS-RSN-FOUND-SW.
008740      MOVE ZERO TO WS-RSN-MATCHED-SUB.
008750
008760      PERFORM 2220-SEARCH-REASON-TABLE THRU 2220-EXIT
008770          VARYING WS-RSN-TBL-SUB FROM 1 BY 1
008780          UNTIL WS-RSN-TBL-SUB > WS-REASON-TBL-MAX
008790             OR WS-RSN-CODE-FOUND.
008800
008810  2210-EXIT.
008820      EXIT.
008830
008840  2220-SEARCH-REASON-TABLE.
008850
008860      IF PP-RSN-CODE = WS-REASON-TBL-CODE (WS-RSN-TBL-SUB)
008870          MOVE "Y" TO WS-RSN-FOUND-SW
008880          MOVE WS-RSN-TBL-SUB TO WS-RSN-MATCHED-SUB
008890      END-IF.
008900
008910  2220-EXIT.
008920      EXIT.
008930
008940* 2600-WRITE-REJECT
008950*   WRITES A REJECT LISTING LINE (CLCWW028 LAYOUT) FOR THE
008960*   PAYMENT, KEYED BY THE PREDECESSOR'S OWN PAYMENT REFERENCE.
008970  2600-WRITE-REJECT.
008980
008990      MOVE SPACES                 TO TEN99-SUSPENSE-RCD.
009000      MOVE PP-PRED-REF-NUM        TO TS-ONSITE-CHK-NUM.
009010      MOVE PP-PAYEE-TIN           TO TS-SSN-TAX-ID.
009020      MOVE WS-REJECT-REASON-TEXT  TO TS-REJECT-REASON.
009030
009040      WRITE TEN99-SUSPENSE-RCD.
009050      ADD 1 TO WS-PAYMENTS-REJECTED.
009060
009070  2600-EXIT.
009080      EXIT.
009090
009100* 3000-COMBINE-PAYMENT
009110*   SECOND PASS.  A PAYMENT OF A PREDECESSOR THAT EDITED CLEAN
009120*   IS STAGED UNDER THE SUCCESSOR LABEL AND ENTITY AND POSTED
009130*   TO THE PAYEE'S YTD POSITION.  ONE OF A HELD-BACK
009140*   PREDECESSOR IS COUNTED AND LEFT FOR THE RE-FEED.
009150  3000-COMBINE-PAYMENT.
009160
009170      READ PRED-PAY-FILE
009180          AT END
009190              MOVE "Y" TO WS-PAY-EOF-SW
009200              GO TO 3000-EXIT
009210      END-READ.
009220
009230      PERFORM 2100-FIND-RELATIONSHIP THRU 2100-EXIT.
009240
009250      IF NOT WS-REL-FOUND
009260          GO TO 3000-EXIT
009270      END-IF.
009280
009290      IF WS-SRT-REASON (WS-SR-MATCHED-SUB) NOT = SPACES
009300         OR WS-SRT-STANDARD (WS-SR-MATCHED-SUB)
009310          GO TO 3000-EXIT
009320      END-IF.
009330
009340      IF WS-SRT-HELD (WS-SR-MATCHED-SUB)
009350          PERFORM 2200-EDIT-PAYMENT-FIELDS THRU 2200-EXIT
009360          IF WS-REJECT-REASON-TEXT = SPACES
009370              ADD 1 TO WS-PAYMENTS-HELD-BACK
009380          END-IF
009390          GO TO 3000-EXIT
009400      END-IF.
009410
009420      PERFORM 2210-FIND-REASON-CODE  THRU 2210-EXIT.
009430      PERFORM 3100-BUILD-STAGING-RCD THRU 3100-EXIT.
009440
009450*   THE TIN GOES TO REST PROTECTED (CLCWW110/111), THE SAME AS
009460*   EVERY OTHER STAGING AND YTD RECORD, SO THE BUILD'S TIN
009470*   SORT PUTS THE PREDECESSOR'S PAYMENTS WITH THE SUCCESSOR'S.
009480      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
009490      PERFORM 9800-PROTECT-TIN    THRU 9800-EXIT.
009500      MOVE TP-TIN-WORK            TO TEN99-SSN-TAX-ID-DATA.
009510      MOVE TEN99-RCD              TO GN-HASH-RECORD.
009520      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
009530      WRITE TEN99-RCD.
009540
009550      PERFORM 3700-POST-YTD       THRU 3700-EXIT.
009560      PERFORM 3750-NOTE-PAYEE     THRU 3750-EXIT.
009570
009580      ADD 1 TO WS-PAYMENTS-COMBINED.
009590      ADD TEN99-RPT-DISB-AMT-DATA TO WS-COMBINED-DOLLARS.
009600      ADD 1 TO WS-SRT-COMBINED (WS-SR-MATCHED-SUB).
009610      ADD TEN99-RPT-DISB-AMT-DATA
009620          TO WS-SRT-DOLLARS (WS-SR-MATCHED-SUB).
009630      ADD TEN99-BACKUP-WITHHOLD-AMT-DATA
009640          TO WS-SRT-BACKUP (WS-SR-MATCHED-SUB).
009650
009660  3000-EXIT.
009670      EXIT.
009680
009690* 3100-BUILD-STAGING-RCD
009700*   BUILDS THE TEN99-RCD FOR ONE PREDECESSOR PAYMENT.  IT FILES
009710*   UNDER THE SUCCESSOR'S LABEL AND ENTITY FOR THE RELATIONSHIP'S
009720*   TAX YEAR; THE PREDECESSOR'S PAYMENT REFERENCE STANDS IN THE
009730*   CHECK NUMBER.  THE RUN IDENTIFIER IS LEFT CLEAR - NO RUN'S
009740*   MANIFEST COUNTED THESE RECORDS, SO THE INTEGRITY AUDIT
009750*   COUNTS THEM AS UNSTAMPED AND SKIPS THEM.
009760  3100-BUILD-STAGING-RCD.
009770
009780      MOVE SPACES                 TO TEN99-RCD.
009790      MOVE WS-SRT-LABEL (WS-SR-MATCHED-SUB)
009800                                  TO TEN99-FIN-LABEL-CODE-DATA.
009810      MOVE WS-SRT-ENT-CDE (WS-SR-MATCHED-SUB)
009820                                  TO TEN99-COMPASS-ENT-CDE-DATA.
009830      MOVE WS-SRT-TAX-YEAR (WS-SR-MATCHED-SUB)
009840                                  TO TEN99-TAX-YEAR-DATA.
009850      MOVE PP-PRED-REF-NUM        TO TEN99-ONSITE-CHK-NUM-DATA.
009860      MOVE PP-PAYEE-NAME          TO TEN99-NAME-DATA.
009870      MOVE PP-ADDRESS-LINE1       TO TEN99-ADDRESS-LINE1-DATA.
009880      MOVE PP-ADDRESS-LINE2       TO TEN99-ADDRESS-LINE2-DATA.
009890      MOVE PP-CITY                TO TEN99-CITY-DATA.
009900      MOVE PP-STATE               TO TEN99-STATE-DATA.
009910      MOVE PP-ZIP                 TO TEN99-ZIP-DATA.
009920      MOVE WS-REASON-TBL-CODE (WS-RSN-MATCHED-SUB)
009930                                  TO TEN99-RSN-CODE.
009940      MOVE WS-REASON-TBL-DESC (WS-RSN-MATCHED-SUB)
009950                                  TO TEN99-RSN-FOR-DISB-DATA.
009960      MOVE PP-AMOUNT              TO TEN99-RPT-DISB-AMT-DATA.
009970      MOVE ZERO                   TO TEN99-DISB-REQ-SEQ-NUM-DATA.
009980      MOVE PP-PAYEE-TIN           TO TEN99-SSN-TAX-ID-DATA.
009990      MOVE "USD"                  TO TEN99-CURRENCY-CODE-DATA.
010000      MOVE PP-TAX-TYPE            TO TEN99-TAX-TYPE.
010010      IF PP-BACKUP-WITHHELD NUMERIC
010020          MOVE PP-BACKUP-WITHHELD
010030              TO TEN99-BACKUP-WITHHOLD-AMT-DATA
010040      ELSE
010050          MOVE ZERO
010060              TO TEN99-BACKUP-WITHHOLD-AMT-DATA
010070      END-IF.
010080      MOVE ZERO                   TO TEN99-RUN-DATE-DATA.
010090      MOVE ZERO                   TO TEN99-RUN-SEQ-DATA.
010100      MOVE ZERO TO TEN99-STATE-WITHHOLD-AMT-DATA.
010110      MOVE "A"                    TO TEN99-A-CONSTANT-DATA.
010120
010130  3100-EXIT.
010140      EXIT.
010150
010160* 3700-POST-YTD
010170*   ADDS THE PAYMENT TO THE PAYEE'S KEYED YEAR-TO-DATE POSITION,
010180*   CREATING ONE WHEN THE PAYEE IS NEW - THE SAME ADD-AND-
010190*   REWRITE CCCW9100 RUNS FOR THE RECORDS IT STAGES.  A
010200*   POSITION ALREADY ON FILE IS NOTED IN WS-YTD-PRIOR FOR THE
010210*   PAID-BY-BOTH COUNT.
010220  3700-POST-YTD.
010230
010240      MOVE "N"                    TO WS-YTD-PRIOR-SW.
010250      MOVE TEN99-TAX-YEAR-DATA    TO TEN99-YTD-TAX-YEAR.
010260      MOVE TEN99-SSN-TAX-ID-DATA  TO TEN99-YTD-SSN-TAX-ID.
010270      MOVE TEN99-COMPASS-ENT-CDE-DATA
010280                              TO TEN99-YTD-COMPASS-ENT-CDE.
010290
010300      READ TEN99-YTD-FILE
010310          INVALID KEY
010320              CONTINUE
010330      END-READ.
010340
010350      IF WS-YTD-FILE-STATUS = "00"
010360          MOVE "Y"                TO WS-YTD-PRIOR-SW
010370          ADD TEN99-RPT-DISB-AMT-DATA
010380                  TO TEN99-YTD-GROSS-DISB-AMT
010390          ADD 1 TO TEN99-YTD-CHECK-COUNT
010400          MOVE TEN99-RSN-CODE     TO TEN99-YTD-RSN-CODE
010410          REWRITE TEN99-YTD-RCD
010420          ADD 1 TO WS-YTD-PAYEES-UPDATED
010430          GO TO 3700-EXIT
010440      END-IF.
010450
010460      IF WS-YTD-FILE-STATUS = "23"
010470          MOVE SPACES                 TO TEN99-YTD-RCD
010480          MOVE TEN99-TAX-YEAR-DATA    TO TEN99-YTD-TAX-YEAR
010490          MOVE TEN99-SSN-TAX-ID-DATA  TO TEN99-YTD-SSN-TAX-ID
010500          MOVE TEN99-COMPASS-ENT-CDE-DATA
010510                              TO TEN99-YTD-COMPASS-ENT-CDE
010520          MOVE TEN99-NAME-DATA        TO TEN99-YTD-NAME
010530          MOVE TEN99-ADDRESS-LINE1-DATA
010540                              TO TEN99-YTD-ADDRESS-LINE1
010550          MOVE TEN99-ADDRESS-LINE2-DATA
010560                              TO TEN99-YTD-ADDRESS-LINE2
010570          MOVE TEN99-CITY-DATA        TO TEN99-YTD-CITY
010580          MOVE TEN99-STATE-DATA       TO TEN99-YTD-STATE
010590          MOVE TEN99-ZIP-DATA         TO TEN99-YTD-ZIP
0105va          MOVE TEN99-FOREIGN-ADDR-IND
0105vb                              TO TEN99-YTD-FOREIGN-ADDR-IND
0105vc          MOVE TEN99-COUNTRY-CODE-DATA
0105vd                              TO TEN99-YTD-COUNTRY-CODE
0105ve          MOVE TEN99-PROVINCE-DATA    TO TEN99-YTD-PROVINCE
0105vf          MOVE TEN99-POSTAL-CODE-DATA
0105vg                              TO TEN99-YTD-POSTAL-CODE
010600          MOVE TEN99-FIN-LABEL-CODE-DATA
010610                              TO TEN99-YTD-FIN-LABEL-CODE
010620          MOVE TEN99-ISSUING-BR-CODE-DATA
010630                              TO TEN99-YTD-ISSUING-BR-CODE
010640          MOVE TEN99-TAX-TYPE         TO TEN99-YTD-TAX-TYPE
010650          MOVE TEN99-TIN-IND          TO TEN99-YTD-TIN-IND
010660          MOVE TEN99-RSN-CODE         TO TEN99-YTD-RSN-CODE
010670          MOVE TEN99-RPT-DISB-AMT-DATA
010680                              TO TEN99-YTD-GROSS-DISB-AMT
010690          MOVE 1 TO TEN99-YTD-CHECK-COUNT
010700          WRITE TEN99-YTD-RCD
010710          ADD 1 TO WS-YTD-PAYEES-ADDED
010720          GO TO 3700-EXIT
010730      END-IF.
010740
010750      MOVE "3700-POST-YTD"        TO SAR-PARAGRAPH.
010760      MOVE "YTD02"                TO SAR-RETURN-CODE.
010770      MOVE SPACES                 TO SAR-DB-NAME.
010780      MOVE "TEN99YTD"             TO SAR-TABLE-NAME.
010790      MOVE SPACES                 TO SAR-SQLCODE.
010800      GO TO 9998-COREDUMP.
010810
010820  3700-EXIT.
010830      EXIT.
010840
010850* 3750-NOTE-PAYEE
010860*   COUNTS THE PAYEE ONCE PER RELATIONSHIP.  WHETHER THE PAYEE
010870*   WAS ALSO PAID BY THE SUCCESSOR IS DECIDED AT THE FIRST
010880*   POSTING TO THEIR POSITION THIS RUN - A POSITION THAT WAS
010890*   ALREADY ON FILE THEN - AND CARRIED ON THE TABLE SO A LATER
010900*   POSTING, WHICH ALWAYS FINDS A POSITION, DOES NOT COUNT
010910*   AGAIN.
010920  3750-NOTE-PAYEE.
010930
010940      MOVE "N"                    TO WS-PAYEE-FOUND-SW.
010950      MOVE WS-YTD-PRIOR-SW        TO WS-PAYEE-PRIOR-HOLD.
010960
010970      PERFORM 3760-SEARCH-PAYEE   THRU 3760-EXIT
010980          VARYING WS-PAYEE-TBL-SUB FROM 1 BY 1
010990          UNTIL WS-PAYEE-TBL-SUB > WS-PAYEE-COUNT
011000             OR WS-PAYEE-FOUND.
011010
011020      IF WS-PAYEE-FOUND
011030          GO TO 3750-EXIT
011040      END-IF.
011050
011060      ADD 1 TO WS-SRT-PAYEES (WS-SR-MATCHED-SUB).
011070      IF WS-PAYEE-PRIOR-HOLD = "Y"
011080          ADD 1 TO WS-SRT-BOTH (WS-SR-MATCHED-SUB)
011090          ADD 1 TO WS-PAYEES-PAID-BY-BOTH
011100      END-IF.
011110
011120      IF WS-PAYEE-COUNT NOT < WS-PAYEE-TABLE-MAX
011130          ADD 1 TO WS-PAYEE-DROPPED
011140          GO TO 3750-EXIT
011150      END-IF.
011160
011170      ADD 1 TO WS-PAYEE-COUNT.
011180      MOVE TEN99-SSN-TAX-ID-DATA
011190          TO WS-PY-TIN (WS-PAYEE-COUNT).
011200      MOVE TEN99-COMPASS-ENT-CDE-DATA
011210          TO WS-PY-ENT-CDE (WS-PAYEE-COUNT).
011220      MOVE WS-SR-MATCHED-SUB
011230          TO WS-PY-REL-SUB (WS-PAYEE-COUNT).
011240      MOVE WS-PAYEE-PRIOR-HOLD
011250          TO WS-PY-PRIOR-SW (WS-PAYEE-COUNT).
011260
011270  3750-EXIT.
011280      EXIT.
011290
011300*   AN ENTRY FOR THE SAME PAYEE UNDER ANOTHER RELATIONSHIP GIVES
011310*   THE STANDING SEEN AT THE RUN'S FIRST POSTING; AN ENTRY UNDER
011320*   THIS ONE MEANS THE PAYEE IS ALREADY COUNTED.
011330  3760-SEARCH-PAYEE.
011340
011350      IF TEN99-SSN-TAX-ID-DATA = WS-PY-TIN (WS-PAYEE-TBL-SUB)
011360         AND TEN99-COMPASS-ENT-CDE-DATA =
011370                 WS-PY-ENT-CDE (WS-PAYEE-TBL-SUB)
011380          MOVE WS-PY-PRIOR-SW (WS-PAYEE-TBL-SUB)
011390                                  TO WS-PAYEE-PRIOR-HOLD
011400          IF WS-PY-REL-SUB (WS-PAYEE-TBL-SUB) = WS-SR-MATCHED-SUB
011410              MOVE "Y" TO WS-PAYEE-FOUND-SW
011420          END-IF
011430      END-IF.
011440
011450  3760-EXIT.
011460      EXIT.
011470
011480* 7000-CARRY-RELATIONSHIPS
011490*   WRITES THE NEW RELATIONSHIP GENERATION.  EVERY RECORD IS
011500*   CARRIED FORWARD IN FILE ORDER; ONE WHOSE PAYMENTS WERE
011510*   COMBINED THIS RUN IS STAMPED LOADED WITH THE RUN'S FIGURES
011520*   AND GETS ITS COMBINED-REPORTING STATEMENT.  A RECORD PAST
011530*   THE TABLE'S CAPACITY IS CARRIED UNCHANGED.
011540  7000-CARRY-RELATIONSHIPS.
011550
011560      OPEN OUTPUT SUCC-REL-OUT-FILE.
011570      MOVE "CLCWW171"             TO WS-LV-CHECK-FILE-ID.
011580      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
011590      WRITE SUCC-REL-OUT-RCD FROM LAYOUT-HEADER-RCD.
011600
011610      MOVE "N"                    TO WS-REL-EOF-SW.
011620      MOVE ZERO                   TO WS-SR-CARRY-SUB.
011630      OPEN INPUT SUCC-REL-IN-FILE.
011640      PERFORM 1205-CHECK-SUCCREL-LAYOUT THRU 1205-EXIT.
011650
011660      PERFORM 7010-CARRY-RELATIONSHIP THRU 7010-EXIT
011670          UNTIL WS-REL-EOF.
011680
011690      CLOSE SUCC-REL-IN-FILE.
011700      CLOSE SUCC-REL-OUT-FILE.
011710
011720  7000-EXIT.
011730      EXIT.
011740
011750  7010-CARRY-RELATIONSHIP.
011760
011770      READ SUCC-REL-IN-FILE INTO SUCC-REL-RCD
011780          AT END
011790              MOVE "Y" TO WS-REL-EOF-SW
011800              GO TO 7010-EXIT
011810      END-READ.
011820
011830      ADD 1 TO WS-SR-CARRY-SUB.
011840
011850      IF WS-SR-CARRY-SUB > WS-SR-COUNT
011860          GO TO 7020-WRITE-RELATIONSHIP
011870      END-IF.
011880
011890      IF WS-SRT-HELD (WS-SR-CARRY-SUB)
011900          ADD 1 TO WS-RELATIONSHIPS-HELD
011910          GO TO 7020-WRITE-RELATIONSHIP
011920      END-IF.
011930
011940      IF WS-SRT-COMBINED (WS-SR-CARRY-SUB) = ZERO
011950          GO TO 7020-WRITE-RELATIONSHIP
011960      END-IF.
011970
011980      MOVE "L"                    TO SR-LOAD-STATUS.
011990      MOVE WS-TODAY-CCYYMMDD      TO SR-LOADED-DATE.
012000      MOVE WS-SRT-COMBINED (WS-SR-CARRY-SUB)
012010                                  TO SR-LOADED-COUNT.
012020      MOVE WS-SRT-DOLLARS (WS-SR-CARRY-SUB)
012030                                  TO SR-LOADED-DOLLARS.
012040      MOVE WS-SRT-PAYEES (WS-SR-CARRY-SUB)
012050                                  TO SR-LOADED-PAYEES.
012060      MOVE WS-SRT-BOTH (WS-SR-CARRY-SUB)
012070                                  TO SR-LOADED-BOTH.
012080      ADD 1 TO WS-RELATIONSHIPS-LOADED.
012090
012100      PERFORM 7500-PRINT-STATEMENT THRU 7500-EXIT.
012110
012120  7020-WRITE-RELATIONSHIP.
012130
012140      WRITE SUCC-REL-OUT-RCD FROM SUCC-REL-RCD.
012150      ADD 1 TO WS-RELATIONSHIPS-CARRIED.
012160
012170  7010-EXIT.
012180      EXIT.
012190
012200* 7500-PRINT-STATEMENT
012210*   THE COMBINED-REPORTING STATEMENT FOR THE RELATIONSHIP IN
012220*   SUCC-REL-RCD (ENTRY WS-SR-CARRY-SUB) - BOTH PAYERS, THE
012230*   ACQUISITION, THE ASSUMPTION OF THE PREDECESSOR'S REPORTING,
012240*   WHAT WAS COMBINED, AND THE SIGN-OFF BLOCK.
012250  7500-PRINT-STATEMENT.
012260
012270      MOVE WS-SRT-PAYER-SUB (WS-SR-CARRY-SUB)
012280                                  TO WS-PAYER-TBL-SUB.
012290
012300      MOVE SR-TAX-YEAR            TO PST-TAX-YEAR.
012310      MOVE WS-STM-TITLE           TO PRED-STMT-RCD.
012320      WRITE PRED-STMT-RCD.
012330
012340      MOVE "SUCCESSOR"            TO PSH-TEXT.
012350      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012360      MOVE "NAME"                 TO PSF-LITERAL.
012370      MOVE WS-PAYER-NAME (WS-PAYER-TBL-SUB) TO PSF-VALUE.
012380      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012390      MOVE "ADDRESS"              TO PSF-LITERAL.
012400      MOVE WS-PAYER-ADDRESS (WS-PAYER-TBL-SUB) TO PSF-VALUE.
012410      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012420      MOVE "EIN"                  TO PSF-LITERAL.
012430      MOVE WS-PAYER-TIN (WS-PAYER-TBL-SUB) TO PSF-VALUE.
012440      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012450      MOVE "FINANCIAL LABEL"      TO PSF-LITERAL.
012460      MOVE SR-SUCC-LABEL-CODE     TO PSF-VALUE.
012470      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012480      MOVE "ENTITY"               TO PSF-LITERAL.
012490      MOVE SR-SUCC-ENT-CDE        TO PSF-VALUE.
012500      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012510
012520      MOVE "PREDECESSOR"          TO PSH-TEXT.
012530      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012540      MOVE "NAME"                 TO PSF-LITERAL.
012550      MOVE SR-PRED-NAME           TO PSF-VALUE.
012560      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012570      MOVE "ADDRESS"              TO PSF-LITERAL.
012580      MOVE SR-PRED-ADDRESS        TO PSF-VALUE.
012590      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012600      MOVE SPACES                 TO PSF-LITERAL.
012610      MOVE SPACES                 TO PSF-VALUE.
012620      STRING SR-PRED-CITY DELIMITED BY "  "
012630             " "          DELIMITED BY SIZE
012640             SR-PRED-STATE DELIMITED BY SIZE
012650             " "          DELIMITED BY SIZE
012660             SR-PRED-ZIP  DELIMITED BY SIZE
012670          INTO PSF-VALUE.
012680      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012690      MOVE "EIN"                  TO PSF-LITERAL.
012700      MOVE SR-PRED-EIN            TO PSF-VALUE.
012710      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012720      MOVE "DATE OF ACQUISITION"  TO PSF-LITERAL.
012730      MOVE SR-ACQ-DATE            TO PSF-VALUE.
012740      PERFORM 7900-WRITE-FIELD    THRU 7900-EXIT.
012750
012760      MOVE "ASSUMPTION OF REPORTING OBLIGATIONS" TO PSH-TEXT.
012770      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012780      PERFORM 7510-PRINT-ASSUMPTION THRU 7510-EXIT
012790          VARYING WS-STM-SUB FROM 1 BY 1
012800          UNTIL WS-STM-SUB > 8.
012810
012820      MOVE "PREDECESSOR PAYMENTS COMBINED" TO PSH-TEXT.
012830      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
012840      MOVE "PAYMENTS COMBINED"    TO PSA-LITERAL.
012850      MOVE SR-LOADED-COUNT        TO PSA-COUNT.
012860      MOVE SR-LOADED-DOLLARS      TO PSA-AMOUNT.
012870      MOVE WS-STM-AMOUNT-LINE     TO PRED-STMT-RCD.
012880      WRITE PRED-STMT-RCD.
012890      MOVE "BACKUP WITHHOLDING COMBINED" TO PSG-LITERAL.
012900      MOVE WS-SRT-BACKUP (WS-SR-CARRY-SUB) TO PSG-AMOUNT.
012910      MOVE WS-STM-FIGURE-LINE     TO PRED-STMT-RCD.
012920      WRITE PRED-STMT-RCD.
012930      MOVE "PAYEES"               TO PSC-LITERAL.
012940      MOVE SR-LOADED-PAYEES       TO PSC-COUNT.
012950      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012960      MOVE "  ALSO PAID BY THE SUCCESSOR" TO PSC-LITERAL.
012970      MOVE SR-LOADED-BOTH         TO PSC-COUNT.
012980      PERFORM 7920-WRITE-COUNT    THRU 7920-EXIT.
012990
013000      MOVE "SIGN-OFF"             TO PSH-TEXT.
013010      PERFORM 7910-WRITE-HEADING  THRU 7910-EXIT.
013020      MOVE SPACES                 TO PRED-STMT-RCD.
013030      WRITE PRED-STMT-RCD.
013040      MOVE "PREPARED BY: "        TO PSS-ROLE.
013050      MOVE WS-STM-SIGN-LINE       TO PRED-STMT-RCD.
013060      WRITE PRED-STMT-RCD.
013070      MOVE SPACES                 TO PRED-STMT-RCD.
013080      WRITE PRED-STMT-RCD.
013090      MOVE "APPROVED BY: "        TO PSS-ROLE.
013100      MOVE WS-STM-SIGN-LINE       TO PRED-STMT-RCD.
013110      WRITE PRED-STMT-RCD.
013120
013130      ADD 1 TO WS-STATEMENTS-PRINTED.
013140
013150  7500-EXIT.
013160      EXIT.
013170
013180  7510-PRINT-ASSUMPTION.
013190
013200      MOVE WS-STM-ASSUMPTION-TEXT (WS-STM-SUB) TO PSN-TEXT.
013210      MOVE WS-STM-NOTE-LINE       TO PRED-STMT-RCD.
013220      WRITE PRED-STMT-RCD.
013230
013240  7510-EXIT.
013250      EXIT.
013260
013270  7900-WRITE-FIELD.
013280
013290      MOVE WS-STM-FIELD-LINE      TO PRED-STMT-RCD.
013300      WRITE PRED-STMT-RCD.
013310
013320  7900-EXIT.
013330      EXIT.
013340
013350  7910-WRITE-HEADING.
013360
013370      MOVE SPACES                 TO PRED-STMT-RCD.
013380      WRITE PRED-STMT-RCD.
013390      MOVE WS-STM-HEADING         TO PRED-STMT-RCD.
013400      WRITE PRED-STMT-RCD.
013410
013420  7910-EXIT.
013430      EXIT.
013440
013450  7920-WRITE-COUNT.
013460
013470      MOVE WS-STM-COUNT-LINE      TO PRED-STMT-RCD.
013480      WRITE PRED-STMT-RCD.
013490
013500  7920-EXIT.
013510      EXIT.
013520
013530  8000-WRAPUP.
013540
013550      MOVE "RELATIONSHIPS READ:"  TO SCR-LITERAL.
013560      MOVE WS-RELATIONSHIPS-READ  TO SCR-COUNT.
013570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013580      PERFORM 8999-WRITE-SYSOUT.
013590
013600      MOVE "PREDECESSORS COMBINED:" TO SCR-LITERAL.
013610      MOVE WS-RELATIONSHIPS-LOADED TO SCR-COUNT.
013620      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013630      PERFORM 8999-WRITE-SYSOUT.
013640
013650      MOVE "PREDECESSORS HELD BACK:" TO SCR-LITERAL.
013660      MOVE WS-RELATIONSHIPS-HELD  TO SCR-COUNT.
013670      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013680      PERFORM 8999-WRITE-SYSOUT.
013690
013700      MOVE "RELATIONSHIPS CARRIED:" TO SCR-LITERAL.
013710      MOVE WS-RELATIONSHIPS-CARRIED TO SCR-COUNT.
013720      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013730      PERFORM 8999-WRITE-SYSOUT.
013740
013750      MOVE "PAYMENTS READ:"       TO SCR-LITERAL.
013760      MOVE WS-PAYMENTS-READ       TO SCR-COUNT.
013770      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013780      PERFORM 8999-WRITE-SYSOUT.
013790
013800      MOVE "PAYMENTS COMBINED:"   TO SCR-LITERAL.
013810      MOVE WS-PAYMENTS-COMBINED   TO SCR-COUNT.
013820      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013830      PERFORM 8999-WRITE-SYSOUT.
013840
013850      MOVE SCL-REJECTED-LIT       TO SCR-LITERAL.
013860      MOVE WS-PAYMENTS-REJECTED   TO SCR-COUNT.
013870      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013880      PERFORM 8999-WRITE-SYSOUT.
013890
013900      MOVE "PAYMENTS HELD BACK:"  TO SCR-LITERAL.
013910      MOVE WS-PAYMENTS-HELD-BACK  TO SCR-COUNT.
013920      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013930      PERFORM 8999-WRITE-SYSOUT.
013940
013950      MOVE "STANDARD PROCEDURE PAYMENTS:" TO SCR-LITERAL.
013960      MOVE WS-PAYMENTS-STANDARD   TO SCR-COUNT.
013970      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013980      PERFORM 8999-WRITE-SYSOUT.
013990
014000      MOVE "YTD PAYEES UPDATED:"  TO SCR-LITERAL.
014010      MOVE WS-YTD-PAYEES-UPDATED  TO SCR-COUNT.
014020      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
014030      PERFORM 8999-WRITE-SYSOUT.
014040
014050      MOVE "YTD PAYEES ADDED:"    TO SCR-LITERAL.
014060      MOVE WS-YTD-PAYEES-ADDED    TO SCR-COUNT.
014070      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
014080      PERFORM 8999-WRITE-SYSOUT.
014090
014100      MOVE "PAYEES PAID BY BOTH:" TO SCR-LITERAL.
014110      MOVE WS-PAYEES-PAID-BY-BOTH TO SCR-COUNT.
014120      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
014130      PERFORM 8999-WRITE-SYSOUT.
014140
014150      MOVE "STATEMENTS PRINTED:"  TO SCR-LITERAL.
014160      MOVE WS-STATEMENTS-PRINTED  TO SCR-COUNT.
014170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
014180      PERFORM 8999-WRITE-SYSOUT.
014190
014200      IF WS-PAYMENTS-COMBINED > ZERO
014210          PERFORM 9635-CATALOG-APPEND THRU 9635-EXIT
014220      END-IF.
014230
014240      MOVE ZERO TO RETURN-CODE.
014250      IF WS-PAYMENTS-REJECTED > ZERO
014260          MOVE 4 TO RETURN-CODE
014270      END-IF.
014280
014290      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
014300
014310      COPY C2INZ003.
014320
014330      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
014340
014350  8000-EXIT.
014360      EXIT.
014370
014380* 8980-NOTE-TABLE-CAPACITY
014390*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
014400*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
014410*   DROPPED ENTRY ENDS THE RUN RC=12.
014420  8980-NOTE-TABLE-CAPACITY.
014430
014440      MOVE "SUCCESSOR RELATIONSHIPS" TO TC-NOTE-NAME.
014450      MOVE WS-SR-TABLE-MAX          TO TC-NOTE-LIMIT.
014460      MOVE WS-SR-COUNT              TO TC-NOTE-HIGH.
014470      MOVE WS-SR-DROPPED            TO TC-NOTE-DROPPED.
014480      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014490
014500      MOVE "PAYER MASTER"           TO TC-NOTE-NAME.
014510      MOVE WS-PAYER-TABLE-MAX       TO TC-NOTE-LIMIT.
014520      MOVE WS-PAYER-COUNT           TO TC-NOTE-HIGH.
014530      MOVE WS-PAYER-DROPPED         TO TC-NOTE-DROPPED.
014540      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014550
014560      MOVE "PREDECESSOR PAYEES"     TO TC-NOTE-NAME.
014570      MOVE WS-PAYEE-TABLE-MAX       TO TC-NOTE-LIMIT.
014580      MOVE WS-PAYEE-COUNT           TO TC-NOTE-HIGH.
014590      MOVE WS-PAYEE-DROPPED         TO TC-NOTE-DROPPED.
014600      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014610
014620      MOVE "REASON CODES"           TO TC-NOTE-NAME.
014630      MOVE WS-REASON-TBL-LIMIT      TO TC-NOTE-LIMIT.
014640      MOVE WS-REASON-TBL-MAX        TO TC-NOTE-HIGH.
014650      MOVE WS-REASON-DROPPED        TO TC-NOTE-DROPPED.
014660      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014670
014680      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
014690
014700      IF TC-TABLE-OVERFLOW
014710          MOVE TC-OVERFLOW-RC TO RETURN-CODE
014720      END-IF.
014730
014740  8980-EXIT.
014750      EXIT.
014760
014770      COPY CLCWW111.
014780
014790      COPY CLCWW131.
014800
014810      COPY CLCWW134.
014820
014830      COPY CLCWW167.
014840
014850      COPY CLCWW170.
014860
014870      COPY C2INZ002.
014880
014890      COPY C2INZ004.
014900
014910      COPY C2INZ005.
014920
014930      TEN99-STAGING-FILE
014940      TEN99-YTD-FILE
014950      TEN99-REJECT-RPT
014960      PRED-STMT-RPT
014970      RUN-HISTORY-FILE.
014980
014990  9999-EXIT.
015000      EXIT.
