000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9209.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9209
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    TEST-DATA DE-IDENTIFICATION.  COPIES ONE
000130*              CONSISTENT SET OF PRODUCTION GENERATIONS - THE
000140*              STAGING FILE, THE YTD FILE, THE VENDOR MASTER,
000150*              THE B-NOTICE FLAGS, THE W-9 SOLICITATION MASTER
000160*              AND THE OUTSTANDING CHECK REGISTER - TO TEST
000170*              COPIES IN WHICH EVERY TIN, PAYEE NAME, STREET
000180*              ADDRESS LINE AND TRACE NUMBER IS REPLACED BY A
000190*              FAKE VALUE.  THE CLCWW110/111 PROTECTION AT REST
000200*              IS NO COVER ONCE A FILE LEAVES PRODUCTION.
000210*              EACH FAKE IS A KEYED FUNCTION OF THE REAL VALUE
000220*              ALONE, SO THE SAME REAL VALUE BECOMES THE SAME
000230*              FAKE IN EVERY FILE - AND ON EVERY RUN WITH THE
000240*              SAME PARM KEY - AND THE TEST COPIES STILL MATCH
000250*              EACH OTHER THE WAY PRODUCTION DOES.
000260*              A FAKE TIN IS NINE DIGITS AND NEVER ALL ZEROS, SO
000270*              IT PASSES THE CCCW9100 3500-EDIT-TIN EDIT; NO TWO
000280*              REAL TINS SHARE A FAKE.  A PROTECTED TIN IS
000290*              RESOLVED, REPLACED AND PROTECTED AGAIN; A CLEAR
000300*              ONE STAYS CLEAR.  A MALFORMED TIN KEEPS ITS SHAPE
000310*              (ITS DIGITS ARE SCRAMBLED) SO IT STILL FAILS THE
000320*              EDIT.  A NAME BECOMES A SURNAME, A GIVEN NAME AND
000330*              A FOUR-DIGIT SUFFIX; ADDRESS LINE 1 A HOUSE NUMBER
000340*              AND STREET; ADDRESS LINE 2 A SUITE.  A TRACE
000350*              NUMBER KEEPS ITS LENGTH AND PUNCTUATION.
000360*              DOLLAR AMOUNTS, DATES, CHECK NUMBERS, BRANCH,
000370*              BUSINESS UNIT, REASON CODES AND CITY/STATE/ZIP/
000380*              COUNTRY ARE KEPT, SO VOLUMES, THRESHOLDS, PRESORT
000390*              AND STATE REPORTING BEHAVE AS IN PRODUCTION.  THE
000400*              STAGING HEADER AND TRAILER PASS THROUGH UNCHANGED.
000410*              THE TEST STAGING COPY NO LONGER MATCHES ITS
000420*              PRODUCTION GENCAT ENTRY - BASE CATALOG IT WITH
000430*              CCCW9168 PARM='BASE' IN TEST BEFORE ANY STAGING
000440*              UTILITY IS RUN AGAINST IT.
000450*              AN INPUT NOT WANTED IN TEST MAY BE DD DUMMY - ITS
000460*              OUTPUT IS WRITTEN EMPTY (WITH ITS LAYOUT HEADER).
000470*
000480*  FILES:      TEN99DTL - STAGING (CLCWW013)       TO TEN99DTO
000490*              TEN99YTD - 1099 YTD FILE (CLCWW014,
000500*                         KEYED)                   TO TEN99YTO
000510*              VNDRMSTR - VENDOR MASTER (CLCWW037) TO VNDRMSTO
000520*              BWFLAGI  - B-NOTICE FLAGS (CLCWW049) TO BWFLAGO
000530*              W9SOLI   - W-9 SOLICITATION MASTER
000540*                         (CLCWW090)               TO W9SOLO
000550*              OCREGI   - OUTSTANDING CHECK REGISTER
000560*                         (CLCWW053)               TO OCREGO
000570*              TEN99YTO IS AN EMPTY KEYED FILE DEFINED LIKE
000580*              TEN99YTD - A FAKE TIN CHANGES THE KEY ORDER.
000590*
000600*  PARM:       THE DE-IDENTIFICATION KEY, NINE DIGITS, NOT ALL
000610*              ZEROS, E.G. PARM='418275093'.  REQUIRED.  THE KEY
000620*              IS NOT PRINTED OR KEPT; KEEP IT WITH THE TEST
000630*              LIBRARIAN SO A LATER REFRESH CAN REPEAT THE SAME
000640*              FAKES.
000650*
000660*  RETURN:     RC=0 CLEAN.  RC=8 A YTD POSITION COULD NOT BE
000670*              WRITTEN TO TEN99YTO.
000680*
000690******************************************************************
000700*                      MODIFICATION HISTORY
000710******************************************************************
000720* DATE     INIT  DESCRIPTION
000730* -------- ----  --------------------------------------------
000740* 10/2026  RF    NEW PROGRAM - DE-IDENTIFIED TEST COPIES OF THE
000750*                STAGING, YTD, MASTER AND REGISTER FILES
000752* 10/2026  RF    COPY THE 250-BYTE VENDOR MASTER AND REPLACE THE
000754*                STREET LINES OF ITS ADDRESS OF RECORD
000760******************************************************************
000770  ENVIRONMENT DIVISION.
000780  CONFIGURATION SECTION.
000790  SOURCE-COMPUTER.   IBM-370.
000800  OBJECT-COMPUTER.   IBM-370.
000810  INPUT-OUTPUT SECTION.
000820  FILE-CONTROL.
000830
000840      COPY C2INX001.
000850
000860      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000870          ORGANIZATION IS SEQUENTIAL.
000880
000890      SELECT TEN99-STAGING-OUT   ASSIGN TO TEN99DTO
000900          ORGANIZATION IS SEQUENTIAL.
000910
000920      SELECT TEN99-YTD-FILE      ASSIGN TO TEN99YTD
000930          ORGANIZATION IS INDEXED
000940          ACCESS MODE IS DYNAMIC
000950          RECORD KEY IS TEN99-YTD-KEY
000960          FILE STATUS IS WS-YTD-FILE-STATUS.
000970
000980      SELECT TEN99-YTD-OUT       ASSIGN TO TEN99YTO
000990          ORGANIZATION IS INDEXED
001000          ACCESS MODE IS RANDOM
001010          RECORD KEY IS YTDO-KEY
001020          FILE STATUS IS WS-YTDO-FILE-STATUS.
001030
001040      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
001050          ORGANIZATION IS SEQUENTIAL.
001060
001070      SELECT VENDOR-MASTER-OUT   ASSIGN TO VNDRMSTO
001080          ORGANIZATION IS SEQUENTIAL.
001090
001100      SELECT BW-FLAG-IN-FILE     ASSIGN TO BWFLAGI
001110          ORGANIZATION IS SEQUENTIAL.
001120
001130      SELECT BW-FLAG-OUT-FILE    ASSIGN TO BWFLAGO
001140          ORGANIZATION IS SEQUENTIAL.
001150
001160      SELECT W9-SOLICIT-IN-FILE  ASSIGN TO W9SOLI
001170          ORGANIZATION IS SEQUENTIAL.
001180
001190      SELECT W9-SOLICIT-OUT-FILE ASSIGN TO W9SOLO
001200          ORGANIZATION IS SEQUENTIAL.
001210
001220      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
001230          ORGANIZATION IS SEQUENTIAL.
001240
001250      SELECT OC-REGISTER-OUT-FILE ASSIGN TO OCREGO
001260          ORGANIZATION IS SEQUENTIAL.
001270
001280      COPY C2INX004.
001290
001300  DATA DIVISION.
001310  FILE SECTION.
001320
001330      COPY C2INX002.
001340
001350  FD  TEN99-STAGING-FILE
001360      BLOCK CONTAINS 0 RECORDS
001370      RECORDING MODE IS F
001380      LABEL RECORDS ARE STANDARD
001390      DATA RECORD IS TEN99-RCD.
001400
001410      COPY CLCWW013.
001420
001430  FD  TEN99-STAGING-OUT
001440      BLOCK CONTAINS 0 RECORDS
001450      RECORDING MODE IS F
001460      LABEL RECORDS ARE STANDARD
001470      DATA RECORD IS TEN99-STAGING-OUT-RCD.
001480
001490  01  TEN99-STAGING-OUT-RCD         PIC X(420).
001500
001510  FD  TEN99-YTD-FILE
001520      BLOCK CONTAINS 0 RECORDS
001530      RECORDING MODE IS F
001540      LABEL RECORDS ARE STANDARD
001550      DATA RECORD IS TEN99-YTD-RCD.
001560
001570      COPY CLCWW014.
001580
001590* THE CLCWW014 IMAGE UNDER ITS OWN KEY NAMES.
001600  FD  TEN99-YTD-OUT
001610      BLOCK CONTAINS 0 RECORDS
001620      RECORDING MODE IS F
001630      LABEL RECORDS ARE STANDARD
001640      DATA RECORD IS YTDO-RCD.
001650
001660  01  YTDO-RCD.
001670      05  YTDO-KEY.
001680          10  YTDO-TAX-YEAR         PIC 9(04).
001690          10  YTDO-SSN-TAX-ID       PIC X(16).
001700          10  YTDO-COMPASS-ENT-CDE  PIC X(03).
001710      05  FILLER                    PIC X(217).
001720
001730  FD  VENDOR-MASTER-FILE
001740      BLOCK CONTAINS 0 RECORDS
001750      RECORDING MODE IS F
001760      LABEL RECORDS ARE STANDARD
001770      DATA RECORD IS VENDOR-MASTER-RCD.
001780
001790      COPY CLCWW037.
001800
001810  FD  VENDOR-MASTER-OUT
001820      BLOCK CONTAINS 0 RECORDS
001830      RECORDING MODE IS F
001840      LABEL RECORDS ARE STANDARD
001850      DATA RECORD IS VENDOR-MASTER-OUT-RCD.
001860
001870  01  VENDOR-MASTER-OUT-RCD         PIC X(250).
001880
001890  FD  BW-FLAG-IN-FILE
001900      BLOCK CONTAINS 0 RECORDS
001910      RECORDING MODE IS F
001920      LABEL RECORDS ARE STANDARD
001930      DATA RECORD IS BW-FLAG-RCD.
001940
001950      COPY CLCWW049.
001960
001970  FD  BW-FLAG-OUT-FILE
001980      BLOCK CONTAINS 0 RECORDS
001990      RECORDING MODE IS F
002000      LABEL RECORDS ARE STANDARD
002010      DATA RECORD IS BW-FLAG-OUT-RCD.
002020
002030  01  BW-FLAG-OUT-RCD               PIC X(40).
002040
002050  FD  W9-SOLICIT-IN-FILE
002060      BLOCK CONTAINS 0 RECORDS
002070      RECORDING MODE IS F
002080      LABEL RECORDS ARE STANDARD
002090      DATA RECORD IS W9-SOLICIT-RCD.
002100
002110      COPY CLCWW090.
002120
002130  FD  W9-SOLICIT-OUT-FILE
002140      BLOCK CONTAINS 0 RECORDS
002150      RECORDING MODE IS F
002160      LABEL RECORDS ARE STANDARD
002170      DATA RECORD IS W9-SOLICIT-OUT-RCD.
002180
002190  01  W9-SOLICIT-OUT-RCD            PIC X(100).
002200
002210  FD  OC-REGISTER-IN-FILE
002220      BLOCK CONTAINS 0 RECORDS
002230      RECORDING MODE IS F
002240      LABEL RECORDS ARE STANDARD
002250      DATA RECORD IS OC-REGISTER-RCD.
002260
002270      COPY CLCWW053.
002280
002290  FD  OC-REGISTER-OUT-FILE
002300      BLOCK CONTAINS 0 RECORDS
002310      RECORDING MODE IS F
002320      LABEL RECORDS ARE STANDARD
002330      DATA RECORD IS OC-REGISTER-OUT-RCD.
002340
002350  01  OC-REGISTER-OUT-RCD           PIC X(100).
002360
002370      COPY C2INX005.
002380
002390  WORKING-STORAGE SECTION.
002400
002410      COPY C2INX003.
002420
002430      COPY C2INX006.
002440
002450      COPY CLCWW166.
002460
002470      COPY CLCWW110.
002480
002490  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9209".
002500
002510  01  WS-SWITCHES.
002520      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
002530          88  WS-STAGING-EOF              VALUE "Y".
002540      05  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
002550          88  WS-YTD-EOF                  VALUE "Y".
002560      05  WS-VENDOR-EOF-SW        PIC X(01) VALUE "N".
002570          88  WS-VENDOR-EOF               VALUE "Y".
002580      05  WS-BWF-EOF-SW           PIC X(01) VALUE "N".
002590          88  WS-BWF-EOF                  VALUE "Y".
002600      05  WS-W9S-EOF-SW           PIC X(01) VALUE "N".
002610          88  WS-W9S-EOF                  VALUE "Y".
002620      05  WS-OCR-EOF-SW           PIC X(01) VALUE "N".
002630          88  WS-OCR-EOF                  VALUE "Y".
002640      05  WS-TIN-PROTECTED-SW     PIC X(01) VALUE "N".
002650          88  WS-TIN-PROTECTED            VALUE "Y".
002660
002670  01  WS-COUNTERS.
002680      05  WS-STAGING-READ         PIC 9(09) COMP VALUE ZERO.
002690      05  WS-STAGING-DETAIL       PIC 9(09) COMP VALUE ZERO.
002700      05  WS-YTD-READ             PIC 9(09) COMP VALUE ZERO.
002710      05  WS-YTD-WRITTEN          PIC 9(09) COMP VALUE ZERO.
002720      05  WS-YTD-REJECTED         PIC 9(09) COMP VALUE ZERO.
002730      05  WS-VENDOR-READ          PIC 9(09) COMP VALUE ZERO.
002740      05  WS-BWF-READ             PIC 9(09) COMP VALUE ZERO.
002750      05  WS-W9S-READ             PIC 9(09) COMP VALUE ZERO.
002760      05  WS-OCR-READ             PIC 9(09) COMP VALUE ZERO.
002770      05  WS-TINS-REPLACED        PIC 9(09) COMP VALUE ZERO.
002780      05  WS-TINS-SCRAMBLED       PIC 9(09) COMP VALUE ZERO.
002790      05  WS-NAMES-REPLACED       PIC 9(09) COMP VALUE ZERO.
002800      05  WS-ADDRS-REPLACED       PIC 9(09) COMP VALUE ZERO.
002810      05  WS-TRACES-REPLACED      PIC 9(09) COMP VALUE ZERO.
002820
002830  01  WS-YTD-CONTROLS.
002840      05  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
002850      05  WS-YTDO-FILE-STATUS     PIC X(02) VALUE SPACES.
002860
002870* THE DE-IDENTIFICATION KEY FROM THE PARM, DIGIT BY DIGIT.
002880  01  WS-DI-KEY                   PIC X(09) VALUE ZEROS.
002890  01  WS-DI-KEY-NUM REDEFINES WS-DI-KEY
002900                                  PIC 9(09).
002910  01  WS-DI-KEY-DIGITS REDEFINES WS-DI-KEY.
002920      05  WS-DI-KEY-DIGIT         PIC 9(01) OCCURS 9 TIMES.
002930
002940* THE NINE TIN DIGITS BEING REPLACED, AND THE FAKE FOR A TIN OF
002950* ALL ZEROS - WHICH IS NEVER REPLACED, SO ITS FAKE IS FREE TO
002960* STAND IN FOR THE ONE REAL TIN WHOSE FAKE WOULD BE ALL ZEROS.
002970  01  WS-DI-TIN                   PIC X(09) VALUE ZEROS.
002980  01  WS-DI-TIN-DIGITS REDEFINES WS-DI-TIN.
002990      05  WS-DI-TIN-DIGIT         PIC 9(01) OCCURS 9 TIMES.
003000  77  WS-DI-ZERO-FAKE             PIC X(09) VALUE ZEROS.
003010
003020* ONE CHARACTER AT A TIME - AS A DIGIT WHEN SCRAMBLING, AND AS
003030* ITS CODE POINT (HIGH BYTE LOW-VALUE) WHEN HASHING.
003040  01  WS-DI-ONE-CHAR              PIC X(01) VALUE "0".
003050  01  WS-DI-ONE-DIGIT REDEFINES WS-DI-ONE-CHAR
003060                                  PIC 9(01).
003070  01  WS-DI-CHAR-VALUE            PIC 9(04) COMP VALUE ZERO.
003080  01  WS-DI-CHAR-BYTES REDEFINES WS-DI-CHAR-VALUE.
003090      05  WS-DI-CHAR-HIGH         PIC X(01).
003100      05  WS-DI-CHAR-LOW          PIC X(01).
003110
003120* THE FIELD BEING SCRAMBLED OR HASHED AND HOW MUCH OF IT COUNTS.
003130  01  WS-DI-FIELD                 PIC X(40) VALUE SPACES.
003140  77  WS-DI-FIELD-LEN             PIC 9(02) COMP VALUE ZERO.
003150  77  WS-DI-SUB                   PIC 9(02) COMP VALUE ZERO.
003160  77  WS-DI-KEY-SUB               PIC 9(02) COMP VALUE ZERO.
003170  77  WS-DI-CARRY                 PIC 9(01) VALUE ZERO.
003180  77  WS-DI-SUM                   PIC 9(03) COMP VALUE ZERO.
003190  77  WS-DI-QUOT                  PIC 9(03) COMP VALUE ZERO.
003200
003210* THE KEYED HASH OF A NAME OR ADDRESS, KEPT BELOW A PRIME, AND
003220* WHAT IS LEFT OF IT AS EACH PART OF THE FAKE IS PICKED OFF.
003230  77  WS-DI-HASH                  PIC 9(09) COMP-3 VALUE ZERO.
003240  77  WS-DI-HASH-WORK             PIC 9(12) COMP-3 VALUE ZERO.
003250  77  WS-DI-HASH-QUOT             PIC 9(04) COMP-3 VALUE ZERO.
003260  77  WS-DI-HASH-PRIME            PIC 9(09) COMP-3
003270                                  VALUE 999999937.
003280  77  WS-DI-HASH-REST             PIC 9(09) COMP-3 VALUE ZERO.
003290  77  WS-DI-PICK                  PIC 9(04) COMP VALUE ZERO.
003300  77  WS-DI-SURNAME-SUB           PIC 9(02) COMP VALUE ZERO.
003310  77  WS-DI-GIVEN-SUB             PIC 9(02) COMP VALUE ZERO.
003320  77  WS-DI-STREET-SUB            PIC 9(02) COMP VALUE ZERO.
003330  77  WS-DI-SUFFIX-SUB            PIC 9(02) COMP VALUE ZERO.
003340  77  WS-DI-NAME-NUMBER           PIC 9(04) VALUE ZERO.
003350  77  WS-DI-HOUSE-NUMBER          PIC 9(04) VALUE ZERO.
003360  77  WS-DI-SUITE-NUMBER          PIC 9(03) VALUE ZERO.
003370
003380* THE FAKE NAME OR ADDRESS LINE AS BUILT.
003390  01  WS-DI-FAKE                  PIC X(40) VALUE SPACES.
003400
003410  01  WS-DI-SURNAME-DATA.
003420      05  FILLER                  PIC X(48) VALUE
003430          "ANDERSON    BAKER       CARTER      DAWSON      ".
003440      05  FILLER                  PIC X(48) VALUE
003450          "ELLIS       FOSTER      GRAHAM      HARPER      ".
003460      05  FILLER                  PIC X(48) VALUE
003470          "IRWIN       JENSEN      KELLER      LAWSON      ".
003480      05  FILLER                  PIC X(48) VALUE
003490          "MARSH       NEWTON      OWENS       PARKER      ".
003500      05  FILLER                  PIC X(48) VALUE
003510          "QUINN       RAMSEY      SAWYER      TUCKER      ".
003520      05  FILLER                  PIC X(48) VALUE
003530          "UPTON       VANCE       WALSH       YATES       ".
003540      05  FILLER                  PIC X(48) VALUE
003550          "ABBOTT      BRENNAN     COLLINS     DALTON      ".
003560      05  FILLER                  PIC X(48) VALUE
003570          "EATON       FLEMING     GARNER      HOLLAND     ".
003580      05  FILLER                  PIC X(48) VALUE
003590          "INGRAM      JARVIS      KIRBY       LOWELL      ".
003600      05  FILLER                  PIC X(48) VALUE
003610          "MERCER      NOLAN       PRESTON     REEVES      ".
003620  01  WS-DI-SURNAME-TABLE REDEFINES WS-DI-SURNAME-DATA.
003630      05  WS-DI-SURNAME           PIC X(12) OCCURS 40 TIMES.
003640
003650  01  WS-DI-GIVEN-DATA.
003660      05  FILLER                  PIC X(40) VALUE
003670          "ALICE     ARTHUR    BEATRICE  BENJAMIN  ".
003680      05  FILLER                  PIC X(40) VALUE
003690          "CLARA     DANIEL    DIANE     EDWARD    ".
003700      05  FILLER                  PIC X(40) VALUE
003710          "ELAINE    FRANK     GRACE     HAROLD    ".
003720      05  FILLER                  PIC X(40) VALUE
003730          "HELEN     ISAAC     JOAN      KENNETH   ".
003740      05  FILLER                  PIC X(40) VALUE
003750          "LAURA     LEONARD   MARGARET  MARTIN    ".
003760      05  FILLER                  PIC X(40) VALUE
003770          "NANCY     OSCAR     PAULINE   PETER     ".
003780      05  FILLER                  PIC X(40) VALUE
003790          "RACHEL    RAYMOND   RUTH      SAMUEL    ".
003800      05  FILLER                  PIC X(40) VALUE
003810          "SHIRLEY   THOMAS    VERA      VICTOR    ".
003820      05  FILLER                  PIC X(40) VALUE
003830          "WALTER    WENDY     ALBERT    CAROL     ".
003840      05  FILLER                  PIC X(40) VALUE
003850          "DOUGLAS   EVELYN    GORDON    IRENE     ".
003860  01  WS-DI-GIVEN-TABLE REDEFINES WS-DI-GIVEN-DATA.
003870      05  WS-DI-GIVEN             PIC X(10) OCCURS 40 TIMES.
003880
003890  01  WS-DI-STREET-DATA.
003900      05  FILLER                  PIC X(48) VALUE
003910          "MAPLE       OAK         PINE        CEDAR       ".
003920      05  FILLER                  PIC X(48) VALUE
003930          "ELM         BIRCH       WILLOW      CHESTNUT    ".
003940      05  FILLER                  PIC X(48) VALUE
003950          "HICKORY     SPRUCE      WALNUT      ASPEN       ".
003960      05  FILLER                  PIC X(48) VALUE
003970          "LAUREL      MAGNOLIA    POPLAR      SYCAMORE    ".
003980      05  FILLER                  PIC X(48) VALUE
003990          "JUNIPER     HAWTHORN    DOGWOOD     CYPRESS     ".
004000  01  WS-DI-STREET-TABLE REDEFINES WS-DI-STREET-DATA.
004010      05  WS-DI-STREET            PIC X(12) OCCURS 20 TIMES.
004020
004030  01  WS-DI-SUFFIX-DATA           PIC X(20) VALUE
004040          "ST  AVE RD  LN  DR  ".
004050  01  WS-DI-SUFFIX-TABLE REDEFINES WS-DI-SUFFIX-DATA.
004060      05  WS-DI-SUFFIX            PIC X(04) OCCURS 5 TIMES.
004070
004080  LINKAGE SECTION.
004090
004100* RUN-TIME PARM - THE DE-IDENTIFICATION KEY, REQUIRED.
004110  01  LS-PARM-DATA.
004120      05  LS-PARM-LENGTH          PIC S9(04) COMP.
004130      05  LS-PARM-KEY             PIC X(09).
004140
004150  PROCEDURE DIVISION USING LS-PARM-DATA.
004160
004170  0000-MAINLINE.
004180
004190      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004200
004210      PERFORM 2000-COPY-STAGING      THRU 2000-EXIT.
004220
004230      PERFORM 2500-COPY-YTD          THRU 2500-EXIT.
004240
004250      PERFORM 3000-COPY-VENDORS      THRU 3000-EXIT.
004260
004270      PERFORM 3500-COPY-BW-FLAGS     THRU 3500-EXIT.
004280
004290      PERFORM 4000-COPY-SOLICITS     THRU 4000-EXIT.
004300
004310      PERFORM 4500-COPY-REGISTER     THRU 4500-EXIT.
004320
004330      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004340
004350      GOBACK.
004360
004370  1000-INITIALIZE.
004380
004390      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004400      OPEN EXTEND RUN-HISTORY-FILE.
004410
004420      COPY C2INZ001.
004430
004440      IF LS-PARM-LENGTH NOT = 9
004450          OR LS-PARM-KEY NOT NUMERIC
004460          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
004470          MOVE "PARM1"               TO SAR-RETURN-CODE
004480          MOVE SPACES                TO SAR-DB-NAME
004490          MOVE "TEN99DTL"            TO SAR-TABLE-NAME
004500          MOVE SPACES                TO SAR-SQLCODE
004510          GO TO 9998-COREDUMP
004520      END-IF.
004530
004540      MOVE LS-PARM-KEY            TO WS-DI-KEY.
004550      IF WS-DI-KEY-NUM = ZERO
004560          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
004570          MOVE "PARM1"               TO SAR-RETURN-CODE
004580          MOVE SPACES                TO SAR-DB-NAME
004590          MOVE "TEN99DTL"            TO SAR-TABLE-NAME
004600          MOVE SPACES                TO SAR-SQLCODE
004610          GO TO 9998-COREDUMP
004620      END-IF.
004630
004640*   THE FAKE AN ALL-ZERO TIN WOULD HAVE BEEN GIVEN.
004650      MOVE ZEROS                  TO WS-DI-TIN.
004660      PERFORM 7100-CIPHER-TIN     THRU 7100-EXIT.
004670      MOVE WS-DI-TIN              TO WS-DI-ZERO-FAKE.
004680
004690  1000-EXIT.
004700      EXIT.
004710
004720* 2000-COPY-STAGING
004730*   THE STAGING HEADER AND TRAILER PASS THROUGH - THE TRAILER'S
004740*   COUNT, DOLLARS AND CHECKSUM DO NOT DEPEND ON WHAT IS REPLACED.
004750  2000-COPY-STAGING.
004760
004770      OPEN INPUT  TEN99-STAGING-FILE.
004780      OPEN OUTPUT TEN99-STAGING-OUT.
004790
004800      PERFORM 2100-COPY-STAGING-RCD THRU 2100-EXIT
004810          UNTIL WS-STAGING-EOF.
004820
004830      CLOSE TEN99-STAGING-FILE.
004840      CLOSE TEN99-STAGING-OUT.
004850
004860  2000-EXIT.
004870      EXIT.
004880
004890  2100-COPY-STAGING-RCD.
004900
004910      READ TEN99-STAGING-FILE
004920          AT END
004930              MOVE "Y" TO WS-STAGING-EOF-SW
004940              GO TO 2100-EXIT
004950      END-READ.
004960
004970      ADD 1 TO WS-STAGING-READ.
004980
004990      IF TEN99-RCD (1:10) NOT = LOW-VALUES
005000          AND TEN99-RCD (1:10) NOT = HIGH-VALUES
005010          ADD 1                       TO WS-STAGING-DETAIL
005020          MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK
005030          PERFORM 7000-REPLACE-TIN    THRU 7000-EXIT
005040          MOVE TP-TIN-WORK            TO TEN99-SSN-TAX-ID-DATA
005050          MOVE TEN99-NAME-DATA        TO WS-DI-FIELD
005060          PERFORM 7200-REPLACE-NAME   THRU 7200-EXIT
005070          MOVE WS-DI-FIELD            TO TEN99-NAME-DATA
005080          MOVE TEN99-ADDRESS-LINE1-DATA TO WS-DI-FIELD
005090          PERFORM 7300-REPLACE-STREET THRU 7300-EXIT
005100          MOVE WS-DI-FIELD            TO TEN99-ADDRESS-LINE1-DATA
005110          MOVE TEN99-ADDRESS-LINE2-DATA TO WS-DI-FIELD
005120          PERFORM 7350-REPLACE-SUITE  THRU 7350-EXIT
005130          MOVE WS-DI-FIELD            TO TEN99-ADDRESS-LINE2-DATA
005150          MOVE TEN99-TRACE-NUM        TO WS-DI-FIELD
005160          PERFORM 7400-REPLACE-TRACE  THRU 7400-EXIT
005170          MOVE WS-DI-FIELD (1:15)     TO TEN99-TRACE-NUM
005180      END-IF.
005190
005200      MOVE TEN99-RCD              TO TEN99-STAGING-OUT-RCD.
005210      WRITE TEN99-STAGING-OUT-RCD.
005220
005230  2100-EXIT.
005240      EXIT.
005250
005260* 2500-COPY-YTD
005270*   EVERY POSITION, ALL YEARS, UNDER ITS FAKE TIN.  THE FAKES ARE
005280*   ONE TO ONE, SO A DUPLICATE KEY ON TEN99YTO MEANS THE OUTPUT
005290*   WAS NOT EMPTY - THE POSITION IS COUNTED AND THE RUN ENDS RC=8.
005300  2500-COPY-YTD.
005310
005320      OPEN INPUT  TEN99-YTD-FILE.
005330      OPEN OUTPUT TEN99-YTD-OUT.
005340
005350      MOVE ZERO                   TO TEN99-YTD-TAX-YEAR.
005360      MOVE LOW-VALUES             TO TEN99-YTD-SSN-TAX-ID.
005370      MOVE LOW-VALUES             TO TEN99-YTD-COMPASS-ENT-CDE.
005380
005390      START TEN99-YTD-FILE
005400          KEY NOT < TEN99-YTD-KEY
005410          INVALID KEY
005420              MOVE "Y" TO WS-YTD-EOF-SW
005430      END-START.
005440
005450      PERFORM 2600-COPY-YTD-RCD   THRU 2600-EXIT
005460          UNTIL WS-YTD-EOF.
005470
005480      CLOSE TEN99-YTD-FILE.
005490      CLOSE TEN99-YTD-OUT.
005500
005510  2500-EXIT.
005520      EXIT.
005530
005540  2600-COPY-YTD-RCD.
005550
005560      READ TEN99-YTD-FILE NEXT RECORD
005570          AT END
005580              MOVE "Y" TO WS-YTD-EOF-SW
005590              GO TO 2600-EXIT
005600      END-READ.
005610
005620      ADD 1 TO WS-YTD-READ.
005630
005640      MOVE TEN99-YTD-SSN-TAX-ID   TO TP-TIN-WORK.
005650      PERFORM 7000-REPLACE-TIN    THRU 7000-EXIT.
005660      MOVE TP-TIN-WORK            TO TEN99-YTD-SSN-TAX-ID.
005670      MOVE TEN99-YTD-NAME         TO WS-DI-FIELD.
005680      PERFORM 7200-REPLACE-NAME   THRU 7200-EXIT.
005690      MOVE WS-DI-FIELD            TO TEN99-YTD-NAME.
005700      MOVE TEN99-YTD-ADDRESS-LINE1 TO WS-DI-FIELD.
005710      PERFORM 7300-REPLACE-STREET THRU 7300-EXIT.
005720      MOVE WS-DI-FIELD            TO TEN99-YTD-ADDRESS-LINE1.
005730      MOVE TEN99-YTD-ADDRESS-LINE2 TO WS-DI-FIELD.
005740      PERFORM 7350-REPLACE-SUITE  THRU 7350-EXIT.
005750      MOVE WS-DI-FIELD            TO TEN99-YTD-ADDRESS-LINE2.
005760
005770      WRITE YTDO-RCD FROM TEN99-YTD-RCD
005780          INVALID KEY
005790              ADD 1 TO WS-YTD-REJECTED
005800              GO TO 2600-EXIT
005810      END-WRITE.
005820
005830      ADD 1 TO WS-YTD-WRITTEN.
005840
005850  2600-EXIT.
005860      EXIT.
005870
005880* 3000-COPY-VENDORS
005890*   THE MASTER CARRIES THE TIN CLEAR IN NINE BYTES - IT IS
005900*   REPLACED THROUGH THE SAME 16-BYTE WORK FIELD AS THE OTHERS.
005910  3000-COPY-VENDORS.
005920
005930      OPEN INPUT  VENDOR-MASTER-FILE.
005940      OPEN OUTPUT VENDOR-MASTER-OUT.
005950      PERFORM 3005-CHECK-VENDOR-LAYOUT THRU 3005-EXIT.
005960      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
005970      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
005980      WRITE VENDOR-MASTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
005990
006000      PERFORM 3010-COPY-VENDOR    THRU 3010-EXIT
006010          UNTIL WS-VENDOR-EOF.
006020
006030      CLOSE VENDOR-MASTER-FILE.
006040      CLOSE VENDOR-MASTER-OUT.
006050
006060  3000-EXIT.
006070      EXIT.
006080
006090* 3005-CHECK-VENDOR-LAYOUT
006100*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
006110*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
006120*   READ SEES END OF FILE.
006130  3005-CHECK-VENDOR-LAYOUT.
006140
006150      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
006160      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
006170      MOVE "N"                    TO WS-LV-EMPTY-SW.
006180      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
006190          AT END
006200              MOVE "Y"            TO WS-LV-EMPTY-SW
006210      END-READ.
006220      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
006230
006240      IF WS-LV-FILE-EMPTY
006250          CLOSE VENDOR-MASTER-FILE
006260          OPEN INPUT VENDOR-MASTER-FILE
006270      END-IF.
006280
006290  3005-EXIT.
006300      EXIT.
006310
006320  3010-COPY-VENDOR.
006330
006340      READ VENDOR-MASTER-FILE
006350          AT END
006360              MOVE "Y" TO WS-VENDOR-EOF-SW
006370              GO TO 3010-EXIT
006380      END-READ.
006390
006400      ADD 1 TO WS-VENDOR-READ.
006410
006420      MOVE SPACES                 TO TP-TIN-WORK.
006430      MOVE VM-TIN                 TO TP-TIN-WORK (1:9).
006440      PERFORM 7000-REPLACE-TIN    THRU 7000-EXIT.
006450      MOVE TP-TIN-WORK (1:9)      TO VM-TIN.
006460      MOVE VM-NAME                TO WS-DI-FIELD.
006470      PERFORM 7200-REPLACE-NAME   THRU 7200-EXIT.
006480      MOVE WS-DI-FIELD            TO VM-NAME.
006482      IF NOT VM-NO-ADDRESS-OF-RECORD
006484          MOVE VM-ADDR-LINE1          TO WS-DI-FIELD
006486          PERFORM 7300-REPLACE-STREET THRU 7300-EXIT
006488          MOVE WS-DI-FIELD            TO VM-ADDR-LINE1
00648A          MOVE VM-ADDR-LINE2          TO WS-DI-FIELD
00648B          PERFORM 7350-REPLACE-SUITE  THRU 7350-EXIT
00648C          MOVE WS-DI-FIELD            TO VM-ADDR-LINE2
00648D      END-IF.
006490
006500      MOVE VENDOR-MASTER-RCD      TO VENDOR-MASTER-OUT-RCD.
006510      WRITE VENDOR-MASTER-OUT-RCD.
006520
006530  3010-EXIT.
006540      EXIT.
006550
006560  3500-COPY-BW-FLAGS.
006570
006580      OPEN INPUT  BW-FLAG-IN-FILE.
006590      OPEN OUTPUT BW-FLAG-OUT-FILE.
006600      PERFORM 3505-CHECK-BWF-LAYOUT THRU 3505-EXIT.
006610      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
006620      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
006630      WRITE BW-FLAG-OUT-RCD FROM LAYOUT-HEADER-RCD.
006640
006650      PERFORM 3510-COPY-BW-FLAG   THRU 3510-EXIT
006660          UNTIL WS-BWF-EOF.
006670
006680      CLOSE BW-FLAG-IN-FILE.
006690      CLOSE BW-FLAG-OUT-FILE.
006700
006710  3500-EXIT.
006720      EXIT.
006730
006740  3505-CHECK-BWF-LAYOUT.
006750
006760      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
006770      MOVE "BWFLAGI"              TO WS-LV-CHECK-DDNAME.
006780      MOVE "N"                    TO WS-LV-EMPTY-SW.
006790      READ BW-FLAG-IN-FILE INTO LAYOUT-HEADER-RCD
006800          AT END
006810              MOVE "Y"            TO WS-LV-EMPTY-SW
006820      END-READ.
006830      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
006840
006850      IF WS-LV-FILE-EMPTY
006860          CLOSE BW-FLAG-IN-FILE
006870          OPEN INPUT BW-FLAG-IN-FILE
006880      END-IF.
006890
006900  3505-EXIT.
006910      EXIT.
006920
006930  3510-COPY-BW-FLAG.
006940
006950      READ BW-FLAG-IN-FILE
006960          AT END
006970              MOVE "Y" TO WS-BWF-EOF-SW
006980              GO TO 3510-EXIT
006990      END-READ.
007000
007010      ADD 1 TO WS-BWF-READ.
007020
007030      MOVE BW-SSN-TAX-ID          TO TP-TIN-WORK.
007040      PERFORM 7000-REPLACE-TIN    THRU 7000-EXIT.
007050      MOVE TP-TIN-WORK            TO BW-SSN-TAX-ID.
007060
007070      MOVE BW-FLAG-RCD            TO BW-FLAG-OUT-RCD.
007080      WRITE BW-FLAG-OUT-RCD.
007090
007100  3510-EXIT.
007110      EXIT.
007120
007130  4000-COPY-SOLICITS.
007140
007150      OPEN INPUT  W9-SOLICIT-IN-FILE.
007160      OPEN OUTPUT W9-SOLICIT-OUT-FILE.
007170      PERFORM 4005-CHECK-W9S-LAYOUT THRU 4005-EXIT.
007180      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
007190      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
007200      WRITE W9-SOLICIT-OUT-RCD FROM LAYOUT-HEADER-RCD.
007210
007220      PERFORM 4010-COPY-SOLICIT   THRU 4010-EXIT
007230          UNTIL WS-W9S-EOF.
007240
007250      CLOSE W9-SOLICIT-IN-FILE.
007260      CLOSE W9-SOLICIT-OUT-FILE.
007270
007280  4000-EXIT.
007290      EXIT.
007300
007310  4005-CHECK-W9S-LAYOUT.
007320
007330      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
007340      MOVE "W9SOLI"               TO WS-LV-CHECK-DDNAME.
007350      MOVE "N"                    TO WS-LV-EMPTY-SW.
007360      READ W9-SOLICIT-IN-FILE INTO LAYOUT-HEADER-RCD
007370          AT END
007380              MOVE "Y"            TO WS-LV-EMPTY-SW
007390      END-READ.
007400      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
007410
007420      IF WS-LV-FILE-EMPTY
007430          CLOSE W9-SOLICIT-IN-FILE
007440          OPEN INPUT W9-SOLICIT-IN-FILE
007450      END-IF.
007460
007470  4005-EXIT.
007480      EXIT.
007490
007500  4010-COPY-SOLICIT.
007510
007520      READ W9-SOLICIT-IN-FILE
007530          AT END
007540              MOVE "Y" TO WS-W9S-EOF-SW
007550              GO TO 4010-EXIT
007560      END-READ.
007570
007580      ADD 1 TO WS-W9S-READ.
007590
007600      MOVE WS9-SSN-TAX-ID         TO TP-TIN-WORK.
007610      PERFORM 7000-REPLACE-TIN    THRU 7000-EXIT.
007620      MOVE TP-TIN-WORK            TO WS9-SSN-TAX-ID.
007630      MOVE WS9-NAME               TO WS-DI-FIELD.
007640      PERFORM 7200-REPLACE-NAME   THRU 7200-EXIT.
007650      MOVE WS-DI-FIELD            TO WS9-NAME.
007660
007670      MOVE W9-SOLICIT-RCD         TO W9-SOLICIT-OUT-RCD.
007680      WRITE W9-SOLICIT-OUT-RCD.
007690
007700  4010-EXIT.
007710      EXIT.
007720
007730* 4500-COPY-REGISTER
007740*   THE REGISTER CARRIES NO TIN - ONLY THE PAYEE NAME IS
007750*   REPLACED.  THE CHECK NUMBER, AMOUNT AND ISSUE DATE ARE KEPT
007760*   SO THE PAID-ITEMS AND STALE-DATE TESTS STILL MATCH.
007770  4500-COPY-REGISTER.
007780
007790      OPEN INPUT  OC-REGISTER-IN-FILE.
007800      OPEN OUTPUT OC-REGISTER-OUT-FILE.
007810      PERFORM 4505-CHECK-OCR-LAYOUT THRU 4505-EXIT.
007820      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
007830      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
007840      WRITE OC-REGISTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
007850
007860      PERFORM 4510-COPY-REGISTER-RCD THRU 4510-EXIT
007870          UNTIL WS-OCR-EOF.
007880
007890      CLOSE OC-REGISTER-IN-FILE.
007900      CLOSE OC-REGISTER-OUT-FILE.
007910
007920  4500-EXIT.
007930      EXIT.
007940
007950  4505-CHECK-OCR-LAYOUT.
007960
007970      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
007980      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
007990      MOVE "N"                    TO WS-LV-EMPTY-SW.
008000      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
008010          AT END
008020              MOVE "Y"            TO WS-LV-EMPTY-SW
008030      END-READ.
008040      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
008050
008060      IF WS-LV-FILE-EMPTY
008070          CLOSE OC-REGISTER-IN-FILE
008080          OPEN INPUT OC-REGISTER-IN-FILE
008090      END-IF.
008100
008110  4505-EXIT.
008120      EXIT.
008130
008140  4510-COPY-REGISTER-RCD.
008150
008160      READ OC-REGISTER-IN-FILE
008170          AT END
008180              MOVE "Y" TO WS-OCR-EOF-SW
008190              GO TO 4510-EXIT
008200      END-READ.
008210
008220      ADD 1 TO WS-OCR-READ.
008230
008240      MOVE OC-PAYEE-NAME          TO WS-DI-FIELD.
008250      PERFORM 7200-REPLACE-NAME   THRU 7200-EXIT.
008260      MOVE WS-DI-FIELD            TO OC-PAYEE-NAME.
008270
008280      MOVE OC-REGISTER-RCD        TO OC-REGISTER-OUT-RCD.
008290      WRITE OC-REGISTER-OUT-RCD.
008300
008310  4510-EXIT.
008320      EXIT.
008330
008340* 7000-REPLACE-TIN
008350*   REPLACES THE TIN IN TP-TIN-WORK.  A PROTECTED TIN IS
008360*   RESOLVED FIRST AND PROTECTED AGAIN AFTER.  BLANKS AND ALL
008370*   ZEROS ARE LEFT AS THEY ARE; A MALFORMED TIN HAS ITS DIGITS
008380*   SCRAMBLED IN PLACE.
008390  7000-REPLACE-TIN.
008400
008410      IF TP-TIN-WORK = SPACES
008420          GO TO 7000-EXIT
008430      END-IF.
008440
008450      MOVE "N"                    TO WS-TIN-PROTECTED-SW.
008460      IF TP-TIN-WORK (10:1) = TP-MARKER
008470          MOVE "Y"                TO WS-TIN-PROTECTED-SW
008480          PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT
008490      END-IF.
008500
008510      IF TP-TIN-WORK (1:9) NOT NUMERIC
008520          MOVE TP-TIN-WORK        TO WS-DI-FIELD
008530          MOVE 16                 TO WS-DI-FIELD-LEN
008540          PERFORM 7500-SCRAMBLE-DIGITS THRU 7500-EXIT
008550          MOVE WS-DI-FIELD (1:16) TO TP-TIN-WORK
008560          ADD 1                   TO WS-TINS-SCRAMBLED
008570          GO TO 7000-EXIT
008580      END-IF.
008590
008600      IF TP-TIN-WORK (1:9) NOT = ZEROS
008610          MOVE TP-TIN-WORK (1:9)  TO WS-DI-TIN
008620          PERFORM 7100-CIPHER-TIN THRU 7100-EXIT
008630          IF WS-DI-TIN = ZEROS
008640              MOVE WS-DI-ZERO-FAKE TO WS-DI-TIN
008650          END-IF
008660          MOVE WS-DI-TIN          TO TP-TIN-WORK (1:9)
008670          ADD 1                   TO WS-TINS-REPLACED
008680      END-IF.
008690
008700      IF WS-TIN-PROTECTED
008710          PERFORM 9800-PROTECT-TIN THRU 9800-EXIT
008720      END-IF.
008730
008740  7000-EXIT.
008750      EXIT.
008760
008770* 7100-CIPHER-TIN
008780*   A KEYED, ONE-TO-ONE MAP OF THE NINE DIGITS IN WS-DI-TIN.
008790*   EACH DIGIT IS ADVANCED BY ITS KEY DIGIT AND BY THE DIGIT
008800*   BEFORE IT AS ALREADY CHANGED - LEFT TO RIGHT, THEN AGAIN
008810*   RIGHT TO LEFT WITH THE KEY REVERSED - SO EVERY DIGIT OF THE
008820*   FAKE DEPENDS ON EVERY DIGIT OF THE REAL TIN.
008830  7100-CIPHER-TIN.
008840
008850      MOVE ZERO                   TO WS-DI-CARRY.
008860      PERFORM 7110-ADVANCE-FORWARD THRU 7110-EXIT
008870          VARYING WS-DI-SUB FROM 1 BY 1
008880          UNTIL WS-DI-SUB > 9.
008890
008900      MOVE ZERO                   TO WS-DI-CARRY.
008910      PERFORM 7120-ADVANCE-BACKWARD THRU 7120-EXIT
008920          VARYING WS-DI-SUB FROM 9 BY -1
008930          UNTIL WS-DI-SUB < 1.
008940
008950  7100-EXIT.
008960      EXIT.
008970
008980  7110-ADVANCE-FORWARD.
008990
009000      COMPUTE WS-DI-SUM = WS-DI-TIN-DIGIT (WS-DI-SUB)
009010                        + WS-DI-KEY-DIGIT (WS-DI-SUB)
009020                        + WS-DI-CARRY.
009030      DIVIDE WS-DI-SUM BY 10 GIVING WS-DI-QUOT
009040          REMAINDER WS-DI-TIN-DIGIT (WS-DI-SUB).
009050      MOVE WS-DI-TIN-DIGIT (WS-DI-SUB) TO WS-DI-CARRY.
009060
009070  7110-EXIT.
009080      EXIT.
009090
009100  7120-ADVANCE-BACKWARD.
009110
009120      COMPUTE WS-DI-KEY-SUB = 10 - WS-DI-SUB.
009130      COMPUTE WS-DI-SUM = WS-DI-TIN-DIGIT (WS-DI-SUB)
009140                        + WS-DI-KEY-DIGIT (WS-DI-KEY-SUB)
009150                        + WS-DI-CARRY + 7.
009160      DIVIDE WS-DI-SUM BY 10 GIVING WS-DI-QUOT
009170          REMAINDER WS-DI-TIN-DIGIT (WS-DI-SUB).
009180      MOVE WS-DI-TIN-DIGIT (WS-DI-SUB) TO WS-DI-CARRY.
009190
009200  7120-EXIT.
009210      EXIT.
009220
009230* 7200-REPLACE-NAME
009240*   REPLACES THE NAME IN WS-DI-FIELD WITH SURNAME, GIVEN NAME
009250*   AND A FOUR-DIGIT SUFFIX PICKED OFF ITS KEYED HASH.  A BLANK
009260*   NAME STAYS BLANK.
009270  7200-REPLACE-NAME.
009280
009290      IF WS-DI-FIELD = SPACES
009300          GO TO 7200-EXIT
009310      END-IF.
009320
009330      PERFORM 7600-HASH-FIELD     THRU 7600-EXIT.
009340
009350      DIVIDE WS-DI-HASH BY 40 GIVING WS-DI-HASH-REST
009360          REMAINDER WS-DI-PICK.
009370      COMPUTE WS-DI-SURNAME-SUB = WS-DI-PICK + 1.
009380      DIVIDE WS-DI-HASH-REST BY 40 GIVING WS-DI-HASH
009390          REMAINDER WS-DI-PICK.
009400      COMPUTE WS-DI-GIVEN-SUB = WS-DI-PICK + 1.
009410      DIVIDE WS-DI-HASH BY 10000 GIVING WS-DI-HASH-REST
009420          REMAINDER WS-DI-NAME-NUMBER.
009430
009440      MOVE SPACES                 TO WS-DI-FAKE.
009450      STRING WS-DI-SURNAME (WS-DI-SURNAME-SUB) DELIMITED BY SPACE
009460             " "                                DELIMITED BY SIZE
009470             WS-DI-GIVEN (WS-DI-GIVEN-SUB)     DELIMITED BY SPACE
009480             " "                                DELIMITED BY SIZE
009490             WS-DI-NAME-NUMBER                  DELIMITED BY SIZE
009500          INTO WS-DI-FAKE
009510      END-STRING.
009520      MOVE WS-DI-FAKE             TO WS-DI-FIELD.
009530      ADD 1                       TO WS-NAMES-REPLACED.
009540
009550  7200-EXIT.
009560      EXIT.
009570
009580* 7300-REPLACE-STREET
009590*   ADDRESS LINE 1 BECOMES A HOUSE NUMBER (1000-9999), A STREET
009600*   AND A SUFFIX.  A BLANK LINE STAYS BLANK.
009610  7300-REPLACE-STREET.
009620
009630      IF WS-DI-FIELD = SPACES
009640          GO TO 7300-EXIT
009650      END-IF.
009660
009670      PERFORM 7600-HASH-FIELD     THRU 7600-EXIT.
009680
009690      DIVIDE WS-DI-HASH BY 9000 GIVING WS-DI-HASH-REST
009700          REMAINDER WS-DI-PICK.
009710      COMPUTE WS-DI-HOUSE-NUMBER = WS-DI-PICK + 1000.
009720      DIVIDE WS-DI-HASH-REST BY 20 GIVING WS-DI-HASH
009730          REMAINDER WS-DI-PICK.
009740      COMPUTE WS-DI-STREET-SUB = WS-DI-PICK + 1.
009750      DIVIDE WS-DI-HASH BY 5 GIVING WS-DI-HASH-REST
009760          REMAINDER WS-DI-PICK.
009770      COMPUTE WS-DI-SUFFIX-SUB = WS-DI-PICK + 1.
009780
009790      MOVE SPACES                 TO WS-DI-FAKE.
009800      STRING WS-DI-HOUSE-NUMBER                 DELIMITED BY SIZE
009810             " "                                DELIMITED BY SIZE
009820             WS-DI-STREET (WS-DI-STREET-SUB)   DELIMITED BY SPACE
009830             " "                                DELIMITED BY SIZE
009840             WS-DI-SUFFIX (WS-DI-SUFFIX-SUB)   DELIMITED BY SPACE
009850          INTO WS-DI-FAKE
009860      END-STRING.
009870      MOVE WS-DI-FAKE             TO WS-DI-FIELD.
009880      ADD 1                       TO WS-ADDRS-REPLACED.
009890
009900  7300-EXIT.
009910      EXIT.
009920
009930* 7350-REPLACE-SUITE
009940*   ADDRESS LINE 2 BECOMES A SUITE (100-999).  A BLANK LINE
009950*   STAYS BLANK.
009960  7350-REPLACE-SUITE.
009970
009980      IF WS-DI-FIELD = SPACES
009990          GO TO 7350-EXIT
010000      END-IF.
010010
010020      PERFORM 7600-HASH-FIELD     THRU 7600-EXIT.
010030
010040      DIVIDE WS-DI-HASH BY 900 GIVING WS-DI-HASH-REST
010050          REMAINDER WS-DI-PICK.
010060      COMPUTE WS-DI-SUITE-NUMBER = WS-DI-PICK + 100.
010070
010080      MOVE SPACES                 TO WS-DI-FAKE.
010090      STRING "SUITE "                           DELIMITED BY SIZE
010100             WS-DI-SUITE-NUMBER                 DELIMITED BY SIZE
010110          INTO WS-DI-FAKE
010120      END-STRING.
010130      MOVE WS-DI-FAKE             TO WS-DI-FIELD.
010140      ADD 1                       TO WS-ADDRS-REPLACED.
010150
010160  7350-EXIT.
010170      EXIT.
010180
010190* 7400-REPLACE-TRACE
010200*   THE TRACE NUMBER KEEPS ITS LENGTH AND PUNCTUATION - ONLY ITS
010210*   DIGITS ARE SCRAMBLED.
010220  7400-REPLACE-TRACE.
010230
010240      IF WS-DI-FIELD = SPACES
010250          GO TO 7400-EXIT
010260      END-IF.
010270
010280      MOVE 15                     TO WS-DI-FIELD-LEN.
010290      PERFORM 7500-SCRAMBLE-DIGITS THRU 7500-EXIT.
010300      ADD 1                       TO WS-TRACES-REPLACED.
010310
010320  7400-EXIT.
010330      EXIT.
010340
010350* 7500-SCRAMBLE-DIGITS
010360*   ADVANCES EACH DIGIT IN THE FIRST WS-DI-FIELD-LEN BYTES OF
010370*   WS-DI-FIELD BY THE NEXT KEY DIGIT AND THE DIGIT BEFORE IT AS
010380*   ALREADY CHANGED.  ANY OTHER CHARACTER IS LEFT WHERE IT IS.
010390  7500-SCRAMBLE-DIGITS.
010400
010410      MOVE ZERO                   TO WS-DI-CARRY.
010420      MOVE ZERO                   TO WS-DI-KEY-SUB.
010430      PERFORM 7510-SCRAMBLE-ONE   THRU 7510-EXIT
010440          VARYING WS-DI-SUB FROM 1 BY 1
010450          UNTIL WS-DI-SUB > WS-DI-FIELD-LEN.
010460
010470  7500-EXIT.
010480      EXIT.
010490
010500  7510-SCRAMBLE-ONE.
010510
010520      MOVE WS-DI-FIELD (WS-DI-SUB:1) TO WS-DI-ONE-CHAR.
010530      IF WS-DI-ONE-CHAR NOT NUMERIC
010540          GO TO 7510-EXIT
010550      END-IF.
010560
010570      ADD 1                       TO WS-DI-KEY-SUB.
010580      IF WS-DI-KEY-SUB > 9
010590          MOVE 1                  TO WS-DI-KEY-SUB
010600      END-IF.
010610
010620      COMPUTE WS-DI-SUM = WS-DI-ONE-DIGIT
010630                        + WS-DI-KEY-DIGIT (WS-DI-KEY-SUB)
010640                        + WS-DI-CARRY.
010650      DIVIDE WS-DI-SUM BY 10 GIVING WS-DI-QUOT
010660          REMAINDER WS-DI-ONE-DIGIT.
010670      MOVE WS-DI-ONE-DIGIT        TO WS-DI-CARRY.
010680      MOVE WS-DI-ONE-CHAR         TO WS-DI-FIELD (WS-DI-SUB:1).
010690
010700  7510-EXIT.
010710      EXIT.
010720
010730* 7600-HASH-FIELD
010740*   A KEYED HASH OF ALL 40 BYTES OF WS-DI-FIELD, SEEDED WITH THE
010750*   KEY AND KEPT BELOW A PRIME.  THE SAME TEXT ALWAYS GIVES THE
010760*   SAME HASH UNDER THE SAME KEY.
010770  7600-HASH-FIELD.
010780
010790      MOVE WS-DI-KEY-NUM          TO WS-DI-HASH-WORK.
010800      DIVIDE WS-DI-HASH-WORK BY WS-DI-HASH-PRIME
010810          GIVING WS-DI-HASH-QUOT REMAINDER WS-DI-HASH.
010820      MOVE ZERO                   TO WS-DI-KEY-SUB.
010830      PERFORM 7610-HASH-ONE       THRU 7610-EXIT
010840          VARYING WS-DI-SUB FROM 1 BY 1
010850          UNTIL WS-DI-SUB > 40.
010860
010870  7600-EXIT.
010880      EXIT.
010890
010900  7610-HASH-ONE.
010910
010920      MOVE LOW-VALUE              TO WS-DI-CHAR-HIGH.
010930      MOVE WS-DI-FIELD (WS-DI-SUB:1) TO WS-DI-CHAR-LOW.
010940
010950      ADD 1                       TO WS-DI-KEY-SUB.
010960      IF WS-DI-KEY-SUB > 9
010970          MOVE 1                  TO WS-DI-KEY-SUB
010980      END-IF.
010990
011000      COMPUTE WS-DI-HASH-WORK = WS-DI-HASH * 257
011010                              + WS-DI-CHAR-VALUE
011020                              + WS-DI-KEY-DIGIT (WS-DI-KEY-SUB).
011030      DIVIDE WS-DI-HASH-WORK BY WS-DI-HASH-PRIME
011040          GIVING WS-DI-HASH-QUOT REMAINDER WS-DI-HASH.
011050
011060  7610-EXIT.
011070      EXIT.
011080
011090  8000-WRAPUP.
011100
011110      MOVE "STAGING RECORDS COPIED:" TO SCR-LITERAL.
011120      MOVE WS-STAGING-READ        TO SCR-COUNT.
011130      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011140      PERFORM 8999-WRITE-SYSOUT.
011150
011160      MOVE "STAGING DETAILS REPLACED:" TO SCR-LITERAL.
011170      MOVE WS-STAGING-DETAIL      TO SCR-COUNT.
011180      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011190      PERFORM 8999-WRITE-SYSOUT.
011200
011210      MOVE "YTD POSITIONS READ:"  TO SCR-LITERAL.
011220      MOVE WS-YTD-READ            TO SCR-COUNT.
011230      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011240      PERFORM 8999-WRITE-SYSOUT.
011250
011260      MOVE "YTD POSITIONS WRITTEN:" TO SCR-LITERAL.
011270      MOVE WS-YTD-WRITTEN         TO SCR-COUNT.
011280      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011290      PERFORM 8999-WRITE-SYSOUT.
011300
011310      MOVE "YTD POSITIONS REJECTED:" TO SCR-LITERAL.
011320      MOVE WS-YTD-REJECTED        TO SCR-COUNT.
011330      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011340      PERFORM 8999-WRITE-SYSOUT.
011350
011360      MOVE "VENDOR MASTER COPIED:" TO SCR-LITERAL.
011370      MOVE WS-VENDOR-READ         TO SCR-COUNT.
011380      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011390      PERFORM 8999-WRITE-SYSOUT.
011400
011410      MOVE "B-NOTICE FLAGS COPIED:" TO SCR-LITERAL.
011420      MOVE WS-BWF-READ            TO SCR-COUNT.
011430      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011440      PERFORM 8999-WRITE-SYSOUT.
011450
011460      MOVE "W-9 SOLICITATIONS COPIED:" TO SCR-LITERAL.
011470      MOVE WS-W9S-READ            TO SCR-COUNT.
011480      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011490      PERFORM 8999-WRITE-SYSOUT.
011500
011510      MOVE "REGISTER ITEMS COPIED:" TO SCR-LITERAL.
011520      MOVE WS-OCR-READ            TO SCR-COUNT.
011530      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011540      PERFORM 8999-WRITE-SYSOUT.
011550
011560      MOVE "TINS REPLACED:"       TO SCR-LITERAL.
011570      MOVE WS-TINS-REPLACED       TO SCR-COUNT.
011580      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011590      PERFORM 8999-WRITE-SYSOUT.
011600
011610      MOVE "MALFORMED TINS SCRAMBLED:" TO SCR-LITERAL.
011620      MOVE WS-TINS-SCRAMBLED      TO SCR-COUNT.
011630      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011640      PERFORM 8999-WRITE-SYSOUT.
011650
011660      MOVE "NAMES REPLACED:"      TO SCR-LITERAL.
011670      MOVE WS-NAMES-REPLACED      TO SCR-COUNT.
011680      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011690      PERFORM 8999-WRITE-SYSOUT.
011700
011710      MOVE "ADDRESS LINES REPLACED:" TO SCR-LITERAL.
011720      MOVE WS-ADDRS-REPLACED      TO SCR-COUNT.
011730      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011740      PERFORM 8999-WRITE-SYSOUT.
011750
011760      MOVE "TRACE NUMBERS REPLACED:" TO SCR-LITERAL.
011770      MOVE WS-TRACES-REPLACED     TO SCR-COUNT.
011780      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
011790      PERFORM 8999-WRITE-SYSOUT.
011800
011810      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
011820
011830      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
011840
011850      COPY C2INZ003.
011860
011870      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
011880
011890  8000-EXIT.
011900      EXIT.
011910
011920* 8900-SET-RETURN-CODE
011930*   RC=0 CLEAN.  RC=8 A YTD POSITION WAS NOT WRITTEN - TEN99YTO
011940*   WAS NOT EMPTY AND THE TEST COPY IS INCOMPLETE.
011950  8900-SET-RETURN-CODE.
011960
011970      MOVE ZERO TO RETURN-CODE.
011980
011990      IF WS-YTD-REJECTED > ZERO
012000          MOVE 8 TO RETURN-CODE
012010      END-IF.
012020
012030  8900-EXIT.
012040      EXIT.
012050
012060      COPY CLCWW111.
012070
012080      COPY CLCWW167.
012090
012100      COPY C2INZ002.
012110
012120      COPY C2INZ004.
012130
012140      COPY C2INZ005.
012150
012160      RUN-HISTORY-FILE.
012170
012180  9999-EXIT.
012190      EXIT.
