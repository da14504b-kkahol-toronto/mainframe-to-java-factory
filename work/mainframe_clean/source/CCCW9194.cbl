000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9194.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9194
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    EMPLOYEE / PAYEE CROSS-MATCH.  MATCHES THE HR
000130*              EMPLOYEE EXTRACT (CLCWW157) AGAINST THE TEN99DTL
000140*              STAGED PAYEES AND THE CLCWW037 VENDOR MASTER.  A
000150*              PAYEE WHO IS AN EMPLOYEE - SAME TIN, OR SAME
000160*              NAME AND ADDRESS UNDER THE CCCW9118 SQUEEZED KEY -
000170*              PAID WHILE EMPLOYED GOES TO THE HR AND TAX
000180*              REGISTER (WORKER MISCLASSIFICATION).  A PAYEE AT
000190*              AN EMPLOYEE'S HOME ADDRESS UNDER ANOTHER NAME AND
000200*              TIN GOES TO THE INTERNAL AUDIT REGISTER (FICTITIOUS
000210*              VENDOR).  THE VENDOR MASTER IS MATCHED THE SAME
000220*              WAY ON ITS ADDRESS OF RECORD (CLCWW037) - ON TIN
000230*              ALONE WHEN IT HAS NONE - AGAINST EMPLOYEES
000232*              EMPLOYED ON THE RUN DATE.
000240*
000250*  FILES:      HREMPEXT - HR EMPLOYEE EXTRACT
000260*              TEN99DTL - STAGED DISBURSEMENT DETAIL
000270*              VNDRMSTR - VENDOR/PAYEE MASTER
000280*              EMPHRTAX - HR AND TAX REGISTER
000290*              EMPAUDIT - INTERNAL AUDIT REGISTER
000300*
000310******************************************************************
000320*                      MODIFICATION HISTORY
000330******************************************************************
000340* DATE     INIT  DESCRIPTION
000350* -------- ----  --------------------------------------------
000360* 10/2026  RF    NEW PROGRAM - EMPLOYEE / PAYEE CROSS-MATCH
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON VNDRMSTR
0003vb* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vc*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0003vd* 10/2026  RF    MATCH THE VENDOR MASTER ON NAME AND ADDRESS OF
0003ve*                RECORD AS WELL AS TIN; A VENDOR AT AN EMPLOYEE'S
0003vf*                HOME UNDER ANOTHER NAME GOES TO INTERNAL AUDIT
000370******************************************************************
000380  ENVIRONMENT DIVISION.
000390  CONFIGURATION SECTION.
000400  SOURCE-COMPUTER.   IBM-370.
000410  OBJECT-COMPUTER.   IBM-370.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440
000450      COPY C2INX001.
000460
000470      SELECT HR-EMPLOYEE-FILE    ASSIGN TO HREMPEXT
000480          ORGANIZATION IS SEQUENTIAL.
000490
000500      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000510          ORGANIZATION IS SEQUENTIAL.
000520
000530      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000540          ORGANIZATION IS SEQUENTIAL.
000550
000560      SELECT HR-TAX-RPT          ASSIGN TO EMPHRTAX
000570          ORGANIZATION IS SEQUENTIAL.
000580
000590      SELECT AUDIT-RPT           ASSIGN TO EMPAUDIT
000600          ORGANIZATION IS SEQUENTIAL.
000610
000620      COPY C2INX004.
000630
000640  DATA DIVISION.
000650  FILE SECTION.
000660
000670      COPY C2INX002.
000680
000690  FD  HR-EMPLOYEE-FILE
000700      BLOCK CONTAINS 0 RECORDS
000710      RECORDING MODE IS F
000720      LABEL RECORDS ARE STANDARD
000730      DATA RECORD IS HR-EMPLOYEE-RCD.
000740
000750      COPY CLCWW157.
000760
000770  FD  TEN99-STAGING-FILE
000780      BLOCK CONTAINS 0 RECORDS
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      DATA RECORD IS TEN99-STAGING-RCD.
000820
000830  01  TEN99-STAGING-RCD             PIC X(420).
000840
000850  FD  VENDOR-MASTER-FILE
000860      BLOCK CONTAINS 0 RECORDS
000870      RECORDING MODE IS F
000880      LABEL RECORDS ARE STANDARD
000890      DATA RECORD IS VENDOR-MASTER-RCD.
000900
000910      COPY CLCWW037.
000920
000930  FD  HR-TAX-RPT
000940      BLOCK CONTAINS 0 RECORDS
000950      RECORDING MODE IS F
000960      LABEL RECORDS ARE STANDARD
000970      DATA RECORD IS HR-TAX-RCD.
000980
000990  01  HR-TAX-RCD                    PIC X(133).
001000
001010  FD  AUDIT-RPT
001020      BLOCK CONTAINS 0 RECORDS
001030      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD
001050      DATA RECORD IS AUDIT-RCD.
001060
001070  01  AUDIT-RCD                     PIC X(133).
001080
001090      COPY C2INX005.
001100
001110  WORKING-STORAGE SECTION.
001120
001130      COPY C2INX003.
001140
001150      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
001160
001170      COPY CLCWW133.
001180
001190      COPY CLCWW110.
001200
001210  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9194".
001220
001230* THE STAGED DETAIL RECORD, WITH ITS HEADER AND TRAILER.
001240      COPY CLCWW013.
001250
001260  01  WS-SWITCHES.
001270      05  WS-HR-EOF-SW            PIC X(01) VALUE "N".
001280          88  WS-HR-EOF                   VALUE "Y".
001290      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
001300          88  WS-STAGING-EOF              VALUE "Y".
001310      05  WS-VM-EOF-SW            PIC X(01) VALUE "N".
001320          88  WS-VM-EOF                   VALUE "Y".
001330      05  WS-TIN-HIT-SW           PIC X(01) VALUE "N".
001340          88  WS-TIN-HIT                  VALUE "Y".
001350      05  WS-KEY-HIT-SW           PIC X(01) VALUE "N".
001360          88  WS-KEY-HIT                  VALUE "Y".
001370      05  WS-ADDR-HIT-SW          PIC X(01) VALUE "N".
001380          88  WS-ADDR-HIT                 VALUE "Y".
001390      05  WS-EMPLOYED-SW          PIC X(01) VALUE "N".
001400          88  WS-EMPLOYED                 VALUE "Y".
001410
001420  01  WS-COUNTERS.
001430      05  WS-HR-READ              PIC 9(09) COMP VALUE ZERO.
001440      05  WS-DETAIL-READ          PIC 9(09) COMP VALUE ZERO.
001450      05  WS-VM-READ              PIC 9(09) COMP VALUE ZERO.
001460      05  WS-HR-TAX-HITS          PIC 9(09) COMP VALUE ZERO.
001470      05  WS-VM-HITS              PIC 9(09) COMP VALUE ZERO.
001480      05  WS-AUDIT-HITS           PIC 9(09) COMP VALUE ZERO.
001482      05  WS-VM-AUDIT-HITS        PIC 9(09) COMP VALUE ZERO.
001490      05  WS-HITS-NOT-EMPLOYED    PIC 9(09) COMP VALUE ZERO.
001500
001510  01  WS-AMOUNTS.
001520      05  WS-HR-TAX-DOLLARS       PIC S9(13)V99 VALUE ZERO.
001530      05  WS-AUDIT-DOLLARS        PIC S9(13)V99 VALUE ZERO.
001540
001550* ONE ENTRY PER EMPLOYEE ON THE EXTRACT.  WS-EMP-KEY IS THE
001560* CCCW9118 SQUEEZED KEY - NAME IN BYTES 1-25, ADDRESS LINE 1 IN
001570* 26-35, ZIP IN 36-40 - AND BYTES 26-40 ALONE ARE THE HOME
001580* ADDRESS.  A ZERO HIRE DATE IS TAKEN AS EMPLOYED SINCE BEFORE
001590* ANY PAYMENT ON FILE.
001600  01  WS-EMP-TABLE.
001610      05  WS-EMP-ENTRY            OCCURS 5000 TIMES.
001620          10  WS-EMP-SSN              PIC X(09).
001630          10  WS-EMP-SSN-PROT         PIC X(16).
001640          10  WS-EMP-ID               PIC X(08).
001650          10  WS-EMP-NAME             PIC X(40).
001660          10  WS-EMP-ADDRESS          PIC X(40).
001670          10  WS-EMP-KEY              PIC X(40).
001680          10  WS-EMP-HIRE-DATE        PIC 9(08).
001690          10  WS-EMP-TERM-DATE        PIC 9(08).
001700
001710  77  WS-EMP-COUNT                PIC 9(04) COMP VALUE ZERO.
001720  77  WS-EMP-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
001730  77  WS-EMP-DROPPED              PIC 9(07) COMP VALUE ZERO.
001740  77  WS-EMP-SUB                  PIC 9(04) COMP VALUE ZERO.
001750
001760* NORMALIZATION WORK - THE CCCW9118 KEY: SPACES, PERIODS, COMMAS
001770* AND HYPHENS SQUEEZED OUT OF THE NAME AND ADDRESS.
001780  77  WS-NORM-NAME-IN             PIC X(40) VALUE SPACES.
001790  77  WS-NORM-ADDR-IN             PIC X(40) VALUE SPACES.
001800  77  WS-NORM-ZIP-IN              PIC X(05) VALUE SPACES.
001810  77  WS-NORM-KEY                 PIC X(40) VALUE SPACES.
001820  77  WS-NORM-IN-SUB              PIC 9(02) COMP VALUE ZERO.
001830  77  WS-NORM-OUT-SUB             PIC 9(02) COMP VALUE ZERO.
001840  77  WS-NORM-CHAR                PIC X(01) VALUE SPACE.
001850
001860  77  WS-PAYEE-KEY                PIC X(40) VALUE SPACES.
001870  77  WS-PAY-DATE                 PIC 9(08) VALUE ZERO.
001880  77  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
001890  77  WS-MASKED-TIN               PIC X(09) VALUE SPACES.
001900
001910  01  WS-RPT-TITLE.
001920      05  FILLER                  PIC X(01) VALUE SPACES.
001930      05  RTL-TEXT                PIC X(60).
001940      05  FILLER                  PIC X(05) VALUE "RUN ".
001950      05  RTL-RUN-DATE            PIC X(08).
001960      05  FILLER                  PIC X(59) VALUE SPACES.
001970
001980* HR AND TAX REGISTER - SOURCE DTL (STAGED PAYMENT) OR VMS
001990* (VENDOR MASTER, NO PAYMENT FIELDS).  BASIS TIN, TIN+NAME OR
001992* NAME/ADDR.
002000  01  WS-HTL-COLUMNS.
002010      05  FILLER                  PIC X(05) VALUE " SRC ".
002020      05  FILLER                  PIC X(10) VALUE "BASIS".
002030      05  FILLER                  PIC X(09) VALUE "EMP ID".
002040      05  FILLER                  PIC X(26) VALUE "EMPLOYEE".
002050      05  FILLER                  PIC X(10) VALUE "SSN".
002060      05  FILLER                  PIC X(26) VALUE "PAYEE NAME".
002070      05  FILLER                  PIC X(04) VALUE "BR".
002080      05  FILLER                  PIC X(09) VALUE "CHECK".
002090      05  FILLER                  PIC X(15)
002100              VALUE "        AMOUNT ".
002110      05  FILLER                  PIC X(09) VALUE "PAID".
002120      05  FILLER                  PIC X(10) VALUE "HIRED".
002130
002140  01  WS-HTL-LINE.
002150      05  FILLER                  PIC X(01) VALUE SPACES.
002160      05  HTL-SOURCE              PIC X(03).
002170      05  FILLER                  PIC X(01) VALUE SPACES.
002180      05  HTL-BASIS               PIC X(09).
002190      05  FILLER                  PIC X(01) VALUE SPACES.
002200      05  HTL-EMP-ID              PIC X(08).
002210      05  FILLER                  PIC X(01) VALUE SPACES.
002220      05  HTL-EMP-NAME            PIC X(25).
002230      05  FILLER                  PIC X(01) VALUE SPACES.
002240      05  HTL-SSN                 PIC X(09).
002250      05  FILLER                  PIC X(01) VALUE SPACES.
002260      05  HTL-PAYEE-NAME          PIC X(25).
002270      05  FILLER                  PIC X(01) VALUE SPACES.
002280      05  HTL-BR-CODE             PIC X(03).
002290      05  FILLER                  PIC X(01) VALUE SPACES.
002300      05  HTL-CHK-NUM             PIC X(08).
002310      05  FILLER                  PIC X(01) VALUE SPACES.
002320      05  HTL-AMOUNT              PIC ---,---,--9.99.
002330      05  FILLER                  PIC X(01) VALUE SPACES.
002340      05  HTL-PAY-DATE            PIC X(08).
002350      05  FILLER                  PIC X(01) VALUE SPACES.
002360      05  HTL-HIRE-DATE           PIC X(08).
002370      05  FILLER                  PIC X(02) VALUE SPACES.
002380
002390* INTERNAL AUDIT REGISTER - A PAYEE AT AN EMPLOYEE'S ADDRESS.  A
002392* VENDOR-MASTER LINE HAS NO PAYMENT; ITS CHECK COLUMN CARRIES
002394* "VNDRMSTR".
002400  01  WS-ADL-COLUMNS.
002410      05  FILLER                  PIC X(10) VALUE " EMP ID".
002420      05  FILLER                  PIC X(26) VALUE "EMPLOYEE".
002430      05  FILLER                  PIC X(26) VALUE "HOME ADDRESS".
002440      05  FILLER                  PIC X(23) VALUE "PAYEE NAME".
002450      05  FILLER                  PIC X(10) VALUE "PAYEE TIN".
002460      05  FILLER                  PIC X(04) VALUE "BR".
002470      05  FILLER                  PIC X(09) VALUE "CHECK".
002480      05  FILLER                  PIC X(15)
002490              VALUE "        AMOUNT ".
002500      05  FILLER                  PIC X(10) VALUE "PAID".
002510
002520  01  WS-ADL-LINE.
002530      05  FILLER                  PIC X(01) VALUE SPACES.
002540      05  ADL-EMP-ID              PIC X(08).
002550      05  FILLER                  PIC X(01) VALUE SPACES.
002560      05  ADL-EMP-NAME            PIC X(25).
002570      05  FILLER                  PIC X(01) VALUE SPACES.
002580      05  ADL-EMP-ADDRESS         PIC X(25).
002590      05  FILLER                  PIC X(01) VALUE SPACES.
002600      05  ADL-PAYEE-NAME          PIC X(22).
002610      05  FILLER                  PIC X(01) VALUE SPACES.
002620      05  ADL-PAYEE-TIN           PIC X(09).
002630      05  FILLER                  PIC X(01) VALUE SPACES.
002640      05  ADL-BR-CODE             PIC X(03).
002650      05  FILLER                  PIC X(01) VALUE SPACES.
002660      05  ADL-CHK-NUM             PIC X(08).
002670      05  FILLER                  PIC X(01) VALUE SPACES.
002680      05  ADL-AMOUNT              PIC ---,---,--9.99.
002690      05  FILLER                  PIC X(01) VALUE SPACES.
002700      05  ADL-PAY-DATE            PIC X(08).
002710      05  FILLER                  PIC X(02) VALUE SPACES.
002720
002730  01  WS-TIE-LINE.
002740      05  FILLER                  PIC X(01) VALUE SPACES.
002750      05  TL-LITERAL              PIC X(50).
002760      05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002770      05  FILLER                  PIC X(02) VALUE SPACES.
002780      05  TL-AMOUNT               PIC ---,---,---,--9.99.
002790      05  FILLER                  PIC X(51) VALUE SPACES.
002800
002810* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
002820  01  WS-GRAND-TOTAL-LINE.
002830      05  FILLER                  PIC X(02) VALUE SPACES.
002840      05  GTL-LITERAL             PIC X(30).
002850      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
002860      05  FILLER                  PIC X(78) VALUE SPACES.
002870
002880  PROCEDURE DIVISION.
002890
002900  0000-MAINLINE.
002910
002920      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002930
002940      PERFORM 2000-MATCH-DETAIL      THRU 2000-EXIT
002950          UNTIL WS-STAGING-EOF.
002960
002970      PERFORM 3000-MATCH-VENDOR      THRU 3000-EXIT
002980          UNTIL WS-VM-EOF.
002990
003000      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
003010
003020      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
003030
003040      GOBACK.
003050
003060  1000-INITIALIZE.
003070
003080      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
003090      OPEN EXTEND RUN-HISTORY-FILE.
003100
003110      COPY C2INZ001.
003120
003130      OPEN INPUT HR-EMPLOYEE-FILE.
003140      PERFORM 1200-LOAD-EMPLOYEE THRU 1200-EXIT
003150          UNTIL WS-HR-EOF.
003160      CLOSE HR-EMPLOYEE-FILE.
003170
003180      OPEN INPUT TEN99-STAGING-FILE
003190                 VENDOR-MASTER-FILE.
0031va      PERFORM 1005-CHECK-VENDOR-LAYOUT THRU 1005-EXIT.
003200      OPEN OUTPUT HR-TAX-RPT
003210                  AUDIT-RPT.
003220
003230      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
003240
003250      MOVE "EMPLOYEE / PAYEE MATCHES WHILE EMPLOYED - HR AND TAX"
003260                                  TO RTL-TEXT.
003270      MOVE WS-RPT-TITLE           TO HR-TAX-RCD.
003280      WRITE HR-TAX-RCD.
003290      MOVE SPACES                 TO HR-TAX-RCD.
003300      WRITE HR-TAX-RCD.
003310      MOVE WS-HTL-COLUMNS         TO HR-TAX-RCD.
003320      WRITE HR-TAX-RCD.
003330
003340      MOVE "PAYEES AT AN EMPLOYEE'S HOME ADDRESS - INTERNAL AUDIT"
003350                                  TO RTL-TEXT.
003360      MOVE WS-RPT-TITLE           TO AUDIT-RCD.
003370      WRITE AUDIT-RCD.
003380      MOVE SPACES                 TO AUDIT-RCD.
003390      WRITE AUDIT-RCD.
003400      MOVE WS-ADL-COLUMNS         TO AUDIT-RCD.
003410      WRITE AUDIT-RCD.
003420
003430  1000-EXIT.
003440      EXIT.
0034va
0034vb* 1005-CHECK-VENDOR-LAYOUT
0034vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0034vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0034ve*   READ SEES END OF FILE.
0034vf  1005-CHECK-VENDOR-LAYOUT.
0034vg
0034vh      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0034vi      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
0034vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0034vk      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
0034vl          AT END
0034vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0034vn      END-READ.
0034vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0034vp
0034vq      IF WS-LV-FILE-EMPTY
0034vr          CLOSE VENDOR-MASTER-FILE
0034vs          OPEN INPUT VENDOR-MASTER-FILE
0034vt      END-IF.
0034vu
0034vv  1005-EXIT.
0034vw      EXIT.
003450
003460* 1200-LOAD-EMPLOYEE
003470*   ONE EMPLOYEE, WITH THE SSN ALSO IN ITS AT-REST PROTECTED
003480*   FORM FOR THE STAGED DETAIL AND THE SQUEEZED NAME/ADDRESS
003490*   KEY.  A NON-NUMERIC DATE ON THE EXTRACT IS TAKEN AS ZERO.
003500  1200-LOAD-EMPLOYEE.
003510
003520      READ HR-EMPLOYEE-FILE
003530          AT END
003540              MOVE "Y" TO WS-HR-EOF-SW
003550              GO TO 1200-EXIT
003560      END-READ.
003570
003580      ADD 1 TO WS-HR-READ.
003590
003600      IF WS-EMP-COUNT NOT < WS-EMP-TABLE-MAX
003610          ADD 1 TO WS-EMP-DROPPED
003620          GO TO 1200-EXIT
003630      END-IF.
003640
003650      ADD 1 TO WS-EMP-COUNT.
003660      MOVE WS-EMP-COUNT           TO WS-EMP-SUB.
003670      MOVE HR-EMP-SSN             TO WS-EMP-SSN (WS-EMP-SUB).
003680      MOVE HR-EMP-ID              TO WS-EMP-ID (WS-EMP-SUB).
003690      MOVE HR-EMP-NAME            TO WS-EMP-NAME (WS-EMP-SUB).
003700      MOVE HR-EMP-ADDRESS-LINE1   TO WS-EMP-ADDRESS (WS-EMP-SUB).
003710
003720      IF HR-EMP-HIRE-DATE NUMERIC
003730          MOVE HR-EMP-HIRE-DATE   TO WS-EMP-HIRE-DATE (WS-EMP-SUB)
003740      ELSE
003750          MOVE ZERO               TO WS-EMP-HIRE-DATE (WS-EMP-SUB)
003760      END-IF.
003770
003780      IF HR-EMP-TERM-DATE NUMERIC
003790          MOVE HR-EMP-TERM-DATE   TO WS-EMP-TERM-DATE (WS-EMP-SUB)
003800      ELSE
003810          MOVE ZERO               TO WS-EMP-TERM-DATE (WS-EMP-SUB)
003820      END-IF.
003830
003840      MOVE SPACES                 TO TP-TIN-WORK.
003850      MOVE HR-EMP-SSN             TO TP-TIN-WORK.
003860      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
003870      MOVE TP-TIN-WORK            TO WS-EMP-SSN-PROT (WS-EMP-SUB).
003880
003890      MOVE HR-EMP-NAME            TO WS-NORM-NAME-IN.
003900      MOVE HR-EMP-ADDRESS-LINE1   TO WS-NORM-ADDR-IN.
003910      MOVE HR-EMP-ZIP (1:5)       TO WS-NORM-ZIP-IN.
003920      PERFORM 9600-BUILD-NORM-KEY THRU 9600-EXIT.
003930      MOVE WS-NORM-KEY            TO WS-EMP-KEY (WS-EMP-SUB).
003940
003950  1200-EXIT.
003960      EXIT.
003970
003980* 2000-MATCH-DETAIL
003990*   ONE STAGED PAYMENT, DATED BY THE CCCW9100 RUN THAT ISSUED
004000*   IT, AGAINST EVERY EMPLOYEE.  THE HEADER AND TRAILER ARE
004010*   PASSED OVER.
004020  2000-MATCH-DETAIL.
004030
004040      READ TEN99-STAGING-FILE INTO TEN99-RCD
004050          AT END
004060              MOVE "Y" TO WS-STAGING-EOF-SW
004070              GO TO 2000-EXIT
004080      END-READ.
004090
004100      IF TEN99-STAGING-RCD (1:10) = LOW-VALUES
004110         OR TEN99-STAGING-RCD (1:10) = HIGH-VALUES
004120          GO TO 2000-EXIT
004130      END-IF.
004140
004150      ADD 1 TO WS-DETAIL-READ.
004160
004170      IF TEN99-RUN-DATE-DATA NUMERIC
004180         AND TEN99-RUN-DATE-DATA > ZERO
004190          MOVE TEN99-RUN-DATE-DATA   TO WS-PAY-DATE
004200      ELSE
004210          MOVE SWA-CURRENT-CCYY-DATE TO WS-PAY-DATE
004220      END-IF.
004230
004240      MOVE TEN99-NAME-DATA        TO WS-NORM-NAME-IN.
004250      MOVE TEN99-ADDRESS-LINE1-DATA TO WS-NORM-ADDR-IN.
004260      MOVE TEN99-ZIP-DATA (1:5)   TO WS-NORM-ZIP-IN.
004270      PERFORM 9600-BUILD-NORM-KEY THRU 9600-EXIT.
004280      MOVE WS-NORM-KEY            TO WS-PAYEE-KEY.
004290
004300      PERFORM 2100-CHECK-EMPLOYEE THRU 2100-EXIT
004310          VARYING WS-EMP-SUB FROM 1 BY 1
004320          UNTIL WS-EMP-SUB > WS-EMP-COUNT.
004330
004340  2000-EXIT.
004350      EXIT.
004360
004370* 2100-CHECK-EMPLOYEE
004380*   THE SAME TIN, OR THE SAME SQUEEZED NAME AND ADDRESS, IS THE
004390*   EMPLOYEE BEING PAID AS A PAYEE.  FAILING THAT, THE SAME
004400*   ADDRESS ALONE IS A PAYEE AT THE EMPLOYEE'S HOME.  EITHER
004410*   COUNTS ONLY WHEN THE PAYMENT FELL WHILE THE EMPLOYEE WAS
004420*   EMPLOYED - A FORMER EMPLOYEE PAID AS A VENDOR AFTER LEAVING
004430*   IS ONLY COUNTED.
004440  2100-CHECK-EMPLOYEE.
004450
004460      MOVE "N"                    TO WS-TIN-HIT-SW
004470                                     WS-KEY-HIT-SW
004480                                     WS-ADDR-HIT-SW.
004490
004500      IF WS-EMP-SSN (WS-EMP-SUB) NOT = SPACES
004510          IF TEN99-SSN-TAX-ID-DATA = WS-EMP-SSN-PROT (WS-EMP-SUB)
004520             OR TEN99-SSN-TAX-ID-DATA (1:9)
004530                                  = WS-EMP-SSN (WS-EMP-SUB)
004540              MOVE "Y"            TO WS-TIN-HIT-SW
004550          END-IF
004560      END-IF.
004570
004580      IF WS-PAYEE-KEY (1:25) NOT = SPACES
004590         AND WS-PAYEE-KEY (26:10) NOT = SPACES
004600         AND WS-PAYEE-KEY = WS-EMP-KEY (WS-EMP-SUB)
004610          MOVE "Y"                TO WS-KEY-HIT-SW
004620      END-IF.
004630
004640      IF NOT WS-TIN-HIT
004650         AND NOT WS-KEY-HIT
004660         AND WS-PAYEE-KEY (26:10) NOT = SPACES
004670         AND WS-PAYEE-KEY (26:15)
004680              = WS-EMP-KEY (WS-EMP-SUB) (26:15)
004690          MOVE "Y"                TO WS-ADDR-HIT-SW
004700      END-IF.
004710
004720      IF NOT WS-TIN-HIT
004730         AND NOT WS-KEY-HIT
004740         AND NOT WS-ADDR-HIT
004750          GO TO 2100-EXIT
004760      END-IF.
004770
004780      MOVE WS-PAY-DATE            TO WS-CHECK-DATE.
004790      PERFORM 9650-CHECK-EMPLOYED THRU 9650-EXIT.
004800
004810      IF NOT WS-EMPLOYED
004820          ADD 1 TO WS-HITS-NOT-EMPLOYED
004830          GO TO 2100-EXIT
004840      END-IF.
004850
004860      IF WS-ADDR-HIT
004870          PERFORM 2300-WRITE-AUDIT-LINE THRU 2300-EXIT
004880      ELSE
004890          PERFORM 2200-WRITE-HR-TAX-LINE THRU 2200-EXIT
004900      END-IF.
004910
004920  2100-EXIT.
004930      EXIT.
004940
004950  2200-WRITE-HR-TAX-LINE.
004960
004970      MOVE SPACES                 TO WS-HTL-LINE.
004980      MOVE "DTL"                  TO HTL-SOURCE.
004990
005000      IF WS-TIN-HIT AND WS-KEY-HIT
005010          MOVE "TIN+NAME"         TO HTL-BASIS
005020      ELSE
005030          IF WS-TIN-HIT
005040              MOVE "TIN"          TO HTL-BASIS
005050          ELSE
005060              MOVE "NAME/ADDR"    TO HTL-BASIS
005070          END-IF
005080      END-IF.
005090
005100      PERFORM 2400-FORMAT-EMPLOYEE THRU 2400-EXIT.
005110
005120      MOVE TEN99-NAME-DATA        TO HTL-PAYEE-NAME.
005130      MOVE TEN99-ISSUING-BR-CODE-DATA TO HTL-BR-CODE.
005140      MOVE TEN99-ONSITE-CHK-NUM-DATA  TO HTL-CHK-NUM.
005150      MOVE TEN99-RPT-DISB-AMT-DATA    TO HTL-AMOUNT.
005160      MOVE WS-PAY-DATE            TO HTL-PAY-DATE.
005170
005180      MOVE WS-HTL-LINE            TO HR-TAX-RCD.
005190      WRITE HR-TAX-RCD.
005200
005210      ADD 1 TO WS-HR-TAX-HITS.
005220      ADD TEN99-RPT-DISB-AMT-DATA TO WS-HR-TAX-DOLLARS.
005230
005240  2200-EXIT.
005250      EXIT.
005260
005270  2300-WRITE-AUDIT-LINE.
005280
005290      MOVE SPACES                 TO WS-ADL-LINE.
005300      MOVE WS-EMP-ID (WS-EMP-SUB)      TO ADL-EMP-ID.
005310      MOVE WS-EMP-NAME (WS-EMP-SUB)    TO ADL-EMP-NAME.
005320      MOVE WS-EMP-ADDRESS (WS-EMP-SUB) TO ADL-EMP-ADDRESS.
005330      MOVE TEN99-NAME-DATA        TO ADL-PAYEE-NAME.
005340
005350      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
005360      PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT.
005370      MOVE "XXXXX"                TO WS-MASKED-TIN.
005380      MOVE TP-TIN-WORK (6:4)      TO WS-MASKED-TIN (6:4).
005390      MOVE WS-MASKED-TIN          TO ADL-PAYEE-TIN.
005400
005410      MOVE TEN99-ISSUING-BR-CODE-DATA TO ADL-BR-CODE.
005420      MOVE TEN99-ONSITE-CHK-NUM-DATA  TO ADL-CHK-NUM.
005430      MOVE TEN99-RPT-DISB-AMT-DATA    TO ADL-AMOUNT.
005440      MOVE WS-PAY-DATE            TO ADL-PAY-DATE.
005450
005460      MOVE WS-ADL-LINE            TO AUDIT-RCD.
005470      WRITE AUDIT-RCD.
005480
005490      ADD 1 TO WS-AUDIT-HITS.
005500      ADD TEN99-RPT-DISB-AMT-DATA TO WS-AUDIT-DOLLARS.
005510
005520  2300-EXIT.
005530      EXIT.
005540
005550* 2400-FORMAT-EMPLOYEE
005560*   THE EMPLOYEE'S SIDE OF AN HR AND TAX LINE - ONLY THE LAST
005570*   FOUR OF THE SSN PRINT.
005580  2400-FORMAT-EMPLOYEE.
005590
005600      MOVE WS-EMP-ID (WS-EMP-SUB)      TO HTL-EMP-ID.
005610      MOVE WS-EMP-NAME (WS-EMP-SUB)    TO HTL-EMP-NAME.
005620      MOVE "XXXXX"                TO WS-MASKED-TIN.
005630      MOVE WS-EMP-SSN (WS-EMP-SUB) (6:4) TO WS-MASKED-TIN (6:4).
005640      MOVE WS-MASKED-TIN          TO HTL-SSN.
005650      MOVE WS-EMP-HIRE-DATE (WS-EMP-SUB) TO HTL-HIRE-DATE.
005660
005670  2400-EXIT.
005680      EXIT.
005690
005700* 3000-MATCH-VENDOR
005710*   ONE VENDOR-MASTER RECORD AGAINST EVERY EMPLOYEE EMPLOYED ON
005720*   THE RUN DATE - ON TIN, AND ON THE SQUEEZED NAME AND ADDRESS
005722*   KEY WHEN THE VENDOR HAS AN ADDRESS OF RECORD.
005730  3000-MATCH-VENDOR.
005740
005750      READ VENDOR-MASTER-FILE
005760          AT END
005770              MOVE "Y" TO WS-VM-EOF-SW
005780              GO TO 3000-EXIT
005790      END-READ.
005800
005810      ADD 1 TO WS-VM-READ.
005820
005830      IF VM-TIN = SPACES
005840         AND VM-NO-ADDRESS-OF-RECORD
005842          GO TO 3000-EXIT
005850      END-IF.
005852
005854      MOVE SPACES                 TO WS-PAYEE-KEY.
005856      IF NOT VM-NO-ADDRESS-OF-RECORD
005858          MOVE VM-NAME            TO WS-NORM-NAME-IN
005860          MOVE VM-ADDR-LINE1      TO WS-NORM-ADDR-IN
005862          MOVE VM-ADDR-ZIP (1:5)  TO WS-NORM-ZIP-IN
005864          PERFORM 9600-BUILD-NORM-KEY THRU 9600-EXIT
005866          MOVE WS-NORM-KEY        TO WS-PAYEE-KEY
005868      END-IF.
005869
005870      PERFORM 3100-CHECK-VENDOR THRU 3100-EXIT
005880          VARYING WS-EMP-SUB FROM 1 BY 1
005890          UNTIL WS-EMP-SUB > WS-EMP-COUNT.
005900
005910  3000-EXIT.
005920      EXIT.
005930
005932* 3100-CHECK-VENDOR
005934*   THE SAME TESTS AS 2100-CHECK-EMPLOYEE, ON THE VENDOR'S TIN
005936*   AND ADDRESS OF RECORD.  A TIN OR NAME-AND-ADDRESS HIT GOES
005938*   TO THE HR AND TAX REGISTER; AN ADDRESS-ONLY HIT GOES TO THE
005939*   INTERNAL AUDIT REGISTER.
005940  3100-CHECK-VENDOR.
005950
005952      MOVE "N"                    TO WS-TIN-HIT-SW
005954                                     WS-KEY-HIT-SW
005956                                     WS-ADDR-HIT-SW.
005958
005960      IF VM-TIN NOT = SPACES
005962         AND VM-TIN = WS-EMP-SSN (WS-EMP-SUB)
005964          MOVE "Y"                TO WS-TIN-HIT-SW
005966      END-IF.
005968
005970      IF WS-PAYEE-KEY (1:25) NOT = SPACES
005972         AND WS-PAYEE-KEY (26:10) NOT = SPACES
005974         AND WS-PAYEE-KEY = WS-EMP-KEY (WS-EMP-SUB)
005976          MOVE "Y"                TO WS-KEY-HIT-SW
005978      END-IF.
005980
005982      IF NOT WS-TIN-HIT
005984         AND NOT WS-KEY-HIT
005986         AND WS-PAYEE-KEY (26:10) NOT = SPACES
005988         AND WS-PAYEE-KEY (26:15)
005990              = WS-EMP-KEY (WS-EMP-SUB) (26:15)
005992          MOVE "Y"                TO WS-ADDR-HIT-SW
005994      END-IF.
005996
005997      IF NOT WS-TIN-HIT
005998         AND NOT WS-KEY-HIT
005999         AND NOT WS-ADDR-HIT
00599A          GO TO 3100-EXIT
00599B      END-IF.
00599C
006000      MOVE SWA-CURRENT-CCYY-DATE  TO WS-CHECK-DATE.
006010      PERFORM 9650-CHECK-EMPLOYED THRU 9650-EXIT.
006020
006030      IF NOT WS-EMPLOYED
006040          ADD 1 TO WS-HITS-NOT-EMPLOYED
006050          GO TO 3100-EXIT
006060      END-IF.
006070
006072      IF WS-ADDR-HIT
006074          PERFORM 3300-WRITE-VENDOR-AUDIT THRU 3300-EXIT
006076          GO TO 3100-EXIT
006078      END-IF.
006079
006080      MOVE SPACES                 TO WS-HTL-LINE.
006090      MOVE "VMS"                  TO HTL-SOURCE.
006092
006094      IF WS-TIN-HIT AND WS-KEY-HIT
006096          MOVE "TIN+NAME"         TO HTL-BASIS
006098      ELSE
006100          IF WS-TIN-HIT
006102              MOVE "TIN"          TO HTL-BASIS
006104          ELSE
006106              MOVE "NAME/ADDR"    TO HTL-BASIS
006107          END-IF
006108      END-IF.
006109
006110      PERFORM 2400-FORMAT-EMPLOYEE THRU 2400-EXIT.
006120      MOVE VM-NAME                TO HTL-PAYEE-NAME.
006130
006140      MOVE WS-HTL-LINE            TO HR-TAX-RCD.
006150      WRITE HR-TAX-RCD.
006160
006170      ADD 1 TO WS-VM-HITS.
006180
006190  3100-EXIT.
006200      EXIT.
00620a
00620b* 3300-WRITE-VENDOR-AUDIT
00620c*   A VENDOR ON FILE AT AN EMPLOYEE'S HOME ADDRESS UNDER ANOTHER
00620d*   NAME AND TIN.  THERE IS NO PAYMENT TO SHOW - STAGED PAYMENTS
00620e*   TO THE VENDOR ARE LISTED BY 2300-WRITE-AUDIT-LINE.
00620f  3300-WRITE-VENDOR-AUDIT.
00620g
00620h      MOVE SPACES                 TO WS-ADL-LINE.
00620i      MOVE WS-EMP-ID (WS-EMP-SUB)      TO ADL-EMP-ID.
00620j      MOVE WS-EMP-NAME (WS-EMP-SUB)    TO ADL-EMP-NAME.
00620k      MOVE WS-EMP-ADDRESS (WS-EMP-SUB) TO ADL-EMP-ADDRESS.
00620l      MOVE VM-NAME                TO ADL-PAYEE-NAME.
00620m
00620n      MOVE SPACES                 TO TP-TIN-WORK.
00620o      MOVE VM-TIN                 TO TP-TIN-WORK.
00620p      PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT.
00620q      MOVE "XXXXX"                TO WS-MASKED-TIN.
00620r      MOVE TP-TIN-WORK (6:4)      TO WS-MASKED-TIN (6:4).
00620s      MOVE WS-MASKED-TIN          TO ADL-PAYEE-TIN.
00620t
00620u      MOVE "VNDRMSTR"             TO ADL-CHK-NUM.
00620v
00620w      MOVE WS-ADL-LINE            TO AUDIT-RCD.
00620x      WRITE AUDIT-RCD.
00620y
00620z      ADD 1 TO WS-VM-AUDIT-HITS.
00620A
00620B  3300-EXIT.
00620C      EXIT.
006210
006220  8000-WRAPUP.
006230
006240      MOVE SPACES                 TO HR-TAX-RCD.
006250      WRITE HR-TAX-RCD.
006260
006270      MOVE SPACES                 TO WS-TIE-LINE.
006280      MOVE "STAGED PAYMENTS TO AN EMPLOYEE" TO TL-LITERAL.
006290      MOVE WS-HR-TAX-HITS         TO TL-COUNT.
006300      MOVE WS-HR-TAX-DOLLARS      TO TL-AMOUNT.
006310      MOVE WS-TIE-LINE            TO HR-TAX-RCD.
006320      WRITE HR-TAX-RCD.
006330
006340      MOVE SPACES                 TO WS-TIE-LINE.
006350      MOVE "VENDOR-MASTER RECORDS FOR AN EMPLOYEE" TO TL-LITERAL.
006360      MOVE WS-VM-HITS             TO TL-COUNT.
006370      MOVE WS-TIE-LINE            TO HR-TAX-RCD.
006380      WRITE HR-TAX-RCD.
006390
006400      MOVE SPACES                 TO AUDIT-RCD.
006410      WRITE AUDIT-RCD.
006420
006430      MOVE SPACES                 TO WS-TIE-LINE.
006440      MOVE "PAYMENTS TO AN EMPLOYEE'S HOME ADDRESS" TO TL-LITERAL.
006450      MOVE WS-AUDIT-HITS          TO TL-COUNT.
006460      MOVE WS-AUDIT-DOLLARS       TO TL-AMOUNT.
006470      MOVE WS-TIE-LINE            TO AUDIT-RCD.
006480      WRITE AUDIT-RCD.
006482
006484      MOVE SPACES                 TO WS-TIE-LINE.
006486      MOVE "VENDOR-MASTER RECORDS AT AN EMPLOYEE'S ADDRESS"
006488                                  TO TL-LITERAL.
006490      MOVE WS-VM-AUDIT-HITS       TO TL-COUNT.
006492      MOVE WS-TIE-LINE            TO AUDIT-RCD.
006494      WRITE AUDIT-RCD.
006496
006500      MOVE "EMPLOYEES READ:"       TO SCR-LITERAL.
006510      MOVE WS-HR-READ             TO SCR-COUNT.
006520      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006530      PERFORM 8999-WRITE-SYSOUT.
006540
006550      MOVE "DETAIL RECORDS READ:"  TO SCR-LITERAL.
006560      MOVE WS-DETAIL-READ         TO SCR-COUNT.
006570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006580      PERFORM 8999-WRITE-SYSOUT.
006590
006600      MOVE "VENDOR MASTER READ:"   TO SCR-LITERAL.
006610      MOVE WS-VM-READ             TO SCR-COUNT.
006620      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006630      PERFORM 8999-WRITE-SYSOUT.
006640
006650      MOVE "HR/TAX PAYMENT MATCHES:" TO SCR-LITERAL.
006660      MOVE WS-HR-TAX-HITS         TO SCR-COUNT.
006670      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006680      PERFORM 8999-WRITE-SYSOUT.
006690
006700      MOVE "HR/TAX VENDOR MATCHES:" TO SCR-LITERAL.
006710      MOVE WS-VM-HITS             TO SCR-COUNT.
006720      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006730      PERFORM 8999-WRITE-SYSOUT.
006740
006750      MOVE "AUDIT ADDRESS MATCHES:" TO SCR-LITERAL.
006760      MOVE WS-AUDIT-HITS          TO SCR-COUNT.
006770      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006780      PERFORM 8999-WRITE-SYSOUT.
006782
006784      MOVE "AUDIT VENDOR MATCHES:" TO SCR-LITERAL.
006786      MOVE WS-VM-AUDIT-HITS       TO SCR-COUNT.
006788      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006789      PERFORM 8999-WRITE-SYSOUT.
006790
006800      MOVE "MATCHES NOT WHILE EMPLOYED:" TO SCR-LITERAL.
006810      MOVE WS-HITS-NOT-EMPLOYED   TO SCR-COUNT.
006820      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
006830      PERFORM 8999-WRITE-SYSOUT.
006840
006850      MOVE "HR/TAX PAYMENT MATCHES:" TO GTL-LITERAL.
006860      MOVE WS-HR-TAX-DOLLARS      TO GTL-AMOUNT.
006870      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006880      PERFORM 8999-WRITE-SYSOUT.
006890
006900      MOVE "AUDIT ADDRESS MATCHES:" TO GTL-LITERAL.
006910      MOVE WS-AUDIT-DOLLARS       TO GTL-AMOUNT.
006920      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
006930      PERFORM 8999-WRITE-SYSOUT.
006940
006950      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
006960
006970      COPY C2INZ003.
006980
006990      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
007000
007010  8000-EXIT.
007020      EXIT.
007030
007040* 8980-NOTE-TABLE-CAPACITY
007050*   NOTES THE EMPLOYEE TABLE'S HIGH-WATER MARK, LIMIT AND DROPS
007060*   AND PRINTS THE CAPACITY REPORT.  AN EMPLOYEE THE TABLE
007070*   COULD NOT HOLD ENDS THE RUN RC=12 - IT WAS NEVER MATCHED.
007080  8980-NOTE-TABLE-CAPACITY.
007090
007100      MOVE "HR EMPLOYEES"            TO TC-NOTE-NAME.
007110      MOVE WS-EMP-TABLE-MAX         TO TC-NOTE-LIMIT.
007120      MOVE WS-EMP-COUNT             TO TC-NOTE-HIGH.
007130      MOVE WS-EMP-DROPPED           TO TC-NOTE-DROPPED.
007140      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
007150
007160      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
007170
007180  8980-EXIT.
007190      EXIT.
007200
007210* 8900-SET-RETURN-CODE
007220*   RC=0 NO MATCHES.  RC=4 EITHER REGISTER HAS A LINE TO WORK.
007230  8900-SET-RETURN-CODE.
007240
007250      MOVE ZERO TO RETURN-CODE.
007260
007270      IF WS-HR-TAX-HITS > ZERO
007280         OR WS-VM-HITS > ZERO
007290         OR WS-AUDIT-HITS > ZERO
007292         OR WS-VM-AUDIT-HITS > ZERO
007300          MOVE 4 TO RETURN-CODE
007310      END-IF.
007320
007330      IF TC-TABLE-OVERFLOW
007340          MOVE TC-OVERFLOW-RC TO RETURN-CODE
007350      END-IF.
007360
007370  8900-EXIT.
007380      EXIT.
007390
007400* 9600-BUILD-NORM-KEY
007410*   THE CCCW9118 KEY FROM WS-NORM-NAME-IN, WS-NORM-ADDR-IN AND
007420*   WS-NORM-ZIP-IN: THE SQUEEZED NAME INTO BYTES 1-25, THE FIRST
007430*   10 SIGNIFICANT BYTES OF THE ADDRESS INTO 26-35, THE 5-DIGIT
007440*   ZIP INTO 36-40.
007450  9600-BUILD-NORM-KEY.
007460
007470      MOVE SPACES TO WS-NORM-KEY.
007480      MOVE ZERO   TO WS-NORM-OUT-SUB.
007490
007500      PERFORM 9610-NORM-NAME-CHAR THRU 9610-EXIT
007510          VARYING WS-NORM-IN-SUB FROM 1 BY 1
007520          UNTIL WS-NORM-IN-SUB > 40
007530             OR WS-NORM-OUT-SUB NOT < 25.
007540
007550      MOVE 25 TO WS-NORM-OUT-SUB.
007560      PERFORM 9620-NORM-ADDR-CHAR THRU 9620-EXIT
007570          VARYING WS-NORM-IN-SUB FROM 1 BY 1
007580          UNTIL WS-NORM-IN-SUB > 40
007590             OR WS-NORM-OUT-SUB NOT < 35.
007600
007610      MOVE WS-NORM-ZIP-IN TO WS-NORM-KEY (36:5).
007620
007630  9600-EXIT.
007640      EXIT.
007650
007660  9610-NORM-NAME-CHAR.
007670
007680      MOVE WS-NORM-NAME-IN (WS-NORM-IN-SUB:1) TO WS-NORM-CHAR.
007690      IF WS-NORM-CHAR NOT = SPACE
007700          AND WS-NORM-CHAR NOT = "."
007710          AND WS-NORM-CHAR NOT = ","
007720          AND WS-NORM-CHAR NOT = "-"
007730          ADD 1 TO WS-NORM-OUT-SUB
007740          MOVE WS-NORM-CHAR TO WS-NORM-KEY (WS-NORM-OUT-SUB:1)
007750      END-IF.
007760
007770  9610-EXIT.
007780      EXIT.
007790
007800  9620-NORM-ADDR-CHAR.
007810
007820      MOVE WS-NORM-ADDR-IN (WS-NORM-IN-SUB:1) TO WS-NORM-CHAR.
007830      IF WS-NORM-CHAR NOT = SPACE
007840          AND WS-NORM-CHAR NOT = "."
007850          AND WS-NORM-CHAR NOT = ","
007860          AND WS-NORM-CHAR NOT = "-"
007870          ADD 1 TO WS-NORM-OUT-SUB
007880          MOVE WS-NORM-CHAR TO WS-NORM-KEY (WS-NORM-OUT-SUB:1)
007890      END-IF.
007900
007910  9620-EXIT.
007920      EXIT.
007930
007940* 9650-CHECK-EMPLOYED
007950*   WAS EMPLOYEE WS-EMP-SUB EMPLOYED ON WS-CHECK-DATE - HIRED ON
007960*   OR BEFORE IT AND NOT TERMINATED BEFORE IT.
007970  9650-CHECK-EMPLOYED.
007980
007990      MOVE "Y"                    TO WS-EMPLOYED-SW.
008000
008010      IF WS-EMP-HIRE-DATE (WS-EMP-SUB) > WS-CHECK-DATE
008020          MOVE "N"                TO WS-EMPLOYED-SW
008030      END-IF.
008040
008050      IF WS-EMP-TERM-DATE (WS-EMP-SUB) NOT = ZERO
008060         AND WS-EMP-TERM-DATE (WS-EMP-SUB) < WS-CHECK-DATE
008070          MOVE "N"                TO WS-EMPLOYED-SW
008080      END-IF.
008090
008100  9650-EXIT.
008110      EXIT.
008120
008130      COPY CLCWW111.
008140
008150      COPY CLCWW134.
008160
0081va      COPY CLCWW167.
0081vb
008170      COPY C2INZ002.
008180
008190      COPY C2INZ004.
008200
008210      COPY C2INZ005.
008220
008230      AUDIT-RPT
008240      HR-TAX-RPT
008250      VENDOR-MASTER-FILE
008260      TEN99-STAGING-FILE
008270      RUN-HISTORY-FILE.
008280
008290  9999-EXIT.
008300      EXIT.
