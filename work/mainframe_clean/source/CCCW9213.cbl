000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9213.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9213
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    FORGED-ENDORSEMENT AND NON-RECEIPT CLAIMS ON
000130*              PAID CHECKS.  A PAID CHECK IS OFF THE OUTSTANDING
000140*              REGISTER AND HAS NO STOP, SO CCCW9141 CANNOT
000150*              REISSUE IT UNTIL THE CLAIM IS APPROVED.  THIS
000160*              PROGRAM KEEPS THE CLCWW187 CLAIM REGISTER:
000170*              - APPLIES THE DAY'S CLCWW184 CLAIM TRANSACTIONS
000180*                IN FILE ORDER.  A CLAIM CAN ONLY BE OPENED ON A
000190*                CHECK THE BANK HAS AN IMAGE OF ON THE CLCWW181
000200*                PAID-ITEM IMAGE HISTORY, WHICH GIVES THE PAID
000210*                DATE AND AMOUNT.  THE PAYEE'S AFFIDAVIT MUST BE
000220*                IN BEFORE THE CLAIM IS FILED WITH THE BANK OR
000230*                APPROVED.
000240*              - ON APPROVAL RELEASES A CLCWW099 REISSUE
000250*                TRANSACTION FOR CCCW9141 AND WRITES A CLCWW045
000260*                EXCLUSION FOR THE ORIGINAL (REASON CODE 'FC').
000270*                THE EXCLUSION FILE IS CONCATENATED WITH SVRTN
000280*                AHEAD OF CCCW9141, WHICH THEN ACCEPTS THE PAID
000290*                ORIGINAL, AND WITH BANKRTN AHEAD OF CCCW9150,
000300*                SO THE ORIGINAL COMES OUT OF THE PAYEE'S 1099
000310*                AND ONLY THE REPLACEMENT IS REPORTED.  AN
000320*                ORIGINAL IN A MONTH CCCW9135 HAS ALREADY ROLLED
000330*                UP IS A CCCW9155 CORRECTION.
000340*              - MATCHES THE BANK'S CLCWW185 RECOVERY CREDITS TO
000350*                THEIR CLAIMS.  AN APPROVED CLAIM CLOSES ONCE
000360*                THE CREDITS COVER THE PAID AMOUNT.
000370*              - AGES EVERY CLAIM STILL IN PROGRESS AGAINST THE
000380*                BANK'S DEADLINE FOR ITS NEXT STEP FROM THE CLMD
000390*                CLAIM DEADLINE TABLE (CLCWW186, LOADED FROM THE
000400*                CLCWW135 REFERENCE FILE THROUGH CCCW9196).
000410*              CLOSED AND DENIED CLAIMS STAY ON THE REGISTER FOR
000420*              A YEAR AFTER THEY FINISH, THEN DROP OFF.
000430*
000440*  FILES:      CLMREGI  - CLAIM REGISTER (CLCWW187) TO CLMREGO
000450*              CLMTRAN  - CLAIM TRANSACTIONS (CLCWW184)
000460*              IMGHIST  - PAID-ITEM IMAGE HISTORY (CLCWW181)
000470*              BANKRCV  - BANK RECOVERY CREDITS (CLCWW185)
000480*              CLMREIS  - RELEASED REISSUES (CLCWW099) FOR
000490*                         CCCW9141 REISSTRN
000500*              CLMRTN   - 'FC' EXCLUSIONS (CLCWW045)
000510*              CLMACT   - CLAIM ACTIVITY REPORT
000520*              CLMAGE   - OPEN CLAIM AGING REPORT
000530*              REFTBL   - REFERENCE TABLES (THROUGH CCCW9196)
000540*
000550*  RETURN:     RC=0 CLEAN.  RC=4 A TRANSACTION OR CREDIT WAS
000560*              REJECTED, OR A CLAIM IS PAST ITS DEADLINE.
000570*              RC=8 A CLAIM'S TYPE HAS NO CLMD ROW, SO IT IS
000580*              NOT BEING AGED.  RC=12 A TABLE FILLED.  A PRIOR
000582*              REGISTER TOO LARGE FOR THE CLAIM TABLE ABENDS
000584*              TBLFL BEFORE ANYTHING IS WRITTEN.
000590*
000600******************************************************************
000610*                      MODIFICATION HISTORY
000620******************************************************************
000630* DATE     INIT  DESCRIPTION
000640* -------- ----  --------------------------------------------
000650* 10/2026  RF    NEW PROGRAM - FORGED-ENDORSEMENT AND NON-RECEIPT
000660*                CLAIM REGISTER
000662* 10/2026  RF    A BLANK REPLACEMENT CHECK NUMBER ON AN APPROVAL
000664*                IS NO LONGER REFUSED - THE REISSUE GOES OUT FOR
000666*                CENTRAL PRINTING (CCCW9215), WHICH NUMBERS IT
000667* 10/2026  RF    ABEND TBLFL WHEN THE PRIOR REGISTER DOES NOT FIT
000668*                THE CLAIM TABLE - THE NEW ONE DROPPED CLAIMS
000670******************************************************************
000680  ENVIRONMENT DIVISION.
000690  CONFIGURATION SECTION.
000700  SOURCE-COMPUTER.   IBM-370.
000710  OBJECT-COMPUTER.   IBM-370.
000720  INPUT-OUTPUT SECTION.
000730  FILE-CONTROL.
000740
000750      COPY C2INX001.
000760
000770      SELECT CLAIM-REG-IN-FILE   ASSIGN TO CLMREGI
000780          ORGANIZATION IS SEQUENTIAL.
000790
000800      SELECT CLAIM-REG-OUT-FILE  ASSIGN TO CLMREGO
000810          ORGANIZATION IS SEQUENTIAL.
000820
000830      SELECT CLAIM-TRAN-FILE     ASSIGN TO CLMTRAN
000840          ORGANIZATION IS SEQUENTIAL.
000850
000860      SELECT IMAGE-HIST-FILE     ASSIGN TO IMGHIST
000870          ORGANIZATION IS SEQUENTIAL.
000880
000890      SELECT BANK-RECOVERY-FILE  ASSIGN TO BANKRCV
000900          ORGANIZATION IS SEQUENTIAL.
000910
000920      SELECT CLAIM-REISSUE-FILE  ASSIGN TO CLMREIS
000930          ORGANIZATION IS SEQUENTIAL.
000940
000950      SELECT CLAIM-EXCLUDE-FILE  ASSIGN TO CLMRTN
000960          ORGANIZATION IS SEQUENTIAL.
000970
000980      SELECT CLAIM-ACTIVITY-RPT  ASSIGN TO CLMACT
000990          ORGANIZATION IS SEQUENTIAL.
001000
001010      SELECT CLAIM-AGING-RPT     ASSIGN TO CLMAGE
001020          ORGANIZATION IS SEQUENTIAL.
001030
001040      COPY C2INX004.
001050
001060  DATA DIVISION.
001070  FILE SECTION.
001080
001090      COPY C2INX002.
001100
001110  FD  CLAIM-REG-IN-FILE
001120      BLOCK CONTAINS 0 RECORDS
001130      RECORDING MODE IS F
001140      LABEL RECORDS ARE STANDARD
001150      DATA RECORD IS CLAIM-REG-IN-RCD.
001160
001170  01  CLAIM-REG-IN-RCD              PIC X(150).
001180
001190  FD  CLAIM-REG-OUT-FILE
001200      BLOCK CONTAINS 0 RECORDS
001210      RECORDING MODE IS F
001220      LABEL RECORDS ARE STANDARD
001230      DATA RECORD IS CLAIM-REG-OUT-RCD.
001240
001250  01  CLAIM-REG-OUT-RCD             PIC X(150).
001260
001270  FD  CLAIM-TRAN-FILE
001280      BLOCK CONTAINS 0 RECORDS
001290      RECORDING MODE IS F
001300      LABEL RECORDS ARE STANDARD
001310      DATA RECORD IS CLAIM-TRAN-IN-RCD.
001320
001330  01  CLAIM-TRAN-IN-RCD             PIC X(80).
001340
001350  FD  IMAGE-HIST-FILE
001360      BLOCK CONTAINS 0 RECORDS
001370      RECORDING MODE IS F
001380      LABEL RECORDS ARE STANDARD
001390      DATA RECORD IS PAID-IMAGE-RCD.
001400
001410      COPY CLCWW181.
001420
001430  FD  BANK-RECOVERY-FILE
001440      BLOCK CONTAINS 0 RECORDS
001450      RECORDING MODE IS F
001460      LABEL RECORDS ARE STANDARD
001470      DATA RECORD IS BANK-RECOVERY-RCD.
001480
001490      COPY CLCWW185.
001500
001510  FD  CLAIM-REISSUE-FILE
001520      BLOCK CONTAINS 0 RECORDS
001530      RECORDING MODE IS F
001540      LABEL RECORDS ARE STANDARD
001550      DATA RECORD IS REISSUE-TRAN-RCD.
001560
001570      COPY CLCWW099.
001580
001590  FD  CLAIM-EXCLUDE-FILE
001600      BLOCK CONTAINS 0 RECORDS
001610      RECORDING MODE IS F
001620      LABEL RECORDS ARE STANDARD
001630      DATA RECORD IS BKR-RETURN-RCD.
001640
001650      COPY CLCWW045.
001660
001670  FD  CLAIM-ACTIVITY-RPT
001680      BLOCK CONTAINS 0 RECORDS
001690      RECORDING MODE IS F
001700      LABEL RECORDS ARE STANDARD
001710      DATA RECORD IS CLAIM-ACTIVITY-RCD.
001720
001730  01  CLAIM-ACTIVITY-RCD            PIC X(133).
001740
001750  FD  CLAIM-AGING-RPT
001760      BLOCK CONTAINS 0 RECORDS
001770      RECORDING MODE IS F
001780      LABEL RECORDS ARE STANDARD
001790      DATA RECORD IS CLAIM-AGING-RCD.
001800
001810  01  CLAIM-AGING-RCD               PIC X(133).
001820
001830      COPY C2INX005.
001840
001850  WORKING-STORAGE SECTION.
001860
001870      COPY C2INX003.
001880
001890      COPY C2INX006.
001900
001910      COPY CLCWW138.
001920
001930      COPY CLCWW184.
001940
001950      COPY CLCWW186.
001960
001970      COPY CLCWW187.
001980
001990      COPY CLCWW133.
002000
002010      COPY CLCWW166.
002020
002030  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9213".
002040
002050  01  WS-SWITCHES.
002060      05  WS-REG-EOF-SW           PIC X(01) VALUE "N".
002070          88  WS-REG-EOF                  VALUE "Y".
002080      05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
002090          88  WS-TRAN-EOF                 VALUE "Y".
002100      05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
002110          88  WS-HIST-EOF                 VALUE "Y".
002120      05  WS-CREDIT-EOF-SW        PIC X(01) VALUE "N".
002130          88  WS-CREDIT-EOF               VALUE "Y".
002140      05  WS-CLM-FOUND-SW         PIC X(01) VALUE "N".
002150          88  WS-CLM-FOUND                VALUE "Y".
002160      05  WS-CLMD-FOUND-SW        PIC X(01) VALUE "N".
002170          88  WS-CLMD-FOUND               VALUE "Y".
002180
002190  01  WS-COUNTERS.
002200      05  WS-CLAIMS-CARRIED       PIC 9(09) COMP VALUE ZERO.
002210      05  WS-TRANS-READ           PIC 9(09) COMP VALUE ZERO.
002220      05  WS-TRANS-ACCEPTED       PIC 9(09) COMP VALUE ZERO.
002230      05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
002240      05  WS-CLAIMS-OPENED        PIC 9(09) COMP VALUE ZERO.
002250      05  WS-REISSUES-RELEASED    PIC 9(09) COMP VALUE ZERO.
002260      05  WS-CLAIMS-DENIED        PIC 9(09) COMP VALUE ZERO.
002270      05  WS-CREDITS-READ         PIC 9(09) COMP VALUE ZERO.
002280      05  WS-CREDITS-APPLIED      PIC 9(09) COMP VALUE ZERO.
002290      05  WS-CREDITS-REJECTED     PIC 9(09) COMP VALUE ZERO.
002300      05  WS-CLAIMS-CLOSED        PIC 9(09) COMP VALUE ZERO.
002310      05  WS-CLAIMS-RETIRED       PIC 9(09) COMP VALUE ZERO.
002320      05  WS-CLAIMS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
002330      05  WS-AGE-OPENED           PIC 9(09) COMP VALUE ZERO.
002340      05  WS-AGE-AFFIDAVIT-IN     PIC 9(09) COMP VALUE ZERO.
002350      05  WS-AGE-BANK-FILED       PIC 9(09) COMP VALUE ZERO.
002360      05  WS-AGE-APPROVED         PIC 9(09) COMP VALUE ZERO.
002370      05  WS-AGE-PAST-DUE         PIC 9(09) COMP VALUE ZERO.
002380      05  WS-AGE-DUE-SOON         PIC 9(09) COMP VALUE ZERO.
002390      05  WS-AGE-NO-DEADLINE      PIC 9(09) COMP VALUE ZERO.
002400
002410  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
002420  77  WS-TODAY-DAYS               PIC 9(07) COMP VALUE ZERO.
002430  77  WS-ACTION-DATE              PIC 9(08) VALUE ZERO.
002440
002450* A FINISHED CLAIM STAYS ON THE REGISTER THIS MANY DAYS; A STEP
002460* DUE WITHIN WS-DUE-SOON-DAYS IS FLAGGED ON THE AGING REPORT.
002470  77  WS-KEEP-FINISHED-DAYS       PIC 9(03) COMP VALUE 365.
002480  77  WS-DUE-SOON-DAYS            PIC 9(03) COMP VALUE 10.
002490
002500* THE CLAIM REGISTER, HELD WHOLE WHILE THE DAY'S TRANSACTIONS
002510* AND CREDITS ARE APPLIED, THEN WRITTEN BACK IN THE SAME ORDER
002520* WITH NEW CLAIMS AT THE END.
002530  01  WS-CLM-TABLE.
002540      05  WS-CLM-ENTRY            OCCURS 2000 TIMES.
002550          10  WS-CLM-IMAGE.
002560              15  WS-CLM-KEY          PIC X(11).
002570              15  FILLER              PIC X(139).
002580  77  WS-CLM-COUNT                PIC 9(04) COMP VALUE ZERO.
002590  77  WS-CLM-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
002600  77  WS-CLM-DROPPED              PIC 9(07) COMP VALUE ZERO.
002610  77  WS-CLM-SUB                  PIC 9(04) COMP VALUE ZERO.
002620  77  WS-CLM-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
002630  77  WS-CLM-SEARCH-KEY           PIC X(11) VALUE SPACES.
002640
002650* THE DAY'S CLAIM TRANSACTIONS, WITH THE BANK'S LATEST PAID
002660* DATE AND AMOUNT FOR AN OPENING FROM THE IMAGE HISTORY PASS.
002670  01  WS-TRN-TABLE.
002680      05  WS-TRN-ENTRY            OCCURS 1000 TIMES.
002690          10  WS-TRN-IMAGE.
002700              15  WS-TRN-KEY          PIC X(11).
002710              15  WS-TRN-CODE         PIC X(02).
002720              15  FILLER              PIC X(67).
002730          10  WS-TRN-PAID-DATE        PIC 9(08).
002740          10  WS-TRN-PAID-AMOUNT      PIC S9(10)V99.
002750          10  WS-TRN-PAID-SW          PIC X(01).
002760              88  WS-TRN-PAID                 VALUE "Y".
002770  77  WS-TRN-COUNT                PIC 9(04) COMP VALUE ZERO.
002780  77  WS-TRN-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
002790  77  WS-TRN-DROPPED              PIC 9(07) COMP VALUE ZERO.
002800  77  WS-TRN-SUB                  PIC 9(04) COMP VALUE ZERO.
002810  77  WS-TRN-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
002820
002830  77  WS-CLMD-SUB                 PIC 9(04) COMP VALUE ZERO.
002840  77  WS-CLMD-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
002850  77  WS-WANT-CLAIM-TYPE          PIC X(01) VALUE SPACES.
002860
002870* AGING - THE NEXT STEP'S DEADLINE AS A DAY NUMBER, AND THE
002880* DAYS LEFT TO IT (NEGATIVE ONCE PAST).
002890  77  WS-STEP-BASE-DATE           PIC 9(08) VALUE ZERO.
002900  77  WS-STEP-ALLOWED-DAYS        PIC 9(03) VALUE ZERO.
002910  77  WS-STEP-DUE-DAYS            PIC 9(07) COMP VALUE ZERO.
002920  77  WS-STEP-DAYS-LEFT           PIC S9(07) COMP VALUE ZERO.
002930  77  WS-DAYS-OPEN                PIC S9(07) COMP VALUE ZERO.
002940  77  WS-FINISHED-DAYS            PIC 9(07) COMP VALUE ZERO.
002950
002960* DAY NUMBERS, THE SAME AS CCCW9142.  9500-DAY-NUMBER TURNS
002970* WS-DN-DATE (CCYYMMDD) INTO A RUNNING DAY COUNT IN WS-DN-DAYS,
002980* COUNTING LEAP DAYS (EVERY FOURTH YEAR - GOOD THROUGH 2099).
002990  01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
003000  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
003010      05  WS-DN-CCYY              PIC 9(04).
003020      05  WS-DN-MM                PIC 9(02).
003030      05  WS-DN-DD                PIC 9(02).
003040  77  WS-DN-DAYS                  PIC 9(07) COMP VALUE ZERO.
003050  77  WS-DN-LEAP-DAYS             PIC 9(05) COMP VALUE ZERO.
003060  77  WS-DN-LEAP-REM              PIC 9(01) COMP VALUE ZERO.
003070
003080  01  WS-CUM-DAYS-VALUES.
003090      05  FILLER                  PIC X(36)
003100              VALUE "000031059090120151181212243273304334".
003110  01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003120      05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
003130
003140  01  WS-ACT-TITLE.
003150      05  FILLER                  PIC X(01) VALUE SPACES.
003160      05  FILLER                  PIC X(10) VALUE "CCCW9213".
003170      05  FILLER                  PIC X(40) VALUE
003180          "PAID-ITEM CLAIM ACTIVITY".
003190      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
003200      05  ATL-RUN-DATE            PIC 9(08).
003210      05  FILLER                  PIC X(64) VALUE SPACES.
003220
003230  01  WS-ACT-COL-HEADING.
003240      05  FILLER                  PIC X(03) VALUE SPACES.
003250      05  FILLER                  PIC X(05) VALUE "BR".
003260      05  FILLER                  PIC X(10) VALUE "CHECK".
003270      05  FILLER                  PIC X(04) VALUE "TRN".
003280      05  FILLER                  PIC X(10) VALUE "DATE".
003290      05  FILLER                  PIC X(05) VALUE "TYPE".
003300      05  FILLER                  PIC X(05) VALUE "STAT".
003310      05  FILLER                  PIC X(19) VALUE
003320          "           AMOUNT".
003330      05  FILLER                  PIC X(10) VALUE "BY".
003340      05  FILLER                  PIC X(62) VALUE "DISPOSITION".
003350
003360  01  WS-ACT-LINE.
003370      05  FILLER                  PIC X(03) VALUE SPACES.
003380      05  ACL-BR                  PIC X(03).
003390      05  FILLER                  PIC X(02) VALUE SPACES.
003400      05  ACL-CHK                 PIC X(08).
003410      05  FILLER                  PIC X(02) VALUE SPACES.
003420      05  ACL-TRAN-CODE           PIC X(02).
003430      05  FILLER                  PIC X(02) VALUE SPACES.
003440      05  ACL-DATE                PIC 9(08).
003450      05  FILLER                  PIC X(03) VALUE SPACES.
003460      05  ACL-CLAIM-TYPE          PIC X(01).
003470      05  FILLER                  PIC X(04) VALUE SPACES.
003480      05  ACL-STATUS              PIC X(01).
003490      05  FILLER                  PIC X(02) VALUE SPACES.
003500      05  ACL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003510      05  FILLER                  PIC X(02) VALUE SPACES.
003520      05  ACL-BY                  PIC X(08).
003530      05  FILLER                  PIC X(02) VALUE SPACES.
003540      05  ACL-TEXT                PIC X(45).
003550      05  FILLER                  PIC X(18) VALUE SPACES.
003560
003570  01  WS-AGE-TITLE.
003580      05  FILLER                  PIC X(01) VALUE SPACES.
003590      05  FILLER                  PIC X(10) VALUE "CCCW9213".
003600      05  FILLER                  PIC X(40) VALUE
003610          "PAID-ITEM CLAIMS IN PROGRESS - AGING".
003620      05  FILLER                  PIC X(10) VALUE "RUN DATE ".
003630      05  AGT-RUN-DATE            PIC 9(08).
003640      05  FILLER                  PIC X(64) VALUE SPACES.
003650
003660  01  WS-AGE-COL-HEADING.
003670      05  FILLER                  PIC X(03) VALUE SPACES.
003680      05  FILLER                  PIC X(05) VALUE "BR".
003690      05  FILLER                  PIC X(10) VALUE "CHECK".
003700      05  FILLER                  PIC X(05) VALUE "TYPE".
003710      05  FILLER                  PIC X(05) VALUE "STAT".
003720      05  FILLER                  PIC X(10) VALUE "OPENED".
003730      05  FILLER                  PIC X(19) VALUE
003740          "      PAID AMOUNT".
003750      05  FILLER                  PIC X(19) VALUE
003760          "     RECOVERED".
003770      05  FILLER                  PIC X(06) VALUE " DAYS".
003780      05  FILLER                  PIC X(16) VALUE "NEXT STEP".
003790      05  FILLER                  PIC X(06) VALUE "LEFT".
003800      05  FILLER                  PIC X(29) VALUE SPACES.
003810
003820  01  WS-AGE-LINE.
003830      05  FILLER                  PIC X(03) VALUE SPACES.
003840      05  AGL-BR                  PIC X(03).
003850      05  FILLER                  PIC X(02) VALUE SPACES.
003860      05  AGL-CHK                 PIC X(08).
003870      05  FILLER                  PIC X(03) VALUE SPACES.
003880      05  AGL-CLAIM-TYPE          PIC X(01).
003890      05  FILLER                  PIC X(04) VALUE SPACES.
003900      05  AGL-STATUS              PIC X(01).
003910      05  FILLER                  PIC X(03) VALUE SPACES.
003920      05  AGL-OPEN-DATE           PIC 9(08).
003930      05  FILLER                  PIC X(02) VALUE SPACES.
003940      05  AGL-PAID-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
003950      05  FILLER                  PIC X(02) VALUE SPACES.
003960      05  AGL-RECOVERY-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
003970      05  FILLER                  PIC X(01) VALUE SPACES.
003980      05  AGL-DAYS-OPEN           PIC ZZZZ9.
003990      05  FILLER                  PIC X(01) VALUE SPACES.
004000      05  AGL-NEXT-STEP           PIC X(15).
004010      05  FILLER                  PIC X(01) VALUE SPACES.
004020      05  AGL-DAYS-LEFT           PIC ZZZZ9-.
004030      05  FILLER                  PIC X(01) VALUE SPACES.
004040      05  AGL-NOTE                PIC X(29).
004050
004060  01  WS-COUNT-LINE.
004070      05  FILLER                  PIC X(03) VALUE SPACES.
004080      05  CNL-LITERAL             PIC X(40).
004090      05  CNL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004100      05  FILLER                  PIC X(79) VALUE SPACES.
004110
004120  PROCEDURE DIVISION.
004130
004140  0000-MAINLINE.
004150
004160      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004170
004180      PERFORM 2000-APPLY-TRAN        THRU 2000-EXIT
004190          VARYING WS-TRN-SUB FROM 1 BY 1
004200          UNTIL WS-TRN-SUB > WS-TRN-COUNT.
004210
004220      PERFORM 3000-APPLY-CREDIT      THRU 3000-EXIT
004230          UNTIL WS-CREDIT-EOF.
004240
004250      PERFORM 4000-AGE-AND-WRITE     THRU 4000-EXIT
004260          VARYING WS-CLM-SUB FROM 1 BY 1
004270          UNTIL WS-CLM-SUB > WS-CLM-COUNT.
004280
004290      PERFORM 7000-WRITE-TOTALS      THRU 7000-EXIT.
004300
004310      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004320
004330      GOBACK.
004340
004350  1000-INITIALIZE.
004360
004370      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
004380      OPEN EXTEND RUN-HISTORY-FILE.
004390
004400      COPY C2INZ001.
004410
004420      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
004430      MOVE WS-TODAY               TO WS-DN-DATE.
004440      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
004450      MOVE WS-DN-DAYS             TO WS-TODAY-DAYS.
004460
004470      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
004480
004490      OPEN INPUT  CLAIM-REG-IN-FILE.
004500      OPEN INPUT  BANK-RECOVERY-FILE.
004510      OPEN OUTPUT CLAIM-REG-OUT-FILE.
004520      OPEN OUTPUT CLAIM-REISSUE-FILE.
004530      OPEN OUTPUT CLAIM-EXCLUDE-FILE.
004540      OPEN OUTPUT CLAIM-ACTIVITY-RPT.
004550      OPEN OUTPUT CLAIM-AGING-RPT.
004560
004570      MOVE "CLCWW187"             TO WS-LV-CHECK-FILE-ID.
004580      MOVE "CLMREGI"              TO WS-LV-CHECK-DDNAME.
004590      MOVE "N"                    TO WS-LV-EMPTY-SW.
004600      READ CLAIM-REG-IN-FILE INTO LAYOUT-HEADER-RCD
004610          AT END
004620              MOVE "Y"            TO WS-LV-EMPTY-SW
004630      END-READ.
004640      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
004650
004660      IF WS-LV-FILE-EMPTY
004670          CLOSE CLAIM-REG-IN-FILE
004680          OPEN INPUT CLAIM-REG-IN-FILE
004690      END-IF.
004700
004710      PERFORM 1100-LOAD-REGISTER  THRU 1100-EXIT
004720          UNTIL WS-REG-EOF.
004730      CLOSE CLAIM-REG-IN-FILE.
004740
004750      PERFORM 1200-LOAD-TRANS     THRU 1200-EXIT.
004760
004770      PERFORM 1300-SCAN-IMAGES    THRU 1300-EXIT.
004780
004790      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
004800      WRITE CLAIM-REG-OUT-RCD FROM LAYOUT-HEADER-RCD.
004810
004820      MOVE WS-TODAY               TO ATL-RUN-DATE.
004830      MOVE WS-ACT-TITLE           TO CLAIM-ACTIVITY-RCD.
004840      WRITE CLAIM-ACTIVITY-RCD.
004850      MOVE SPACES                 TO CLAIM-ACTIVITY-RCD.
004860      WRITE CLAIM-ACTIVITY-RCD.
004870      MOVE WS-ACT-COL-HEADING     TO CLAIM-ACTIVITY-RCD.
004880      WRITE CLAIM-ACTIVITY-RCD.
004890
004900      MOVE WS-TODAY               TO AGT-RUN-DATE.
004910      MOVE WS-AGE-TITLE           TO CLAIM-AGING-RCD.
004920      WRITE CLAIM-AGING-RCD.
004930      MOVE SPACES                 TO CLAIM-AGING-RCD.
004940      WRITE CLAIM-AGING-RCD.
004950      MOVE WS-AGE-COL-HEADING     TO CLAIM-AGING-RCD.
004960      WRITE CLAIM-AGING-RCD.
004970
004980  1000-EXIT.
004990      EXIT.
005000
005010* 1080-LOAD-REF-TABLES
005020*   LOADS THE CLAIM DEADLINES IN FORCE TODAY FROM THE CLCWW135
005030*   REFERENCE FILE THROUGH CCCW9196.  AN EMPTY TABLE ABENDS THE
005040*   RUN - NO CLAIM COULD BE AGED.
005050  1080-LOAD-REF-TABLES.
005060
005070      MOVE "D"                    TO RL-ENTRY-FORMAT.
005080      MOVE WS-TODAY               TO RL-AS-OF-DATE.
005090
005100      MOVE "CLMD"                 TO RL-TABLE-ID.
005110      MOVE WS-CLMD-ENTRY-LEN      TO RL-ENTRY-LENGTH.
005120      MOVE WS-CLMD-TBL-LIMIT      TO RL-ENTRY-LIMIT.
005130      CALL "CCCW9196" USING REF-LOAD-AREA
005140                            WS-CLAIM-DEADLINE-TBL.
005150      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
005160      MOVE RL-ENTRY-COUNT         TO WS-CLMD-TBL-MAX.
005170      MOVE RL-DROPPED             TO WS-CLMD-DROPPED.
005180
005190  1080-EXIT.
005200      EXIT.
005210
005220* 1085-CHECK-REF-LOAD
005230*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
005240*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
005250  1085-CHECK-REF-LOAD.
005260
005270      IF RL-TABLE-EMPTY
005280          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
005290          MOVE "REF01"               TO SAR-RETURN-CODE
005300          MOVE SPACES                TO SAR-DB-NAME
005310          MOVE SPACES                TO SAR-TABLE-NAME
005320          STRING "REFTBL " RL-TABLE-ID
005330              DELIMITED BY SIZE INTO SAR-TABLE-NAME
005340          MOVE SPACES                TO SAR-SQLCODE
005350          GO TO 9998-COREDUMP
005360      END-IF.
005370
005380      MOVE SPACES                 TO SCR-LITERAL.
005390      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
005400          DELIMITED BY SIZE INTO SCR-LITERAL.
005410      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
005420      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005430      PERFORM 8999-WRITE-SYSOUT.
005440
005450  1085-EXIT.
005460      EXIT.
005470
005480* 1100-LOAD-REGISTER
005490*   THE PRIOR GENERATION OF THE REGISTER INTO THE CLAIM TABLE.
005500*   A CLAIM PAST THE TABLE'S LIMIT WOULD DROP OFF THE NEW
005510*   GENERATION, SO THE RUN ABENDS TBLFL BEFORE ANY OUTPUT IS
005512*   WRITTEN AND THE LIMIT IS RAISED BEFORE IT IS RERUN.
005520  1100-LOAD-REGISTER.
005530
005540      READ CLAIM-REG-IN-FILE
005550          AT END
005560              MOVE "Y" TO WS-REG-EOF-SW
005570              GO TO 1100-EXIT
005580      END-READ.
005590
005600      IF WS-CLM-COUNT NOT < WS-CLM-TABLE-MAX
005610          ADD 1 TO WS-CLM-DROPPED
005612          MOVE "*CLAIM TABLE FULL AT:" TO SCR-LITERAL
005614          MOVE WS-CLM-COUNT           TO SCR-COUNT
005616          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
005618          PERFORM 8999-WRITE-SYSOUT
005620          MOVE "1100-LOAD-REGISTER"   TO SAR-PARAGRAPH
005622          MOVE "TBLFL"                TO SAR-RETURN-CODE
005624          MOVE SPACES                 TO SAR-DB-NAME
005626          MOVE "CLMREGI"              TO SAR-TABLE-NAME
005628          MOVE SPACES                 TO SAR-SQLCODE
005629          GO TO 9998-COREDUMP
005630      END-IF.
005640
005650      ADD 1 TO WS-CLM-COUNT.
005660      MOVE CLAIM-REG-IN-RCD       TO WS-CLM-IMAGE (WS-CLM-COUNT).
005670      ADD 1 TO WS-CLAIMS-CARRIED.
005680
005690  1100-EXIT.
005700      EXIT.
005710
005720* 1200-LOAD-TRANS
005730*   THE DAY'S CLAIM TRANSACTIONS, KEPT IN FILE ORDER.
005740  1200-LOAD-TRANS.
005750
005760      OPEN INPUT CLAIM-TRAN-FILE.
005770
005780      PERFORM 1210-LOAD-TRAN-RCD  THRU 1210-EXIT
005790          UNTIL WS-TRAN-EOF.
005800
005810      CLOSE CLAIM-TRAN-FILE.
005820
005830  1200-EXIT.
005840      EXIT.
005850
005860  1210-LOAD-TRAN-RCD.
005870
005880      READ CLAIM-TRAN-FILE
005890          AT END
005900              MOVE "Y" TO WS-TRAN-EOF-SW
005910              GO TO 1210-EXIT
005920      END-READ.
005930
005940      ADD 1 TO WS-TRANS-READ.
005950
005960      IF WS-TRN-COUNT NOT < WS-TRN-TABLE-MAX
005970          ADD 1 TO WS-TRN-DROPPED
005980          GO TO 1210-EXIT
005990      END-IF.
006000
006010      ADD 1 TO WS-TRN-COUNT.
006020      MOVE CLAIM-TRAN-IN-RCD      TO WS-TRN-IMAGE (WS-TRN-COUNT).
006030      MOVE ZERO               TO WS-TRN-PAID-DATE (WS-TRN-COUNT).
006040      MOVE ZERO             TO WS-TRN-PAID-AMOUNT (WS-TRN-COUNT).
006050      MOVE "N"                  TO WS-TRN-PAID-SW (WS-TRN-COUNT).
006060
006070  1210-EXIT.
006080      EXIT.
006090
006100* 1300-SCAN-IMAGES
006110*   ONE PASS OF THE PAID-ITEM IMAGE HISTORY.  EVERY OPENING
006120*   TRANSACTION FOR AN IMAGED CHECK TAKES THE BANK'S LATEST
006130*   PAID DATE AND AMOUNT FOR IT.
006140  1300-SCAN-IMAGES.
006150
006160      OPEN INPUT IMAGE-HIST-FILE.
006170
006180      MOVE "CLCWW181"             TO WS-LV-CHECK-FILE-ID.
006190      MOVE "IMGHIST"              TO WS-LV-CHECK-DDNAME.
006200      MOVE "N"                    TO WS-LV-EMPTY-SW.
006210      READ IMAGE-HIST-FILE INTO LAYOUT-HEADER-RCD
006220          AT END
006230              MOVE "Y"            TO WS-LV-EMPTY-SW
006240      END-READ.
006250      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
006260
006270      IF WS-LV-FILE-EMPTY
006280          CLOSE IMAGE-HIST-FILE
006290          OPEN INPUT IMAGE-HIST-FILE
006300      END-IF.
006310
006320      PERFORM 1310-MATCH-IMAGE    THRU 1310-EXIT
006330          UNTIL WS-HIST-EOF.
006340
006350      CLOSE IMAGE-HIST-FILE.
006360
006370  1300-EXIT.
006380      EXIT.
006390
006400  1310-MATCH-IMAGE.
006410
006420      READ IMAGE-HIST-FILE
006430          AT END
006440              MOVE "Y" TO WS-HIST-EOF-SW
006450              GO TO 1310-EXIT
006460      END-READ.
006470
006480      MOVE PI-ISSUING-BR-CODE     TO WS-CLM-SEARCH-KEY (1:3).
006490      MOVE PI-ONSITE-CHK-NUM      TO WS-CLM-SEARCH-KEY (4:8).
006500
006510      PERFORM 1320-MARK-PAID      THRU 1320-EXIT
006520          VARYING WS-TRN-SCAN-SUB FROM 1 BY 1
006530          UNTIL WS-TRN-SCAN-SUB > WS-TRN-COUNT.
006540
006550  1310-EXIT.
006560      EXIT.
006570
006580  1320-MARK-PAID.
006590
006600      IF WS-TRN-CODE (WS-TRN-SCAN-SUB) NOT = "OP"
006610          OR WS-TRN-KEY (WS-TRN-SCAN-SUB) NOT = WS-CLM-SEARCH-KEY
006620          GO TO 1320-EXIT
006630      END-IF.
006640
006650      IF PI-PAID-DATE < WS-TRN-PAID-DATE (WS-TRN-SCAN-SUB)
006660          GO TO 1320-EXIT
006670      END-IF.
006680
006690      MOVE "Y"             TO WS-TRN-PAID-SW (WS-TRN-SCAN-SUB).
006700      MOVE PI-PAID-DATE    TO WS-TRN-PAID-DATE (WS-TRN-SCAN-SUB).
006710      MOVE PI-PAID-AMOUNT
006720                          TO WS-TRN-PAID-AMOUNT (WS-TRN-SCAN-SUB).
006730
006740  1320-EXIT.
006750      EXIT.
006760
006770* 2000-APPLY-TRAN
006780*   ONE CLAIM TRANSACTION AGAINST THE REGISTER.  EACH STEP
006790*   PARAGRAPH SETS THE DISPOSITION - A REJECTION STARTS WITH AN
006800*   ASTERISK - AND EVERY TRANSACTION IS LISTED ON THE ACTIVITY
006810*   REPORT WITH THE CLAIM AS IT NOW STANDS.
006820  2000-APPLY-TRAN.
006830
006840      MOVE WS-TRN-IMAGE (WS-TRN-SUB) TO CLAIM-TRAN-RCD.
006850
006860      IF CT-TRAN-DATE NUMERIC AND CT-TRAN-DATE > ZERO
006870          MOVE CT-TRAN-DATE       TO WS-ACTION-DATE
006880      ELSE
006890          MOVE WS-TODAY           TO WS-ACTION-DATE
006900      END-IF.
006910
006920      MOVE CT-ISSUING-BR-CODE     TO WS-CLM-SEARCH-KEY (1:3).
006930      MOVE CT-ONSITE-CHK-NUM      TO WS-CLM-SEARCH-KEY (4:8).
006940      PERFORM 2100-FIND-CLAIM     THRU 2100-EXIT.
006950
006960      MOVE SPACES                 TO WS-ACT-LINE.
006970      MOVE SPACES                 TO ACL-TEXT.
006980
006990      EVALUATE TRUE
007000          WHEN CT-OPEN-CLAIM
007010              PERFORM 2200-OPEN-CLAIM  THRU 2200-EXIT
007020          WHEN CT-AFFIDAVIT-RECEIVED
007030              PERFORM 2300-AFFIDAVIT   THRU 2300-EXIT
007040          WHEN CT-BANK-CLAIM-FILED
007050              PERFORM 2400-FILE-CLAIM  THRU 2400-EXIT
007060          WHEN CT-APPROVE-CLAIM
007070              PERFORM 2500-APPROVE     THRU 2500-EXIT
007080          WHEN CT-DENY-CLAIM
007090              PERFORM 2600-DENY        THRU 2600-EXIT
007100          WHEN OTHER
007110              MOVE "*INVALID TRANSACTION CODE" TO ACL-TEXT
007120      END-EVALUATE.
007130
007140      IF ACL-TEXT (1:1) = "*"
007150          ADD 1 TO WS-TRANS-REJECTED
007160      ELSE
007170          ADD 1 TO WS-TRANS-ACCEPTED
007180          MOVE CT-ENTERED-BY      TO CLM-LAST-ACTION-BY
007190          MOVE CLAIM-REG-RCD      TO WS-CLM-IMAGE (WS-CLM-HIT-SUB)
007200      END-IF.
007210
007220      MOVE CT-ISSUING-BR-CODE     TO ACL-BR.
007230      MOVE CT-ONSITE-CHK-NUM      TO ACL-CHK.
007240      MOVE CT-TRAN-CODE           TO ACL-TRAN-CODE.
007250      MOVE WS-ACTION-DATE         TO ACL-DATE.
007260      MOVE CT-ENTERED-BY          TO ACL-BY.
007270      IF WS-CLM-HIT-SUB > ZERO
007280          MOVE CLM-CLAIM-TYPE     TO ACL-CLAIM-TYPE
007290          MOVE CLM-STATUS         TO ACL-STATUS
007300          MOVE CLM-PAID-AMOUNT    TO ACL-AMOUNT
007310      ELSE
007320          MOVE CT-CLAIM-TYPE      TO ACL-CLAIM-TYPE
007330          MOVE ZERO               TO ACL-AMOUNT
007340      END-IF.
007350      PERFORM 7900-WRITE-ACTIVITY THRU 7900-EXIT.
007360
007370  2000-EXIT.
007380      EXIT.
007390
007400* 2100-FIND-CLAIM
007410*   LOOKS UP WS-CLM-SEARCH-KEY ON THE CLAIM TABLE.  WHEN FOUND
007420*   THE CLAIM IS MOVED TO CLAIM-REG-RCD TO BE WORKED ON.
007430  2100-FIND-CLAIM.
007440
007450      MOVE "N"                    TO WS-CLM-FOUND-SW.
007460      MOVE ZERO                   TO WS-CLM-HIT-SUB.
007470
007480      PERFORM 2110-SEARCH-CLAIM   THRU 2110-EXIT
007490          VARYING WS-CLM-SUB FROM 1 BY 1
007500          UNTIL WS-CLM-SUB > WS-CLM-COUNT
007510             OR WS-CLM-FOUND.
007520
007530      IF WS-CLM-FOUND
007540          MOVE WS-CLM-IMAGE (WS-CLM-HIT-SUB) TO CLAIM-REG-RCD
007550      END-IF.
007560
007570  2100-EXIT.
007580      EXIT.
007590
007600  2110-SEARCH-CLAIM.
007610
007620      IF WS-CLM-KEY (WS-CLM-SUB) = WS-CLM-SEARCH-KEY
007630          MOVE "Y"                TO WS-CLM-FOUND-SW
007640          MOVE WS-CLM-SUB         TO WS-CLM-HIT-SUB
007650      END-IF.
007660
007670  2110-EXIT.
007680      EXIT.
007690
007700* 2200-OPEN-CLAIM
007710*   A NEW CLAIM NEEDS A VALID CLAIM TYPE WITH A CLMD ROW AND A
007720*   CHECK THE BANK HAS IMAGED AS PAID.  IT IS ADDED AT THE END
007730*   OF THE CLAIM TABLE.
007740  2200-OPEN-CLAIM.
007750
007760      IF WS-CLM-FOUND
007770          MOVE "*CLAIM ALREADY ON THE REGISTER" TO ACL-TEXT
007780          GO TO 2200-EXIT
007790      END-IF.
007800
007810      IF NOT CT-CLAIM-TYPE-VALID
007820          MOVE "*INVALID CLAIM TYPE"  TO ACL-TEXT
007830          GO TO 2200-EXIT
007840      END-IF.
007850
007860      MOVE CT-CLAIM-TYPE          TO WS-WANT-CLAIM-TYPE.
007870      PERFORM 2900-FIND-DEADLINE  THRU 2900-EXIT.
007880      IF NOT WS-CLMD-FOUND
007890          MOVE "*NO CLMD DEADLINE ROW FOR THE CLAIM TYPE"
007900                                  TO ACL-TEXT
007910          GO TO 2200-EXIT
007920      END-IF.
007930
007940      IF NOT WS-TRN-PAID (WS-TRN-SUB)
007950          MOVE "*NOT A PAID ITEM - NO BANK IMAGE ON FILE"
007960                                  TO ACL-TEXT
007970          GO TO 2200-EXIT
007980      END-IF.
007990
008000      IF WS-CLM-COUNT NOT < WS-CLM-TABLE-MAX
008010          ADD 1 TO WS-CLM-DROPPED
008020          MOVE "*CLAIM REGISTER TABLE FULL" TO ACL-TEXT
008030          GO TO 2200-EXIT
008040      END-IF.
008050
008060      MOVE SPACES                 TO CLAIM-REG-RCD.
008070      MOVE CT-ISSUING-BR-CODE     TO CLM-ISSUING-BR-CODE.
008080      MOVE CT-ONSITE-CHK-NUM      TO CLM-ONSITE-CHK-NUM.
008090      MOVE CT-CLAIM-TYPE          TO CLM-CLAIM-TYPE.
008100      MOVE "O"                    TO CLM-STATUS.
008110      MOVE WS-TRN-PAID-DATE (WS-TRN-SUB)   TO CLM-PAID-DATE.
008120      MOVE WS-TRN-PAID-AMOUNT (WS-TRN-SUB) TO CLM-PAID-AMOUNT.
008130      MOVE WS-ACTION-DATE         TO CLM-OPEN-DATE.
008140      MOVE ZERO                   TO CLM-AFFIDAVIT-DATE
008150                                     CLM-FILED-DATE
008160                                     CLM-APPROVED-DATE
008170                                     CLM-RECOVERY-DATE
008180                                     CLM-RECOVERY-AMT
008190                                     CLM-CLOSED-DATE.
008200
008210      ADD 1 TO WS-CLM-COUNT.
008220      MOVE WS-CLM-COUNT           TO WS-CLM-HIT-SUB.
008230      ADD 1 TO WS-CLAIMS-OPENED.
008240      MOVE "CLAIM OPENED"         TO ACL-TEXT.
008250
008260  2200-EXIT.
008270      EXIT.
008280
008290* 2300-AFFIDAVIT
008300*   THE PAYEE'S AFFIDAVIT - ONLY ON A CLAIM WAITING FOR IT.
008310  2300-AFFIDAVIT.
008320
008330      IF NOT WS-CLM-FOUND
008340          MOVE "*NO CLAIM ON THE REGISTER" TO ACL-TEXT
008350          GO TO 2300-EXIT
008360      END-IF.
008370
008380      IF NOT CLM-OPENED
008390          MOVE "*AFFIDAVIT NOT EXPECTED AT THIS STATUS"
008400                                  TO ACL-TEXT
008410          GO TO 2300-EXIT
008420      END-IF.
008430
008440      MOVE "A"                    TO CLM-STATUS.
008450      MOVE WS-ACTION-DATE         TO CLM-AFFIDAVIT-DATE.
008460      MOVE "AFFIDAVIT RECEIVED"   TO ACL-TEXT.
008470
008480  2300-EXIT.
008490      EXIT.
008500
008510* 2400-FILE-CLAIM
008520*   THE CLAIM HAS GONE TO THE BANK.  IT NEEDS THE AFFIDAVIT IN,
008530*   AND MAY FOLLOW AN APPROVAL THAT WAS GIVEN BEFORE FILING -
008540*   THE CLAIM THEN STAYS APPROVED.
008550  2400-FILE-CLAIM.
008560
008570      IF NOT WS-CLM-FOUND
008580          MOVE "*NO CLAIM ON THE REGISTER" TO ACL-TEXT
008590          GO TO 2400-EXIT
008600      END-IF.
008610
008620      IF CT-BANK-CLAIM-REF = SPACES
008630          MOVE "*BANK CLAIM REFERENCE MISSING" TO ACL-TEXT
008640          GO TO 2400-EXIT
008650      END-IF.
008660
008670      IF CLM-AFFIDAVIT-IN
008680          MOVE "F"                TO CLM-STATUS
008690      ELSE
008700          IF NOT CLM-APPROVED
008710             OR CLM-FILED-DATE NOT = ZERO
008720              MOVE "*FILING NOT EXPECTED AT THIS STATUS"
008730                                  TO ACL-TEXT
008740              GO TO 2400-EXIT
008750          END-IF
008760      END-IF.
008770
008780      MOVE WS-ACTION-DATE         TO CLM-FILED-DATE.
008790      MOVE CT-BANK-CLAIM-REF      TO CLM-BANK-CLAIM-REF.
008800      MOVE "CLAIM FILED WITH THE BANK" TO ACL-TEXT.
008810
008820  2400-EXIT.
008830      EXIT.
008840
008850* 2500-APPROVE
008860*   APPROVAL RELEASES THE REISSUE AND TAKES THE ORIGINAL OUT OF
008870*   THE 1099.  THE AFFIDAVIT MUST BE IN.  A CLAIM THE BANK HAS
008880*   ALREADY MADE GOOD CLOSES NOW.  A BLANK REPLACEMENT NUMBER
008882*   IS NUMBERED AND PRINTED ON THE CENTRAL STOCK BY CCCW9215.
008890  2500-APPROVE.
008900
008910      IF NOT WS-CLM-FOUND
008920          MOVE "*NO CLAIM ON THE REGISTER" TO ACL-TEXT
008930          GO TO 2500-EXIT
008940      END-IF.
008950
008960      IF NOT CLM-AFFIDAVIT-IN AND NOT CLM-BANK-FILED
008970          MOVE "*NOT APPROVABLE AT THIS STATUS" TO ACL-TEXT
008980          GO TO 2500-EXIT
008990      END-IF.
009000
009060      MOVE "P"                    TO CLM-STATUS.
009070      MOVE WS-ACTION-DATE         TO CLM-APPROVED-DATE.
009080      MOVE CT-NEW-CHK-NUM         TO CLM-NEW-CHK-NUM.
009090
009100      PERFORM 2510-WRITE-REISSUE  THRU 2510-EXIT.
009110      PERFORM 2520-WRITE-EXCLUSION THRU 2520-EXIT.
009120      ADD 1 TO WS-REISSUES-RELEASED.
009130
009140      IF CLM-RECOVERY-AMT NOT < CLM-PAID-AMOUNT
009150          MOVE "C"                TO CLM-STATUS
009160          MOVE WS-ACTION-DATE     TO CLM-CLOSED-DATE
009170          ADD 1 TO WS-CLAIMS-CLOSED
009180          MOVE "APPROVED - REISSUE RELEASED, CLAIM CLOSED"
009190                                  TO ACL-TEXT
009200      ELSE
009210          MOVE "APPROVED - REISSUE RELEASED" TO ACL-TEXT
009220      END-IF.
009230
009240  2500-EXIT.
009250      EXIT.
009260
009270* 2510-WRITE-REISSUE
009280*   THE REISSUE TRANSACTION FOR CCCW9141, NO INTEREST.
009290  2510-WRITE-REISSUE.
009300
009310      MOVE SPACES                 TO REISSUE-TRAN-RCD.
009320      MOVE CLM-ISSUING-BR-CODE    TO REI-ISSUING-BR-CODE.
009330      MOVE CLM-ONSITE-CHK-NUM     TO REI-OLD-CHK-NUM.
009340      MOVE CLM-NEW-CHK-NUM        TO REI-NEW-CHK-NUM.
009350      MOVE WS-ACTION-DATE         TO REI-REISSUE-DATE.
009360      MOVE ZERO                   TO REI-INTEREST-AMT.
009370      WRITE REISSUE-TRAN-RCD.
009380
009390  2510-EXIT.
009400      EXIT.
009410
009420* 2520-WRITE-EXCLUSION
009430*   THE 'FC' EXCLUSION FOR THE PAID ORIGINAL, AT THE BANK'S
009440*   PAID AMOUNT.
009450  2520-WRITE-EXCLUSION.
009460
009470      MOVE SPACES                 TO BKR-RETURN-RCD.
009480      MOVE CLM-ISSUING-BR-CODE    TO BKR-ISSUING-BR-CODE.
009490      MOVE CLM-ONSITE-CHK-NUM     TO BKR-ONSITE-CHK-NUM.
009500      MOVE WS-ACTION-DATE         TO BKR-RETURN-DATE.
009510      MOVE "FC"                   TO BKR-RETURN-REASON-CODE.
009520      MOVE CLM-PAID-AMOUNT        TO BKR-RETURN-AMOUNT.
009530      WRITE BKR-RETURN-RCD.
009540
009550  2520-EXIT.
009560      EXIT.
009570
009580* 2600-DENY
009590*   ONLY A CLAIM NOT YET DECIDED CAN BE DENIED.
009600  2600-DENY.
009610
009620      IF NOT WS-CLM-FOUND
009630          MOVE "*NO CLAIM ON THE REGISTER" TO ACL-TEXT
009640          GO TO 2600-EXIT
009650      END-IF.
009660
009670      IF NOT CLM-UNDECIDED
009680          MOVE "*CLAIM ALREADY DECIDED" TO ACL-TEXT
009690          GO TO 2600-EXIT
009700      END-IF.
009710
009720      MOVE "D"                    TO CLM-STATUS.
009730      MOVE WS-ACTION-DATE         TO CLM-CLOSED-DATE.
009740      ADD 1 TO WS-CLAIMS-DENIED.
009750      MOVE "CLAIM DENIED"         TO ACL-TEXT.
009760
009770  2600-EXIT.
009780      EXIT.
009790
009800* 2900-FIND-DEADLINE
009810*   SEARCHES THE CLMD TABLE FOR WS-WANT-CLAIM-TYPE.
009820  2900-FIND-DEADLINE.
009830
009840      MOVE "N"                    TO WS-CLMD-FOUND-SW.
009850      MOVE ZERO                   TO WS-CLMD-HIT-SUB.
009860
009870      PERFORM 2910-SEARCH-DEADLINE THRU 2910-EXIT
009880          VARYING WS-CLMD-SUB FROM 1 BY 1
009890          UNTIL WS-CLMD-SUB > WS-CLMD-TBL-MAX
009900             OR WS-CLMD-FOUND.
009910
009920  2900-EXIT.
009930      EXIT.
009940
009950  2910-SEARCH-DEADLINE.
009960
009970      IF WS-CLMD-TYPE (WS-CLMD-SUB) = WS-WANT-CLAIM-TYPE
009980          MOVE "Y"                TO WS-CLMD-FOUND-SW
009990          MOVE WS-CLMD-SUB        TO WS-CLMD-HIT-SUB
010000      END-IF.
010010
010020  2910-EXIT.
010030      EXIT.
010040
010050* 3000-APPLY-CREDIT
010060*   ONE BANK RECOVERY CREDIT.  IT MUST MATCH A CLAIM STILL IN
010070*   PROGRESS, AND CARRY THE SAME BANK CLAIM REFERENCE WHEN BOTH
010080*   SIDES HAVE ONE.  CREDITS ACCUMULATE; AN APPROVED CLAIM
010090*   CLOSES ONCE THEY COVER THE PAID AMOUNT.
010100  3000-APPLY-CREDIT.
010110
010120      READ BANK-RECOVERY-FILE
010130          AT END
010140              MOVE "Y" TO WS-CREDIT-EOF-SW
010150              GO TO 3000-EXIT
010160      END-READ.
010170
010180      ADD 1 TO WS-CREDITS-READ.
010190
010200      MOVE BRC-ISSUING-BR-CODE    TO WS-CLM-SEARCH-KEY (1:3).
010210      MOVE BRC-ONSITE-CHK-NUM     TO WS-CLM-SEARCH-KEY (4:8).
010220      PERFORM 2100-FIND-CLAIM     THRU 2100-EXIT.
010230
010240      MOVE SPACES                 TO WS-ACT-LINE.
010250      MOVE SPACES                 TO ACL-TEXT.
010260      MOVE BRC-ISSUING-BR-CODE    TO ACL-BR.
010270      MOVE BRC-ONSITE-CHK-NUM     TO ACL-CHK.
010280      MOVE "CR"                   TO ACL-TRAN-CODE.
010290      MOVE BRC-CREDIT-DATE        TO ACL-DATE.
010300      MOVE BRC-CREDIT-AMOUNT      TO ACL-AMOUNT.
010310      MOVE "BANK"                 TO ACL-BY.
010320
010330      IF NOT WS-CLM-FOUND
010340          MOVE "*CREDIT FOR A CHECK WITH NO CLAIM" TO ACL-TEXT
010350      ELSE
010360          PERFORM 3100-POST-CREDIT THRU 3100-EXIT
010370          MOVE CLM-CLAIM-TYPE     TO ACL-CLAIM-TYPE
010380          MOVE CLM-STATUS         TO ACL-STATUS
010390      END-IF.
010400
010410      IF ACL-TEXT (1:1) = "*"
010420          ADD 1 TO WS-CREDITS-REJECTED
010430      ELSE
010440          ADD 1 TO WS-CREDITS-APPLIED
010450          MOVE CLAIM-REG-RCD      TO WS-CLM-IMAGE (WS-CLM-HIT-SUB)
010460      END-IF.
010470
010480      PERFORM 7900-WRITE-ACTIVITY THRU 7900-EXIT.
010490
010500  3000-EXIT.
010510      EXIT.
010520
010530  3100-POST-CREDIT.
010540
010550      IF CLM-FINISHED
010560          MOVE "*CREDIT ON A DENIED OR CLOSED CLAIM" TO ACL-TEXT
010570          GO TO 3100-EXIT
010580      END-IF.
010590
010600      IF BRC-BANK-CLAIM-REF NOT = SPACES
010610         AND CLM-BANK-CLAIM-REF NOT = SPACES
010620         AND BRC-BANK-CLAIM-REF NOT = CLM-BANK-CLAIM-REF
010630          MOVE "*BANK CLAIM REFERENCE DIFFERS" TO ACL-TEXT
010640          GO TO 3100-EXIT
010650      END-IF.
010660
010670      ADD BRC-CREDIT-AMOUNT       TO CLM-RECOVERY-AMT.
010680      MOVE BRC-CREDIT-DATE        TO CLM-RECOVERY-DATE.
010690
010700      IF CLM-APPROVED
010710         AND CLM-RECOVERY-AMT NOT < CLM-PAID-AMOUNT
010720          MOVE "C"                TO CLM-STATUS
010730          MOVE BRC-CREDIT-DATE    TO CLM-CLOSED-DATE
010740          ADD 1 TO WS-CLAIMS-CLOSED
010750          MOVE "RECOVERED - CLAIM CLOSED" TO ACL-TEXT
010760          GO TO 3100-EXIT
010770      END-IF.
010780
010790      IF CLM-RECOVERY-AMT < CLM-PAID-AMOUNT
010800          MOVE "PARTIAL RECOVERY CREDIT APPLIED" TO ACL-TEXT
010810      ELSE
010820          MOVE "RECOVERED - AWAITING APPROVAL" TO ACL-TEXT
010830      END-IF.
010840
010850  3100-EXIT.
010860      EXIT.
010870
010880* 4000-AGE-AND-WRITE
010890*   ONE CLAIM BACK TO THE REGISTER.  A CLAIM FINISHED MORE THAN
010900*   WS-KEEP-FINISHED-DAYS AGO DROPS OFF; ONE STILL IN PROGRESS
010910*   IS AGED.
010920  4000-AGE-AND-WRITE.
010930
010940      MOVE WS-CLM-IMAGE (WS-CLM-SUB) TO CLAIM-REG-RCD.
010950
010960      IF CLM-FINISHED
010970          MOVE CLM-CLOSED-DATE    TO WS-DN-DATE
010980          PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
010990          MOVE WS-DN-DAYS         TO WS-FINISHED-DAYS
011000          IF WS-FINISHED-DAYS + WS-KEEP-FINISHED-DAYS
011010                 < WS-TODAY-DAYS
011020              ADD 1 TO WS-CLAIMS-RETIRED
011030              GO TO 4000-EXIT
011040          END-IF
011050      END-IF.
011060
011070      WRITE CLAIM-REG-OUT-RCD FROM CLAIM-REG-RCD.
011080      ADD 1 TO WS-CLAIMS-WRITTEN.
011090
011100      IF NOT CLM-FINISHED
011110          PERFORM 4100-AGE-CLAIM  THRU 4100-EXIT
011120      END-IF.
011130
011140  4000-EXIT.
011150      EXIT.
011160
011170* 4100-AGE-CLAIM
011180*   THE NEXT STEP AND ITS DEADLINE FROM THE CLAIM'S STATUS:
011190*     O       AFFIDAVIT     - OPEN DATE + AFFID-DAYS
011200*     A, OR P NOT YET FILED - BANK'S PAID DATE + FILE-DAYS
011210*     F, OR P FILED         - FILED DATE + RECOVER-DAYS
011220  4100-AGE-CLAIM.
011230
011240      MOVE SPACES                 TO WS-AGE-LINE.
011250      MOVE CLM-ISSUING-BR-CODE    TO AGL-BR.
011260      MOVE CLM-ONSITE-CHK-NUM     TO AGL-CHK.
011270      MOVE CLM-CLAIM-TYPE         TO AGL-CLAIM-TYPE.
011280      MOVE CLM-STATUS             TO AGL-STATUS.
011290      MOVE CLM-OPEN-DATE          TO AGL-OPEN-DATE.
011300      MOVE CLM-PAID-AMOUNT        TO AGL-PAID-AMOUNT.
011310      MOVE CLM-RECOVERY-AMT       TO AGL-RECOVERY-AMT.
011320
011330      MOVE CLM-OPEN-DATE          TO WS-DN-DATE.
011340      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
011350      COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - WS-DN-DAYS.
011360      MOVE WS-DAYS-OPEN           TO AGL-DAYS-OPEN.
011370
011380      EVALUATE TRUE
011390          WHEN CLM-OPENED
011400              ADD 1 TO WS-AGE-OPENED
011410          WHEN CLM-AFFIDAVIT-IN
011420              ADD 1 TO WS-AGE-AFFIDAVIT-IN
011430          WHEN CLM-BANK-FILED
011440              ADD 1 TO WS-AGE-BANK-FILED
011450          WHEN OTHER
011460              ADD 1 TO WS-AGE-APPROVED
011470      END-EVALUATE.
011480
011490      MOVE CLM-CLAIM-TYPE         TO WS-WANT-CLAIM-TYPE.
011500      PERFORM 2900-FIND-DEADLINE  THRU 2900-EXIT.
011510
011520      IF NOT WS-CLMD-FOUND
011530          ADD 1 TO WS-AGE-NO-DEADLINE
011540          MOVE "*NO CLMD DEADLINE ROW"  TO AGL-NOTE
011550          PERFORM 7920-WRITE-AGING THRU 7920-EXIT
011560          GO TO 4100-EXIT
011570      END-IF.
011580
011590      EVALUATE TRUE
011600          WHEN CLM-OPENED
011610              MOVE "AFFIDAVIT"    TO AGL-NEXT-STEP
011620              MOVE CLM-OPEN-DATE  TO WS-STEP-BASE-DATE
011630              MOVE WS-CLMD-AFFID-DAYS (WS-CLMD-HIT-SUB)
011640                                  TO WS-STEP-ALLOWED-DAYS
011650          WHEN CLM-AFFIDAVIT-IN
011660          WHEN CLM-APPROVED AND CLM-FILED-DATE = ZERO
011670              MOVE "FILE WITH BANK" TO AGL-NEXT-STEP
011680              MOVE CLM-PAID-DATE  TO WS-STEP-BASE-DATE
011690              MOVE WS-CLMD-FILE-DAYS (WS-CLMD-HIT-SUB)
011700                                  TO WS-STEP-ALLOWED-DAYS
011710          WHEN OTHER
011720              MOVE "BANK RECOVERY" TO AGL-NEXT-STEP
011730              MOVE CLM-FILED-DATE TO WS-STEP-BASE-DATE
011740              MOVE WS-CLMD-RECOVER-DAYS (WS-CLMD-HIT-SUB)
011750                                  TO WS-STEP-ALLOWED-DAYS
011760      END-EVALUATE.
011770
011780      MOVE WS-STEP-BASE-DATE      TO WS-DN-DATE.
011790      PERFORM 9500-DAY-NUMBER     THRU 9500-EXIT.
011800      COMPUTE WS-STEP-DUE-DAYS =
011810          WS-DN-DAYS + WS-STEP-ALLOWED-DAYS.
011820      COMPUTE WS-STEP-DAYS-LEFT =
011830          WS-STEP-DUE-DAYS - WS-TODAY-DAYS.
011840      MOVE WS-STEP-DAYS-LEFT      TO AGL-DAYS-LEFT.
011850
011860      IF WS-STEP-DAYS-LEFT < ZERO
011870          ADD 1 TO WS-AGE-PAST-DUE
011880          MOVE "*PAST THE BANK'S DEADLINE" TO AGL-NOTE
011890      ELSE
011900          IF WS-STEP-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
011910              ADD 1 TO WS-AGE-DUE-SOON
011920              MOVE "DUE SOON"     TO AGL-NOTE
011930          END-IF
011940      END-IF.
011950
011960      PERFORM 7920-WRITE-AGING    THRU 7920-EXIT.
011970
011980  4100-EXIT.
011990      EXIT.
012000
012010  7000-WRITE-TOTALS.
012020
012030      MOVE SPACES                 TO CLAIM-ACTIVITY-RCD.
012040      WRITE CLAIM-ACTIVITY-RCD.
012050
012060      MOVE "CLAIM TRANSACTIONS READ" TO CNL-LITERAL.
012070      MOVE WS-TRANS-READ          TO CNL-COUNT.
012080      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012090
012100      MOVE "  ACCEPTED"           TO CNL-LITERAL.
012110      MOVE WS-TRANS-ACCEPTED      TO CNL-COUNT.
012120      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012130
012140      MOVE "  REJECTED"           TO CNL-LITERAL.
012150      MOVE WS-TRANS-REJECTED      TO CNL-COUNT.
012160      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012170
012180      MOVE "CLAIMS OPENED"        TO CNL-LITERAL.
012190      MOVE WS-CLAIMS-OPENED       TO CNL-COUNT.
012200      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012210
012220      MOVE "REISSUES RELEASED"    TO CNL-LITERAL.
012230      MOVE WS-REISSUES-RELEASED   TO CNL-COUNT.
012240      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012250
012260      MOVE "CLAIMS DENIED"        TO CNL-LITERAL.
012270      MOVE WS-CLAIMS-DENIED       TO CNL-COUNT.
012280      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012290
012300      MOVE "BANK RECOVERY CREDITS READ" TO CNL-LITERAL.
012310      MOVE WS-CREDITS-READ        TO CNL-COUNT.
012320      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012330
012340      MOVE "  APPLIED"            TO CNL-LITERAL.
012350      MOVE WS-CREDITS-APPLIED     TO CNL-COUNT.
012360      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012370
012380      MOVE "  REJECTED"           TO CNL-LITERAL.
012390      MOVE WS-CREDITS-REJECTED    TO CNL-COUNT.
012400      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012410
012420      MOVE "CLAIMS CLOSED"        TO CNL-LITERAL.
012430      MOVE WS-CLAIMS-CLOSED       TO CNL-COUNT.
012440      PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT.
012450
012460      IF WS-TRN-DROPPED > ZERO
012470          MOVE "*TRANSACTIONS NOT LOADED - TABLE FULL"
012480                                  TO CNL-LITERAL
012490          MOVE WS-TRN-DROPPED     TO CNL-COUNT
012500          PERFORM 7910-WRITE-ACT-COUNT THRU 7910-EXIT
012510      END-IF.
012520
012530      MOVE SPACES                 TO CLAIM-AGING-RCD.
012540      WRITE CLAIM-AGING-RCD.
012550
012560      MOVE "AWAITING AFFIDAVIT (O)" TO CNL-LITERAL.
012570      MOVE WS-AGE-OPENED          TO CNL-COUNT.
012580      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
012590
012600      MOVE "AFFIDAVIT IN, NOT FILED (A)" TO CNL-LITERAL.
012610      MOVE WS-AGE-AFFIDAVIT-IN    TO CNL-COUNT.
012620      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
012630
012640      MOVE "FILED WITH THE BANK (F)" TO CNL-LITERAL.
012650      MOVE WS-AGE-BANK-FILED      TO CNL-COUNT.
012660      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
012670
012680      MOVE "APPROVED, RECOVERY PENDING (P)" TO CNL-LITERAL.
012690      MOVE WS-AGE-APPROVED        TO CNL-COUNT.
012700      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
012710
012720      MOVE "PAST THE BANK'S DEADLINE" TO CNL-LITERAL.
012730      MOVE WS-AGE-PAST-DUE        TO CNL-COUNT.
012740      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
012750
012760      MOVE "DUE SOON"             TO CNL-LITERAL.
012770      MOVE WS-AGE-DUE-SOON        TO CNL-COUNT.
012780      PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT.
012790
012800      IF WS-AGE-NO-DEADLINE > ZERO
012810          MOVE "*NO CLMD DEADLINE ROW FOR THE TYPE"
012820                                  TO CNL-LITERAL
012830          MOVE WS-AGE-NO-DEADLINE TO CNL-COUNT
012840          PERFORM 7930-WRITE-AGE-COUNT THRU 7930-EXIT
012850      END-IF.
012860
012870  7000-EXIT.
012880      EXIT.
012890
012900  7900-WRITE-ACTIVITY.
012910
012920      MOVE WS-ACT-LINE            TO CLAIM-ACTIVITY-RCD.
012930      WRITE CLAIM-ACTIVITY-RCD.
012940
012950  7900-EXIT.
012960      EXIT.
012970
012980  7910-WRITE-ACT-COUNT.
012990
013000      MOVE WS-COUNT-LINE          TO CLAIM-ACTIVITY-RCD.
013010      WRITE CLAIM-ACTIVITY-RCD.
013020
013030  7910-EXIT.
013040      EXIT.
013050
013060  7920-WRITE-AGING.
013070
013080      MOVE WS-AGE-LINE            TO CLAIM-AGING-RCD.
013090      WRITE CLAIM-AGING-RCD.
013100
013110  7920-EXIT.
013120      EXIT.
013130
013140  7930-WRITE-AGE-COUNT.
013150
013160      MOVE WS-COUNT-LINE          TO CLAIM-AGING-RCD.
013170      WRITE CLAIM-AGING-RCD.
013180
013190  7930-EXIT.
013200      EXIT.
013210
013220  8000-WRAPUP.
013230
013240      MOVE "CLAIMS CARRIED IN:"   TO SCR-LITERAL.
013250      MOVE WS-CLAIMS-CARRIED      TO SCR-COUNT.
013260      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013270      PERFORM 8999-WRITE-SYSOUT.
013280
013290      MOVE "CLAIM TRANSACTIONS READ:" TO SCR-LITERAL.
013300      MOVE WS-TRANS-READ          TO SCR-COUNT.
013310      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013320      PERFORM 8999-WRITE-SYSOUT.
013330
013340      MOVE "TRANSACTIONS REJECTED:" TO SCR-LITERAL.
013350      MOVE WS-TRANS-REJECTED      TO SCR-COUNT.
013360      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013370      PERFORM 8999-WRITE-SYSOUT.
013380
013390      MOVE "REISSUES RELEASED:"   TO SCR-LITERAL.
013400      MOVE WS-REISSUES-RELEASED   TO SCR-COUNT.
013410      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013420      PERFORM 8999-WRITE-SYSOUT.
013430
013440      MOVE "RECOVERY CREDITS READ:" TO SCR-LITERAL.
013450      MOVE WS-CREDITS-READ        TO SCR-COUNT.
013460      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013470      PERFORM 8999-WRITE-SYSOUT.
013480
013490      MOVE "RECOVERY CREDITS REJECTED:" TO SCR-LITERAL.
013500      MOVE WS-CREDITS-REJECTED    TO SCR-COUNT.
013510      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013520      PERFORM 8999-WRITE-SYSOUT.
013530
013540      MOVE "CLAIMS PAST DEADLINE:" TO SCR-LITERAL.
013550      MOVE WS-AGE-PAST-DUE        TO SCR-COUNT.
013560      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013570      PERFORM 8999-WRITE-SYSOUT.
013580
013590      MOVE "FINISHED CLAIMS RETIRED:" TO SCR-LITERAL.
013600      MOVE WS-CLAIMS-RETIRED      TO SCR-COUNT.
013610      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013620      PERFORM 8999-WRITE-SYSOUT.
013630
013640      MOVE "CLAIMS WRITTEN:"      TO SCR-LITERAL.
013650      MOVE WS-CLAIMS-WRITTEN      TO SCR-COUNT.
013660      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
013670      PERFORM 8999-WRITE-SYSOUT.
013680
013690      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
013700
013710      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
013720
013730      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
013740
013750      COPY C2INZ003.
013760
013770      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
013780
013790  8000-EXIT.
013800      EXIT.
013810
013820* 8900-SET-RETURN-CODE
013830*   RC=4 A REJECTION OR A CLAIM PAST ITS DEADLINE, RC=8 A CLAIM
013840*   NOT AGED FOR WANT OF A CLMD ROW, RC=12 A TABLE FILLED - THE
013850*   WORST ONE WINS.
013860  8900-SET-RETURN-CODE.
013870
013880      MOVE ZERO TO RETURN-CODE.
013890
013900      IF WS-TRANS-REJECTED > ZERO
013910          OR WS-CREDITS-REJECTED > ZERO
013920          OR WS-AGE-PAST-DUE > ZERO
013930          MOVE 4 TO RETURN-CODE
013940      END-IF.
013950
013960      IF WS-AGE-NO-DEADLINE > ZERO
013970          MOVE 8 TO RETURN-CODE
013980      END-IF.
013990
014000      IF TC-TABLE-OVERFLOW
014010          MOVE TC-OVERFLOW-RC TO RETURN-CODE
014020      END-IF.
014030
014040  8900-EXIT.
014050      EXIT.
014060
014070* 8980-NOTE-TABLE-CAPACITY
014080*   NOTES EACH TABLE'S HIGH-WATER MARK, LIMIT AND DROPPED COUNT
014090*   AND PRINTS THE CAPACITY REPORT.
014100  8980-NOTE-TABLE-CAPACITY.
014110
014120      MOVE "CLAIM REGISTER"         TO TC-NOTE-NAME.
014130      MOVE WS-CLM-TABLE-MAX         TO TC-NOTE-LIMIT.
014140      MOVE WS-CLM-COUNT             TO TC-NOTE-HIGH.
014150      MOVE WS-CLM-DROPPED           TO TC-NOTE-DROPPED.
014160      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014170
014180      MOVE "CLAIM TRANSACTIONS"     TO TC-NOTE-NAME.
014190      MOVE WS-TRN-TABLE-MAX         TO TC-NOTE-LIMIT.
014200      MOVE WS-TRN-COUNT             TO TC-NOTE-HIGH.
014210      MOVE WS-TRN-DROPPED           TO TC-NOTE-DROPPED.
014220      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014230
014240      MOVE "CLAIM DEADLINES"        TO TC-NOTE-NAME.
014250      MOVE WS-CLMD-TBL-LIMIT        TO TC-NOTE-LIMIT.
014260      MOVE WS-CLMD-TBL-MAX          TO TC-NOTE-HIGH.
014270      MOVE WS-CLMD-DROPPED          TO TC-NOTE-DROPPED.
014280      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
014290
014300      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
014310
014320  8980-EXIT.
014330      EXIT.
014340
014350* 9500-DAY-NUMBER
014360*   WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY COUNT: 365 DAYS A
014370*   YEAR, ONE MORE FOR EACH LEAP YEAR BEFORE THIS ONE, THE DAYS
014380*   BEFORE THE MONTH, AND THIS YEAR'S LEAP DAY ONCE PAST
014390*   FEBRUARY.
014400  9500-DAY-NUMBER.
014410
014420      MOVE ZERO TO WS-DN-DAYS.
014430
014440      IF WS-DN-DATE = ZERO
014450         OR WS-DN-MM < 1 OR WS-DN-MM > 12
014460          GO TO 9500-EXIT
014470      END-IF.
014480
014490      DIVIDE WS-DN-CCYY BY 4
014500          GIVING WS-DN-LEAP-DAYS REMAINDER WS-DN-LEAP-REM.
014510
014520      COMPUTE WS-DN-DAYS = (WS-DN-CCYY * 365) + WS-DN-LEAP-DAYS
014530                         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
014540
014550      IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM < 3
014560          SUBTRACT 1 FROM WS-DN-DAYS
014570      END-IF.
014580
014590  9500-EXIT.
014600      EXIT.
014610
014620      COPY CLCWW134.
014630
014640      COPY CLCWW167.
014650
014660      COPY C2INZ002.
014670
014680      COPY C2INZ004.
014690
014700      COPY C2INZ005.
014710
014720      CLAIM-REG-OUT-FILE
014730      BANK-RECOVERY-FILE
014740      CLAIM-REISSUE-FILE
014750      CLAIM-EXCLUDE-FILE
014760      CLAIM-ACTIVITY-RPT
014770      CLAIM-AGING-RPT
014780      RUN-HISTORY-FILE.
014790
014800  9999-EXIT.
014810      EXIT.
