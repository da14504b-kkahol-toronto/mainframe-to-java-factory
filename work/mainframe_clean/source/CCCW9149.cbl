000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9149.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9149
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    ACH/WIRE REMITTANCE ADVICES.  A CHECK PAYEE GETS
000130*              A STUB; AN ACH OR WIRE PAYEE SEES ONLY A DEPOSIT
000140*              IN OUR NAME.  RUN BEHIND EACH CCCW9100 RUN, THIS
000150*              TAKES THE RUN'S STAGED ACH AND WIRE DISBURSEMENTS
000160*              FROM TEN99DTL, SORTS THEM BY PAYEE (TIN, THEN
000170*              NAME) AND WRITES ONE CLCWW151 ADVICE PER PAYEE
000180*              CARRYING EVERY ITEM THE PAYEE WAS SENT IN THE RUN
000190*              - TRACE, AMOUNT, EFFECTIVE DATE, REASON-CODE
000200*              DESCRIPTION (CLCWW032) AND ISSUING BRANCH.  A
000210*              PAYEE WITH AN ACTIVE E-MAIL ADDRESS ON THE
000220*              CLCWW150 DELIVERY FILE GETS THE ADVICE BY E-MAIL;
000230*              EVERYONE ELSE GETS IT ON THE PRINT/MAIL-MERGE
000240*              FILE.  A REGISTER LISTS EVERY ADVICE FOR THE
000250*              BRANCHES.
000260*              THE STAGED RECORD CARRIES NO SEPARATE SETTLEMENT
000270*              DATE, SO THE EFFECTIVE DATE SHOWN IS THE RUN DATE
000280*              THE ITEM WAS RELEASED TO THE BANK - THE SAME DATE
000290*              CCCW9143 RECONCILES IT ON.  VOID AND CORRECTED
000300*              RECORDS ARE NOT DEPOSITS AND GET NO ADVICE.
000310*
000320*  PARM:       THE RUN TO ADVISE - RUN DATE (CCYYMMDD) AND RUN
000330*              SEQUENCE, E.G. PARM='20261015 002'.  NO SEQUENCE
000340*              TAKES EVERY RUN OF THE DATE; NO PARM TAKES TODAY.
000350*
000360*  FILES:      TEN99DTL - STAGED DISBURSEMENTS (ACH/WIRE USED)
000370*              RMTDLVR  - PAYEE REMITTANCE DELIVERY ADDRESSES
000380*              RMTMAIL  - ADVICES FOR E-MAIL DELIVERY
000390*              RMTPRNT  - ADVICES FOR PRINT/MAIL-MERGE
000400*              RMTREG   - REMITTANCE ADVICE REGISTER
000410*
000420******************************************************************
000430*                      MODIFICATION HISTORY
000440******************************************************************
000450* DATE     INIT  DESCRIPTION
000460* -------- ----  --------------------------------------------
000470* 10/2026  RF    NEW PROGRAM - ACH/WIRE REMITTANCE ADVICES
0004va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0004vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
000480******************************************************************
000490  ENVIRONMENT DIVISION.
000500  CONFIGURATION SECTION.
000510  SOURCE-COMPUTER.   IBM-370.
000520  OBJECT-COMPUTER.   IBM-370.
000530  INPUT-OUTPUT SECTION.
000540  FILE-CONTROL.
000550
000560      COPY C2INX001.
000570
000580      SELECT TEN99-STAGING-FILE  ASSIGN TO TEN99DTL
000590          ORGANIZATION IS SEQUENTIAL.
000600
000610      SELECT TEN99-SORT-WORK     ASSIGN TO SORTWK01.
000620
000630      SELECT REMIT-DELIVERY-FILE ASSIGN TO RMTDLVR
000640          ORGANIZATION IS SEQUENTIAL.
000650
000660      SELECT REMIT-EMAIL-FILE    ASSIGN TO RMTMAIL
000670          ORGANIZATION IS SEQUENTIAL.
000680
000690      SELECT REMIT-PRINT-FILE    ASSIGN TO RMTPRNT
000700          ORGANIZATION IS SEQUENTIAL.
000710
000720      SELECT REMIT-REGISTER-RPT  ASSIGN TO RMTREG
000730          ORGANIZATION IS SEQUENTIAL.
000740
000750      COPY C2INX004.
000760
000770  DATA DIVISION.
000780  FILE SECTION.
000790
000800      COPY C2INX002.
000810
000820  FD  TEN99-STAGING-FILE
000830      BLOCK CONTAINS 0 RECORDS
000840      RECORDING MODE IS F
000850      LABEL RECORDS ARE STANDARD
000860      DATA RECORD IS TEN99-RCD.
000870
000880      COPY CLCWW013.
000890
000900  SD  TEN99-SORT-WORK
000910      RECORDING MODE IS F
000920      DATA RECORD IS TEN99-SORT-RCD.
000930
000940  01  TEN99-SORT-RCD.
000950      05  TS-SSN-TAX-ID             PIC X(16).
000960      05  TS-NAME                   PIC X(40).
000970      05  TS-TRACE-NUM              PIC X(15).
000980      05  TS-DETAIL                 PIC X(420).
000990
001000  FD  REMIT-DELIVERY-FILE
001010      BLOCK CONTAINS 0 RECORDS
001020      RECORDING MODE IS F
001030      LABEL RECORDS ARE STANDARD
001040      DATA RECORD IS REMIT-DELIVERY-RCD.
001050
001060      COPY CLCWW150.
001070
001080  FD  REMIT-EMAIL-FILE
001090      BLOCK CONTAINS 0 RECORDS
001100      RECORDING MODE IS F
001110      LABEL RECORDS ARE STANDARD
001120      DATA RECORD IS REMIT-EMAIL-RCD.
001130
001140  01  REMIT-EMAIL-RCD               PIC X(300).
001150
001160  FD  REMIT-PRINT-FILE
001170      BLOCK CONTAINS 0 RECORDS
001180      RECORDING MODE IS F
001190      LABEL RECORDS ARE STANDARD
001200      DATA RECORD IS REMIT-PRINT-RCD.
001210
001220  01  REMIT-PRINT-RCD               PIC X(300).
001230
001240  FD  REMIT-REGISTER-RPT
001250      BLOCK CONTAINS 0 RECORDS
001260      RECORDING MODE IS F
001270      LABEL RECORDS ARE STANDARD
001280      DATA RECORD IS REMIT-REGISTER-RCD.
001290
001300  01  REMIT-REGISTER-RCD            PIC X(133).
001310
001320      COPY C2INX005.
001330
001340  WORKING-STORAGE SECTION.
001350
001360      COPY C2INX003.
001370
001380      COPY C2INX006.
001390
001400      COPY CLCWW133.
001410
001420  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9149".
001430
001440* THE ADVICE IS BUILT HERE AND WRITTEN TO WHICHEVER DELIVERY
001450* FILE THE PAYEE TAKES.
001460      COPY CLCWW151.
001470
001480      COPY CLCWW032.
001490
001500      COPY CLCWW138.
001510
001520      COPY CLCWW110.
001530
001540  01  WS-SWITCHES.
001550      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
001560          88  WS-STAGING-EOF              VALUE "Y".
001570      05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001580          88  WS-SORT-EOF                 VALUE "Y".
001590      05  WS-DELIVERY-EOF-SW      PIC X(01) VALUE "N".
001600          88  WS-DELIVERY-EOF             VALUE "Y".
001610      05  WS-FIRST-RCD-SW         PIC X(01) VALUE "Y".
001620          88  WS-FIRST-RCD                VALUE "Y".
001630      05  WS-DLV-FOUND-SW         PIC X(01) VALUE "N".
001640          88  WS-DLV-FOUND                VALUE "Y".
001650      05  WS-RSN-FOUND-SW         PIC X(01) VALUE "N".
001660          88  WS-RSN-FOUND                VALUE "Y".
001670      05  WS-ALL-RUNS-SW          PIC X(01) VALUE "Y".
001680          88  WS-ALL-RUNS                 VALUE "Y".
001690
001700  01  WS-COUNTERS.
001710      05  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
001720      05  WS-ITEMS-SELECTED       PIC 9(09) COMP VALUE ZERO.
001730      05  WS-VOIDS-SKIPPED        PIC 9(09) COMP VALUE ZERO.
001740      05  WS-ADVICES-WRITTEN      PIC 9(09) COMP VALUE ZERO.
001750      05  WS-EMAIL-ADVICES        PIC 9(09) COMP VALUE ZERO.
001760      05  WS-PRINT-ADVICES        PIC 9(09) COMP VALUE ZERO.
001770      05  WS-ADVICE-LINES         PIC 9(09) COMP VALUE ZERO.
001780      05  WS-RSN-DEFAULTED        PIC 9(09) COMP VALUE ZERO.
001790      05  WS-DELIVERY-READ        PIC 9(09) COMP VALUE ZERO.
001800
001810  01  WS-AMOUNTS.
001820      05  WS-ADVISED-DOLLARS      PIC S9(13)V99 VALUE ZERO.
001830      05  WS-EMAIL-DOLLARS        PIC S9(13)V99 VALUE ZERO.
001840      05  WS-PRINT-DOLLARS        PIC S9(13)V99 VALUE ZERO.
001850
001860  77  WS-WANT-RUN-DATE            PIC 9(08) VALUE ZERO.
001870  77  WS-WANT-RUN-SEQ             PIC 9(03) VALUE ZERO.
001880
001890* THE PAYEE BREAK - THE ADVICE NOW BEING BUILT.
001900  77  WS-HOLD-SSN-TAX-ID          PIC X(16) VALUE SPACES.
001910  77  WS-HOLD-NAME                PIC X(40) VALUE SPACES.
001920  77  WS-ADVICE-NUM               PIC 9(07) VALUE ZERO.
001930  77  WS-ADVICE-COUNT             PIC 9(05) VALUE ZERO.
001940  77  WS-ADVICE-TOTAL             PIC S9(11)V99 VALUE ZERO.
001950  77  WS-ADVICE-DELIVERY          PIC X(01) VALUE SPACE.
001960  77  WS-ADVICE-EMAIL-ADDR        PIC X(60) VALUE SPACES.
001970  77  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
001980
001990* PAYEES WITH AN E-MAIL DELIVERY ADDRESS, LOADED AT STARTUP.
002000* A RECORD THE TABLE CANNOT HOLD WOULD SEND THAT PAYEE PAPER,
002010* SO EVERY DROP IS COUNTED AND ENDS THE RUN RC=12.
002020  01  WS-DLV-TABLE.
002030      05  WS-DLV-ENTRY            OCCURS 5000 TIMES.
002040          10  WS-DLV-TIN              PIC X(09).
002050          10  WS-DLV-EMAIL-ADDR       PIC X(60).
002060
002070  77  WS-DLV-COUNT                PIC 9(04) COMP VALUE ZERO.
002080  77  WS-DLV-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
002090  77  WS-DLV-DROPPED              PIC 9(07) COMP VALUE ZERO.
002100  77  WS-DLV-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
002110  77  WS-DLV-LOOKUP-TIN           PIC X(09) VALUE SPACES.
002120
002130* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY.
002140  01  WS-GRAND-TOTAL-LINE.
002150      05  FILLER                  PIC X(02) VALUE SPACES.
002160      05  GTL-LITERAL             PIC X(30).
002170      05  GTL-AMOUNT              PIC ---,---,---,---,--9.99.
002180      05  FILLER                  PIC X(78) VALUE SPACES.
002190
002200  01  WS-RPT-TITLE.
002210      05  FILLER                  PIC X(01) VALUE SPACES.
002220      05  FILLER                  PIC X(40)
002230              VALUE "ACH/WIRE REMITTANCE ADVICE REGISTER     ".
002240      05  FILLER                  PIC X(10) VALUE "RUN DATE  ".
002250      05  RTL-RUN-DATE            PIC 9(08).
002260      05  FILLER                  PIC X(06) VALUE "  SEQ ".
002270      05  RTL-RUN-SEQ             PIC X(03).
002280      05  FILLER                  PIC X(65) VALUE SPACES.
002290
002300  01  WS-RRL-COLUMNS.
002310      05  FILLER                  PIC X(10) VALUE " ADVICE   ".
002320      05  FILLER                  PIC X(11) VALUE "TIN        ".
002330      05  FILLER                  PIC X(42) VALUE "PAYEE".
002340      05  FILLER                  PIC X(08) VALUE "DELIVERY".
002350      05  FILLER                  PIC X(06) VALUE " ITEMS".
002360      05  FILLER                  PIC X(20)
002370              VALUE "              AMOUNT".
002380      05  FILLER                  PIC X(36) VALUE SPACES.
002390
002400  01  WS-RRL-LINE.
002410      05  FILLER                  PIC X(01) VALUE SPACES.
002420      05  RRL-ADVICE-NUM          PIC 9(07).
002430      05  FILLER                  PIC X(02) VALUE SPACES.
002440      05  RRL-TIN                 PIC X(09).
002450      05  FILLER                  PIC X(02) VALUE SPACES.
002460      05  RRL-NAME                PIC X(40).
002470      05  FILLER                  PIC X(02) VALUE SPACES.
002480      05  RRL-DELIVERY            PIC X(06).
002490      05  FILLER                  PIC X(02) VALUE SPACES.
002500      05  RRL-ITEMS               PIC ZZ,ZZ9.
002510      05  FILLER                  PIC X(02) VALUE SPACES.
002520      05  RRL-AMOUNT              PIC ---,---,---,--9.99.
002530      05  FILLER                  PIC X(36) VALUE SPACES.
002540
002550  01  WS-TIE-LINE.
002560      05  FILLER                  PIC X(01) VALUE SPACES.
002570      05  TL-LITERAL              PIC X(50).
002580      05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002590      05  FILLER                  PIC X(02) VALUE SPACES.
002600      05  TL-AMOUNT               PIC ---,---,---,--9.99.
002610      05  FILLER                  PIC X(51) VALUE SPACES.
002620
002630  LINKAGE SECTION.
002640
002650* RUN-TIME PARM - THE RUN DATE AND OPTIONAL RUN SEQUENCE.
002660  01  LS-PARM-DATA.
002670      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002680      05  LS-PARM-RUN-DATE        PIC X(08).
002690      05  FILLER                  PIC X(01).
002700      05  LS-PARM-RUN-SEQ         PIC X(03).
002710
002720  PROCEDURE DIVISION USING LS-PARM-DATA.
002730
002740  0000-MAINLINE.
002750
002760      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002770
002780      PERFORM 2000-BUILD-ADVICES     THRU 2000-EXIT.
002790
002800      PERFORM 7000-PRINT-TOTALS      THRU 7000-EXIT.
002810
002820      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002830
002840      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
002850
002860      GOBACK.
002870
002880  1000-INITIALIZE.
002890
002900      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002910      OPEN EXTEND RUN-HISTORY-FILE.
002920
002930      COPY C2INZ001.
002940
002950      MOVE SWA-CURRENT-CCYY-DATE  TO WS-WANT-RUN-DATE.
002960
002970      IF LS-PARM-LENGTH > ZERO
002980          IF LS-PARM-RUN-DATE NUMERIC
002990              MOVE LS-PARM-RUN-DATE   TO WS-WANT-RUN-DATE
003000          ELSE
003010              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
003020              MOVE "PARM1"            TO SAR-RETURN-CODE
003030              MOVE SPACES             TO SAR-DB-NAME
003040              MOVE "TEN99DTL RUN DATE" TO SAR-TABLE-NAME
003050              MOVE SPACES             TO SAR-SQLCODE
003060              GO TO 9998-COREDUMP
003070          END-IF
003080      END-IF.
003090
003100      IF LS-PARM-LENGTH > 9
003110          IF LS-PARM-RUN-SEQ NUMERIC
003120              MOVE LS-PARM-RUN-SEQ    TO WS-WANT-RUN-SEQ
003130              MOVE "N"                TO WS-ALL-RUNS-SW
003140          ELSE
003150              MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
003160              MOVE "PARM2"            TO SAR-RETURN-CODE
003170              MOVE SPACES             TO SAR-DB-NAME
003180              MOVE "TEN99DTL RUN SEQ" TO SAR-TABLE-NAME
003190              MOVE SPACES             TO SAR-SQLCODE
003200              GO TO 9998-COREDUMP
003210          END-IF
003220      END-IF.
003230
003240      MOVE "ADVICES FOR RUN DATE:" TO SCR-LITERAL.
003250      MOVE WS-WANT-RUN-DATE       TO SCR-COUNT.
003260      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003270      PERFORM 8999-WRITE-SYSOUT.
003280
003290      IF NOT WS-ALL-RUNS
003300          MOVE "ADVICES FOR RUN SEQUENCE:" TO SCR-LITERAL
003310          MOVE WS-WANT-RUN-SEQ    TO SCR-COUNT
003320          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
003330          PERFORM 8999-WRITE-SYSOUT
003340      END-IF.
003350
003360      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
003370
003380      OPEN INPUT REMIT-DELIVERY-FILE.
003390      PERFORM 1200-LOAD-DELIVERY THRU 1200-EXIT
003400          UNTIL WS-DELIVERY-EOF.
003410      CLOSE REMIT-DELIVERY-FILE.
003420
003430      OPEN OUTPUT REMIT-EMAIL-FILE.
003440      OPEN OUTPUT REMIT-PRINT-FILE.
003450      OPEN OUTPUT REMIT-REGISTER-RPT.
003460
003470      MOVE WS-WANT-RUN-DATE       TO RTL-RUN-DATE.
003480      IF WS-ALL-RUNS
003490          MOVE "ALL"              TO RTL-RUN-SEQ
003500      ELSE
003510          MOVE WS-WANT-RUN-SEQ    TO RTL-RUN-SEQ
003520      END-IF.
003530      MOVE WS-RPT-TITLE           TO REMIT-REGISTER-RCD.
003540      WRITE REMIT-REGISTER-RCD.
003550      MOVE SPACES                 TO REMIT-REGISTER-RCD.
003560      WRITE REMIT-REGISTER-RCD.
003570      MOVE WS-RRL-COLUMNS         TO REMIT-REGISTER-RCD.
003580      WRITE REMIT-REGISTER-RCD.
003590
003600  1000-EXIT.
003610      EXIT.
003620
003630* 1080-LOAD-REF-TABLES
003640*   LOADS THE REASON-CODE TABLE (CLCWW032) FROM THE CLCWW135
003650*   REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN FORCE ON THE
003660*   RUN DATE BEING ADVISED.  NOTHING IN FORCE ABENDS THE RUN.
003670  1080-LOAD-REF-TABLES.
003680
003690      MOVE "D"                    TO RL-ENTRY-FORMAT.
003700      MOVE WS-WANT-RUN-DATE       TO RL-AS-OF-DATE.
003710
003720      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
003730      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
003740      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003750      PERFORM 8999-WRITE-SYSOUT.
003760
003770      MOVE "RSNC"                 TO RL-TABLE-ID.
003780      MOVE WS-REASON-ENTRY-LEN    TO RL-ENTRY-LENGTH.
003790      MOVE WS-REASON-TBL-LIMIT    TO RL-ENTRY-LIMIT.
003800      CALL "CCCW9196" USING REF-LOAD-AREA
003810                            WS-REASON-CODE-TBL.
003820
003830      IF RL-TABLE-EMPTY
003840          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
003850          MOVE "REF01"               TO SAR-RETURN-CODE
003860          MOVE SPACES                TO SAR-DB-NAME
003870          MOVE "REFTBL RSNC"         TO SAR-TABLE-NAME
003880          MOVE SPACES                TO SAR-SQLCODE
003890          GO TO 9998-COREDUMP
003900      END-IF.
003910
003920      MOVE RL-ENTRY-COUNT         TO WS-REASON-TBL-MAX.
003930      MOVE RL-DROPPED             TO WS-REASON-DROPPED.
003940
003950      MOVE "REF TABLE RSNC ENTRIES:" TO SCR-LITERAL.
003960      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
003970      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003980      PERFORM 8999-WRITE-SYSOUT.
003990
004000*   CODE 99 IS THE CATCH-ALL EVERY UNMATCHED CODE FALLS TO -
004010*   IT MUST BE IN FORCE AND, SORTING LAST, END THE TABLE.
004020      IF WS-REASON-TBL-CODE (WS-REASON-TBL-MAX)
004030              NOT = WS-REASON-DEFAULT-CODE
004040          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
004050          MOVE "REF04"               TO SAR-RETURN-CODE
004060          MOVE SPACES                TO SAR-DB-NAME
004070          MOVE "REFTBL RSNC NO 99"   TO SAR-TABLE-NAME
004080          MOVE SPACES                TO SAR-SQLCODE
004090          GO TO 9998-COREDUMP
004100      END-IF.
004110
004120  1080-EXIT.
004130      EXIT.
004140
004150* 1200-LOAD-DELIVERY
004160*   LOADS ONE PAYEE'S E-MAIL DELIVERY ADDRESS.  A STOPPED OR
004170*   BLANK ADDRESS IS LEFT OFF - THAT PAYEE GETS PAPER.
004180  1200-LOAD-DELIVERY.
004190
004200      READ REMIT-DELIVERY-FILE
004210          AT END
004220              MOVE "Y" TO WS-DELIVERY-EOF-SW
004230              GO TO 1200-EXIT
004240      END-READ.
004250
004260      ADD 1 TO WS-DELIVERY-READ.
004270
004280      IF RD-DELIVERY-STOPPED
004290         OR RD-EMAIL-ADDR = SPACES
004300         OR RD-TIN = SPACES
004310          GO TO 1200-EXIT
004320      END-IF.
004330
004340      IF WS-DLV-COUNT NOT < WS-DLV-TABLE-MAX
004350          ADD 1 TO WS-DLV-DROPPED
004360          GO TO 1200-EXIT
004370      END-IF.
004380
004390      ADD 1 TO WS-DLV-COUNT.
004400      MOVE RD-TIN             TO WS-DLV-TIN (WS-DLV-COUNT).
004410      MOVE RD-EMAIL-ADDR      TO WS-DLV-EMAIL-ADDR (WS-DLV-COUNT).
004420
004430  1200-EXIT.
004440      EXIT.
004450
004460* 2000-BUILD-ADVICES
004470*   THE RUN'S ACH AND WIRE ITEMS SORTED BY PAYEE - TIN, THEN
004480*   NAME - AND BY TRACE WITHIN THE PAYEE, ONE ADVICE A PAYEE.
004490  2000-BUILD-ADVICES.
004500
004510      SORT TEN99-SORT-WORK
004520          ON ASCENDING KEY TS-SSN-TAX-ID TS-NAME TS-TRACE-NUM
004530          INPUT PROCEDURE  IS 2100-SORT-INPUT
004540          OUTPUT PROCEDURE IS 2200-SORT-OUTPUT.
004550
004560  2000-EXIT.
004570      EXIT.
004580
004590  2100-SORT-INPUT.
004600
004610      OPEN INPUT TEN99-STAGING-FILE.
004620
004630      PERFORM 2110-SORT-IN-RECORD THRU 2110-EXIT
004640          UNTIL WS-STAGING-EOF.
004650
004660      CLOSE TEN99-STAGING-FILE.
004670
004680  2100-EXIT.
004690      EXIT.
004700
004710  2110-SORT-IN-RECORD.
004720
004730      READ TEN99-STAGING-FILE
004740          AT END
004750              MOVE "Y" TO WS-STAGING-EOF-SW
004760              GO TO 2110-EXIT
004770      END-READ.
004780
004790      ADD 1 TO WS-RECORDS-READ.
004800
004810      IF TEN99-RCD (1:10) = LOW-VALUES
004820          OR TEN99-RCD (1:10) = HIGH-VALUES
004830          GO TO 2110-EXIT
004840      END-IF.
004850
004860      IF NOT (TEN99-METHOD-ACH OR TEN99-METHOD-WIRE)
004870          OR TEN99-RUN-DATE-DATA NOT = WS-WANT-RUN-DATE
004880          GO TO 2110-EXIT
004890      END-IF.
004900
004910      IF NOT WS-ALL-RUNS
004920         AND TEN99-RUN-SEQ-DATA NOT = WS-WANT-RUN-SEQ
004930          GO TO 2110-EXIT
004940      END-IF.
004950
004960      IF NOT TEN99-ORIGINAL-RETURN
004970          ADD 1 TO WS-VOIDS-SKIPPED
004980          GO TO 2110-EXIT
004990      END-IF.
005000
005010      ADD 1 TO WS-ITEMS-SELECTED.
005020
005030      MOVE TEN99-SSN-TAX-ID-DATA  TO TS-SSN-TAX-ID.
005040      MOVE TEN99-NAME-DATA        TO TS-NAME.
005050      MOVE TEN99-TRACE-NUM        TO TS-TRACE-NUM.
005060      MOVE TEN99-RCD              TO TS-DETAIL.
005070      RELEASE TEN99-SORT-RCD.
005080
005090  2110-EXIT.
005100      EXIT.
005110
005120  2200-SORT-OUTPUT.
005130
005140      MOVE "Y" TO WS-FIRST-RCD-SW.
005150      MOVE "N" TO WS-SORT-EOF-SW.
005160
005170      RETURN TEN99-SORT-WORK
005180          AT END
005190              MOVE "Y" TO WS-SORT-EOF-SW.
005200
005210      PERFORM 2210-ADVICE-ITEM THRU 2210-EXIT
005220          UNTIL WS-SORT-EOF.
005230
005240      IF NOT WS-FIRST-RCD
005250          PERFORM 3900-CLOSE-ADVICE THRU 3900-EXIT
005260      END-IF.
005270
005280  2200-EXIT.
005290      EXIT.
005300
005310* 2210-ADVICE-ITEM
005320*   A NEW PAYEE CLOSES THE ADVICE BEFORE IT AND OPENS ITS OWN;
005330*   EVERY ITEM THEN GOES ON THE OPEN ADVICE AS A DETAIL LINE.
005340  2210-ADVICE-ITEM.
005350
005360      MOVE TS-DETAIL              TO TEN99-RCD.
005370
005380      IF WS-FIRST-RCD
005390          MOVE "N" TO WS-FIRST-RCD-SW
005400          PERFORM 3000-OPEN-ADVICE THRU 3000-EXIT
005410      ELSE
005420          IF TS-SSN-TAX-ID NOT = WS-HOLD-SSN-TAX-ID
005430              OR TS-NAME NOT = WS-HOLD-NAME
005440              PERFORM 3900-CLOSE-ADVICE THRU 3900-EXIT
005450              PERFORM 3000-OPEN-ADVICE THRU 3000-EXIT
005460          END-IF
005470      END-IF.
005480
005490      PERFORM 3500-ADVICE-LINE THRU 3500-EXIT.
005500
005510      RETURN TEN99-SORT-WORK
005520          AT END
005530              MOVE "Y" TO WS-SORT-EOF-SW.
005540
005550  2210-EXIT.
005560      EXIT.
005570
005580* 3000-OPEN-ADVICE
005590*   STARTS THE PAYEE'S ADVICE: DECIDES THE DELIVERY FROM THE
005600*   CLEAR TIN AND WRITES THE HEADER WITH THE NAME AND ADDRESS
005610*   OFF THE PAYEE'S FIRST ITEM.
005620  3000-OPEN-ADVICE.
005630
005640      MOVE TS-SSN-TAX-ID          TO WS-HOLD-SSN-TAX-ID.
005650      MOVE TS-NAME                TO WS-HOLD-NAME.
005660      ADD 1 TO WS-ADVICE-NUM.
005670      MOVE ZERO                   TO WS-ADVICE-COUNT.
005680      MOVE ZERO                   TO WS-ADVICE-TOTAL.
005690
005700      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
005710      PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT.
005720      MOVE TP-TIN-WORK (1:9)      TO WS-DLV-LOOKUP-TIN.
005730
005740      PERFORM 3100-FIND-DELIVERY THRU 3100-EXIT.
005750
005760      IF WS-DLV-FOUND
005770          MOVE "E"                TO WS-ADVICE-DELIVERY
005780      ELSE
005790          MOVE "P"                TO WS-ADVICE-DELIVERY
005800          MOVE SPACES             TO WS-ADVICE-EMAIL-ADDR
005810      END-IF.
005820
005830      MOVE SPACES                 TO REMIT-ADVICE-RCD.
005840      MOVE "H"                    TO RA-RECORD-TYPE.
005850      PERFORM 3800-SET-ADVICE-KEY THRU 3800-EXIT.
005860      MOVE TEN99-NAME-DATA        TO RA-PAYEE-NAME.
005870      MOVE TEN99-ADDRESS-LINE1-DATA TO RA-ADDRESS-LINE1.
005880      MOVE TEN99-ADDRESS-LINE2-DATA TO RA-ADDRESS-LINE2.
005890      MOVE TEN99-CITY-DATA        TO RA-CITY.
005900      MOVE TEN99-STATE-DATA       TO RA-STATE.
005910      MOVE TEN99-ZIP-DATA         TO RA-ZIP.
005920      MOVE WS-ADVICE-EMAIL-ADDR   TO RA-EMAIL-ADDR.
005930      MOVE TP-TIN-WORK (6:4)      TO RA-TIN-LAST4.
005940      PERFORM 3850-WRITE-ADVICE-RCD THRU 3850-EXIT.
005950
005960  3000-EXIT.
005970      EXIT.
005980
005990  3100-FIND-DELIVERY.
006000
006010      MOVE "N" TO WS-DLV-FOUND-SW.
006020
006030      IF WS-DLV-LOOKUP-TIN = SPACES
006040          GO TO 3100-EXIT
006050      END-IF.
006060
006070      PERFORM 3110-SEARCH-DELIVERY THRU 3110-EXIT
006080          VARYING WS-DLV-TBL-SUB FROM 1 BY 1
006090          UNTIL WS-DLV-TBL-SUB > WS-DLV-COUNT
006100             OR WS-DLV-FOUND.
006110
006120  3100-EXIT.
006130      EXIT.
006140
006150  3110-SEARCH-DELIVERY.
006160
006170      IF WS-DLV-LOOKUP-TIN = WS-DLV-TIN (WS-DLV-TBL-SUB)
006180          MOVE "Y" TO WS-DLV-FOUND-SW
006190          MOVE WS-DLV-EMAIL-ADDR (WS-DLV-TBL-SUB)
006200                                  TO WS-ADVICE-EMAIL-ADDR
006210      END-IF.
006220
006230  3110-EXIT.
006240      EXIT.
006250
006260* 3500-ADVICE-LINE
006270*   ONE DISBURSEMENT ON THE ADVICE.  A REASON CODE NOT ON THE
006280*   TABLE TAKES THE CATCH-ALL 99 DESCRIPTION, AS IT DOES ON THE
006290*   1099 BUILD.
006300  3500-ADVICE-LINE.
006310
006320      PERFORM 3600-FIND-REASON THRU 3600-EXIT.
006330
006340      MOVE SPACES                 TO REMIT-ADVICE-RCD.
006350      MOVE "D"                    TO RA-RECORD-TYPE.
006360      PERFORM 3800-SET-ADVICE-KEY THRU 3800-EXIT.
006370      MOVE TEN99-TRACE-NUM        TO RA-TRACE-NUM.
006380      MOVE TEN99-PAYMENT-METHOD   TO RA-PAYMENT-METHOD.
006390      MOVE TEN99-RPT-DISB-AMT-DATA TO RA-AMOUNT.
006400      MOVE TEN99-RUN-DATE-DATA    TO RA-EFFECTIVE-DATE.
006410      MOVE TEN99-ISSUING-BR-CODE-DATA TO RA-ISSUING-BR-CODE.
006420      MOVE TEN99-ONSITE-CHK-NUM-DATA TO RA-ONSITE-CHK-NUM.
006430      MOVE TEN99-RSN-CODE         TO RA-RSN-CODE.
006440      MOVE WS-REASON-TBL-DESC (WS-RSN-SUB) TO RA-RSN-DESC.
006450      MOVE TEN99-RSN-FOR-DISB-DATA TO RA-RSN-FOR-DISB.
006460      PERFORM 3850-WRITE-ADVICE-RCD THRU 3850-EXIT.
006470
006480      ADD 1 TO WS-ADVICE-COUNT.
006490      ADD 1 TO WS-ADVICE-LINES.
006500      ADD TEN99-RPT-DISB-AMT-DATA TO WS-ADVICE-TOTAL.
006510
006520  3500-EXIT.
006530      EXIT.
006540
006550  3600-FIND-REASON.
006560
006570      MOVE "N" TO WS-RSN-FOUND-SW.
006580
006590      PERFORM 3610-SEARCH-REASON THRU 3610-EXIT
006600          VARYING WS-RSN-SUB FROM 1 BY 1
006610          UNTIL WS-RSN-SUB > WS-REASON-TBL-MAX
006620             OR WS-RSN-FOUND.
006630
006640      IF WS-RSN-FOUND
006650          SUBTRACT 1 FROM WS-RSN-SUB
006660      ELSE
006670          MOVE WS-REASON-TBL-MAX  TO WS-RSN-SUB
006680          ADD 1 TO WS-RSN-DEFAULTED
006690      END-IF.
006700
006710  3600-EXIT.
006720      EXIT.
006730
006740  3610-SEARCH-REASON.
006750
006760      IF TEN99-RSN-CODE = WS-REASON-TBL-CODE (WS-RSN-SUB)
006770          MOVE "Y" TO WS-RSN-FOUND-SW
006780      END-IF.
006790
006800  3610-EXIT.
006810      EXIT.
006820
006830  3800-SET-ADVICE-KEY.
006840
006850      MOVE WS-ADVICE-NUM          TO RA-ADVICE-NUM.
006860      MOVE WS-ADVICE-DELIVERY     TO RA-DELIVERY.
006870      MOVE TEN99-RUN-DATE-DATA    TO RA-RUN-DATE.
006880      MOVE TEN99-RUN-SEQ-DATA     TO RA-RUN-SEQ.
006890
006900  3800-EXIT.
006910      EXIT.
006920
006930  3850-WRITE-ADVICE-RCD.
006940
006950      IF RA-DELIVER-EMAIL
006960          WRITE REMIT-EMAIL-RCD FROM REMIT-ADVICE-RCD
006970      ELSE
006980          WRITE REMIT-PRINT-RCD FROM REMIT-ADVICE-RCD
006990      END-IF.
007000
007010  3850-EXIT.
007020      EXIT.
007030
007040* 3900-CLOSE-ADVICE
007050*   THE ADVICE TRAILER CARRIES THE ITEM COUNT AND TOTAL THE
007060*   PAYEE WILL SEE; THE REGISTER LINE GOES TO THE BRANCHES.
007070  3900-CLOSE-ADVICE.
007080
007090      MOVE SPACES                 TO REMIT-ADVICE-RCD.
007100      MOVE "T"                    TO RA-RECORD-TYPE.
007110      PERFORM 3800-SET-ADVICE-KEY THRU 3800-EXIT.
007120      MOVE WS-ADVICE-COUNT        TO RA-ITEM-COUNT.
007130      MOVE WS-ADVICE-TOTAL        TO RA-ADVICE-TOTAL.
007140      PERFORM 3850-WRITE-ADVICE-RCD THRU 3850-EXIT.
007150
007160      ADD 1 TO WS-ADVICES-WRITTEN.
007170      ADD WS-ADVICE-TOTAL         TO WS-ADVISED-DOLLARS.
007180
007190      MOVE SPACES                 TO WS-RRL-LINE.
007200      MOVE WS-ADVICE-NUM          TO RRL-ADVICE-NUM.
007210      MOVE "XXXXX"                TO RRL-TIN (1:5).
007220      MOVE TP-TIN-WORK (6:4)      TO RRL-TIN (6:4).
007230      MOVE WS-HOLD-NAME           TO RRL-NAME.
007240
007250      IF RA-DELIVER-EMAIL
007260          ADD 1 TO WS-EMAIL-ADVICES
007270          ADD WS-ADVICE-TOTAL     TO WS-EMAIL-DOLLARS
007280          MOVE "E-MAIL"           TO RRL-DELIVERY
007290      ELSE
007300          ADD 1 TO WS-PRINT-ADVICES
007310          ADD WS-ADVICE-TOTAL     TO WS-PRINT-DOLLARS
007320          MOVE "PRINT"            TO RRL-DELIVERY
007330      END-IF.
007340
007350      MOVE WS-ADVICE-COUNT        TO RRL-ITEMS.
007360      MOVE WS-ADVICE-TOTAL        TO RRL-AMOUNT.
007370      MOVE WS-RRL-LINE            TO REMIT-REGISTER-RCD.
007380      WRITE REMIT-REGISTER-RCD.
007390
007400  3900-EXIT.
007410      EXIT.
007420
007430  7000-PRINT-TOTALS.
007440
007450      MOVE SPACES                 TO REMIT-REGISTER-RCD.
007460      WRITE REMIT-REGISTER-RCD.
007470
007480      MOVE SPACES                 TO WS-TIE-LINE.
007490      MOVE "ADVICES SENT BY E-MAIL"          TO TL-LITERAL.
007500      MOVE WS-EMAIL-ADVICES       TO TL-COUNT.
007510      MOVE WS-EMAIL-DOLLARS       TO TL-AMOUNT.
007520      MOVE WS-TIE-LINE            TO REMIT-REGISTER-RCD.
007530      WRITE REMIT-REGISTER-RCD.
007540
007550      MOVE SPACES                 TO WS-TIE-LINE.
007560      MOVE "ADVICES SENT TO PRINT"           TO TL-LITERAL.
007570      MOVE WS-PRINT-ADVICES       TO TL-COUNT.
007580      MOVE WS-PRINT-DOLLARS       TO TL-AMOUNT.
007590      MOVE WS-TIE-LINE            TO REMIT-REGISTER-RCD.
007600      WRITE REMIT-REGISTER-RCD.
007610
007620      MOVE SPACES                 TO WS-TIE-LINE.
007630      MOVE "ACH/WIRE ITEMS ADVISED"          TO TL-LITERAL.
007640      MOVE WS-ADVICE-LINES        TO TL-COUNT.
007650      MOVE WS-ADVISED-DOLLARS     TO TL-AMOUNT.
007660      MOVE WS-TIE-LINE            TO REMIT-REGISTER-RCD.
007670      WRITE REMIT-REGISTER-RCD.
007680
007690  7000-EXIT.
007700      EXIT.
007710
007720  8000-WRAPUP.
007730
007740      MOVE "STAGING RECORDS READ:" TO SCR-LITERAL.
007750      MOVE WS-RECORDS-READ        TO SCR-COUNT.
007760      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007770      PERFORM 8999-WRITE-SYSOUT.
007780
007790      MOVE "ACH/WIRE ITEMS SELECTED:" TO SCR-LITERAL.
007800      MOVE WS-ITEMS-SELECTED      TO SCR-COUNT.
007810      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007820      PERFORM 8999-WRITE-SYSOUT.
007830
007840      MOVE "VOID/CORRECTED SKIPPED:" TO SCR-LITERAL.
007850      MOVE WS-VOIDS-SKIPPED       TO SCR-COUNT.
007860      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007870      PERFORM 8999-WRITE-SYSOUT.
007880
007890      MOVE "DELIVERY RECORDS READ:" TO SCR-LITERAL.
007900      MOVE WS-DELIVERY-READ       TO SCR-COUNT.
007910      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007920      PERFORM 8999-WRITE-SYSOUT.
007930
007940      MOVE "ADVICES WRITTEN:"      TO SCR-LITERAL.
007950      MOVE WS-ADVICES-WRITTEN     TO SCR-COUNT.
007960      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
007970      PERFORM 8999-WRITE-SYSOUT.
007980
007990      MOVE "  BY E-MAIL:"          TO SCR-LITERAL.
008000      MOVE WS-EMAIL-ADVICES       TO SCR-COUNT.
008010      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008020      PERFORM 8999-WRITE-SYSOUT.
008030
008040      MOVE "  TO PRINT:"           TO SCR-LITERAL.
008050      MOVE WS-PRINT-ADVICES       TO SCR-COUNT.
008060      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008070      PERFORM 8999-WRITE-SYSOUT.
008080
008090      MOVE "ADVICE DETAIL LINES:"  TO SCR-LITERAL.
008100      MOVE WS-ADVICE-LINES        TO SCR-COUNT.
008110      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008120      PERFORM 8999-WRITE-SYSOUT.
008130
008140      MOVE "REASON CODES DEFAULTED:" TO SCR-LITERAL.
008150      MOVE WS-RSN-DEFAULTED       TO SCR-COUNT.
008160      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
008170      PERFORM 8999-WRITE-SYSOUT.
008180
008190      MOVE "ADVISED DOLLARS:"      TO GTL-LITERAL.
008200      MOVE WS-ADVISED-DOLLARS     TO GTL-AMOUNT.
008210      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
008220      PERFORM 8999-WRITE-SYSOUT.
008230
008240      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
008250
008260      COPY C2INZ003.
008270
008280      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
008290
008300  8000-EXIT.
008310      EXIT.
008320
008330* 8980-NOTE-TABLE-CAPACITY
008340*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK AND LIMIT AND
008350*   PRINTS THE CAPACITY REPORT.
008360  8980-NOTE-TABLE-CAPACITY.
008370
008380      MOVE "REASON CODES"           TO TC-NOTE-NAME.
008390      MOVE WS-REASON-TBL-LIMIT      TO TC-NOTE-LIMIT.
008400      MOVE WS-REASON-TBL-MAX        TO TC-NOTE-HIGH.
008410      MOVE WS-REASON-DROPPED        TO TC-NOTE-DROPPED.
008420      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
008430
008440      MOVE "REMITTANCE DELIVERY"    TO TC-NOTE-NAME.
008450      MOVE WS-DLV-TABLE-MAX         TO TC-NOTE-LIMIT.
008460      MOVE WS-DLV-COUNT             TO TC-NOTE-HIGH.
008470      MOVE WS-DLV-DROPPED           TO TC-NOTE-DROPPED.
008480      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
008490
008500      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
008510
008520  8980-EXIT.
008530      EXIT.
008540
008550* 8900-SET-RETURN-CODE
008560*   RC=0 CLEAN.  RC=12 A DELIVERY ADDRESS OR REASON CODE THE
008570*   TABLES COULD NOT HOLD (SEE THE CAPACITY REPORT) - A PAYEE
008580*   MAY HAVE BEEN SENT PAPER OR THE WRONG DESCRIPTION.
008590  8900-SET-RETURN-CODE.
008600
008610      MOVE ZERO TO RETURN-CODE.
008620
008630      IF TC-TABLE-OVERFLOW
008640          MOVE TC-OVERFLOW-RC TO RETURN-CODE
008650      END-IF.
008660
008670  8900-EXIT.
008680      EXIT.
008690
008700      COPY CLCWW111.
008710
008720      COPY CLCWW134.
008730
008740      COPY C2INZ002.
008750
008760      COPY C2INZ004.
008770
008780      COPY C2INZ005.
008790
008800      REMIT-EMAIL-FILE
008810      REMIT-PRINT-FILE
008820      REMIT-REGISTER-RPT
008830      RUN-HISTORY-FILE.
008840
008850  9999-EXIT.
008860      EXIT.
