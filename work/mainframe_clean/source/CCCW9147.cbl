000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9147.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9147
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    POSITIVE-PAY EXCEPTION PRESENTATION.  TAKES THE
000130*              PAID-NOT-ISSUED ("P") AND AMOUNT-MISMATCH ("A")
000140*              EXCEPTIONS CCCW9140 WROTE (CLCWW054) AND PUTS
000150*              BESIDE EACH ONE WHAT THE FILES SAY ABOUT THE
000160*              CHECK - THE CLCWW053 REGISTER ENTRY (ISSUE DATE,
000170*              PAYEE, STALE FLAG), ANY CLCWW078 STOP/VOID, AND
000180*              ANY CLCWW099 REISSUE THAT REPLACED IT - THE SAME
000190*              SOURCES THE CW97 INQUIRY (CCMR6317) SHOWS.  THE
000200*              RESULT IS THE CLCWW140 DECISION WORKLIST CCCW9148
000210*              READS AND A PRINTED WORKLIST TREASURY DECIDES
000220*              PAY OR RETURN FROM.  AN ITEM LEFT UNDECIDED IS
000230*              RETURNED.
000240*
000250*  FILES:      OCEXCP   - CCCW9140 EXCEPTIONS FOR THE CYCLE
000260*              OCREGI   - THE REGISTER GENERATION CCCW9140 READ
000270*                         (AN "A" ITEM IS CLEARED OFF THE ONE IT
000280*                         WROTE)
000290*              STOPVOID - CUMULATIVE STOP/VOID HISTORY
000300*              REISSTRN - REISSUE TRANSACTIONS
000310*              PPXWORK  - DECISION WORKLIST FOR CCCW9148
000320*              PPXRPT   - PRINTED WORKLIST FOR TREASURY
000330*
000340******************************************************************
000350*                      MODIFICATION HISTORY
000360******************************************************************
000370* DATE     INIT  DESCRIPTION
000380* -------- ----  --------------------------------------------
000390* 10/2026  RF    NEW PROGRAM - POSITIVE-PAY EXCEPTION WORKLIST
000400*                FOR TREASURY PAY/RETURN DECISIONS
0004va* 10/2026  RF    THE REGISTER CARRIES A CLCWW166 LAYOUT HEADER -
0004vb*                CHECKED BEFORE IT IS READ
000410******************************************************************
000420  ENVIRONMENT DIVISION.
000430  CONFIGURATION SECTION.
000440  SOURCE-COMPUTER.   IBM-370.
000450  OBJECT-COMPUTER.   IBM-370.
000460  INPUT-OUTPUT SECTION.
000470  FILE-CONTROL.
000480
000490      COPY C2INX001.
000500
000510      SELECT OC-EXCEPTION-FILE   ASSIGN TO OCEXCP
000520          ORGANIZATION IS SEQUENTIAL.
000530
000540      SELECT OC-REGISTER-IN-FILE ASSIGN TO OCREGI
000550          ORGANIZATION IS SEQUENTIAL.
000560
000570      SELECT STOP-VOID-FILE      ASSIGN TO STOPVOID
000580          ORGANIZATION IS SEQUENTIAL.
000590
000600      SELECT REISSUE-TRAN-FILE   ASSIGN TO REISSTRN
000610          ORGANIZATION IS SEQUENTIAL.
000620
000630      SELECT PPX-WORKLIST-FILE   ASSIGN TO PPXWORK
000640          ORGANIZATION IS SEQUENTIAL.
000650
000660      SELECT PPX-WORKLIST-RPT    ASSIGN TO PPXRPT
000670          ORGANIZATION IS SEQUENTIAL.
000680
000690      COPY C2INX004.
000700
000710  DATA DIVISION.
000720  FILE SECTION.
000730
000740      COPY C2INX002.
000750
000760  FD  OC-EXCEPTION-FILE
000770      BLOCK CONTAINS 0 RECORDS
000780      RECORDING MODE IS F
000790      LABEL RECORDS ARE STANDARD
000800      DATA RECORD IS OC-EXCEPTION-RCD.
000810
000820      COPY CLCWW054.
000830
000840  FD  OC-REGISTER-IN-FILE
000850      BLOCK CONTAINS 0 RECORDS
000860      RECORDING MODE IS F
000870      LABEL RECORDS ARE STANDARD
000880      DATA RECORD IS OC-REGISTER-RCD.
000890
000900      COPY CLCWW053.
000910
000920  FD  STOP-VOID-FILE
000930      BLOCK CONTAINS 0 RECORDS
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD
000960      DATA RECORD IS STOP-VOID-RCD.
000970
000980      COPY CLCWW078.
000990
001000  FD  REISSUE-TRAN-FILE
001010      BLOCK CONTAINS 0 RECORDS
001020      RECORDING MODE IS F
001030      LABEL RECORDS ARE STANDARD
001040      DATA RECORD IS REISSUE-TRAN-RCD.
001050
001060      COPY CLCWW099.
001070
001080  FD  PPX-WORKLIST-FILE
001090      BLOCK CONTAINS 0 RECORDS
001100      RECORDING MODE IS F
001110      LABEL RECORDS ARE STANDARD
001120      DATA RECORD IS PPX-WORKLIST-RCD.
001130
001140      COPY CLCWW140.
001150
001160  FD  PPX-WORKLIST-RPT
001170      BLOCK CONTAINS 0 RECORDS
001180      RECORDING MODE IS F
001190      LABEL RECORDS ARE STANDARD
001200      DATA RECORD IS PPX-WORKLIST-RPT-RCD.
001210
001220  01  PPX-WORKLIST-RPT-RCD          PIC X(133).
001230
001240      COPY C2INX005.
001250
001260  WORKING-STORAGE SECTION.
001270
001280      COPY C2INX003.
001290
001300      COPY C2INX006.
0013va
0013vb      COPY CLCWW166.
001310
001320      COPY CLCWW133.
001330
001340  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9147".
001350
001360  01  WS-SWITCHES.
001370      05  WS-EXCP-EOF-SW          PIC X(01) VALUE "N".
001380          88  WS-EXCP-EOF                 VALUE "Y".
001390      05  WS-OCREG-EOF-SW         PIC X(01) VALUE "N".
001400          88  WS-OCREG-EOF                VALUE "Y".
001410      05  WS-SV-EOF-SW            PIC X(01) VALUE "N".
001420          88  WS-SV-EOF                   VALUE "Y".
001430      05  WS-REI-EOF-SW           PIC X(01) VALUE "N".
001440          88  WS-REI-EOF                  VALUE "Y".
001450      05  WS-ITEM-FOUND-SW        PIC X(01) VALUE "N".
001460          88  WS-ITEM-FOUND               VALUE "Y".
001470
001480  01  WS-COUNTERS.
001490      05  WS-EXCEPTIONS-LOADED    PIC 9(09) COMP VALUE ZERO.
001500      05  WS-REGISTER-READ        PIC 9(09) COMP VALUE ZERO.
001510      05  WS-REGISTER-MATCHED     PIC 9(09) COMP VALUE ZERO.
001520      05  WS-STOP-VOIDS-MATCHED   PIC 9(09) COMP VALUE ZERO.
001530      05  WS-REISSUES-MATCHED     PIC 9(09) COMP VALUE ZERO.
001540      05  WS-PAID-NOT-ISSUED      PIC 9(09) COMP VALUE ZERO.
001550      05  WS-AMOUNT-MISMATCH      PIC 9(09) COMP VALUE ZERO.
001560
001570* THE CYCLE'S EXCEPTIONS, WITH THE CONTEXT EACH PASS OF THE
001580* REGISTER, STOP/VOID AND REISSUE FILES FINDS FOR THEM.
001590  01  WS-PPX-TABLE.
001600      05  WS-PPX-ENTRY            OCCURS 500 TIMES.
001610          10  WS-PPX-TYPE             PIC X(01).
001620          10  WS-PPX-KEY.
001630              15  WS-PPX-BR-CODE      PIC X(03).
001640              15  WS-PPX-CHK-NUM      PIC X(08).
001650          10  WS-PPX-PAID-DATE        PIC 9(08).
001660          10  WS-PPX-PAID-AMOUNT      PIC S9(10)V99.
001670          10  WS-PPX-ISSUED-AMOUNT    PIC S9(10)V99.
001680          10  WS-PPX-REG-FOUND        PIC X(01).
001690          10  WS-PPX-REG-ISSUE-DATE   PIC 9(08).
001700          10  WS-PPX-REG-AMOUNT       PIC S9(10)V99.
001710          10  WS-PPX-REG-PAYEE        PIC X(40).
001720          10  WS-PPX-REG-STALE        PIC X(01).
001730          10  WS-PPX-SV-ACTION        PIC X(01).
001740          10  WS-PPX-SV-DATE          PIC 9(08).
001750          10  WS-PPX-REI-NEW-CHK      PIC X(08).
001760          10  WS-PPX-REI-DATE         PIC 9(08).
001770
001780  77  WS-PPX-COUNT                PIC 9(03) COMP VALUE ZERO.
001790  77  WS-PPX-TABLE-MAX            PIC 9(03) COMP VALUE 500.
001800  77  WS-PPX-DROPPED              PIC 9(07) COMP VALUE ZERO.
001810  77  WS-PPX-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001820  77  WS-PPX-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001830  77  WS-PPX-SEARCH-KEY           PIC X(11) VALUE SPACES.
001840
001850  01  WS-RPT-TITLE.
001860      05  FILLER                  PIC X(01) VALUE SPACES.
001870      05  FILLER                  PIC X(43)
001880              VALUE "POSITIVE-PAY EXCEPTIONS FOR DECISION - RUN ".
001890      05  RTL-RUN-DATE            PIC X(08).
001900      05  FILLER                  PIC X(43)
001910              VALUE "  -  KEY PAY OR RETURN FOR EACH ITEM BEFORE".
001920      05  FILLER                  PIC X(38)
001930              VALUE " THE BANK CUTOFF; UNDECIDED = RETURN  ".
001940
001950  01  WS-RPT-COLUMNS.
001960      05  FILLER                  PIC X(04) VALUE " T  ".
001970      05  FILLER                  PIC X(04) VALUE "BR  ".
001980      05  FILLER                  PIC X(09) VALUE "CHECK    ".
001990      05  FILLER                  PIC X(09) VALUE "PAID DT  ".
002000      05  FILLER                  PIC X(15)
002010              VALUE "   PAID AMOUNT ".
002020      05  FILLER                  PIC X(15)
002030              VALUE " ISSUED AMOUNT ".
002040      05  FILLER                  PIC X(09) VALUE "ISSUE DT ".
002050      05  FILLER                  PIC X(31)
002060              VALUE "PAYEE ON REGISTER".
002070      05  FILLER                  PIC X(03) VALUE "S  ".
002080      05  FILLER                  PIC X(02) VALUE "SV".
002090      05  FILLER                  PIC X(09) VALUE " SV DATE ".
002100      05  FILLER                  PIC X(09) VALUE "NEW CHK  ".
002110      05  FILLER                  PIC X(08) VALUE "REISSUED".
002120      05  FILLER                  PIC X(06) VALUE SPACES.
002130
002140  01  WS-WORKLIST-LINE.
002150      05  FILLER                  PIC X(01) VALUE SPACES.
002160      05  PWL-TYPE                PIC X(01).
002170      05  FILLER                  PIC X(02) VALUE SPACES.
002180      05  PWL-BR-CODE             PIC X(03).
002190      05  FILLER                  PIC X(01) VALUE SPACES.
002200      05  PWL-CHK-NUM             PIC X(08).
002210      05  FILLER                  PIC X(01) VALUE SPACES.
002220      05  PWL-PAID-DATE           PIC X(08).
002230      05  FILLER                  PIC X(01) VALUE SPACES.
002240      05  PWL-PAID-AMOUNT         PIC ---,---,--9.99.
002250      05  FILLER                  PIC X(01) VALUE SPACES.
002260      05  PWL-ISSUED-AMOUNT       PIC ---,---,--9.99.
002270      05  FILLER                  PIC X(01) VALUE SPACES.
002280      05  PWL-ISSUE-DATE          PIC X(08).
002290      05  FILLER                  PIC X(01) VALUE SPACES.
002300      05  PWL-PAYEE               PIC X(30).
002310      05  FILLER                  PIC X(01) VALUE SPACES.
002320      05  PWL-STALE               PIC X(01).
002330      05  FILLER                  PIC X(02) VALUE SPACES.
002340      05  PWL-SV-ACTION           PIC X(01).
002350      05  FILLER                  PIC X(01) VALUE SPACES.
002360      05  PWL-SV-DATE             PIC X(08).
002370      05  FILLER                  PIC X(01) VALUE SPACES.
002380      05  PWL-NEW-CHK             PIC X(08).
002390      05  FILLER                  PIC X(01) VALUE SPACES.
002400      05  PWL-REI-DATE            PIC X(08).
002410      05  FILLER                  PIC X(05) VALUE SPACES.
002420
002430  01  WS-RPT-LEGEND.
002440      05  FILLER                  PIC X(45) VALUE
002450              " T: P = PAID NOT ISSUED, A = AMOUNT MISMATCH ".
002460      05  FILLER                  PIC X(46) VALUE
002470              "   S: S = STALE   SV: S = STOP, V = VOID      ".
002480      05  FILLER                  PIC X(42) VALUE SPACES.
002490
002500  PROCEDURE DIVISION.
002510
002520  0000-MAINLINE.
002530
002540      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002550
002560      PERFORM 2000-PASS-REGISTER     THRU 2000-EXIT
002570          UNTIL WS-OCREG-EOF.
002580
002590      PERFORM 3000-PASS-STOP-VOID    THRU 3000-EXIT
002600          UNTIL WS-SV-EOF.
002610
002620      PERFORM 4000-PASS-REISSUES     THRU 4000-EXIT
002630          UNTIL WS-REI-EOF.
002640
002650      PERFORM 7000-PRESENT-ITEMS     THRU 7000-EXIT.
002660
002670      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002680
002690      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
002700
002710      GOBACK.
002720
002730  1000-INITIALIZE.
002740
002750      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002760      OPEN EXTEND RUN-HISTORY-FILE.
002770
002780      COPY C2INZ001.
002790
002800      OPEN INPUT  OC-REGISTER-IN-FILE.
002810      OPEN INPUT  STOP-VOID-FILE.
002820      OPEN INPUT  REISSUE-TRAN-FILE.
002830      OPEN OUTPUT PPX-WORKLIST-FILE.
002840      OPEN OUTPUT PPX-WORKLIST-RPT.
0028va      PERFORM 1050-CHECK-REGISTER-LAYOUT THRU 1050-EXIT.
002850
002860      OPEN INPUT OC-EXCEPTION-FILE.
002870      PERFORM 1100-LOAD-EXCEPTION THRU 1100-EXIT
002880          UNTIL WS-EXCP-EOF.
002890      IF WS-PPX-DROPPED > ZERO
002900          MOVE "*EXCEPTION TABLE FULL, DROPPED:" TO SCR-LITERAL
002910          MOVE WS-PPX-DROPPED         TO SCR-COUNT
002920          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002930          PERFORM 8999-WRITE-SYSOUT
002940      END-IF.
002950      CLOSE OC-EXCEPTION-FILE.
002960
002970  1000-EXIT.
002980      EXIT.
0029va
0029vb* 1050-CHECK-REGISTER-LAYOUT
0029vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0029vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0029ve*   READ SEES END OF FILE.
0029vf  1050-CHECK-REGISTER-LAYOUT.
0029vg
0029vh      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0029vi      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0029vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0029vk      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0029vl          AT END
0029vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0029vn      END-READ.
0029vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0029vp
0029vq      IF WS-LV-FILE-EMPTY
0029vr          CLOSE OC-REGISTER-IN-FILE
0029vs          OPEN INPUT OC-REGISTER-IN-FILE
0029vt      END-IF.
0029vu
0029vv  1050-EXIT.
0029vw      EXIT.
002990
003000  1100-LOAD-EXCEPTION.
003010
003020      READ OC-EXCEPTION-FILE
003030          AT END
003040              MOVE "Y" TO WS-EXCP-EOF-SW
003050              GO TO 1100-EXIT
003060      END-READ.
003070
003080      IF WS-PPX-COUNT NOT < WS-PPX-TABLE-MAX
003090          ADD 1 TO WS-PPX-DROPPED
003100          GO TO 1100-EXIT
003110      END-IF.
003120
003130      ADD 1 TO WS-PPX-COUNT.
003140      MOVE SPACES             TO WS-PPX-ENTRY (WS-PPX-COUNT).
003150      MOVE EX-EXCEPTION-TYPE  TO WS-PPX-TYPE (WS-PPX-COUNT).
003160      MOVE EX-ISSUING-BR-CODE TO WS-PPX-BR-CODE (WS-PPX-COUNT).
003170      MOVE EX-ONSITE-CHK-NUM  TO WS-PPX-CHK-NUM (WS-PPX-COUNT).
003180      MOVE EX-PAID-DATE       TO WS-PPX-PAID-DATE (WS-PPX-COUNT).
003190      MOVE EX-PAID-AMOUNT     TO WS-PPX-PAID-AMOUNT
003200                                 (WS-PPX-COUNT).
003210      MOVE EX-ISSUED-AMOUNT   TO WS-PPX-ISSUED-AMOUNT
003220                                 (WS-PPX-COUNT).
003230      MOVE "N"                TO WS-PPX-REG-FOUND (WS-PPX-COUNT).
003240      MOVE ZERO               TO WS-PPX-REG-ISSUE-DATE
003250                                 (WS-PPX-COUNT).
003260      MOVE ZERO               TO WS-PPX-REG-AMOUNT (WS-PPX-COUNT).
003270      MOVE ZERO               TO WS-PPX-SV-DATE (WS-PPX-COUNT).
003280      MOVE ZERO               TO WS-PPX-REI-DATE (WS-PPX-COUNT).
003290      ADD 1 TO WS-EXCEPTIONS-LOADED.
003300
003310  1100-EXIT.
003320      EXIT.
003330
003340* 2000-PASS-REGISTER
003350*   AN AMOUNT-MISMATCH ITEM WAS ON THE REGISTER CCCW9140 READ -
003360*   ITS ISSUE DATE, PAYEE AND STALE FLAG SHOW WHAT WAS REALLY
003370*   ISSUED.  A PAID-NOT-ISSUED ITEM NORMALLY FINDS NOTHING.
003380  2000-PASS-REGISTER.
003390
003400      READ OC-REGISTER-IN-FILE
003410          AT END
003420              MOVE "Y" TO WS-OCREG-EOF-SW
003430              GO TO 2000-EXIT
003440      END-READ.
003450
003460      ADD 1 TO WS-REGISTER-READ.
003470
003480      MOVE OC-ISSUING-BR-CODE TO WS-PPX-SEARCH-KEY (1:3).
003490      MOVE OC-ONSITE-CHK-NUM  TO WS-PPX-SEARCH-KEY (4:8).
003500      PERFORM 2500-FIND-ITEM THRU 2500-EXIT.
003510
003520      IF NOT WS-ITEM-FOUND
003530          GO TO 2000-EXIT
003540      END-IF.
003550
003560      MOVE "Y"            TO WS-PPX-REG-FOUND
003570                             (WS-PPX-MATCHED-SUB).
003580      MOVE OC-ISSUE-DATE  TO WS-PPX-REG-ISSUE-DATE
003590                             (WS-PPX-MATCHED-SUB).
003600      MOVE OC-DISB-AMOUNT TO WS-PPX-REG-AMOUNT
003610                             (WS-PPX-MATCHED-SUB).
003620      MOVE OC-PAYEE-NAME  TO WS-PPX-REG-PAYEE
003630                             (WS-PPX-MATCHED-SUB).
003640      MOVE OC-STALE-IND   TO WS-PPX-REG-STALE
003650                             (WS-PPX-MATCHED-SUB).
003660      ADD 1 TO WS-REGISTER-MATCHED.
003670
003680  2000-EXIT.
003690      EXIT.
003700
003710* 2500-FIND-ITEM
003720*   SEARCHES THE EXCEPTION TABLE FOR THE KEY PRIMED BY THE
003730*   CALLER, CAPTURING THE MATCHED SUBSCRIPT AT THE MOMENT OF
003740*   THE MATCH.
003750  2500-FIND-ITEM.
003760
003770      MOVE "N" TO WS-ITEM-FOUND-SW.
003780      MOVE ZERO TO WS-PPX-MATCHED-SUB.
003790
003800      PERFORM 2510-SEARCH-ITEM THRU 2510-EXIT
003810          VARYING WS-PPX-TBL-SUB FROM 1 BY 1
003820          UNTIL WS-PPX-TBL-SUB > WS-PPX-COUNT
003830             OR WS-ITEM-FOUND.
003840
003850  2500-EXIT.
003860      EXIT.
003870
003880  2510-SEARCH-ITEM.
003890
003900      IF WS-PPX-SEARCH-KEY = WS-PPX-KEY (WS-PPX-TBL-SUB)
003910          MOVE "Y" TO WS-ITEM-FOUND-SW
003920          MOVE WS-PPX-TBL-SUB TO WS-PPX-MATCHED-SUB
003930      END-IF.
003940
003950  2510-EXIT.
003960      EXIT.
003970
003980* 3000-PASS-STOP-VOID
003990*   A STOPPED OR VOIDED CHECK THE BANK PAID ANYWAY IS THE
004000*   PLAINEST RETURN THERE IS.  THE HISTORY ACCUMULATES, SO THE
004010*   LATEST ACTION ON FILE FOR THE CHECK IS THE ONE SHOWN.
004020  3000-PASS-STOP-VOID.
004030
004040      READ STOP-VOID-FILE
004050          AT END
004060              MOVE "Y" TO WS-SV-EOF-SW
004070              GO TO 3000-EXIT
004080      END-READ.
004090
004100      MOVE SV-ISSUING-BR-CODE TO WS-PPX-SEARCH-KEY (1:3).
004110      MOVE SV-ONSITE-CHK-NUM  TO WS-PPX-SEARCH-KEY (4:8).
004120      PERFORM 2500-FIND-ITEM THRU 2500-EXIT.
004130
004140      IF NOT WS-ITEM-FOUND
004150          GO TO 3000-EXIT
004160      END-IF.
004170
004180      IF WS-PPX-SV-ACTION (WS-PPX-MATCHED-SUB) = SPACE
004190          ADD 1 TO WS-STOP-VOIDS-MATCHED
004200      END-IF.
004210
004220      MOVE SV-ACTION      TO WS-PPX-SV-ACTION
004230                             (WS-PPX-MATCHED-SUB).
004240      MOVE SV-STOP-DATE   TO WS-PPX-SV-DATE (WS-PPX-MATCHED-SUB).
004250
004260  3000-EXIT.
004270      EXIT.
004280
004290* 4000-PASS-REISSUES
004300*   A CHECK ALREADY REPLACED BY A REISSUE SHOULD NOT ALSO BE
004310*   PAID - THE NEW CHECK NUMBER IS SHOWN SO TREASURY CAN SEE
004320*   WHETHER THE REPLACEMENT CLEARED.
004330  4000-PASS-REISSUES.
004340
004350      READ REISSUE-TRAN-FILE
004360          AT END
004370              MOVE "Y" TO WS-REI-EOF-SW
004380              GO TO 4000-EXIT
004390      END-READ.
004400
004410      MOVE REI-ISSUING-BR-CODE TO WS-PPX-SEARCH-KEY (1:3).
004420      MOVE REI-OLD-CHK-NUM     TO WS-PPX-SEARCH-KEY (4:8).
004430      PERFORM 2500-FIND-ITEM THRU 2500-EXIT.
004440
004450      IF NOT WS-ITEM-FOUND
004460          GO TO 4000-EXIT
004470      END-IF.
004480
004490      IF WS-PPX-REI-NEW-CHK (WS-PPX-MATCHED-SUB) = SPACES
004500          ADD 1 TO WS-REISSUES-MATCHED
004510      END-IF.
004520
004530      MOVE REI-NEW-CHK-NUM  TO WS-PPX-REI-NEW-CHK
004540                               (WS-PPX-MATCHED-SUB).
004550      MOVE REI-REISSUE-DATE TO WS-PPX-REI-DATE
004560                               (WS-PPX-MATCHED-SUB).
004570
004580  4000-EXIT.
004590      EXIT.
004600
004610* 7000-PRESENT-ITEMS
004620*   WRITES EACH EXCEPTION, WITH ITS CONTEXT, TO THE CCCW9148
004630*   WORKLIST AND TO THE PRINTED WORKLIST TREASURY DECIDES FROM.
004640  7000-PRESENT-ITEMS.
004650
004660      MOVE SWA-CURRENT-CCYY-DATE  TO RTL-RUN-DATE.
004670      MOVE WS-RPT-TITLE           TO PPX-WORKLIST-RPT-RCD.
004680      WRITE PPX-WORKLIST-RPT-RCD.
004690      MOVE SPACES                 TO PPX-WORKLIST-RPT-RCD.
004700      WRITE PPX-WORKLIST-RPT-RCD.
004710      MOVE WS-RPT-COLUMNS         TO PPX-WORKLIST-RPT-RCD.
004720      WRITE PPX-WORKLIST-RPT-RCD.
004730
004740      PERFORM 7100-PRESENT-ITEM THRU 7100-EXIT
004750          VARYING WS-PPX-TBL-SUB FROM 1 BY 1
004760          UNTIL WS-PPX-TBL-SUB > WS-PPX-COUNT.
004770
004780      IF WS-PPX-COUNT = ZERO
004790          MOVE SPACES             TO PPX-WORKLIST-RPT-RCD
004800          MOVE "  NO PAID-ITEMS EXCEPTIONS THIS CYCLE"
004810                                  TO PPX-WORKLIST-RPT-RCD
004820          WRITE PPX-WORKLIST-RPT-RCD
004830      END-IF.
004840
004850      MOVE SPACES                 TO PPX-WORKLIST-RPT-RCD.
004860      WRITE PPX-WORKLIST-RPT-RCD.
004870      MOVE WS-RPT-LEGEND          TO PPX-WORKLIST-RPT-RCD.
004880      WRITE PPX-WORKLIST-RPT-RCD.
004890
004900  7000-EXIT.
004910      EXIT.
004920
004930  7100-PRESENT-ITEM.
004940
004950      MOVE SPACES                 TO PPX-WORKLIST-RCD.
004960      MOVE WS-PPX-TYPE (WS-PPX-TBL-SUB)     TO PX-EXCEPTION-TYPE.
004970      MOVE WS-PPX-BR-CODE (WS-PPX-TBL-SUB)  TO PX-ISSUING-BR-CODE.
004980      MOVE WS-PPX-CHK-NUM (WS-PPX-TBL-SUB)  TO PX-ONSITE-CHK-NUM.
004990      MOVE WS-PPX-PAID-DATE (WS-PPX-TBL-SUB) TO PX-PAID-DATE.
005000      MOVE WS-PPX-PAID-AMOUNT (WS-PPX-TBL-SUB) TO PX-PAID-AMOUNT.
005010      MOVE WS-PPX-ISSUED-AMOUNT (WS-PPX-TBL-SUB)
005020                                  TO PX-ISSUED-AMOUNT.
005030      MOVE WS-PPX-REG-FOUND (WS-PPX-TBL-SUB) TO PX-REG-FOUND-IND.
005040      MOVE WS-PPX-REG-ISSUE-DATE (WS-PPX-TBL-SUB)
005050                                  TO PX-REG-ISSUE-DATE.
005060      MOVE WS-PPX-REG-AMOUNT (WS-PPX-TBL-SUB) TO PX-REG-AMOUNT.
005070      MOVE WS-PPX-REG-PAYEE (WS-PPX-TBL-SUB) TO PX-REG-PAYEE-NAME.
005080      MOVE WS-PPX-REG-STALE (WS-PPX-TBL-SUB) TO PX-REG-STALE-IND.
005090      MOVE WS-PPX-SV-ACTION (WS-PPX-TBL-SUB) TO PX-SV-ACTION.
005100      MOVE WS-PPX-SV-DATE (WS-PPX-TBL-SUB)   TO PX-SV-STOP-DATE.
005110      MOVE WS-PPX-REI-NEW-CHK (WS-PPX-TBL-SUB)
005120                                  TO PX-REI-NEW-CHK-NUM.
005130      MOVE WS-PPX-REI-DATE (WS-PPX-TBL-SUB)
005140                                 TO PX-REI-REISSUE-DATE.
005150      MOVE SWA-CURRENT-CCYY-DATE  TO PX-PRESENT-DATE.
005160      WRITE PPX-WORKLIST-RCD.
005170
005180      IF PX-PAID-NOT-ISSUED
005190          ADD 1 TO WS-PAID-NOT-ISSUED
005200      ELSE
005210          ADD 1 TO WS-AMOUNT-MISMATCH
005220      END-IF.
005230
005240      MOVE SPACES                 TO WS-WORKLIST-LINE.
005250      MOVE PX-EXCEPTION-TYPE      TO PWL-TYPE.
005260      MOVE PX-ISSUING-BR-CODE     TO PWL-BR-CODE.
005270      MOVE PX-ONSITE-CHK-NUM      TO PWL-CHK-NUM.
005280      MOVE PX-PAID-DATE           TO PWL-PAID-DATE.
005290      MOVE PX-PAID-AMOUNT         TO PWL-PAID-AMOUNT.
005300      MOVE PX-ISSUED-AMOUNT       TO PWL-ISSUED-AMOUNT.
005310      IF PX-ON-REGISTER
005320          MOVE PX-REG-ISSUE-DATE  TO PWL-ISSUE-DATE
005330          MOVE PX-REG-PAYEE-NAME  TO PWL-PAYEE
005340          MOVE PX-REG-STALE-IND   TO PWL-STALE
005350      ELSE
005360          MOVE "** NOT ON REGISTER **" TO PWL-PAYEE
005370      END-IF.
005380      IF NOT PX-NO-STOP-VOID
005390          MOVE PX-SV-ACTION       TO PWL-SV-ACTION
005400          MOVE PX-SV-STOP-DATE    TO PWL-SV-DATE
005410      END-IF.
005420      IF PX-REI-NEW-CHK-NUM NOT = SPACES
005430          MOVE PX-REI-NEW-CHK-NUM TO PWL-NEW-CHK
005440          MOVE PX-REI-REISSUE-DATE TO PWL-REI-DATE
005450      END-IF.
005460      MOVE WS-WORKLIST-LINE       TO PPX-WORKLIST-RPT-RCD.
005470      WRITE PPX-WORKLIST-RPT-RCD.
005480
005490  7100-EXIT.
005500      EXIT.
005510
005520  8000-WRAPUP.
005530
005540      MOVE "EXCEPTIONS LOADED:"   TO SCR-LITERAL.
005550      MOVE WS-EXCEPTIONS-LOADED   TO SCR-COUNT.
005560      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005570      PERFORM 8999-WRITE-SYSOUT.
005580
005590      MOVE "REGISTER RECORDS READ:" TO SCR-LITERAL.
005600      MOVE WS-REGISTER-READ       TO SCR-COUNT.
005610      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005620      PERFORM 8999-WRITE-SYSOUT.
005630
005640      MOVE "ITEMS ON REGISTER:"   TO SCR-LITERAL.
005650      MOVE WS-REGISTER-MATCHED    TO SCR-COUNT.
005660      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005670      PERFORM 8999-WRITE-SYSOUT.
005680
005690      MOVE "ITEMS WITH STOP/VOID:" TO SCR-LITERAL.
005700      MOVE WS-STOP-VOIDS-MATCHED  TO SCR-COUNT.
005710      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005720      PERFORM 8999-WRITE-SYSOUT.
005730
005740      MOVE "ITEMS REISSUED:"      TO SCR-LITERAL.
005750      MOVE WS-REISSUES-MATCHED    TO SCR-COUNT.
005760      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005770      PERFORM 8999-WRITE-SYSOUT.
005780
005790      MOVE "PAID NOT ISSUED:"     TO SCR-LITERAL.
005800      MOVE WS-PAID-NOT-ISSUED     TO SCR-COUNT.
005810      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005820      PERFORM 8999-WRITE-SYSOUT.
005830
005840      MOVE "AMOUNT MISMATCHES:"   TO SCR-LITERAL.
005850      MOVE WS-AMOUNT-MISMATCH     TO SCR-COUNT.
005860      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005870      PERFORM 8999-WRITE-SYSOUT.
005880
005890      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005900
005910      COPY C2INZ003.
005920
005930      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005940
005950  8000-EXIT.
005960      EXIT.
005970
005980* 8980-NOTE-TABLE-CAPACITY
005990*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
006000*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
006010*   DROPPED ENTRY ENDS THE RUN RC=12.
006020  8980-NOTE-TABLE-CAPACITY.
006030
006040      MOVE "PAID-ITEMS EXCEPTIONS"  TO TC-NOTE-NAME.
006050      MOVE WS-PPX-TABLE-MAX         TO TC-NOTE-LIMIT.
006060      MOVE WS-PPX-COUNT             TO TC-NOTE-HIGH.
006070      MOVE WS-PPX-DROPPED           TO TC-NOTE-DROPPED.
006080      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
006090
006100      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
006110
006120  8980-EXIT.
006130      EXIT.
006140
006150* 8900-SET-RETURN-CODE
006160*   RC=0 CLEAN.  RC=12 ANY EXCEPTION THE TABLE COULD NOT HOLD -
006170*   IT IS NOT ON THE WORKLIST, SO NO DECISION GOES TO THE BANK
006180*   FOR IT (SEE THE CAPACITY REPORT).
006190  8900-SET-RETURN-CODE.
006200
006210      MOVE ZERO TO RETURN-CODE.
006220
006230      IF TC-TABLE-OVERFLOW
006240          MOVE TC-OVERFLOW-RC TO RETURN-CODE
006250      END-IF.
006260
006270  8900-EXIT.
006280      EXIT.
006290
006300      COPY CLCWW134.
006310
0063va      COPY CLCWW167.
0063vb
006320      COPY C2INZ002.
006330
006340      COPY C2INZ004.
006350
006360      COPY C2INZ005.
006370
006380      OC-REGISTER-IN-FILE
006390      STOP-VOID-FILE
006400      REISSUE-TRAN-FILE
006410      PPX-WORKLIST-FILE
006420      PPX-WORKLIST-RPT
006430      RUN-HISTORY-FILE.
006440
006450  9999-EXIT.
006460      EXIT.
