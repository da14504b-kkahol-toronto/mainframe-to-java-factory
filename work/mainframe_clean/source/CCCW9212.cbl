000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9212.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9212
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    PAID-ITEM IMAGE RETRIEVAL REQUEST.  TAKES A LIST
000130*              OF PAID CHECKS WHOSE IMAGES ARE WANTED (CLCWW182 -
000140*              BRANCH, CHECK NUMBER, WHO ASKED AND WHY), LOOKS
000150*              EACH ONE UP IN THE CLCWW181 PAID-ITEM IMAGE
000160*              HISTORY CCCW9211 BUILDS, AND WRITES ONE CLCWW183
000170*              RETRIEVAL REQUEST PER ITEM FOUND FOR THE BANK,
000180*              QUOTING THE BANK'S OWN IMAGE REFERENCE.  WHEN THE
000190*              BANK INDEXED AN ITEM MORE THAN ONCE THE LATEST
000200*              PAID DATE IS ASKED FOR.  THE REQUEST LISTING
000210*              SHOWS EVERY ITEM ON THE LIST AND WHAT BECAME OF
000220*              IT - REQUESTED, NOT IN THE HISTORY (NOT YET PAID,
000230*              PAID BEFORE THE HISTORY BEGAN OR ALREADY AGED OFF
000240*              BY CCCW9134), OR A DUPLICATE OF AN EARLIER LINE.
000250*
000260*  FILES:      IMGREQ   - IMAGE REQUEST LIST (CLCWW182)
000270*              IMGHIST  - PAID-ITEM IMAGE HISTORY (CLCWW181)
000280*              IMGRTRV  - BANK IMAGE RETRIEVAL REQUESTS
000290*                         (CLCWW183)
000300*              IMGRQRPT - IMAGE REQUEST LISTING
000310*
000320*  RETURN:     RC=0 EVERY ITEM REQUESTED.  RC=4 AN ITEM WAS NOT
000330*              IN THE HISTORY OR WAS A DUPLICATE.  RC=12 THE
000340*              REQUEST TABLE FILLED.
000350*
000360******************************************************************
000370*                      MODIFICATION HISTORY
000380******************************************************************
000390* DATE     INIT  DESCRIPTION
000400* -------- ----  --------------------------------------------
000410* 10/2026  RF    NEW PROGRAM - PAID-ITEM IMAGE RETRIEVAL REQUEST
000420******************************************************************
000430  ENVIRONMENT DIVISION.
000440  CONFIGURATION SECTION.
000450  SOURCE-COMPUTER.   IBM-370.
000460  OBJECT-COMPUTER.   IBM-370.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490
000500      COPY C2INX001.
000510
000520      SELECT IMAGE-REQUEST-FILE  ASSIGN TO IMGREQ
000530          ORGANIZATION IS SEQUENTIAL.
000540
000550      SELECT IMAGE-HIST-FILE     ASSIGN TO IMGHIST
000560          ORGANIZATION IS SEQUENTIAL.
000570
000580      SELECT IMAGE-RETRIEVAL-FILE ASSIGN TO IMGRTRV
000590          ORGANIZATION IS SEQUENTIAL.
000600
000610      SELECT IMAGE-REQUEST-RPT   ASSIGN TO IMGRQRPT
000620          ORGANIZATION IS SEQUENTIAL.
000630
000640      COPY C2INX004.
000650
000660  DATA DIVISION.
000670  FILE SECTION.
000680
000690      COPY C2INX002.
000700
000710  FD  IMAGE-REQUEST-FILE
000720      BLOCK CONTAINS 0 RECORDS
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD
000750      DATA RECORD IS IMAGE-REQUEST-RCD.
000760
000770      COPY CLCWW182.
000780
000790  FD  IMAGE-HIST-FILE
000800      BLOCK CONTAINS 0 RECORDS
000810      RECORDING MODE IS F
000820      LABEL RECORDS ARE STANDARD
000830      DATA RECORD IS PAID-IMAGE-RCD.
000840
000850      COPY CLCWW181.
000860
000870  FD  IMAGE-RETRIEVAL-FILE
000880      BLOCK CONTAINS 0 RECORDS
000890      RECORDING MODE IS F
000900      LABEL RECORDS ARE STANDARD
000910      DATA RECORD IS IMAGE-RETRIEVAL-RCD.
000920
000930      COPY CLCWW183.
000940
000950  FD  IMAGE-REQUEST-RPT
000960      BLOCK CONTAINS 0 RECORDS
000970      RECORDING MODE IS F
000980      LABEL RECORDS ARE STANDARD
000990      DATA RECORD IS IMAGE-REQUEST-RPT-RCD.
001000
001010  01  IMAGE-REQUEST-RPT-RCD         PIC X(133).
001020
001030      COPY C2INX005.
001040
001050  WORKING-STORAGE SECTION.
001060
001070      COPY C2INX003.
001080
001090      COPY C2INX006.
001100
001110      COPY CLCWW133.
001120
001130      COPY CLCWW166.
001140
001150  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9212".
001160
001170  01  WS-SWITCHES.
001180      05  WS-REQ-EOF-SW           PIC X(01) VALUE "N".
001190          88  WS-REQ-EOF                  VALUE "Y".
001200      05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001210          88  WS-HIST-EOF                 VALUE "Y".
001220      05  WS-RQ-FOUND-SW          PIC X(01) VALUE "N".
001230          88  WS-RQ-FOUND                 VALUE "Y".
001240
001250  01  WS-COUNTERS.
001260      05  WS-REQ-READ             PIC 9(09) COMP VALUE ZERO.
001270      05  WS-REQ-DUPLICATE        PIC 9(09) COMP VALUE ZERO.
001280      05  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
001290      05  WS-RTRV-WRITTEN         PIC 9(09) COMP VALUE ZERO.
001300      05  WS-REQ-NOT-FOUND        PIC 9(09) COMP VALUE ZERO.
001310
001320  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001330
001340* THE REQUESTED ITEMS, WITH THE LATEST IMAGE ENTRY THE HISTORY
001350* HOLDS FOR EACH.
001360  01  WS-RQ-TABLE.
001370      05  WS-RQ-ENTRY             OCCURS 1000 TIMES.
001380          10  WS-RQ-BR                PIC X(03).
001390          10  WS-RQ-CHK               PIC X(08).
001400          10  WS-RQ-REQUESTED-BY      PIC X(08).
001410          10  WS-RQ-REASON            PIC X(30).
001420          10  WS-RQ-HIT-SW            PIC X(01).
001430              88  WS-RQ-HIT                   VALUE "Y".
001440          10  WS-RQ-PAID-DATE         PIC 9(08).
001450          10  WS-RQ-PAID-AMOUNT       PIC S9(10)V99.
001460          10  WS-RQ-IMAGE-REF         PIC X(40).
001470  77  WS-RQ-COUNT                 PIC 9(04) COMP VALUE ZERO.
001480  77  WS-RQ-TABLE-MAX             PIC 9(04) COMP VALUE 1000.
001490  77  WS-RQ-DROPPED               PIC 9(07) COMP VALUE ZERO.
001500  77  WS-RQ-TBL-SUB               PIC 9(04) COMP VALUE ZERO.
001510  77  WS-RQ-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
001520  77  WS-RQ-FIND-BR               PIC X(03) VALUE SPACES.
001530  77  WS-RQ-FIND-CHK              PIC X(08) VALUE SPACES.
001540
001550  01  WS-RPT-TITLE.
001560      05  FILLER                  PIC X(01) VALUE SPACES.
001570      05  FILLER                  PIC X(32) VALUE
001580          "PAID-ITEM IMAGE REQUEST LISTING ".
001590      05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
001600      05  RTL-RUN-DATE            PIC 9(08).
001610      05  FILLER                  PIC X(80) VALUE SPACES.
001620
001630  01  WS-RPT-COL-HEADING.
001640      05  FILLER                  PIC X(03) VALUE SPACES.
001650      05  FILLER                  PIC X(05) VALUE "BR   ".
001660      05  FILLER                  PIC X(10) VALUE "CHECK     ".
001670      05  FILLER                  PIC X(10) VALUE "ASKED BY  ".
001680      05  FILLER                  PIC X(32) VALUE "REASON".
001690      05  FILLER                  PIC X(10) VALUE "PAID ON   ".
001700      05  FILLER                  PIC X(42) VALUE
001710          "IMAGE REFERENCE".
001720      05  FILLER                  PIC X(21) VALUE "DISPOSITION".
001730
001740  01  WS-RPT-LINE.
001750      05  FILLER                  PIC X(03) VALUE SPACES.
001760      05  RPL-BR                  PIC X(03).
001770      05  FILLER                  PIC X(02) VALUE SPACES.
001780      05  RPL-CHK                 PIC X(08).
001790      05  FILLER                  PIC X(02) VALUE SPACES.
001800      05  RPL-REQUESTED-BY        PIC X(08).
001810      05  FILLER                  PIC X(02) VALUE SPACES.
001820      05  RPL-REASON              PIC X(30).
001830      05  FILLER                  PIC X(02) VALUE SPACES.
001840      05  RPL-PAID-DATE           PIC X(08).
001850      05  FILLER                  PIC X(02) VALUE SPACES.
001860      05  RPL-IMAGE-REF           PIC X(40).
001870      05  FILLER                  PIC X(02) VALUE SPACES.
001880      05  RPL-DISPOSITION         PIC X(21).
001890
001900  01  WS-RPT-COUNT-LINE.
001910      05  FILLER                  PIC X(03) VALUE SPACES.
001920      05  RCL-LITERAL             PIC X(40).
001930      05  RCL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001940      05  FILLER                  PIC X(79) VALUE SPACES.
001950
001960  PROCEDURE DIVISION.
001970
001980  0000-MAINLINE.
001990
002000      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002010
002020      PERFORM 2000-SEARCH-HISTORY    THRU 2000-EXIT
002030          UNTIL WS-HIST-EOF.
002040
002050      PERFORM 3000-WRITE-REQUEST     THRU 3000-EXIT
002060          VARYING WS-RQ-TBL-SUB FROM 1 BY 1
002070          UNTIL WS-RQ-TBL-SUB > WS-RQ-COUNT.
002080
002090      PERFORM 7000-WRITE-TOTALS      THRU 7000-EXIT.
002100
002110      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002120
002130      GOBACK.
002140
002150  1000-INITIALIZE.
002160
002170      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002180      OPEN EXTEND RUN-HISTORY-FILE.
002190
002200      COPY C2INZ001.
002210
002220      MOVE SWA-CURRENT-CCYY-DATE  TO WS-TODAY.
002230
002240      OPEN INPUT  IMAGE-HIST-FILE.
002250      OPEN OUTPUT IMAGE-RETRIEVAL-FILE.
002260      OPEN OUTPUT IMAGE-REQUEST-RPT.
002270
002280      MOVE WS-TODAY               TO RTL-RUN-DATE.
002290      MOVE WS-RPT-TITLE           TO IMAGE-REQUEST-RPT-RCD.
002300      WRITE IMAGE-REQUEST-RPT-RCD.
002310      MOVE SPACES                 TO IMAGE-REQUEST-RPT-RCD.
002320      WRITE IMAGE-REQUEST-RPT-RCD.
002330      MOVE WS-RPT-COL-HEADING     TO IMAGE-REQUEST-RPT-RCD.
002340      WRITE IMAGE-REQUEST-RPT-RCD.
002350
002360      PERFORM 1100-LOAD-REQUESTS  THRU 1100-EXIT.
002370
002380      MOVE "CLCWW181"             TO WS-LV-CHECK-FILE-ID.
002390      MOVE "IMGHIST"              TO WS-LV-CHECK-DDNAME.
002400      MOVE "N"                    TO WS-LV-EMPTY-SW.
002410      READ IMAGE-HIST-FILE INTO LAYOUT-HEADER-RCD
002420          AT END
002430              MOVE "Y"            TO WS-LV-EMPTY-SW
002440      END-READ.
002450      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
002460
002470      IF WS-LV-FILE-EMPTY
002480          CLOSE IMAGE-HIST-FILE
002490          OPEN INPUT IMAGE-HIST-FILE
002500      END-IF.
002510
002520  1000-EXIT.
002530      EXIT.
002540
002550* 1100-LOAD-REQUESTS
002560*   THE REQUEST LIST INTO THE TABLE.  A SECOND LINE FOR AN ITEM
002570*   ALREADY ON THE LIST IS LISTED AS A DUPLICATE AND NOT ASKED
002580*   FOR TWICE.
002590  1100-LOAD-REQUESTS.
002600
002610      OPEN INPUT IMAGE-REQUEST-FILE.
002620
002630      PERFORM 1110-LOAD-REQUEST-RCD THRU 1110-EXIT
002640          UNTIL WS-REQ-EOF.
002650
002660      CLOSE IMAGE-REQUEST-FILE.
002670
002680  1100-EXIT.
002690      EXIT.
002700
002710  1110-LOAD-REQUEST-RCD.
002720
002730      READ IMAGE-REQUEST-FILE
002740          AT END
002750              MOVE "Y" TO WS-REQ-EOF-SW
002760              GO TO 1110-EXIT
002770      END-READ.
002780
002790      ADD 1 TO WS-REQ-READ.
002800
002810      MOVE IQ-ISSUING-BR-CODE     TO WS-RQ-FIND-BR.
002820      MOVE IQ-ONSITE-CHK-NUM      TO WS-RQ-FIND-CHK.
002830      PERFORM 1900-FIND-REQUEST   THRU 1900-EXIT.
002840
002850      IF WS-RQ-FOUND
002860          ADD 1 TO WS-REQ-DUPLICATE
002870          MOVE SPACES             TO WS-RPT-LINE
002880          MOVE IQ-ISSUING-BR-CODE TO RPL-BR
002890          MOVE IQ-ONSITE-CHK-NUM  TO RPL-CHK
002900          MOVE IQ-REQUESTED-BY    TO RPL-REQUESTED-BY
002910          MOVE IQ-REASON          TO RPL-REASON
002920          MOVE "DUPLICATE ON LIST" TO RPL-DISPOSITION
002930          PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002940          GO TO 1110-EXIT
002950      END-IF.
002960
002970      IF WS-RQ-COUNT NOT < WS-RQ-TABLE-MAX
002980          ADD 1 TO WS-RQ-DROPPED
002990          GO TO 1110-EXIT
003000      END-IF.
003010
003020      ADD 1 TO WS-RQ-COUNT.
003030      MOVE IQ-ISSUING-BR-CODE     TO WS-RQ-BR (WS-RQ-COUNT).
003040      MOVE IQ-ONSITE-CHK-NUM      TO WS-RQ-CHK (WS-RQ-COUNT).
003050      MOVE IQ-REQUESTED-BY  TO WS-RQ-REQUESTED-BY (WS-RQ-COUNT).
003060      MOVE IQ-REASON              TO WS-RQ-REASON (WS-RQ-COUNT).
003070      MOVE "N"                    TO WS-RQ-HIT-SW (WS-RQ-COUNT).
003080      MOVE ZERO              TO WS-RQ-PAID-DATE (WS-RQ-COUNT).
003090      MOVE ZERO            TO WS-RQ-PAID-AMOUNT (WS-RQ-COUNT).
003100      MOVE SPACES            TO WS-RQ-IMAGE-REF (WS-RQ-COUNT).
003110
003120  1110-EXIT.
003130      EXIT.
003140
003150* 1900-FIND-REQUEST
003160*   LOOKS WS-RQ-FIND-BR/WS-RQ-FIND-CHK UP IN THE REQUEST TABLE,
003170*   LEAVING WS-RQ-HIT-SUB ON THE ENTRY WHEN WS-RQ-FOUND.
003180  1900-FIND-REQUEST.
003190
003200      MOVE "N"                    TO WS-RQ-FOUND-SW.
003210      MOVE ZERO                   TO WS-RQ-HIT-SUB.
003220      PERFORM 1910-SEARCH-REQUEST THRU 1910-EXIT
003230          VARYING WS-RQ-TBL-SUB FROM 1 BY 1
003240          UNTIL WS-RQ-TBL-SUB > WS-RQ-COUNT
003250             OR WS-RQ-FOUND.
003260
003270  1900-EXIT.
003280      EXIT.
003290
003300  1910-SEARCH-REQUEST.
003310
003320      IF WS-RQ-BR (WS-RQ-TBL-SUB)  = WS-RQ-FIND-BR
003330          AND WS-RQ-CHK (WS-RQ-TBL-SUB) = WS-RQ-FIND-CHK
003340          MOVE "Y"                TO WS-RQ-FOUND-SW
003350          MOVE WS-RQ-TBL-SUB      TO WS-RQ-HIT-SUB
003360      END-IF.
003370
003380  1910-EXIT.
003390      EXIT.
003400
003410* 2000-SEARCH-HISTORY
003420*   ONE PASS OF THE HISTORY.  AN ENTRY FOR A REQUESTED ITEM IS
003430*   KEPT WHEN IT IS THE FIRST FOUND OR PAID LATER THAN THE ONE
003440*   ALREADY KEPT.
003450  2000-SEARCH-HISTORY.
003460
003470      READ IMAGE-HIST-FILE
003480          AT END
003490              MOVE "Y" TO WS-HIST-EOF-SW
003500              GO TO 2000-EXIT
003510      END-READ.
003520
003530      ADD 1 TO WS-HIST-READ.
003540
003550      MOVE PI-ISSUING-BR-CODE     TO WS-RQ-FIND-BR.
003560      MOVE PI-ONSITE-CHK-NUM      TO WS-RQ-FIND-CHK.
003570      PERFORM 1900-FIND-REQUEST   THRU 1900-EXIT.
003580
003590      IF NOT WS-RQ-FOUND
003600          GO TO 2000-EXIT
003610      END-IF.
003620
003630      IF WS-RQ-HIT (WS-RQ-HIT-SUB)
003640          AND PI-PAID-DATE < WS-RQ-PAID-DATE (WS-RQ-HIT-SUB)
003650          GO TO 2000-EXIT
003660      END-IF.
003670
003680      MOVE "Y"                    TO WS-RQ-HIT-SW (WS-RQ-HIT-SUB).
003690      MOVE PI-PAID-DATE       TO WS-RQ-PAID-DATE (WS-RQ-HIT-SUB).
003700      MOVE PI-PAID-AMOUNT   TO WS-RQ-PAID-AMOUNT (WS-RQ-HIT-SUB).
003710      MOVE PI-IMAGE-REF       TO WS-RQ-IMAGE-REF (WS-RQ-HIT-SUB).
003720
003730  2000-EXIT.
003740      EXIT.
003750
003760* 3000-WRITE-REQUEST
003770*   ONE LISTED ITEM - THE BANK REQUEST WHEN THE HISTORY HAS IT,
003780*   AND ITS LINE ON THE LISTING EITHER WAY.
003790  3000-WRITE-REQUEST.
003800
003810      MOVE SPACES                 TO WS-RPT-LINE.
003820      MOVE WS-RQ-BR (WS-RQ-TBL-SUB)        TO RPL-BR.
003830      MOVE WS-RQ-CHK (WS-RQ-TBL-SUB)       TO RPL-CHK.
003840      MOVE WS-RQ-REQUESTED-BY (WS-RQ-TBL-SUB)
003850                                  TO RPL-REQUESTED-BY.
003860      MOVE WS-RQ-REASON (WS-RQ-TBL-SUB)    TO RPL-REASON.
003870
003880      IF NOT WS-RQ-HIT (WS-RQ-TBL-SUB)
003890          ADD 1 TO WS-REQ-NOT-FOUND
003900          MOVE "NOT IN IMAGE HISTORY" TO RPL-DISPOSITION
003910          PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003920          GO TO 3000-EXIT
003930      END-IF.
003940
003950      MOVE SPACES                 TO IMAGE-RETRIEVAL-RCD.
003960      MOVE WS-RQ-BR (WS-RQ-TBL-SUB)    TO IR-ISSUING-BR-CODE.
003970      MOVE WS-RQ-CHK (WS-RQ-TBL-SUB)   TO IR-ONSITE-CHK-NUM.
003980      MOVE WS-RQ-PAID-DATE (WS-RQ-TBL-SUB)   TO IR-PAID-DATE.
003990      MOVE WS-RQ-PAID-AMOUNT (WS-RQ-TBL-SUB) TO IR-PAID-AMOUNT.
004000      MOVE WS-RQ-IMAGE-REF (WS-RQ-TBL-SUB)   TO IR-IMAGE-REF.
004010      MOVE WS-TODAY               TO IR-REQUEST-DATE.
004020      WRITE IMAGE-RETRIEVAL-RCD.
004030      ADD 1 TO WS-RTRV-WRITTEN.
004040
004050      MOVE WS-RQ-PAID-DATE (WS-RQ-TBL-SUB) TO RPL-PAID-DATE.
004060      MOVE WS-RQ-IMAGE-REF (WS-RQ-TBL-SUB) TO RPL-IMAGE-REF.
004070      MOVE "REQUESTED FROM BANK"  TO RPL-DISPOSITION.
004080      PERFORM 7900-WRITE-LINE     THRU 7900-EXIT.
004090
004100  3000-EXIT.
004110      EXIT.
004120
004130  7000-WRITE-TOTALS.
004140
004150      MOVE SPACES                 TO IMAGE-REQUEST-RPT-RCD.
004160      WRITE IMAGE-REQUEST-RPT-RCD.
004170
004180      MOVE "ITEMS ON THE REQUEST LIST" TO RCL-LITERAL.
004190      MOVE WS-REQ-READ            TO RCL-COUNT.
004200      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004210
004220      MOVE "  REQUESTED FROM THE BANK" TO RCL-LITERAL.
004230      MOVE WS-RTRV-WRITTEN        TO RCL-COUNT.
004240      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004250
004260      MOVE "  NOT IN THE IMAGE HISTORY" TO RCL-LITERAL.
004270      MOVE WS-REQ-NOT-FOUND       TO RCL-COUNT.
004280      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004290
004300      MOVE "  DUPLICATES ON THE LIST" TO RCL-LITERAL.
004310      MOVE WS-REQ-DUPLICATE       TO RCL-COUNT.
004320      PERFORM 7910-WRITE-COUNT    THRU 7910-EXIT.
004330
004340      IF WS-RQ-DROPPED > ZERO
004350          MOVE "*ITEMS NOT LOADED - TABLE FULL" TO RCL-LITERAL
004360          MOVE WS-RQ-DROPPED      TO RCL-COUNT
004370          PERFORM 7910-WRITE-COUNT THRU 7910-EXIT
004380      END-IF.
004390
004400  7000-EXIT.
004410      EXIT.
004420
004430  7900-WRITE-LINE.
004440
004450      MOVE WS-RPT-LINE            TO IMAGE-REQUEST-RPT-RCD.
004460      WRITE IMAGE-REQUEST-RPT-RCD.
004470
004480  7900-EXIT.
004490      EXIT.
004500
004510  7910-WRITE-COUNT.
004520
004530      MOVE WS-RPT-COUNT-LINE      TO IMAGE-REQUEST-RPT-RCD.
004540      WRITE IMAGE-REQUEST-RPT-RCD.
004550
004560  7910-EXIT.
004570      EXIT.
004580
004590  8000-WRAPUP.
004600
004610      MOVE "REQUEST ITEMS READ:"  TO SCR-LITERAL.
004620      MOVE WS-REQ-READ            TO SCR-COUNT.
004630      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004640      PERFORM 8999-WRITE-SYSOUT.
004650
004660      MOVE "HISTORY RECORDS READ:" TO SCR-LITERAL.
004670      MOVE WS-HIST-READ           TO SCR-COUNT.
004680      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004690      PERFORM 8999-WRITE-SYSOUT.
004700
004710      MOVE "RETRIEVALS WRITTEN:"  TO SCR-LITERAL.
004720      MOVE WS-RTRV-WRITTEN        TO SCR-COUNT.
004730      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004740      PERFORM 8999-WRITE-SYSOUT.
004750
004760      MOVE "NOT IN IMAGE HISTORY:" TO SCR-LITERAL.
004770      MOVE WS-REQ-NOT-FOUND       TO SCR-COUNT.
004780      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004790      PERFORM 8999-WRITE-SYSOUT.
004800
004810      MOVE "DUPLICATE REQUESTS:"  TO SCR-LITERAL.
004820      MOVE WS-REQ-DUPLICATE       TO SCR-COUNT.
004830      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004840      PERFORM 8999-WRITE-SYSOUT.
004850
004860      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
004870
004880      PERFORM 8900-SET-RETURN-CODE THRU 8900-EXIT.
004890
004900      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
004910
004920      COPY C2INZ003.
004930
004940      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004950
004960  8000-EXIT.
004970      EXIT.
004980
004990* 8900-SET-RETURN-CODE
005000*   RC=4 AN ITEM NOT REQUESTED, RC=12 A TABLE FILLED - THE
005010*   WORST ONE WINS.
005020  8900-SET-RETURN-CODE.
005030
005040      MOVE ZERO TO RETURN-CODE.
005050
005060      IF WS-REQ-NOT-FOUND > ZERO
005070          OR WS-REQ-DUPLICATE > ZERO
005080          MOVE 4 TO RETURN-CODE
005090      END-IF.
005100
005110      IF TC-TABLE-OVERFLOW
005120          MOVE TC-OVERFLOW-RC TO RETURN-CODE
005130      END-IF.
005140
005150  8900-EXIT.
005160      EXIT.
005170
005180* 8980-NOTE-TABLE-CAPACITY
005190*   NOTES THE REQUEST TABLE'S HIGH-WATER MARK, LIMIT AND
005200*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.
005210  8980-NOTE-TABLE-CAPACITY.
005220
005230      MOVE "IMAGE REQUESTS"         TO TC-NOTE-NAME.
005240      MOVE WS-RQ-TABLE-MAX          TO TC-NOTE-LIMIT.
005250      MOVE WS-RQ-COUNT              TO TC-NOTE-HIGH.
005260      MOVE WS-RQ-DROPPED            TO TC-NOTE-DROPPED.
005270      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
005280
005290      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
005300
005310  8980-EXIT.
005320      EXIT.
005330
005340      COPY CLCWW134.
005350
005360      COPY CLCWW167.
005370
005380      COPY C2INZ002.
005390
005400      COPY C2INZ004.
005410
005420      COPY C2INZ005.
005430
005440      IMAGE-HIST-FILE
005450      IMAGE-RETRIEVAL-FILE
005460      IMAGE-REQUEST-RPT
005470      RUN-HISTORY-FILE.
005480
005490  9999-EXIT.
005500      EXIT.
