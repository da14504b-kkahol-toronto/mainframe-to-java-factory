000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9218.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9218
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    ONE-TIME RECORD-LENGTH CUTOVER CONVERSION FOR THE
000130*              WIDENED FILES THAT CARRY NO CLCWW166 LAYOUT HEADER.
000140*              THEY WERE WIDENED BY TAIL EXTENSION FOR THE FOREIGN
000150*              ADDRESS (CLCWW013) AND THE ADDRESS OF RECORD
000160*              (CLCWW057), SO A GENERATION WRITTEN BEFORE THE
000170*              CUTOVER CAN NO LONGER BE READ OR CONCATENATED WITH
000180*              ONE WRITTEN AFTER IT:
000190*                DTL - 1099 STAGING DETAIL (CLCWW013), 380 TO
000200*                      420 BYTES.  ANY CLCWW013 FILE CARRIED
000210*                      ACROSS THE CUTOVER - THE LIVE TEN99DTL,
000220*                      THE CLOSED YEARS' TEN99DXA/TEN99DXR
000230*                      ARCHIVES AND THE TEN99CFW CARRY-FORWARD.
000240*                      THE STAGING HEADER AND TRAILER ARE
000250*                      EXTENDED THE SAME WAY.
000260*                HLD - 1099 HELD RECORDS (CLCWW041), 428 TO
000270*                      468 BYTES - TEN99HLD.
000280*                ARC - TRANSMITTED-FILE ARCHIVE (CLCWW077), 400
000290*                      TO 440 BYTES - TEN99ARC.  AR-DATA GROWS
000300*                      IN THE MIDDLE OF THE RECORD, SO THE
000310*                      7-BYTE FILLER AFTER IT IS NOT CARRIED.
000320*                PNQ - ACH PRENOTE HOLD QUEUE (CLCWW148), 380
000330*                      TO 400 BYTES - PNQUEI AND ANY PNHOLD NOT
000340*                      YET TAKEN UP BY CCCW9142.  PH-DETAIL-DATA
000350*                      GROWS IN THE MIDDLE OF THE RECORD, SO THE
000360*                      6-BYTE FILLER AFTER IT IS NOT CARRIED.
000370*                VMP - PENDING VENDOR MASTER TRANSACTIONS
000380*                      (CLCWW057), 80 TO 250 BYTES - VMPEND.
000390*              EVERY NEW FIELD STARTS AS SPACES, WHICH IS ITS
000400*              DEFAULT: A BLANK FOREIGN-ADDRESS INDICATOR IS A
000410*              DOMESTIC ADDRESS, AND A PENDING TRANSACTION WITH A
000420*              BLANK ADDRESS OF RECORD LEAVES THE MASTER'S ADDRESS
000430*              AS IT IS.  RUN ONCE PER FILE AT CUTOVER, BEFORE THE
000440*              FIRST RUN OF THE WIDENED PROGRAMS, LIKE THE
000450*              CCCW9131 CUTOVER CONVERSION.  A GENERATION ALREADY
000460*              AT THE NEW LENGTH FAILS TO OPEN ON THE OLD DD, SO
000470*              NOTHING IS EVER EXTENDED TWICE.
000480*
000490*  PARM:       FILE KIND (DTL/HLD/ARC/PNQ/VMP), E.G. PARM='DTL'.
000500*
000510*  FILES:      DTLOLD/DTLNEW, HLDOLD/HLDNEW, ARCOLD/ARCNEW,
000520*              PNQOLD/PNQNEW, VMPOLD/VMPNEW - THE GENERATION TO
000530*              CONVERT AND ITS WIDENED REPLACEMENT, FOR THE KIND
000540*              ON THE PARM.
000550*
000560******************************************************************
000570*                      MODIFICATION HISTORY
000580******************************************************************
000590* DATE     INIT  DESCRIPTION
000600* -------- ----  --------------------------------------------
000610* 10/2026  RF    NEW PROGRAM - CLCWW013/041/077/148/057 RECORD-
000620*                LENGTH CUTOVER CONVERSION
000630******************************************************************
000640  ENVIRONMENT DIVISION.
000650  CONFIGURATION SECTION.
000660  SOURCE-COMPUTER.   IBM-370.
000670  OBJECT-COMPUTER.   IBM-370.
000680  INPUT-OUTPUT SECTION.
000690  FILE-CONTROL.
000700
000710      COPY C2INX001.
000720
000730      SELECT DTL-OLD-FILE        ASSIGN TO DTLOLD
000740          ORGANIZATION IS SEQUENTIAL.
000750
000760      SELECT DTL-NEW-FILE        ASSIGN TO DTLNEW
000770          ORGANIZATION IS SEQUENTIAL.
000780
000790      SELECT HLD-OLD-FILE        ASSIGN TO HLDOLD
000800          ORGANIZATION IS SEQUENTIAL.
000810
000820      SELECT HLD-NEW-FILE        ASSIGN TO HLDNEW
000830          ORGANIZATION IS SEQUENTIAL.
000840
000850      SELECT ARC-OLD-FILE        ASSIGN TO ARCOLD
000860          ORGANIZATION IS SEQUENTIAL.
000870
000880      SELECT ARC-NEW-FILE        ASSIGN TO ARCNEW
000890          ORGANIZATION IS SEQUENTIAL.
000900
000910      SELECT PNQ-OLD-FILE        ASSIGN TO PNQOLD
000920          ORGANIZATION IS SEQUENTIAL.
000930
000940      SELECT PNQ-NEW-FILE        ASSIGN TO PNQNEW
000950          ORGANIZATION IS SEQUENTIAL.
000960
000970      SELECT VMP-OLD-FILE        ASSIGN TO VMPOLD
000980          ORGANIZATION IS SEQUENTIAL.
000990
001000      SELECT VMP-NEW-FILE        ASSIGN TO VMPNEW
001010          ORGANIZATION IS SEQUENTIAL.
001020
001030      COPY C2INX004.
001040
001050  DATA DIVISION.
001060  FILE SECTION.
001070
001080      COPY C2INX002.
001090
001100  FD  DTL-OLD-FILE
001110      BLOCK CONTAINS 0 RECORDS
001120      RECORDING MODE IS F
001130      LABEL RECORDS ARE STANDARD
001140      DATA RECORD IS DTL-OLD-RCD.
001150
001160  01  DTL-OLD-RCD                   PIC X(380).
001170
001180  FD  DTL-NEW-FILE
001190      BLOCK CONTAINS 0 RECORDS
001200      RECORDING MODE IS F
001210      LABEL RECORDS ARE STANDARD
001220      DATA RECORD IS DTL-NEW-RCD.
001230
001240  01  DTL-NEW-RCD                   PIC X(420).
001250
001260  FD  HLD-OLD-FILE
001270      BLOCK CONTAINS 0 RECORDS
001280      RECORDING MODE IS F
001290      LABEL RECORDS ARE STANDARD
001300      DATA RECORD IS HLD-OLD-RCD.
001310
001320  01  HLD-OLD-RCD                   PIC X(428).
001330
001340  FD  HLD-NEW-FILE
001350      BLOCK CONTAINS 0 RECORDS
001360      RECORDING MODE IS F
001370      LABEL RECORDS ARE STANDARD
001380      DATA RECORD IS TEN99-HELD-RCD.
001390
001400      COPY CLCWW041.
001410
001420  FD  ARC-OLD-FILE
001430      BLOCK CONTAINS 0 RECORDS
001440      RECORDING MODE IS F
001450      LABEL RECORDS ARE STANDARD
001460      DATA RECORD IS ARC-OLD-RCD.
001470
001480  01  ARC-OLD-RCD.
001490      05  ARC-OLD-KEY               PIC X(13).
001500      05  ARC-OLD-DATA              PIC X(380).
001510      05  FILLER                    PIC X(07).
001520
001530  FD  ARC-NEW-FILE
001540      BLOCK CONTAINS 0 RECORDS
001550      RECORDING MODE IS F
001560      LABEL RECORDS ARE STANDARD
001570      DATA RECORD IS TEN99-ARCHIVE-RCD.
001580
001590      COPY CLCWW077.
001600
001610  FD  PNQ-OLD-FILE
001620      BLOCK CONTAINS 0 RECORDS
001630      RECORDING MODE IS F
001640      LABEL RECORDS ARE STANDARD
001650      DATA RECORD IS PNQ-OLD-RCD.
001660
001670  01  PNQ-OLD-RCD.
001680      05  PNQ-OLD-FIRST-HELD-DATE   PIC X(08).
001690      05  PNQ-OLD-DETAIL-DATA       PIC X(366).
001700      05  FILLER                    PIC X(06).
001710
001720  FD  PNQ-NEW-FILE
001730      BLOCK CONTAINS 0 RECORDS
001740      RECORDING MODE IS F
001750      LABEL RECORDS ARE STANDARD
001760      DATA RECORD IS PRENOTE-HOLD-RCD.
001770
001780      COPY CLCWW148.
001790
001800  FD  VMP-OLD-FILE
001810      BLOCK CONTAINS 0 RECORDS
001820      RECORDING MODE IS F
001830      LABEL RECORDS ARE STANDARD
001840      DATA RECORD IS VMP-OLD-RCD.
001850
001860  01  VMP-OLD-RCD                   PIC X(80).
001870
001880  FD  VMP-NEW-FILE
001890      BLOCK CONTAINS 0 RECORDS
001900      RECORDING MODE IS F
001910      LABEL RECORDS ARE STANDARD
001920      DATA RECORD IS VM-TRAN-RCD.
001930
001940      COPY CLCWW057.
001950
001960      COPY C2INX005.
001970
001980  WORKING-STORAGE SECTION.
001990
002000      COPY C2INX003.
002010
002020      COPY C2INX006.
002030
002040  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9218".
002050
002060  01  WS-SWITCHES.
002070      05  WS-IN-EOF-SW            PIC X(01) VALUE "N".
002080          88  WS-IN-EOF                   VALUE "Y".
002090
002100  01  WS-COUNTERS.
002110      05  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
002120      05  WS-RECORDS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
002130
002140  77  WS-FILE-KIND                PIC X(03) VALUE SPACES.
002150
002160  LINKAGE SECTION.
002170
002180* RUN-TIME PARM - THE FILE KIND TO CONVERT THIS RUN.
002190  01  LS-PARM-DATA.
002200      05  LS-PARM-LENGTH          PIC S9(04) COMP.
002210      05  LS-PARM-KIND            PIC X(03).
002220
002230  PROCEDURE DIVISION USING LS-PARM-DATA.
002240
002250  0000-MAINLINE.
002260
002270      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002280
002290      EVALUATE WS-FILE-KIND
002300          WHEN "DTL"
002310              PERFORM 2000-CONVERT-DTL THRU 2000-EXIT
002320                  UNTIL WS-IN-EOF
002330          WHEN "HLD"
002340              PERFORM 3000-CONVERT-HLD THRU 3000-EXIT
002350                  UNTIL WS-IN-EOF
002360          WHEN "ARC"
002370              PERFORM 4000-CONVERT-ARC THRU 4000-EXIT
002380                  UNTIL WS-IN-EOF
002390          WHEN "PNQ"
002400              PERFORM 5000-CONVERT-PNQ THRU 5000-EXIT
002410                  UNTIL WS-IN-EOF
002420          WHEN "VMP"
002430              PERFORM 6000-CONVERT-VMP THRU 6000-EXIT
002440                  UNTIL WS-IN-EOF
002450      END-EVALUATE.
002460
002470      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
002480
002490      GOBACK.
002500
002510  1000-INITIALIZE.
002520
002530      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
002540      OPEN EXTEND RUN-HISTORY-FILE.
002550
002560      COPY C2INZ001.
002570
002580      IF LS-PARM-LENGTH > ZERO
002590          MOVE LS-PARM-KIND TO WS-FILE-KIND
002600      END-IF.
002610
002620      EVALUATE WS-FILE-KIND
002630          WHEN "DTL"
002640              OPEN INPUT  DTL-OLD-FILE
002650              OPEN OUTPUT DTL-NEW-FILE
002660          WHEN "HLD"
002670              OPEN INPUT  HLD-OLD-FILE
002680              OPEN OUTPUT HLD-NEW-FILE
002690          WHEN "ARC"
002700              OPEN INPUT  ARC-OLD-FILE
002710              OPEN OUTPUT ARC-NEW-FILE
002720          WHEN "PNQ"
002730              OPEN INPUT  PNQ-OLD-FILE
002740              OPEN OUTPUT PNQ-NEW-FILE
002750          WHEN "VMP"
002760              OPEN INPUT  VMP-OLD-FILE
002770              OPEN OUTPUT VMP-NEW-FILE
002780          WHEN OTHER
002790              MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
002800              MOVE "PARM1"               TO SAR-RETURN-CODE
002810              MOVE SPACES                TO SAR-DB-NAME
002820              MOVE "CVTKIND"             TO SAR-TABLE-NAME
002830              MOVE SPACES                TO SAR-SQLCODE
002840              GO TO 9998-COREDUMP
002850      END-EVALUATE.
002860
002870  1000-EXIT.
002880      EXIT.
002890
002900* 2000-CONVERT-DTL
002910*   THE OLD 380-BYTE STAGING RECORD - DETAIL, HEADER OR
002920*   TRAILER - IS THE FIRST 380 BYTES OF THE NEW ONE.  THE
002930*   FOREIGN-ADDRESS TAIL STARTS BLANK: A DOMESTIC ADDRESS.
002940  2000-CONVERT-DTL.
002950
002960      READ DTL-OLD-FILE
002970          AT END
002980              MOVE "Y" TO WS-IN-EOF-SW
002990              GO TO 2000-EXIT
003000      END-READ.
003010
003020      ADD 1 TO WS-RECORDS-READ.
003030
003040      MOVE SPACES                 TO DTL-NEW-RCD.
003050      MOVE DTL-OLD-RCD            TO DTL-NEW-RCD (1:380).
003060
003070      WRITE DTL-NEW-RCD.
003080      ADD 1 TO WS-RECORDS-WRITTEN.
003090
003100  2000-EXIT.
003110      EXIT.
003120
003130* 3000-CONVERT-HLD
003140*   THE HELD DETAIL IS THE LAST FIELD OF THE RECORD, SO THE OLD
003150*   428-BYTE RECORD IS THE FIRST 428 BYTES OF THE NEW ONE AND
003160*   THE DETAIL'S FOREIGN-ADDRESS TAIL STARTS BLANK.
003170  3000-CONVERT-HLD.
003180
003190      READ HLD-OLD-FILE
003200          AT END
003210              MOVE "Y" TO WS-IN-EOF-SW
003220              GO TO 3000-EXIT
003230      END-READ.
003240
003250      ADD 1 TO WS-RECORDS-READ.
003260
003270      MOVE SPACES                 TO TEN99-HELD-RCD.
003280      MOVE HLD-OLD-RCD            TO TEN99-HELD-RCD (1:428).
003290
003300      WRITE TEN99-HELD-RCD.
003310      ADD 1 TO WS-RECORDS-WRITTEN.
003320
003330  3000-EXIT.
003340      EXIT.
003350
003360* 4000-CONVERT-ARC
003370*   THE RECORD TYPE, DATE, SEQUENCE AND FILE TYPE CARRY AS THEY
003380*   ARE; THE OLD 380-BYTE IMAGE IS THE FIRST 380 BYTES OF THE
003390*   NEW AR-DATA, WHOSE FOREIGN-ADDRESS TAIL STARTS BLANK.
003400  4000-CONVERT-ARC.
003410
003420      READ ARC-OLD-FILE
003430          AT END
003440              MOVE "Y" TO WS-IN-EOF-SW
003450              GO TO 4000-EXIT
003460      END-READ.
003470
003480      ADD 1 TO WS-RECORDS-READ.
003490
003500      MOVE SPACES                 TO TEN99-ARCHIVE-RCD.
003510      MOVE ARC-OLD-KEY            TO TEN99-ARCHIVE-RCD (1:13).
003520      MOVE ARC-OLD-DATA           TO AR-DATA (1:380).
003530
003540      WRITE TEN99-ARCHIVE-RCD.
003550      ADD 1 TO WS-RECORDS-WRITTEN.
003560
003570  4000-EXIT.
003580      EXIT.
003590
003600* 5000-CONVERT-PNQ
003610*   THE FIRST-HELD DATE CARRIES; THE OLD 366-BYTE CLCWW027
003620*   IMAGE IS THE FIRST 366 BYTES OF THE NEW PH-DETAIL-DATA,
003630*   WHOSE TAIL STARTS BLANK AS CLCWW027'S OWN WIDENING DOES.
003640  5000-CONVERT-PNQ.
003650
003660      READ PNQ-OLD-FILE
003670          AT END
003680              MOVE "Y" TO WS-IN-EOF-SW
003690              GO TO 5000-EXIT
003700      END-READ.
003710
003720      ADD 1 TO WS-RECORDS-READ.
003730
003740      MOVE SPACES                 TO PRENOTE-HOLD-RCD.
003750      MOVE PNQ-OLD-FIRST-HELD-DATE
003760                                  TO PRENOTE-HOLD-RCD (1:8).
003770      MOVE PNQ-OLD-DETAIL-DATA    TO PH-DETAIL-DATA (1:366).
003780
003790      WRITE PRENOTE-HOLD-RCD.
003800      ADD 1 TO WS-RECORDS-WRITTEN.
003810
003820  5000-EXIT.
003830      EXIT.
003840
003850* 6000-CONVERT-VMP
003860*   THE OLD 80-BYTE PENDING TRANSACTION IS THE FIRST 80 BYTES OF
003870*   THE NEW ONE.  NO M ACTION EXISTED WHEN IT WAS KEYED, SO THE
003880*   ADDRESS OF RECORD AND ITS SOURCE START BLANK.
003890  6000-CONVERT-VMP.
003900
003910      READ VMP-OLD-FILE
003920          AT END
003930              MOVE "Y" TO WS-IN-EOF-SW
003940              GO TO 6000-EXIT
003950      END-READ.
003960
003970      ADD 1 TO WS-RECORDS-READ.
003980
003990      MOVE SPACES                 TO VM-TRAN-RCD.
004000      MOVE VMP-OLD-RCD            TO VM-TRAN-RCD (1:80).
004010
004020      WRITE VM-TRAN-RCD.
004030      ADD 1 TO WS-RECORDS-WRITTEN.
004040
004050  6000-EXIT.
004060      EXIT.
004070
004080  8000-WRAPUP.
004090
004100      MOVE SCL-READ-LIT           TO SCR-LITERAL.
004110      MOVE WS-RECORDS-READ        TO SCR-COUNT.
004120      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004130      PERFORM 8999-WRITE-SYSOUT.
004140
004150      MOVE SCL-WRITTEN-LIT        TO SCR-LITERAL.
004160      MOVE WS-RECORDS-WRITTEN     TO SCR-COUNT.
004170      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004180      PERFORM 8999-WRITE-SYSOUT.
004190
004200      EVALUATE WS-FILE-KIND
004210          WHEN "DTL"
004220              CLOSE DTL-OLD-FILE
004230              CLOSE DTL-NEW-FILE
004240          WHEN "HLD"
004250              CLOSE HLD-OLD-FILE
004260              CLOSE HLD-NEW-FILE
004270          WHEN "ARC"
004280              CLOSE ARC-OLD-FILE
004290              CLOSE ARC-NEW-FILE
004300          WHEN "PNQ"
004310              CLOSE PNQ-OLD-FILE
004320              CLOSE PNQ-NEW-FILE
004330          WHEN "VMP"
004340              CLOSE VMP-OLD-FILE
004350              CLOSE VMP-NEW-FILE
004360      END-EVALUATE.
004370
004380      COPY C2INZ003.
004390
004400      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004410
004420  8000-EXIT.
004430      EXIT.
004440
004450      COPY C2INZ002.
004460
004470      COPY C2INZ004.
004480
004490      COPY C2INZ005.
004500
004510      RUN-HISTORY-FILE.
004520
004530  9999-EXIT.
004540      EXIT.
