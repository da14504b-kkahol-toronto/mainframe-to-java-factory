000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9200.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9200
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    LAYOUT CONVERSION DRIVER.  BRINGS ONE GENERATION
000130*              OF A CARRIED-FORWARD OR ACCUMULATING FILE (THE
000140*              CLCWW166 LAYOUT-VERSION TABLE) UP TO THE LAYOUT
000150*              VERSION THIS PROGRAM WAS COMPILED WITH, SO THE
000160*              READERS - WHICH REJECT ANY OTHER VERSION - CAN
000170*              READ IT.  THE GENERATION'S OWN HEADER SAYS WHAT
000180*              VERSION IT IS; THE CLCWW168 STEP TABLE IS
000190*              CHAINED FROM THERE TO THE CURRENT VERSION, EACH
000200*              STEP CARRYING THE OLD IMAGE AND FILLING THE
000210*              WIDENED TAIL WITH ITS DEFAULTS.  THE NEW
000220*              GENERATION IS WRITTEN WITH A CURRENT HEADER.
000230*              A GENERATION WRITTEN BEFORE HEADERS EXISTED IS
000240*              TAKEN AS THE VERSION NAMED IN THE PARM, OR AS
000250*              THE CURRENT VERSION WHEN NONE IS NAMED - WHICH
000260*              SIMPLY STAMPS IT.  A FUTURE WIDENING IS A
000270*              CLCWW166/CLCWW168 TABLE CHANGE AND A RECOMPILE,
000280*              NOT ANOTHER ONE-TIME PROGRAM LIKE CCCW9131.
000290*              RUN ONE GENERATION AT A TIME - A SECOND HEADER
000300*              PART WAY THROUGH (A CONCATENATION) IS REJECTED.
000310*
000320*  FILES:      CVTOLD   - THE GENERATION TO CONVERT
000330*              CVTNEW   - THE CONVERTED GENERATION, ALLOCATED
000340*                         AT THE CURRENT RECORD LENGTH
000350*
000360*  PARM:       COPYBOOK OF THE FILE, OPTIONALLY FOLLOWED BY THE
000370*              VERSION AN UNSTAMPED GENERATION IS AT, E.G.
000380*              PARM='CLCWW076' OR PARM='CLCWW076,001'.
000390*
000400*  RETURN:     RC=0 CONVERTED OR STAMPED.  RC=4 THE GENERATION
000410*              WAS ALREADY CURRENT AND WAS COPIED UNCHANGED.
000420*
000430******************************************************************
000440*                      MODIFICATION HISTORY
000450******************************************************************
000460* DATE     INIT  DESCRIPTION
000470* -------- ----  --------------------------------------------
000480* 10/2026  RF    NEW PROGRAM - TABLE-DRIVEN LAYOUT CONVERSION
000490*                OF CARRIED-FORWARD AND ACCUMULATING FILES
000500******************************************************************
000510  ENVIRONMENT DIVISION.
000520  CONFIGURATION SECTION.
000530  SOURCE-COMPUTER.   IBM-370.
000540  OBJECT-COMPUTER.   IBM-370.
000550  INPUT-OUTPUT SECTION.
000560  FILE-CONTROL.
000570
000580      COPY C2INX001.
000590
000600      SELECT CVT-OLD-FILE        ASSIGN TO CVTOLD
000610          ORGANIZATION IS SEQUENTIAL.
000620
000630      SELECT CVT-NEW-FILE        ASSIGN TO CVTNEW
000640          ORGANIZATION IS SEQUENTIAL.
000650
000660      COPY C2INX004.
000670
000680  DATA DIVISION.
000690  FILE SECTION.
000700
000710      COPY C2INX002.
000720
000730* RECORD CONTAINS 0 - THE OLD LENGTH COMES FROM THE DATA SET
000740* LABEL AND THE NEW ONE FROM THE CVTNEW DD, SO ONE FD SERVES
000750* EVERY FILE IN THE TABLE.
000760  FD  CVT-OLD-FILE
000770      BLOCK CONTAINS 0 RECORDS
000780      RECORD CONTAINS 0 CHARACTERS
000790      RECORDING MODE IS F
000800      LABEL RECORDS ARE STANDARD
000810      DATA RECORD IS CVT-OLD-RCD.
000820
000830  01  CVT-OLD-RCD                   PIC X(1000).
000840
000850  FD  CVT-NEW-FILE
000860      BLOCK CONTAINS 0 RECORDS
000870      RECORD CONTAINS 0 CHARACTERS
000880      RECORDING MODE IS F
000890      LABEL RECORDS ARE STANDARD
000900      DATA RECORD IS CVT-NEW-RCD.
000910
000920  01  CVT-NEW-RCD                   PIC X(1000).
000930
000940      COPY C2INX005.
000950
000960  WORKING-STORAGE SECTION.
000970
000980      COPY C2INX003.
000990
001000      COPY C2INX006.
001010
001020      COPY CLCWW166.
001030
001040      COPY CLCWW168.
001050
001060  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9200".
001070
001080  01  WS-SWITCHES.
001090      05  WS-IN-EOF-SW            PIC X(01) VALUE "N".
001100          88  WS-IN-EOF                   VALUE "Y".
001110      05  WS-HOLD-FIRST-SW        PIC X(01) VALUE "N".
001120          88  WS-HOLD-FIRST               VALUE "Y".
001130      05  WS-STAMPED-SW           PIC X(01) VALUE "N".
001140          88  WS-GEN-STAMPED              VALUE "Y".
001150      05  WS-STEP-FOUND-SW        PIC X(01) VALUE "N".
001160          88  WS-STEP-FOUND               VALUE "Y".
001170
001180  01  WS-COUNTERS.
001190      05  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
001200      05  WS-RECORDS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
001210
001220  01  WS-CONVERT-AREA.
001230      05  WS-FILE-ID              PIC X(08) VALUE SPACES.
001240      05  WS-PARM-VERSION         PIC 9(03) VALUE ZERO.
001250      05  WS-GEN-VERSION          PIC 9(03) VALUE ZERO.
001260      05  WS-GEN-LENGTH           PIC 9(05) VALUE ZERO.
001270      05  WS-STEP-VERSION         PIC 9(03) VALUE ZERO.
001280      05  WS-CV-SUB               PIC 9(02) COMP VALUE ZERO.
001290      05  WS-CV-MATCH-SUB         PIC 9(02) COMP VALUE ZERO.
001300      05  WS-FILL-SUB             PIC 9(02) COMP VALUE ZERO.
001310      05  WS-FILL-POS             PIC 9(04) COMP VALUE ZERO.
001320      05  WS-FILL-LEN             PIC 9(04) COMP VALUE ZERO.
001330      05  WS-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
001340      05  WS-CHAIN-MAX            PIC 9(02) COMP VALUE ZERO.
001350      05  WS-CHAIN-LIMIT          PIC 9(02) COMP VALUE 9.
001360      05  WS-CHAIN-STEP           PIC 9(02) COMP
001370                                  OCCURS 9 TIMES.
001380
001390  01  WS-WORK-RCD                 PIC X(1000).
001400  01  WS-STEP-RCD                 PIC X(1000).
001410
001420  01  WS-SUMMARY-LINE.
001430      05  FILLER                  PIC X(02) VALUE SPACES.
001440      05  FILLER                  PIC X(05) VALUE "FILE ".
001450      05  WSL-FILE-ID             PIC X(08).
001460      05  FILLER                  PIC X(01) VALUE SPACES.
001470      05  WSL-DESC                PIC X(20).
001480      05  FILLER                  PIC X(14) VALUE
001490          " FROM VERSION ".
001500      05  WSL-FROM-VERSION        PIC 9(03).
001510      05  FILLER                  PIC X(12) VALUE
001520          " TO VERSION ".
001530      05  WSL-TO-VERSION          PIC 9(03).
001540      05  FILLER                  PIC X(08) VALUE " STEPS ".
001550      05  WSL-STEPS               PIC 9(02).
001560      05  FILLER                  PIC X(55) VALUE SPACES.
001570
001580  01  WS-NOTE-LINE.
001590      05  FILLER                  PIC X(02) VALUE SPACES.
001600      05  WSN-TEXT                PIC X(60).
001610      05  FILLER                  PIC X(71) VALUE SPACES.
001620
001630  LINKAGE SECTION.
001640
001650* RUN-TIME PARM - THE FILE'S COPYBOOK, AND FOR A GENERATION
001660* WITH NO HEADER THE VERSION IT IS AT.
001670  01  LS-PARM-DATA.
001680      05  LS-PARM-LENGTH          PIC S9(04) COMP.
001690      05  LS-PARM-FILE-ID         PIC X(08).
001700      05  LS-PARM-SEPARATOR       PIC X(01).
001710      05  LS-PARM-VERSION         PIC X(03).
001720
001730  PROCEDURE DIVISION USING LS-PARM-DATA.
001740
001750  0000-MAINLINE.
001760
001770      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001780      PERFORM 2000-READ-FIRST        THRU 2000-EXIT.
001790      PERFORM 3000-BUILD-CHAIN       THRU 3000-EXIT.
001800      PERFORM 4000-WRITE-HEADER      THRU 4000-EXIT.
001810
001820      PERFORM 5000-CONVERT-RECORD    THRU 5000-EXIT
001830          UNTIL WS-IN-EOF.
001840
001850      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
001860
001870      GOBACK.
001880
001890  1000-INITIALIZE.
001900
001910      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
001920      OPEN EXTEND RUN-HISTORY-FILE.
001930
001940      COPY C2INZ001.
001950
001960      IF LS-PARM-LENGTH < 8
001970          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
001980          MOVE "PARM1"               TO SAR-RETURN-CODE
001990          MOVE SPACES                TO SAR-DB-NAME
002000          MOVE "CVTFILE"             TO SAR-TABLE-NAME
002010          MOVE SPACES                TO SAR-SQLCODE
002020          GO TO 9998-COREDUMP
002030      END-IF.
002040
002050      MOVE LS-PARM-FILE-ID        TO WS-FILE-ID.
002060      MOVE WS-FILE-ID             TO WS-LV-CHECK-FILE-ID.
002070      MOVE "CVTOLD"               TO WS-LV-CHECK-DDNAME.
002080      PERFORM 9220-FIND-LAYOUT    THRU 9220-EXIT.
002090
002100      MOVE WS-LV-CUR-VERSION      TO WS-PARM-VERSION.
002110      IF LS-PARM-LENGTH > 11
002120          IF LS-PARM-VERSION NUMERIC
002130              MOVE LS-PARM-VERSION TO WS-PARM-VERSION
002140          ELSE
002150              MOVE "1000-INITIALIZE" TO SAR-PARAGRAPH
002160              MOVE "PARM2"           TO SAR-RETURN-CODE
002170              MOVE SPACES            TO SAR-DB-NAME
002180              MOVE "CVTVERS"         TO SAR-TABLE-NAME
002190              MOVE SPACES            TO SAR-SQLCODE
002200              GO TO 9998-COREDUMP
002210          END-IF
002220      END-IF.
002230
002240      OPEN INPUT  CVT-OLD-FILE.
002250      OPEN OUTPUT CVT-NEW-FILE.
002260
002270  1000-EXIT.
002280      EXIT.
002290
002300* 2000-READ-FIRST
002310*   A HEADER SAYS WHAT THE GENERATION IS AND IS NOT CARRIED;
002320*   WITHOUT ONE THE FIRST RECORD IS DATA AND IS HELD FOR
002330*   5000, AND THE GENERATION IS AT THE PARM VERSION.  AN
002340*   EMPTY GENERATION GETS A CURRENT HEADER AND NOTHING ELSE.
002350  2000-READ-FIRST.
002360
002370      READ CVT-OLD-FILE
002380          AT END
002390              MOVE "Y"               TO WS-IN-EOF-SW
002400              MOVE WS-LV-CUR-VERSION TO WS-GEN-VERSION
002410              MOVE "EMPTY GENERATION - WRITTEN WITH A HEADER ONLY"
002420                                     TO WSN-TEXT
002430              MOVE WS-NOTE-LINE      TO CC-E01W-DISPLAY-RCD
002440              PERFORM 8999-WRITE-SYSOUT
002450              GO TO 2000-EXIT
002460      END-READ.
002470
002480      MOVE CVT-OLD-RCD            TO LAYOUT-HEADER-RCD.
002490
002500      IF NOT LH-HEADER-PRESENT
002510          MOVE "Y"                TO WS-HOLD-FIRST-SW
002520          MOVE WS-PARM-VERSION    TO WS-GEN-VERSION
002530          MOVE "NO LAYOUT HEADER - TAKEN AT THE PARM VERSION"
002540                                  TO WSN-TEXT
002550          MOVE WS-NOTE-LINE       TO CC-E01W-DISPLAY-RCD
002560          PERFORM 8999-WRITE-SYSOUT
002570          GO TO 2000-EXIT
002580      END-IF.
002590
002600      MOVE "Y"                    TO WS-STAMPED-SW.
002610
002620      IF LH-FILE-ID NOT = WS-FILE-ID
002630          MOVE "LAYV2"            TO WS-LV-ABEND-CODE
002640          MOVE "THE GENERATION IS NOT THE FILE NAMED IN THE PARM"
002650                                  TO WS-LV-REASON
002660          MOVE "CHECK THE PARM AND THE CVTOLD DD STATEMENT"
002670                                  TO WS-LV-ACTION
002680          GO TO 9290-REJECT-LAYOUT
002690      END-IF.
002700
002710      IF LH-VERSION > WS-LV-CUR-VERSION
002720          MOVE "LAYV3"            TO WS-LV-ABEND-CODE
002730          MOVE "THE GENERATION IS NEWER THAN THIS PROGRAM"
002740                                  TO WS-LV-REASON
002750          MOVE "RECOMPILE AGAINST THE CURRENT COPYBOOK"
002760                                  TO WS-LV-ACTION
002770          GO TO 9290-REJECT-LAYOUT
002780      END-IF.
002790
002800      MOVE LH-VERSION             TO WS-GEN-VERSION.
002810      MOVE LH-RECORD-LENGTH       TO WS-GEN-LENGTH.
002820
002830  2000-EXIT.
002840      EXIT.
002850
002860* 3000-BUILD-CHAIN
002870*   CHAINS THE CLCWW168 STEPS FROM THE GENERATION'S VERSION
002880*   TO THE CURRENT ONE.  THE RECORD LENGTH THE GENERATION
002890*   MUST HAVE IS THE FIRST STEP'S FROM-LENGTH (THE CURRENT
002900*   LENGTH WHEN NO STEP IS NEEDED); A HEADER THAT SAYS
002910*   OTHERWISE IS REJECTED.
002920  3000-BUILD-CHAIN.
002930
002940      MOVE WS-GEN-VERSION         TO WS-STEP-VERSION.
002950      MOVE ZERO                   TO WS-CHAIN-MAX.
002960
002970      PERFORM 3100-FIND-STEP      THRU 3100-EXIT
002980          UNTIL WS-STEP-VERSION NOT < WS-LV-CUR-VERSION.
002990
003000      IF WS-STEP-VERSION NOT = WS-LV-CUR-VERSION
003010          MOVE "NO STEP CHAIN ENDS AT THE CURRENT VERSION"
003020                                  TO WSN-TEXT
003030          MOVE WS-NOTE-LINE       TO CC-E01W-DISPLAY-RCD
003040          PERFORM 8999-WRITE-SYSOUT
003050          MOVE "3000-BUILD-CHAIN"    TO SAR-PARAGRAPH
003060          MOVE "CVTP2"               TO SAR-RETURN-CODE
003070          MOVE SPACES                TO SAR-DB-NAME
003080          MOVE "CLCWW168"            TO SAR-TABLE-NAME
003090          MOVE SPACES                TO SAR-SQLCODE
003100          GO TO 9998-COREDUMP
003110      END-IF.
003120
003130      IF WS-CHAIN-MAX > ZERO
003140          MOVE WS-CHAIN-STEP (1)  TO WS-CV-SUB
003150          IF WS-GEN-STAMPED
003160              AND WS-GEN-LENGTH NOT =
003170                  WS-CV-FROM-LENGTH (WS-CV-SUB)
003180              MOVE "LAYV4"        TO WS-LV-ABEND-CODE
003190              MOVE "THE RECORD LENGTH DISAGREES WITH THE VERSION"
003200                                  TO WS-LV-REASON
003210              MOVE "HEADER DAMAGED - RESTORE THE GENERATION"
003220                                  TO WS-LV-ACTION
003230              GO TO 9290-REJECT-LAYOUT
003240          END-IF
003250          MOVE WS-CV-FROM-LENGTH (WS-CV-SUB) TO WS-GEN-LENGTH
003260      ELSE
003270          IF WS-GEN-STAMPED
003280              AND WS-GEN-LENGTH NOT = WS-LV-CUR-LENGTH
003290              MOVE "LAYV4"        TO WS-LV-ABEND-CODE
003300              MOVE "THE RECORD LENGTH DISAGREES WITH THE VERSION"
003310                                  TO WS-LV-REASON
003320              MOVE "HEADER DAMAGED - RESTORE THE GENERATION"
003330                                  TO WS-LV-ACTION
003340              GO TO 9290-REJECT-LAYOUT
003350          END-IF
003360          MOVE WS-LV-CUR-LENGTH   TO WS-GEN-LENGTH
003370      END-IF.
003380
003390  3000-EXIT.
003400      EXIT.
003410
003420  3100-FIND-STEP.
003430
003440      MOVE "N"                    TO WS-STEP-FOUND-SW.
003450      PERFORM 3110-MATCH-STEP     THRU 3110-EXIT
003460          VARYING WS-CV-SUB FROM 1 BY 1
003470          UNTIL WS-CV-SUB > WS-CV-TBL-MAX
003480             OR WS-STEP-FOUND.
003490
003500      IF NOT WS-STEP-FOUND
003510          OR WS-CHAIN-MAX NOT < WS-CHAIN-LIMIT
003520          MOVE "NO CONVERSION STEP FROM THE GENERATION'S VERSION"
003530                                  TO WSN-TEXT
003540          MOVE WS-NOTE-LINE       TO CC-E01W-DISPLAY-RCD
003550          PERFORM 8999-WRITE-SYSOUT
003560          MOVE "3100-FIND-STEP"      TO SAR-PARAGRAPH
003570          MOVE "CVTP1"               TO SAR-RETURN-CODE
003580          MOVE SPACES                TO SAR-DB-NAME
003590          MOVE "CLCWW168"            TO SAR-TABLE-NAME
003600          MOVE SPACES                TO SAR-SQLCODE
003610          GO TO 9998-COREDUMP
003620      END-IF.
003630
003640      ADD 1                       TO WS-CHAIN-MAX.
003650      MOVE WS-CV-MATCH-SUB        TO WS-CHAIN-STEP (WS-CHAIN-MAX).
003660      MOVE WS-CV-TO-VERSION (WS-CV-MATCH-SUB)
003670                                  TO WS-STEP-VERSION.
003680
003690  3100-EXIT.
003700      EXIT.
003710
003720  3110-MATCH-STEP.
003730
003740      IF WS-CV-FILE-ID (WS-CV-SUB) = WS-FILE-ID
003750          AND WS-CV-FROM-VERSION (WS-CV-SUB) = WS-STEP-VERSION
003760          MOVE "Y"                TO WS-STEP-FOUND-SW
003770          MOVE WS-CV-SUB          TO WS-CV-MATCH-SUB
003780      END-IF.
003790
003800  3110-EXIT.
003810      EXIT.
003820
003830  4000-WRITE-HEADER.
003840
003850      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
003860      WRITE CVT-NEW-RCD           FROM LAYOUT-HEADER-RCD.
003870
003880      MOVE WS-FILE-ID             TO WSL-FILE-ID.
003890      MOVE WS-LV-CUR-DESC         TO WSL-DESC.
003900      MOVE WS-GEN-VERSION         TO WSL-FROM-VERSION.
003910      MOVE WS-LV-CUR-VERSION      TO WSL-TO-VERSION.
003920      MOVE WS-CHAIN-MAX           TO WSL-STEPS.
003930      MOVE WS-SUMMARY-LINE        TO CC-E01W-DISPLAY-RCD.
003940      PERFORM 8999-WRITE-SYSOUT.
003950
003960  4000-EXIT.
003970      EXIT.
003980
003990* 5000-CONVERT-RECORD
004000*   THE OLD IMAGE IS CARRIED AT ITS OWN LENGTH AND EACH STEP
004010*   OF THE CHAIN APPLIED IN TURN.
004020  5000-CONVERT-RECORD.
004030
004040      IF WS-HOLD-FIRST
004050          MOVE "N"                TO WS-HOLD-FIRST-SW
004060      ELSE
004070          READ CVT-OLD-FILE
004080              AT END
004090                  MOVE "Y"        TO WS-IN-EOF-SW
004100                  GO TO 5000-EXIT
004110          END-READ
004120          MOVE CVT-OLD-RCD        TO LAYOUT-HEADER-RCD
004130          IF LH-HEADER-PRESENT
004140              MOVE "SECOND LAYOUT HEADER - CONVERT ONE GENERATION"
004150                                  TO WSN-TEXT
004160              MOVE WS-NOTE-LINE   TO CC-E01W-DISPLAY-RCD
004170              PERFORM 8999-WRITE-SYSOUT
004180              MOVE "5000-CONVERT-RECORD" TO SAR-PARAGRAPH
004190              MOVE "CVTCT"               TO SAR-RETURN-CODE
004200              MOVE SPACES                TO SAR-DB-NAME
004210              MOVE "CVTOLD"              TO SAR-TABLE-NAME
004220              MOVE SPACES                TO SAR-SQLCODE
004230              GO TO 9998-COREDUMP
004240          END-IF
004250      END-IF.
004260
004270      ADD 1                       TO WS-RECORDS-READ.
004280
004290      MOVE SPACES                 TO WS-WORK-RCD.
004300      MOVE CVT-OLD-RCD (1:WS-GEN-LENGTH)
004310                              TO WS-WORK-RCD (1:WS-GEN-LENGTH).
004320
004330      PERFORM 5100-APPLY-STEP     THRU 5100-EXIT
004340          VARYING WS-CHAIN-SUB FROM 1 BY 1
004350          UNTIL WS-CHAIN-SUB > WS-CHAIN-MAX.
004360
004370      WRITE CVT-NEW-RCD           FROM WS-WORK-RCD.
004380      ADD 1                       TO WS-RECORDS-WRITTEN.
004390
004400  5000-EXIT.
004410      EXIT.
004420
004430  5100-APPLY-STEP.
004440
004450      MOVE WS-CHAIN-STEP (WS-CHAIN-SUB) TO WS-CV-SUB.
004460      MOVE WS-WORK-RCD            TO WS-STEP-RCD.
004470      MOVE SPACES                 TO WS-WORK-RCD.
004480      MOVE WS-CV-FROM-LENGTH (WS-CV-SUB) TO WS-FILL-LEN.
004490      MOVE WS-STEP-RCD (1:WS-FILL-LEN)
004500                                  TO WS-WORK-RCD (1:WS-FILL-LEN).
004510
004520      PERFORM 5110-APPLY-FILL     THRU 5110-EXIT
004530          VARYING WS-FILL-SUB FROM 1 BY 1
004540          UNTIL WS-FILL-SUB > WS-CV-FILL-MAX.
004550
004560  5100-EXIT.
004570      EXIT.
004580
004590  5110-APPLY-FILL.
004600
004610      IF WS-CV-FILL-LEN (WS-CV-SUB WS-FILL-SUB) = ZERO
004620          GO TO 5110-EXIT
004630      END-IF.
004640
004650      MOVE WS-CV-FILL-POS (WS-CV-SUB WS-FILL-SUB) TO WS-FILL-POS.
004660      MOVE WS-CV-FILL-LEN (WS-CV-SUB WS-FILL-SUB) TO WS-FILL-LEN.
004670
004680      EVALUATE TRUE
004690          WHEN WS-CV-FILL-SPACES (WS-CV-SUB WS-FILL-SUB)
004700              MOVE SPACES TO WS-WORK-RCD (WS-FILL-POS:WS-FILL-LEN)
004710          WHEN WS-CV-FILL-ZEROS (WS-CV-SUB WS-FILL-SUB)
004720              MOVE ZEROS  TO WS-WORK-RCD (WS-FILL-POS:WS-FILL-LEN)
004730          WHEN WS-CV-FILL-LITERAL (WS-CV-SUB WS-FILL-SUB)
004740              MOVE WS-CV-FILL-VALUE (WS-CV-SUB WS-FILL-SUB)
004750                          TO WS-WORK-RCD (WS-FILL-POS:WS-FILL-LEN)
004760      END-EVALUATE.
004770
004780  5110-EXIT.
004790      EXIT.
004800
004810  8000-WRAPUP.
004820
004830      MOVE SCL-READ-LIT           TO SCR-LITERAL.
004840      MOVE WS-RECORDS-READ        TO SCR-COUNT.
004850      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004860      PERFORM 8999-WRITE-SYSOUT.
004870
004880      MOVE SCL-WRITTEN-LIT        TO SCR-LITERAL.
004890      MOVE WS-RECORDS-WRITTEN     TO SCR-COUNT.
004900      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004910      PERFORM 8999-WRITE-SYSOUT.
004920
004930      MOVE ZERO                   TO RETURN-CODE.
004940      IF WS-GEN-STAMPED
004950          AND WS-CHAIN-MAX = ZERO
004960          MOVE "ALREADY AT THE CURRENT VERSION - COPIED UNCHANGED"
004970                                  TO WSN-TEXT
004980          MOVE WS-NOTE-LINE       TO CC-E01W-DISPLAY-RCD
004990          PERFORM 8999-WRITE-SYSOUT
005000          MOVE 4                  TO RETURN-CODE
005010      END-IF.
005020
005030      CLOSE CVT-OLD-FILE.
005040      CLOSE CVT-NEW-FILE.
005050
005060      COPY C2INZ003.
005070
005080      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005090
005100  8000-EXIT.
005110      EXIT.
005120
005130      COPY CLCWW167.
005140
005150      COPY C2INZ002.
005160
005170      COPY C2INZ004.
005180
005190      COPY C2INZ005.
005200
005210      RUN-HISTORY-FILE.
005220
005230  9999-EXIT.
005240      EXIT.
