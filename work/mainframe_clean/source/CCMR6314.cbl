000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCMR6314.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCMR6314
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  TRANSID:    CW94
000130*  PURPOSE:    OPERATIONS ALERT REGISTER.  'CW94 L' LISTS THE
000140*              ALERTS ON THE CLCWW176 REGISTER THAT ARE NOT YET
000150*              RESOLVED - OPEN ONES AND ONES ACKNOWLEDGED BUT
000160*              STILL BEING WORKED - OLDEST FIRST, WITH THE
000170*              ALERT ID THE OTHER FUNCTIONS ARE KEYED BY.
000180*              'CW94 A' ACKNOWLEDGES AN OPEN ALERT, WHICH STOPS
000190*              CCCW9208 ESCALATING IT.  'CW94 R' RESOLVES AN
000200*              ACKNOWLEDGED ALERT WITH A NOTE OF WHAT WAS DONE -
000210*              AN ALERT MUST BE ACKNOWLEDGED BEFORE IT CAN BE
000220*              RESOLVED, AND THE NOTE IS REQUIRED.  EACH STEP IS
000230*              STAMPED WITH THE SIGNED-ON USER, DATE AND TIME.
000240*
000250*  FILES:      ALERTREG - ESDS, THE CLCWW176 REGISTER, BROWSED;
000260*                         THE ALERT ACTED ON IS REWRITTEN
000270*
000280******************************************************************
000290*                      MODIFICATION HISTORY
000300******************************************************************
000310* DATE     INIT  DESCRIPTION
000320* -------- ----  --------------------------------------------
000330* 10/2026  RF    NEW PROGRAM - CICS OPERATIONS ALERT LIST,
000340*                ACKNOWLEDGE AND RESOLVE (TRANSID CW94)
000350******************************************************************
000360  ENVIRONMENT DIVISION.
000370  CONFIGURATION SECTION.
000380  SOURCE-COMPUTER.   IBM-370.
000390  OBJECT-COMPUTER.   IBM-370.
000400
000410  DATA DIVISION.
000420
000430  WORKING-STORAGE SECTION.
000440
000450      COPY CLCWW176.
000460
000470  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6314".
000480
000490  01  WS-SWITCHES.
000500      05  WS-ALR-DONE-SW          PIC X(01) VALUE "N".
000510          88  WS-ALR-DONE                 VALUE "Y".
000520      05  WS-ALR-FOUND-SW         PIC X(01) VALUE "N".
000530          88  WS-ALR-FOUND                VALUE "Y".
000540
000550  77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000560
000570* ESDS BROWSE POSITION - ONE FULLWORD, THE CCMR6315 CONVENTION.
000580* WS-ALR-HIT-RBA KEEPS THE ALERT FOUND BY THE BROWSE FOR THE
000590* READ UPDATE THAT ACKNOWLEDGES OR RESOLVES IT.
000600  77  WS-ALR-RBA                  PIC S9(08) COMP VALUE ZERO.
000610  77  WS-ALR-HIT-RBA              PIC S9(08) COMP VALUE ZERO.
000620
000630* TERMINAL INPUT - THE TRANSID, A SPACE, THE FUNCTION, A SPACE,
000640* THEN THE FUNCTION'S ARGUMENTS:
000650*   L    NOTHING - LISTS THE ALERTS NOT YET RESOLVED
000660*   A    ALERT ID (16)
000670*   R    ALERT ID (16), A SPACE, THE RESOLUTION NOTE (40)
000680  01  WS-TERM-INPUT.
000690      05  WS-TERM-TRANSID         PIC X(04).
000700      05  FILLER                  PIC X(01).
000710      05  WS-TERM-FUNCTION        PIC X(01).
000720          88  WS-FUNC-LIST                VALUE "L".
000730          88  WS-FUNC-ACKNOWLEDGE         VALUE "A".
000740          88  WS-FUNC-RESOLVE             VALUE "R".
000750      05  FILLER                  PIC X(01).
000760      05  WS-TERM-ALERT-ID        PIC X(16).
000770      05  FILLER                  PIC X(01).
000780      05  WS-TERM-NOTE            PIC X(40).
000790  77  WS-TERM-LENGTH              PIC S9(04) COMP VALUE +64.
000800
000810  77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000820  77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
000830  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000840  77  WS-NOW-TIME                 PIC 9(06) VALUE ZERO.
000850
000860* THE LIST - AS MANY ALERTS AS THE SCREEN HOLDS UNDER THE TWO
000870* HEADING LINES, WITH THE LAST LINE KEPT FOR THE COUNT.
000880  77  WS-LIST-MAX                 PIC 9(02) COMP VALUE 17.
000890  77  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
000900  77  WS-LIST-SHOWN               PIC 9(02) COMP VALUE ZERO.
000910
000920* THE SCREEN IS A BLOCK OF 80-BYTE LINES SENT WITH ONE SEND
000930* TEXT, THE SAME CONVENTION AS CCMR6315.
000940  01  WS-SCREEN.
000950      05  WS-SCREEN-LINE          PIC X(80) OCCURS 20 TIMES.
000960  77  WS-SCREEN-SUB               PIC 9(02) COMP VALUE ZERO.
000970  77  WS-SCREEN-LENGTH            PIC S9(04) COMP VALUE +1600.
000980
000990  01  WS-HEAD-LINE.
001000      05  FILLER                  PIC X(29) VALUE
001010              "OPERATIONS ALERT REGISTER    ".
001020      05  FILLER                  PIC X(05) VALUE "USER ".
001030      05  HDL-USER-ID             PIC X(08).
001040      05  FILLER                  PIC X(06) VALUE "  DATE".
001050      05  FILLER                  PIC X(01) VALUE SPACES.
001060      05  HDL-TODAY               PIC 9(08).
001070      05  FILLER                  PIC X(23) VALUE SPACES.
001080
001090  01  WS-COLUMN-LINE.
001100      05  FILLER                  PIC X(40) VALUE
001110              " ALERT ID         S ST SOURCE   CODE    ".
001120      05  FILLER                  PIC X(40) VALUE
001130              " LV TEXT                                ".
001140
001150  01  WS-ALERT-LINE.
001160      05  FILLER                  PIC X(01) VALUE SPACES.
001170      05  ALL-ALERT-ID            PIC X(16).
001180      05  FILLER                  PIC X(01) VALUE SPACES.
001190      05  ALL-SEVERITY            PIC X(01).
001200      05  FILLER                  PIC X(01) VALUE SPACES.
001210      05  ALL-STATUS              PIC X(02).
001220      05  FILLER                  PIC X(01) VALUE SPACES.
001230      05  ALL-SOURCE-PGM          PIC X(08).
001240      05  FILLER                  PIC X(01) VALUE SPACES.
001250      05  ALL-ALERT-CODE          PIC X(08).
001260      05  FILLER                  PIC X(01) VALUE SPACES.
001270      05  ALL-LEVEL               PIC 9(02).
001280      05  FILLER                  PIC X(01) VALUE SPACES.
001290      05  ALL-TEXT                PIC X(36).
001300
001310  01  WS-COUNT-LINE.
001320      05  FILLER                  PIC X(01) VALUE SPACES.
001330      05  CTL-COUNT               PIC ZZ,ZZ9.
001340      05  FILLER                  PIC X(73) VALUE
001350              " ALERT(S) NOT YET RESOLVED".
001360
001370  01  WS-DONE-LINE.
001380      05  FILLER                  PIC X(07) VALUE " ALERT ".
001390      05  DNL-ALERT-ID            PIC X(16).
001400      05  FILLER                  PIC X(01) VALUE SPACES.
001410      05  DNL-ACTION              PIC X(16).
001420      05  FILLER                  PIC X(04) VALUE " BY ".
001430      05  DNL-USER-ID             PIC X(08).
001440      05  FILLER                  PIC X(28) VALUE SPACES.
001450
001460  PROCEDURE DIVISION.
001470
001480  0000-MAINLINE.
001490
001500      PERFORM 1000-RECEIVE-INPUT     THRU 1000-EXIT.
001510
001520      IF NOT WS-FUNC-LIST
001530         AND NOT WS-FUNC-ACKNOWLEDGE
001540         AND NOT WS-FUNC-RESOLVE
001550          PERFORM 7000-SEND-USAGE    THRU 7000-EXIT
001560      ELSE
001570          PERFORM 2000-BUILD-SCREEN  THRU 2000-EXIT
001580          PERFORM 6000-SEND-SCREEN   THRU 6000-EXIT
001590      END-IF.
001600
001610      EXEC CICS RETURN
001620      END-EXEC.
001630
001640  1000-RECEIVE-INPUT.
001650
001660      MOVE SPACES TO WS-TERM-INPUT.
001670
001680      EXEC CICS RECEIVE
001690          INTO (WS-TERM-INPUT)
001700          LENGTH (WS-TERM-LENGTH)
001710          RESP (WS-RESP)
001720      END-EXEC.
001730
001740      EXEC CICS ASSIGN
001750          USERID (WS-OPERATOR-ID)
001760      END-EXEC.
001770
001780      EXEC CICS ASKTIME
001790          ABSTIME (WS-ABS-TIME)
001800      END-EXEC.
001810      EXEC CICS FORMATTIME
001820          ABSTIME (WS-ABS-TIME)
001830          YYYYMMDD (WS-TODAY)
001840          TIME (WS-NOW-TIME)
001850      END-EXEC.
001860
001870  1000-EXIT.
001880      EXIT.
001890
001900* 2000-BUILD-SCREEN
001910*   HEADER WITH THE USER AND DATE, THEN THE FUNCTION'S ANSWER.
001920  2000-BUILD-SCREEN.
001930
001940      MOVE SPACES TO WS-SCREEN.
001950      MOVE ZERO   TO WS-SCREEN-SUB.
001960
001970      MOVE WS-OPERATOR-ID  TO HDL-USER-ID.
001980      MOVE WS-TODAY        TO HDL-TODAY.
001990      ADD 1 TO WS-SCREEN-SUB.
002000      MOVE WS-HEAD-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
002010
002020      IF WS-FUNC-LIST
002030          PERFORM 3000-LIST-ALERTS   THRU 3000-EXIT
002040          GO TO 2000-EXIT
002050      END-IF.
002060
002070      IF WS-TERM-ALERT-ID = SPACES
002080          ADD 1 TO WS-SCREEN-SUB
002090          MOVE " KEY THE ALERT ID AS LISTED BY CW94 L"
002100              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
002110          GO TO 2000-EXIT
002120      END-IF.
002130
002140      IF WS-FUNC-RESOLVE
002150         AND WS-TERM-NOTE = SPACES
002160          ADD 1 TO WS-SCREEN-SUB
002170          MOVE " KEY A NOTE OF HOW THE ALERT WAS RESOLVED"
002180              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
002190          GO TO 2000-EXIT
002200      END-IF.
002210
002220      PERFORM 5000-FIND-ALERT       THRU 5000-EXIT.
002230      IF NOT WS-ALR-FOUND
002240          ADD 1 TO WS-SCREEN-SUB
002250          MOVE " NO SUCH ALERT ON THE REGISTER"
002260              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
002270          GO TO 2000-EXIT
002280      END-IF.
002290
002300      IF WS-FUNC-ACKNOWLEDGE
002310          PERFORM 4000-ACKNOWLEDGE-ALERT THRU 4000-EXIT
002320      ELSE
002330          PERFORM 4500-RESOLVE-ALERT THRU 4500-EXIT
002340      END-IF.
002350
002360  2000-EXIT.
002370      EXIT.
002380
002390* 3000-LIST-ALERTS
002400*   EVERY ALERT NOT YET RESOLVED, IN REGISTER (RAISED) ORDER,
002410*   AS MANY AS THE SCREEN HOLDS, AND THE COUNT OF ALL OF THEM.
002420  3000-LIST-ALERTS.
002430
002440      ADD 1 TO WS-SCREEN-SUB.
002450      MOVE WS-COLUMN-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
002460
002470      MOVE ZERO TO WS-LIST-COUNT.
002480      MOVE ZERO TO WS-LIST-SHOWN.
002490      MOVE ZERO TO WS-ALR-RBA.
002500
002510      EXEC CICS STARTBR
002520          DATASET ('ALERTREG')
002530          RIDFLD (WS-ALR-RBA)
002540          RBA
002550          RESP (WS-RESP)
002560      END-EXEC.
002570
002580      IF WS-RESP NOT = DFHRESP(NORMAL)
002590          ADD 1 TO WS-SCREEN-SUB
002600          MOVE " ALERT REGISTER UNAVAILABLE - TRY LATER"
002610              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
002620          GO TO 3000-EXIT
002630      END-IF.
002640
002650      MOVE "N" TO WS-ALR-DONE-SW.
002660      PERFORM 3100-LIST-ALERT-NEXT THRU 3100-EXIT
002670          UNTIL WS-ALR-DONE.
002680
002690      EXEC CICS ENDBR
002700          DATASET ('ALERTREG')
002710      END-EXEC.
002720
002730      MOVE WS-LIST-COUNT TO CTL-COUNT.
002740      MOVE WS-COUNT-LINE TO WS-SCREEN-LINE (20).
002750
002760  3000-EXIT.
002770      EXIT.
002780
002790  3100-LIST-ALERT-NEXT.
002800
002810      EXEC CICS READNEXT
002820          DATASET ('ALERTREG')
002830          INTO (ALERT-REG-RCD)
002840          RIDFLD (WS-ALR-RBA)
002850          RBA
002860          RESP (WS-RESP)
002870      END-EXEC.
002880
002890      IF WS-RESP NOT = DFHRESP(NORMAL)
002900          MOVE "Y" TO WS-ALR-DONE-SW
002910          GO TO 3100-EXIT
002920      END-IF.
002930
002940      IF ALR-RESOLVED
002950          GO TO 3100-EXIT
002960      END-IF.
002970
002980      ADD 1 TO WS-LIST-COUNT.
002990
003000      IF WS-LIST-SHOWN NOT < WS-LIST-MAX
003010          GO TO 3100-EXIT
003020      END-IF.
003030
003040      MOVE ALR-ALERT-ID       TO ALL-ALERT-ID.
003050      MOVE ALR-SEVERITY       TO ALL-SEVERITY.
003060      IF ALR-OPEN
003070          MOVE "OP"           TO ALL-STATUS
003080      ELSE
003090          MOVE "AK"           TO ALL-STATUS
003100      END-IF.
003110      MOVE ALR-SOURCE-PGM     TO ALL-SOURCE-PGM.
003120      MOVE ALR-ALERT-CODE     TO ALL-ALERT-CODE.
003130      MOVE ALR-ESCL-LEVEL     TO ALL-LEVEL.
003140      MOVE ALR-ALERT-TEXT     TO ALL-TEXT.
003150
003160      ADD 1 TO WS-LIST-SHOWN.
003170      ADD 1 TO WS-SCREEN-SUB.
003180      MOVE WS-ALERT-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
003190
003200  3100-EXIT.
003210      EXIT.
003220
003230* 4000-ACKNOWLEDGE-ALERT
003240*   AN OPEN ALERT ONLY - ONE ALREADY ACKNOWLEDGED OR RESOLVED
003250*   KEEPS WHO DID IT FIRST.
003260  4000-ACKNOWLEDGE-ALERT.
003270
003280      IF NOT ALR-OPEN
003290          ADD 1 TO WS-SCREEN-SUB
003300          MOVE " ALERT IS ALREADY ACKNOWLEDGED OR RESOLVED"
003310              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003320          GO TO 4000-EXIT
003330      END-IF.
003340
003350      EXEC CICS READ
003360          FILE ('ALERTREG')
003370          INTO (ALERT-REG-RCD)
003380          RIDFLD (WS-ALR-HIT-RBA)
003390          RBA
003400          UPDATE
003410          RESP (WS-RESP)
003420      END-EXEC.
003430
003440*    RECHECKED UNDER THE UPDATE LOCK - ANOTHER OPERATOR MAY HAVE
003450*    ACKNOWLEDGED IT SINCE THE BROWSE.
003460      IF WS-RESP = DFHRESP(NORMAL)
003470         AND NOT ALR-OPEN
003480          EXEC CICS UNLOCK
003490              FILE ('ALERTREG')
003500          END-EXEC
003510          ADD 1 TO WS-SCREEN-SUB
003520          MOVE " ALERT IS ALREADY ACKNOWLEDGED OR RESOLVED"
003530              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003540          GO TO 4000-EXIT
003550      END-IF.
003560
003570      IF WS-RESP = DFHRESP(NORMAL)
003580          MOVE "A"            TO ALR-STATUS
003590          MOVE WS-OPERATOR-ID TO ALR-ACK-USER
003600          MOVE WS-TODAY       TO ALR-ACK-DATE
003610          MOVE WS-NOW-TIME    TO ALR-ACK-TIME
003620          EXEC CICS REWRITE
003630              FILE ('ALERTREG')
003640              FROM (ALERT-REG-RCD)
003650              RESP (WS-RESP)
003660          END-EXEC
003670      END-IF.
003680
003690      IF WS-RESP NOT = DFHRESP(NORMAL)
003700          ADD 1 TO WS-SCREEN-SUB
003710          MOVE " ALERT REGISTER UNAVAILABLE - TRY LATER"
003720              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003730          GO TO 4000-EXIT
003740      END-IF.
003750
003760      MOVE ALR-ALERT-ID       TO DNL-ALERT-ID.
003770      MOVE "ACKNOWLEDGED"     TO DNL-ACTION.
003780      MOVE WS-OPERATOR-ID     TO DNL-USER-ID.
003790      ADD 1 TO WS-SCREEN-SUB.
003800      MOVE WS-DONE-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
003810      ADD 1 TO WS-SCREEN-SUB.
003820      MOVE ALR-ALERT-TEXT
003825          TO WS-SCREEN-LINE (WS-SCREEN-SUB) (2:60).
003830
003840  4000-EXIT.
003850      EXIT.
003860
003870* 4500-RESOLVE-ALERT
003880*   AN ACKNOWLEDGED ALERT ONLY - AN OPEN ONE MUST BE OWNED
003890*   (ACKNOWLEDGED) FIRST, AND A RESOLVED ONE STAYS AS IT WAS.
003900  4500-RESOLVE-ALERT.
003910
003920      IF NOT ALR-ACKNOWLEDGED
003930          ADD 1 TO WS-SCREEN-SUB
003940          IF ALR-OPEN
003950              MOVE " ACKNOWLEDGE THE ALERT BEFORE RESOLVING IT"
003960                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003970          ELSE
003980              MOVE " ALERT IS ALREADY RESOLVED"
003990                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004000          END-IF
004010          GO TO 4500-EXIT
004020      END-IF.
004030
004040      EXEC CICS READ
004050          FILE ('ALERTREG')
004060          INTO (ALERT-REG-RCD)
004070          RIDFLD (WS-ALR-HIT-RBA)
004080          RBA
004090          UPDATE
004100          RESP (WS-RESP)
004110      END-EXEC.
004120
004130      IF WS-RESP = DFHRESP(NORMAL)
004140         AND NOT ALR-ACKNOWLEDGED
004150          EXEC CICS UNLOCK
004160              FILE ('ALERTREG')
004170          END-EXEC
004180          ADD 1 TO WS-SCREEN-SUB
004190          MOVE " ALERT IS ALREADY RESOLVED"
004200              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004210          GO TO 4500-EXIT
004220      END-IF.
004230
004240      IF WS-RESP = DFHRESP(NORMAL)
004250          MOVE "R"            TO ALR-STATUS
004260          MOVE WS-OPERATOR-ID TO ALR-RES-USER
004270          MOVE WS-TODAY       TO ALR-RES-DATE
004280          MOVE WS-NOW-TIME    TO ALR-RES-TIME
004290          MOVE WS-TERM-NOTE   TO ALR-RES-NOTE
004300          EXEC CICS REWRITE
004310              FILE ('ALERTREG')
004320              FROM (ALERT-REG-RCD)
004330              RESP (WS-RESP)
004340          END-EXEC
004350      END-IF.
004360
004370      IF WS-RESP NOT = DFHRESP(NORMAL)
004380          ADD 1 TO WS-SCREEN-SUB
004390          MOVE " ALERT REGISTER UNAVAILABLE - TRY LATER"
004400              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004410          GO TO 4500-EXIT
004420      END-IF.
004430
004440      MOVE ALR-ALERT-ID       TO DNL-ALERT-ID.
004450      MOVE "RESOLVED"         TO DNL-ACTION.
004460      MOVE WS-OPERATOR-ID     TO DNL-USER-ID.
004470      ADD 1 TO WS-SCREEN-SUB.
004480      MOVE WS-DONE-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
004490      ADD 1 TO WS-SCREEN-SUB.
004500      MOVE ALR-ALERT-TEXT
004505          TO WS-SCREEN-LINE (WS-SCREEN-SUB) (2:60).
004510      ADD 1 TO WS-SCREEN-SUB.
004520      MOVE ALR-RES-NOTE
004525          TO WS-SCREEN-LINE (WS-SCREEN-SUB) (2:40).
004530
004540  4500-EXIT.
004550      EXIT.
004560
004570* 5000-FIND-ALERT
004580*   BROWSES THE REGISTER FOR THE KEYED ALERT ID, KEEPING ITS
004590*   RBA FOR THE READ UPDATE.
004600  5000-FIND-ALERT.
004610
004620      MOVE "N"  TO WS-ALR-FOUND-SW.
004630      MOVE ZERO TO WS-ALR-RBA.
004640
004650      EXEC CICS STARTBR
004660          DATASET ('ALERTREG')
004670          RIDFLD (WS-ALR-RBA)
004680          RBA
004690          RESP (WS-RESP)
004700      END-EXEC.
004710
004720      IF WS-RESP NOT = DFHRESP(NORMAL)
004730          GO TO 5000-EXIT
004740      END-IF.
004750
004760      MOVE "N" TO WS-ALR-DONE-SW.
004770      PERFORM 5100-FIND-ALERT-NEXT THRU 5100-EXIT
004780          UNTIL WS-ALR-DONE
004790             OR WS-ALR-FOUND.
004800
004810      EXEC CICS ENDBR
004820          DATASET ('ALERTREG')
004830      END-EXEC.
004840
004850  5000-EXIT.
004860      EXIT.
004870
004910  5100-FIND-ALERT-NEXT.
004920
004950      EXEC CICS READNEXT
004960          DATASET ('ALERTREG')
004970          INTO (ALERT-REG-RCD)
004980          RIDFLD (WS-ALR-RBA)
004990          RBA
005000          RESP (WS-RESP)
005010      END-EXEC.
005020
005030      IF WS-RESP NOT = DFHRESP(NORMAL)
005040          MOVE "Y" TO WS-ALR-DONE-SW
005050          GO TO 5100-EXIT
005060      END-IF.
005070
005080      IF ALR-ALERT-ID = WS-TERM-ALERT-ID
005085          MOVE WS-ALR-RBA TO WS-ALR-HIT-RBA
005090          MOVE "Y" TO WS-ALR-FOUND-SW
005100      END-IF.
005110
005120  5100-EXIT.
005130      EXIT.
005140
005150  6000-SEND-SCREEN.
005160
005170      EXEC CICS SEND TEXT
005180          FROM (WS-SCREEN)
005190          LENGTH (WS-SCREEN-LENGTH)
005200          ERASE
005210          FREEKB
005220      END-EXEC.
005230
005240  6000-EXIT.
005250      EXIT.
005260
005270  7000-SEND-USAGE.
005280
005290      MOVE SPACES TO WS-SCREEN.
005300      MOVE "ENTER: CW94 L              (LIST UNRESOLVED ALERTS)"
005310          TO WS-SCREEN-LINE (1).
005320      MOVE "   OR: CW94 A ALERT-ID     (ACKNOWLEDGE AN ALERT)"
005330          TO WS-SCREEN-LINE (2).
005340      MOVE "   OR: CW94 R ALERT-ID NOTE"
005350          TO WS-SCREEN-LINE (3).
005360      MOVE "       (RESOLVE AN ACKNOWLEDGED ALERT WITH A NOTE)"
005370          TO WS-SCREEN-LINE (4).
005380
005390      EXEC CICS SEND TEXT
005400          FROM (WS-SCREEN)
005410          LENGTH (WS-SCREEN-LENGTH)
005420          ERASE
005430          FREEKB
005440      END-EXEC.
005450
005460  7000-EXIT.
005470      EXIT.
