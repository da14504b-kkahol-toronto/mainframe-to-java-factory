000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCMR6318.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCMR6318
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  TRANSID:    CW96
000130*  PURPOSE:    ONLINE HELD-RECORD CORRECTION FOR THE BRANCHES.
000140*              'CW96 L' LISTS THE USER'S OWN BRANCH'S RECORDS ON
000150*              THE CLCWW041 HELD FILE, OPTIONALLY ONLY THOSE
000160*              WHOSE HOLD REASON STARTS WITH THE TEXT KEYED
000170*              AFTER THE L.  'CW96 C' TAKES ONE HELD RECORD'S
000180*              SEQUENCE NUMBER AND THE CORRECTED TIN, ENTITY
000190*              CODE AND/OR NAME, RUNS THEM THROUGH THE CCCW9195
000200*              PAYEE VERIFICATION SERVICE WHILE THE USER WAITS,
000210*              AND - ON A PASS OR WARN - QUEUES THE CORRECTION
000220*              IN CLCWW046 FORMAT, STAMPED WITH THE USER ID AND
000230*              TERMINAL, FOR THE NEXT CCCW9110 RELEASE RUN.  A
000240*              FAIL IS ANSWERED ON THE SCREEN AND NOT QUEUED.
000250*
000260*              THE USER'S BRANCH IS THEIR USBR ROW ON THE
000270*              CLCWW135 REFERENCE FILE IN FORCE TODAY - NEVER
000280*              ANYTHING KEYED.  A USER WITH NO ROW (OR A RETIRED
000290*              ONE) GETS NO LIST AND CAN CORRECT NOTHING, AND A
000300*              SEQUENCE NUMBER BELONGING TO ANOTHER BRANCH IS
000310*              ANSWERED EXACTLY AS ONE THAT IS NOT HELD AT ALL.
000320*              TINS ARE SHOWN MASKED TO THE LAST 4 DIGITS, THE
000330*              CLCWW030 CONVENTION.
000340*
000350*  FILES:      REFTBL   - ESDS PATH OF THE CLCWW135 REFERENCE
000360*                         FILE, BROWSED FOR THE USER'S USBR ROW
000370*              TEN99HLD - ESDS, THE CLCWW041 HELD FILE, BROWSED
000380*                         FROM THE START AND FILTERED BY BRANCH
000390*              CORRQUE  - ESDS, CLCWW046 CORRECTIONS QUEUED
000400*                         ONLINE.  THE RELEASE STREAM UNLOADS IT
000410*                         INTO CCCW9110'S TEN99COR INPUT AND
000420*                         EMPTIES IT AFTER EACH RELEASE RUN.
000430*
000440******************************************************************
000450*                      MODIFICATION HISTORY
000460******************************************************************
000470* DATE     INIT  DESCRIPTION
000480* -------- ----  --------------------------------------------
000490* 10/2026  RF    NEW PROGRAM - CICS HELD-RECORD LIST AND
000500*                CORRECTION FOR THE BRANCHES (TRANSID CW96)
00050a* 10/2026  RF    A HELD RECORD RE-HOMED BY CCCW9210 IS LISTED AND
00050b*                CORRECTED BY ITS HOME BRANCH, NOT THE CLOSED
00050c*                BRANCH THAT ISSUED IT
000510******************************************************************
000520  ENVIRONMENT DIVISION.
000530  CONFIGURATION SECTION.
000540  SOURCE-COMPUTER.   IBM-370.
000550  OBJECT-COMPUTER.   IBM-370.
000560
000570  DATA DIVISION.
000580
000590  WORKING-STORAGE SECTION.
000600
000610      COPY CLCWW013.
000620
000630      COPY CLCWW041.
000640
000650      COPY CLCWW046.
000660
000670      COPY CLCWW119.
000680
000690      COPY CLCWW135.
000700
000710  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6318".
000720
000730  01  WS-SWITCHES.
000740      05  WS-REF-DONE-SW          PIC X(01) VALUE "N".
000750          88  WS-REF-DONE                 VALUE "Y".
000760      05  WS-HELD-DONE-SW         PIC X(01) VALUE "N".
000770          88  WS-HELD-DONE                VALUE "Y".
000780      05  WS-QUEUE-DONE-SW        PIC X(01) VALUE "N".
000790          88  WS-QUEUE-DONE               VALUE "Y".
000800      05  WS-HELD-FOUND-SW        PIC X(01) VALUE "N".
000810          88  WS-HELD-FOUND               VALUE "Y".
000820      05  WS-QUEUED-SW            PIC X(01) VALUE "N".
000830          88  WS-ALREADY-QUEUED           VALUE "Y".
000840
000850  01  WS-COUNTERS.
000860      05  WS-HELD-LINES           PIC 9(03) COMP VALUE ZERO.
000870      05  WS-HELD-MATCHED         PIC 9(07) COMP VALUE ZERO.
000880
000890  77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000900
000910* ESDS BROWSE POSITIONS - ONE FULLWORD PER FILE, FOR THE SAME
000920* REASON AS CCMR6315: SHARING WS-RESP WOULD LET THE RESP STORE
000930* CLOBBER THE POSITION MID-BROWSE.
000940  77  WS-REF-RBA                  PIC S9(08) COMP VALUE ZERO.
000950  77  WS-HELD-RBA                 PIC S9(08) COMP VALUE ZERO.
000960  77  WS-QUEUE-RBA                PIC S9(08) COMP VALUE ZERO.
000970
000980* TERMINAL INPUT - THE TRANSID, A SPACE, THE FUNCTION (L OR C),
000990* A SPACE, THEN THE FUNCTION'S ARGUMENTS:
001000*   L  THE HOLD-REASON PREFIX TO LIST (BLANK LISTS THEM ALL)
001010*   C  SEQUENCE NUMBER (9 DIGITS), CORRECTED TIN (9), CORRECTED
001020*      ENTITY CODE (3) AND CORRECTED NAME (40), ONE SPACE
001030*      BETWEEN EACH.  A BLANK CORRECTION FIELD LEAVES THE HELD
001040*      VALUE AS-IS, THE CLCWW046 RULE.
001050  01  WS-TERM-INPUT.
001060      05  WS-TERM-TRANSID         PIC X(04).
001070      05  FILLER                  PIC X(01).
001080      05  WS-TERM-FUNCTION        PIC X(01).
001090          88  WS-FUNC-LIST                VALUE "L".
001100          88  WS-FUNC-CORRECT             VALUE "C".
001110      05  FILLER                  PIC X(01).
001120      05  WS-TERM-ARGS            PIC X(64).
001130      05  WS-TERM-LIST-ARGS REDEFINES WS-TERM-ARGS.
001140          10  WS-TERM-REASON      PIC X(40).
001150          10  FILLER              PIC X(24).
001160      05  WS-TERM-CORR-ARGS REDEFINES WS-TERM-ARGS.
001170          10  WS-TERM-SEQ         PIC X(09).
001180          10  WS-TERM-SEQ-NUM REDEFINES WS-TERM-SEQ
001190                                  PIC 9(09).
001200          10  FILLER              PIC X(01).
001210          10  WS-TERM-TIN         PIC X(09).
001220          10  FILLER              PIC X(01).
001230          10  WS-TERM-ENT         PIC X(03).
001240          10  FILLER              PIC X(01).
001250          10  WS-TERM-NAME        PIC X(40).
001260  77  WS-TERM-LENGTH              PIC S9(04) COMP VALUE +71.
001270
001280  77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001290  77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
001300  77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001310
001320* THE USER'S HOME BRANCH - THE USBR ROW WITH THE LATEST
001330* EFFECTIVE DATE NOT AFTER TODAY.  SPACES (NO ROW, OR THE
001340* LATEST ROW RETIRED) SHUTS THE USER OUT.
001350  77  WS-USER-BR-CODE             PIC X(03) VALUE SPACES.
01350a  77  WS-WORK-BR-CODE             PIC X(03) VALUE SPACES.
001360  77  WS-USBR-BEST-DATE           PIC 9(08) VALUE ZERO.
001370
001380  77  WS-REASON-LEN               PIC 9(02) COMP VALUE ZERO.
001390  77  WS-CORR-SEQ                 PIC 9(09) VALUE ZERO.
001400
001410* THE SCREEN IS BUILT AS A BLOCK OF 80-BYTE LINES AND SENT
001420* WITH ONE SEND TEXT, THE CCMR6315 CONVENTION.  THE LAST LINE
001430* IS KEPT FOR THE "MORE" NOTE WHEN A LIST RUNS LONG.
001440  01  WS-SCREEN.
001450      05  WS-SCREEN-LINE          PIC X(80) OCCURS 20 TIMES.
001460  77  WS-SCREEN-SUB               PIC 9(02) COMP VALUE ZERO.
001470  77  WS-SCREEN-LIST-MAX          PIC 9(02) COMP VALUE 19.
001480  77  WS-SCREEN-LENGTH            PIC S9(04) COMP VALUE +1600.
001490
001500  01  WS-HEAD-LINE.
001510      05  FILLER                  PIC X(24) VALUE
001520              "HELD RECORDS FOR BRANCH ".
001530      05  HDL-BR-CODE             PIC X(03).
001540      05  FILLER                  PIC X(07) VALUE "  USER ".
001550      05  HDL-USER-ID             PIC X(08).
001560      05  FILLER                  PIC X(38) VALUE SPACES.
001570
001580  01  WS-COLUMN-LINE.
001590      05  FILLER                  PIC X(40) VALUE
001600              " SEQ NUM   TIN       NAME              ".
001610      05  FILLER                  PIC X(40) VALUE
001620              "       ENT HOLD REASON                  ".
001630
001640  01  WS-HELD-LINE.
001650      05  FILLER                  PIC X(01) VALUE SPACES.
001660      05  HLL-SEQ-NUM             PIC 9(09).
001670      05  FILLER                  PIC X(01) VALUE SPACES.
001680      05  HLL-MASKED-TIN          PIC X(09).
001690      05  FILLER                  PIC X(01) VALUE SPACES.
001700      05  HLL-NAME                PIC X(25).
001710      05  FILLER                  PIC X(01) VALUE SPACES.
001720      05  HLL-ENT-CDE             PIC X(03).
001730      05  FILLER                  PIC X(01) VALUE SPACES.
001740      05  HLL-HOLD-REASON         PIC X(29).
001750
001760  01  WS-MORE-LINE.
001770      05  FILLER                  PIC X(01) VALUE SPACES.
001780      05  MRL-COUNT               PIC ZZZ,ZZ9.
001790      05  FILLER                  PIC X(46) VALUE
001800              " MORE NOT SHOWN - NARROW BY HOLD REASON PREFIX".
001810      05  FILLER                  PIC X(26) VALUE SPACES.
001820
001830  01  WS-RESULT-LINE.
001840      05  FILLER                  PIC X(14) VALUE
001850              " VERIFICATION ".
001860      05  RSL-RESULT              PIC X(04).
001870      05  FILLER                  PIC X(03) VALUE " - ".
001880      05  RSL-REASON              PIC X(40).
001890      05  FILLER                  PIC X(19) VALUE SPACES.
001900
001910  PROCEDURE DIVISION.
001920
001930  0000-MAINLINE.
001940
001950      PERFORM 1000-RECEIVE-INPUT     THRU 1000-EXIT.
001960
001970      IF NOT WS-FUNC-LIST
001980         AND NOT WS-FUNC-CORRECT
001990          PERFORM 7000-SEND-USAGE    THRU 7000-EXIT
002000      ELSE
002010          PERFORM 1500-FIND-USER-BRANCH THRU 1500-EXIT
002020          PERFORM 2000-BUILD-SCREEN  THRU 2000-EXIT
002030          PERFORM 6000-SEND-SCREEN   THRU 6000-EXIT
002040      END-IF.
002050
002060      EXEC CICS RETURN
002070      END-EXEC.
002080
002090  1000-RECEIVE-INPUT.
002100
002110      MOVE SPACES TO WS-TERM-INPUT.
002120
002130      EXEC CICS RECEIVE
002140          INTO (WS-TERM-INPUT)
002150          LENGTH (WS-TERM-LENGTH)
002160          RESP (WS-RESP)
002170      END-EXEC.
002180
002190      EXEC CICS ASSIGN
002200          USERID (WS-OPERATOR-ID)
002210      END-EXEC.
002220
002230      EXEC CICS ASKTIME
002240          ABSTIME (WS-ABS-TIME)
002250      END-EXEC.
002260      EXEC CICS FORMATTIME
002270          ABSTIME (WS-ABS-TIME)
002280          YYYYMMDD (WS-TODAY)
002290      END-EXEC.
002300
002310  1000-EXIT.
002320      EXIT.
002330
002340* 1500-FIND-USER-BRANCH
002350*   BROWSES THE REFERENCE FILE FOR THE USER'S USBR ROWS AND
002360*   KEEPS THE ONE IN FORCE TODAY, THE SAME EFFECTIVE-DATE RULE
002370*   CCCW9196 APPLIES WHEN IT LOADS THE TABLE FOR BATCH.
002380  1500-FIND-USER-BRANCH.
002390
002400      MOVE SPACES TO WS-USER-BR-CODE.
002410      MOVE ZERO   TO WS-USBR-BEST-DATE.
002420      MOVE ZERO   TO WS-REF-RBA.
002430
002440      EXEC CICS STARTBR
002450          DATASET ('REFTBL')
002460          RIDFLD (WS-REF-RBA)
002470          RBA
002480          RESP (WS-RESP)
002490      END-EXEC.
002500
002510      IF WS-RESP NOT = DFHRESP(NORMAL)
002520          GO TO 1500-EXIT
002530      END-IF.
002540
002550      MOVE "N" TO WS-REF-DONE-SW.
002560      PERFORM 1510-READ-REF-NEXT THRU 1510-EXIT
002570          UNTIL WS-REF-DONE.
002580
002590      EXEC CICS ENDBR
002600          DATASET ('REFTBL')
002610      END-EXEC.
002620
002630  1500-EXIT.
002640      EXIT.
002650
002660  1510-READ-REF-NEXT.
002670
002680      EXEC CICS READNEXT
002690          DATASET ('REFTBL')
002700          INTO (REF-TABLE-RCD)
002710          RIDFLD (WS-REF-RBA)
002720          RBA
002730          RESP (WS-RESP)
002740      END-EXEC.
002750
002760      IF WS-RESP NOT = DFHRESP(NORMAL)
002770          MOVE "Y" TO WS-REF-DONE-SW
002780          GO TO 1510-EXIT
002790      END-IF.
002800
002810      IF NOT REF-TABLE-USER-BRANCH
002820         OR REF-KEY NOT = WS-OPERATOR-ID
002830         OR REF-EFF-DATE > WS-TODAY
002840         OR REF-EFF-DATE < WS-USBR-BEST-DATE
002850          GO TO 1510-EXIT
002860      END-IF.
002870
002880      MOVE REF-EFF-DATE TO WS-USBR-BEST-DATE.
002890      IF REF-ROW-ACTIVE
002900          MOVE REF-USBR-BR-CODE TO WS-USER-BR-CODE
002910      ELSE
002920          MOVE SPACES           TO WS-USER-BR-CODE
002930      END-IF.
002940
002950  1510-EXIT.
002960      EXIT.
002970
002980* 2000-BUILD-SCREEN
002990*   HEADER WITH THE USER'S BRANCH, THEN THE LIST OR THE
003000*   CORRECTION ANSWER.  A USER WITH NO BRANCH GETS THE HEADER
003010*   AND A REFUSAL ONLY.
003020  2000-BUILD-SCREEN.
003030
003040      MOVE SPACES TO WS-SCREEN.
003050      MOVE ZERO   TO WS-SCREEN-SUB.
003060
003070      MOVE WS-USER-BR-CODE TO HDL-BR-CODE.
003080      MOVE WS-OPERATOR-ID  TO HDL-USER-ID.
003090      ADD 1 TO WS-SCREEN-SUB.
003100      MOVE WS-HEAD-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
003110
003120      IF WS-USER-BR-CODE = SPACES
003130          ADD 1 TO WS-SCREEN-SUB
003140          MOVE " NO HOME BRANCH ON FILE FOR YOUR USER ID"
003150              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003160          GO TO 2000-EXIT
003170      END-IF.
003180
003190      IF WS-FUNC-LIST
003200          PERFORM 3000-LIST-HELD     THRU 3000-EXIT
003210      ELSE
003220          PERFORM 4000-CORRECT-HELD  THRU 4000-EXIT
003230      END-IF.
003240
003250  2000-EXIT.
003260      EXIT.
003270
003280* 3000-LIST-HELD
003290*   THE HELD FILE IS AN ESDS - BROWSED FROM THE START AND
003300*   FILTERED TO THE USER'S BRANCH AND THE HOLD-REASON PREFIX.
003310*   EVERY MATCH IS COUNTED; WHAT DOES NOT FIT ON THE SCREEN IS
003320*   REPORTED ON THE LAST LINE.
003330  3000-LIST-HELD.
003340
003350      ADD 1 TO WS-SCREEN-SUB.
003360      MOVE WS-COLUMN-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
003370
003380*     THE PREFIX LENGTH IS THE REASON TEXT UP TO ITS LAST
003390*     NON-BLANK - ZERO LISTS EVERY REASON.
003400      PERFORM 3050-SCAN-REASON THRU 3050-EXIT
003410          VARYING WS-REASON-LEN FROM 40 BY -1
003420          UNTIL WS-REASON-LEN = ZERO
003430             OR WS-TERM-REASON (WS-REASON-LEN:1) NOT = SPACE.
003440
003450      MOVE ZERO TO WS-HELD-MATCHED.
003460      MOVE ZERO TO WS-HELD-LINES.
003470      MOVE ZERO TO WS-HELD-RBA.
003480
003490      EXEC CICS STARTBR
003500          DATASET ('TEN99HLD')
003510          RIDFLD (WS-HELD-RBA)
003520          RBA
003530          RESP (WS-RESP)
003540      END-EXEC.
003550
003560      IF WS-RESP = DFHRESP(NORMAL)
003570          MOVE "N" TO WS-HELD-DONE-SW
003580          PERFORM 3100-LIST-HELD-NEXT THRU 3100-EXIT
003590              UNTIL WS-HELD-DONE
003600          EXEC CICS ENDBR
003610              DATASET ('TEN99HLD')
003620          END-EXEC
003630      END-IF.
003640
003650      IF WS-HELD-MATCHED = ZERO
003660          ADD 1 TO WS-SCREEN-SUB
003670          MOVE " NO HELD RECORDS FOR YOUR BRANCH MATCH"
003680              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003690      END-IF.
003700
003710      IF WS-HELD-MATCHED > WS-HELD-LINES
003720          COMPUTE MRL-COUNT = WS-HELD-MATCHED - WS-HELD-LINES
003730          ADD 1 TO WS-SCREEN-SUB
003740          MOVE WS-MORE-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003750      END-IF.
003760
003770  3000-EXIT.
003780      EXIT.
003790
003800  3050-SCAN-REASON.
003810
003820*     NOTHING TO DO - THE VARYING CLAUSE DOES THE SCAN.
003830
003840  3050-EXIT.
003850      EXIT.
003860
003870  3100-LIST-HELD-NEXT.
003880
003890      EXEC CICS READNEXT
003900          DATASET ('TEN99HLD')
003910          INTO (TEN99-HELD-RCD)
003920          RIDFLD (WS-HELD-RBA)
003930          RBA
003940          RESP (WS-RESP)
003950      END-EXEC.
003960
003970      IF WS-RESP NOT = DFHRESP(NORMAL)
003980          MOVE "Y" TO WS-HELD-DONE-SW
003990          GO TO 3100-EXIT
004000      END-IF.
004010
004020      MOVE TH-DETAIL-DATA TO TEN99-RCD.
04020a*   A CONSOLIDATED BRANCH'S RECORD IS WORKED BY ITS HOME
04020b*   (SUCCESSOR) BRANCH; THE ISSUING BRANCH OTHERWISE.
04020c      IF TEN99-HOME-BR-CODE = SPACES
04020d          MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-WORK-BR-CODE
04020e      ELSE
04020f          MOVE TEN99-HOME-BR-CODE TO WS-WORK-BR-CODE
04020g      END-IF.
004030      IF WS-WORK-BR-CODE NOT = WS-USER-BR-CODE
004040          GO TO 3100-EXIT
004050      END-IF.
004060      IF WS-REASON-LEN > ZERO
004070          IF TH-HOLD-REASON (1:WS-REASON-LEN)
004080                 NOT = WS-TERM-REASON (1:WS-REASON-LEN)
004090              GO TO 3100-EXIT
004100          END-IF
004110      END-IF.
004120
004130      ADD 1 TO WS-HELD-MATCHED.
004140
004150      IF WS-SCREEN-SUB < WS-SCREEN-LIST-MAX
004160          PERFORM 5000-FORMAT-HELD-LINE THRU 5000-EXIT
004170          ADD 1 TO WS-SCREEN-SUB
004180          MOVE WS-HELD-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004190          ADD 1 TO WS-HELD-LINES
004200      END-IF.
004210
004220  3100-EXIT.
004230      EXIT.
004240
004250* 4000-CORRECT-HELD
004260*   FINDS THE HELD RECORD (THE USER'S BRANCH ONLY), OVERLAYS THE
004270*   KEYED FIELDS, AND ASKS CCCW9195.  A FAIL GOES BACK TO THE
004280*   USER UNQUEUED; A PASS OR WARN IS QUEUED FOR CCCW9110 UNLESS
004290*   A CORRECTION FOR THE RECORD IS ALREADY WAITING - CCCW9110
004300*   APPLIES THE FIRST ONE IT FINDS, SO A SECOND WOULD BE LOST.
004310  4000-CORRECT-HELD.
004320
004330      IF WS-TERM-SEQ NOT NUMERIC
004340          ADD 1 TO WS-SCREEN-SUB
004350          MOVE " SEQUENCE NUMBER MUST BE 9 DIGITS"
004360              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004370          GO TO 4000-EXIT
004380      END-IF.
004390
004400      IF WS-TERM-TIN = SPACES
004410         AND WS-TERM-ENT = SPACES
004420         AND WS-TERM-NAME = SPACES
004430          ADD 1 TO WS-SCREEN-SUB
004440          MOVE " NOTHING TO CORRECT - KEY A TIN, ENTITY OR NAME"
004450              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004460          GO TO 4000-EXIT
004470      END-IF.
004480
004490      MOVE WS-TERM-SEQ-NUM TO WS-CORR-SEQ.
004500      PERFORM 4100-FIND-HELD THRU 4100-EXIT.
004510
004520      IF NOT WS-HELD-FOUND
004530          ADD 1 TO WS-SCREEN-SUB
004540          MOVE " NOT ONE OF YOUR BRANCH'S HELD RECORDS"
004550              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004560          GO TO 4000-EXIT
004570      END-IF.
004580
004590      PERFORM 5000-FORMAT-HELD-LINE THRU 5000-EXIT.
004600      ADD 1 TO WS-SCREEN-SUB.
004610      MOVE WS-HELD-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
004620
004630*     THE VERIFICATION SEES THE RECORD AS IT WILL STAND AFTER
004640*     CCCW9110 APPLIES THE CORRECTION - KEYED FIELDS OVER HELD.
004650      MOVE SPACES                      TO PAYEE-VERIFY-AREA.
004660      MOVE TEN99-SSN-TAX-ID-DATA       TO PV-SSN-TAX-ID.
004670      MOVE TEN99-NAME-DATA             TO PV-NAME.
004680      MOVE TEN99-COMPASS-ENT-CDE-DATA  TO PV-COMPASS-ENT-CDE.
004690      IF WS-TERM-TIN NOT = SPACES
004700          MOVE WS-TERM-TIN             TO PV-SSN-TAX-ID
004710      END-IF.
004720      IF WS-TERM-NAME NOT = SPACES
004730          MOVE WS-TERM-NAME            TO PV-NAME
004740      END-IF.
004750      IF WS-TERM-ENT NOT = SPACES
004760          MOVE WS-TERM-ENT             TO PV-COMPASS-ENT-CDE
004770      END-IF.
004780
004790      CALL "CCCW9195" USING PAYEE-VERIFY-AREA.
004800
004810      EVALUATE TRUE
004820          WHEN PV-PASS
004830              MOVE "PASS"              TO RSL-RESULT
004840          WHEN PV-WARN
004850              MOVE "WARN"              TO RSL-RESULT
004860          WHEN OTHER
004870              MOVE "FAIL"              TO RSL-RESULT
004880      END-EVALUATE.
004890      MOVE PV-REASON                   TO RSL-REASON.
004900      ADD 1 TO WS-SCREEN-SUB.
004910      MOVE WS-RESULT-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
004920
004930      IF NOT PV-PASS
004940         AND NOT PV-WARN
004950          ADD 1 TO WS-SCREEN-SUB
004960          MOVE " CORRECTION NOT QUEUED - FIX AND RESEND"
004970              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004980          GO TO 4000-EXIT
004990      END-IF.
005000
005010      PERFORM 4200-CHECK-QUEUE THRU 4200-EXIT.
005020      IF WS-ALREADY-QUEUED
005030          ADD 1 TO WS-SCREEN-SUB
005040          MOVE " A CORRECTION IS ALREADY QUEUED FOR THIS RECORD"
005050              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005060          GO TO 4000-EXIT
005070      END-IF.
005080
005090      PERFORM 4300-QUEUE-CORRECTION THRU 4300-EXIT.
005100
005110      ADD 1 TO WS-SCREEN-SUB.
005120      IF WS-RESP = DFHRESP(NORMAL)
005130          MOVE " CORRECTION QUEUED FOR THE NEXT RELEASE RUN"
005140              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005150      ELSE
005160          MOVE " CORRECTION QUEUE UNAVAILABLE - TRY LATER"
005170              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005180      END-IF.
005190
005200  4000-EXIT.
005210      EXIT.
005220
005230* 4100-FIND-HELD
005240*   BROWSES THE HELD FILE FOR THE SEQUENCE NUMBER.  A RECORD OF
005250*   ANOTHER BRANCH IS PASSED OVER AS IF IT WERE NOT THERE.
005260  4100-FIND-HELD.
005270
005280      MOVE "N"  TO WS-HELD-FOUND-SW.
005290      MOVE ZERO TO WS-HELD-RBA.
005300
005310      EXEC CICS STARTBR
005320          DATASET ('TEN99HLD')
005330          RIDFLD (WS-HELD-RBA)
005340          RBA
005350          RESP (WS-RESP)
005360      END-EXEC.
005370
005380      IF WS-RESP NOT = DFHRESP(NORMAL)
005390          GO TO 4100-EXIT
005400      END-IF.
005410
005420      MOVE "N" TO WS-HELD-DONE-SW.
005430      PERFORM 4110-FIND-HELD-NEXT THRU 4110-EXIT
005440          UNTIL WS-HELD-DONE.
005450
005460      EXEC CICS ENDBR
005470          DATASET ('TEN99HLD')
005480      END-EXEC.
005490
005500  4100-EXIT.
005510      EXIT.
005520
005530  4110-FIND-HELD-NEXT.
005540
005550      EXEC CICS READNEXT
005560          DATASET ('TEN99HLD')
005570          INTO (TEN99-HELD-RCD)
005580          RIDFLD (WS-HELD-RBA)
005590          RBA
005600          RESP (WS-RESP)
005610      END-EXEC.
005620
005630      IF WS-RESP NOT = DFHRESP(NORMAL)
005640          MOVE "Y" TO WS-HELD-DONE-SW
005650          GO TO 4110-EXIT
005660      END-IF.
005670
005680      MOVE TH-DETAIL-DATA TO TEN99-RCD.
05680a      IF TEN99-HOME-BR-CODE = SPACES
05680b          MOVE TEN99-ISSUING-BR-CODE-DATA TO WS-WORK-BR-CODE
05680c      ELSE
05680d          MOVE TEN99-HOME-BR-CODE TO WS-WORK-BR-CODE
05680e      END-IF.
005690      IF TEN99-DISB-REQ-SEQ-NUM-DATA = WS-CORR-SEQ
005700         AND WS-WORK-BR-CODE = WS-USER-BR-CODE
005710          MOVE "Y" TO WS-HELD-FOUND-SW
005720          MOVE "Y" TO WS-HELD-DONE-SW
005730      END-IF.
005740
005750  4110-EXIT.
005760      EXIT.
005770
005780* 4200-CHECK-QUEUE
005790*   LOOKS FOR A CORRECTION ALREADY WAITING ON THE QUEUE FOR
005800*   THE SAME SEQUENCE NUMBER.
005810  4200-CHECK-QUEUE.
005820
005830      MOVE "N"  TO WS-QUEUED-SW.
005840      MOVE ZERO TO WS-QUEUE-RBA.
005850
005860      EXEC CICS STARTBR
005870          DATASET ('CORRQUE')
005880          RIDFLD (WS-QUEUE-RBA)
005890          RBA
005900          RESP (WS-RESP)
005910      END-EXEC.
005920
005930      IF WS-RESP NOT = DFHRESP(NORMAL)
005940          GO TO 4200-EXIT
005950      END-IF.
005960
005970      MOVE "N" TO WS-QUEUE-DONE-SW.
005980      PERFORM 4210-CHECK-QUEUE-NEXT THRU 4210-EXIT
005990          UNTIL WS-QUEUE-DONE.
006000
006010      EXEC CICS ENDBR
006020          DATASET ('CORRQUE')
006030      END-EXEC.
006040
006050  4200-EXIT.
006060      EXIT.
006070
006080  4210-CHECK-QUEUE-NEXT.
006090
006100      EXEC CICS READNEXT
006110          DATASET ('CORRQUE')
006120          INTO (TEN99-CORR-TRAN-RCD)
006130          RIDFLD (WS-QUEUE-RBA)
006140          RBA
006150          RESP (WS-RESP)
006160      END-EXEC.
006170
006180      IF WS-RESP NOT = DFHRESP(NORMAL)
006190          MOVE "Y" TO WS-QUEUE-DONE-SW
006200          GO TO 4210-EXIT
006210      END-IF.
006220
006230      IF CT-DISB-REQ-SEQ-NUM = WS-CORR-SEQ
006240          MOVE "Y" TO WS-QUEUED-SW
006250          MOVE "Y" TO WS-QUEUE-DONE-SW
006260      END-IF.
006270
006280  4210-EXIT.
006290      EXIT.
006300
006310* 4300-QUEUE-CORRECTION
006320*   WRITES THE CLCWW046 RECORD WITH ONLY THE KEYED FIELDS -
006330*   BLANK STILL MEANS "HELD VALUE STANDS" TO CCCW9110 - AND THE
006340*   USER AND TERMINAL THAT ENTERED IT.
006350  4300-QUEUE-CORRECTION.
006360
006370      MOVE SPACES                 TO TEN99-CORR-TRAN-RCD.
006380      MOVE WS-CORR-SEQ            TO CT-DISB-REQ-SEQ-NUM.
006390      MOVE WS-TERM-TIN            TO CT-CORRECTED-SSN-TAX-ID.
006400      MOVE WS-TERM-NAME           TO CT-CORRECTED-NAME.
006410      MOVE WS-TERM-ENT            TO CT-CORRECTED-ENT-CDE.
006420      MOVE WS-OPERATOR-ID         TO CT-ENTRY-USER-ID.
006430      MOVE EIBTRMID               TO CT-ENTRY-TERMINAL.
006440
006450      EXEC CICS WRITE
006460          FILE ('CORRQUE')
006470          FROM (TEN99-CORR-TRAN-RCD)
006480          RIDFLD (WS-QUEUE-RBA)
006490          RBA
006500          RESP (WS-RESP)
006510      END-EXEC.
006520
006530  4300-EXIT.
006540      EXIT.
006550
006560* 5000-FORMAT-HELD-LINE
006570*   ONE HELD RECORD AS A SCREEN LINE, TIN MASKED TO THE LAST 4.
006580  5000-FORMAT-HELD-LINE.
006590
006600      MOVE TEN99-DISB-REQ-SEQ-NUM-DATA   TO HLL-SEQ-NUM.
006610      MOVE "XXXXX"                       TO HLL-MASKED-TIN (1:5).
006620      MOVE TEN99-SSN-TAX-ID-DATA (6:4)   TO HLL-MASKED-TIN (6:4).
006630      MOVE TEN99-NAME-DATA               TO HLL-NAME.
006640      MOVE TEN99-COMPASS-ENT-CDE-DATA    TO HLL-ENT-CDE.
006650      MOVE TH-HOLD-REASON                TO HLL-HOLD-REASON.
006660
006670  5000-EXIT.
006680      EXIT.
006690
006700  6000-SEND-SCREEN.
006710
006720      EXEC CICS SEND TEXT
006730          FROM (WS-SCREEN)
006740          LENGTH (WS-SCREEN-LENGTH)
006750          ERASE
006760          FREEKB
006770      END-EXEC.
006780
006790  6000-EXIT.
006800      EXIT.
006810
006820  7000-SEND-USAGE.
006830
006840      MOVE SPACES TO WS-SCREEN.
006850      MOVE "ENTER: CW96 L [HOLD REASON PREFIX]       (LIST HELD)"
006860          TO WS-SCREEN-LINE (1).
006870      MOVE "   OR: CW96 C SSSSSSSSS TTTTTTTTT EEE NAME (CORRECT)"
006880          TO WS-SCREEN-LINE (2).
006890      MOVE "       A BLANK CORRECTION FIELD KEEPS THE HELD VALUE"
006900          TO WS-SCREEN-LINE (3).
006910
006920      EXEC CICS SEND TEXT
006930          FROM (WS-SCREEN)
006940          LENGTH (WS-SCREEN-LENGTH)
006950          ERASE
006960          FREEKB
006970      END-EXEC.
006980
006990  7000-EXIT.
007000      EXIT.
