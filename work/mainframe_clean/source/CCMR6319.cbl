000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCMR6319.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCMR6319
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  TRANSID:    CW95
000130*  PURPOSE:    ONLINE STOP-PAYMENT AND VOID ENTRY.  A BRANCH USER
000140*              KEYS 'CW95 S' (STOP) OR 'CW95 V' (VOID) AGAINST
000150*              ONE OF THEIR OWN BRANCH'S CHECKS WITH THE CHECK
000160*              AMOUNT, A REASON, AND WHO ASKED FOR IT.  THE ITEM
000170*              MUST BE ON THE CLCWW053 OUTSTANDING REGISTER (NOT
000180*              PAID), MUST NOT ALREADY BE STOPPED OR VOIDED, AND
000190*              THE AMOUNT MUST MATCH THE REGISTER.
000200*
000210*              A STOP ABOVE THE DOLLAR LIMIT ON THE CWSTPLIM
000220*              CONTROL RECORD IS LOGGED PENDING AND GOES NOWHERE
000230*              UNTIL A SECOND USER OF THE SAME BRANCH APPROVES IT
000240*              WITH 'CW95 A'; 'CW95 P' LISTS THE BRANCH'S STOPS
000250*              WAITING FOR APPROVAL.  A RELEASED STOP OR VOID IS
000260*              QUEUED AS A CLCWW078 RECORD FOR THE NEXT CCCW9100
000270*              RUN.  THE IMMEDIATE OPTION ALSO WRITES THE VOID-
000280*              TYPE CLCWW034 POSITIVE-PAY RECORD FOR THE SAME-DAY
000290*              BANK UPDATE AND FLAGS THE CLCWW078 RECORD SO
000300*              CCCW9100 DOES NOT SEND IT AGAIN.
000310*
000320*              THE USER'S BRANCH IS THEIR USBR ROW ON THE
000330*              CLCWW135 REFERENCE FILE IN FORCE TODAY, THE SAME
000340*              RULE AS CCMR6318 - A USER WITHOUT ONE CAN ENTER
000350*              AND APPROVE NOTHING.
000360*
000370*  FILES:      REFTBL   - ESDS PATH OF THE CLCWW135 REFERENCE
000380*                         FILE, BROWSED FOR THE USER'S USBR ROW
000390*              OCREG    - ESDS, THE CLCWW053 REGISTER, BROWSED
000400*              STOPVOID - ESDS, THE CLCWW078 HISTORY, BROWSED
000410*              STOPQUE  - ESDS, CLCWW078 RECORDS QUEUED ONLINE.
000420*                         THE STREAM UNLOADS IT INTO CCCW9100'S
000430*                         STOPVOID INPUT AND EMPTIES IT AFTER
000440*                         EACH RUN.
000450*              STOPREQ  - ESDS, THE CLCWW161 REQUEST LOG;
000460*                         PENDING RECORDS REWRITTEN ON APPROVAL
000470*              PPVOIDQ  - ESDS, CLCWW034 VOID RECORDS FOR THE
000480*                         SAME-DAY POSITIVE-PAY TRANSMISSION
000490*              CWSTPLIM - KSDS, ONE RECORD (KEY 'STOPLIM'), THE
000500*                         STOP AMOUNT ABOVE WHICH A SECOND USER
000510*                         MUST APPROVE
000520*
000530******************************************************************
000540*                      MODIFICATION HISTORY
000550******************************************************************
000560* DATE     INIT  DESCRIPTION
000570* -------- ----  --------------------------------------------
000580* 10/2026  RF    NEW PROGRAM - CICS STOP-PAYMENT/VOID ENTRY
000590*                WITH SECOND-USER APPROVAL (TRANSID CW95)
0005va* 10/2026  RF    STEP OVER THE CLCWW166 LAYOUT HEADER THAT NOW
0005vb*                LEADS THE CLCWW053 REGISTER IN THE BROWSE
0005vc* 10/2026  RF    LET THE HOME BRANCH OF A CHECK RE-HOMED BY
0005vd*                CCCW9210 (OC-HOME-BR-CODE) STOP AND APPROVE IT;
0005ve*                THE REQUEST STILL CARRIES THE ISSUING BRANCH
0005vf* 10/2026  RF    LOG THE WORKING BRANCH ON THE REQUEST (CLCWW161
0005vg*                SR-HOME-BR-CODE) AND LIST PENDING STOPS BY IT, SO
0005vh*                THE SUCCESSOR BRANCH OF A RE-HOMED CHECK SEES
0005vi*                THE STOP IT MUST APPROVE; SHOW THE ISSUING BRANCH
0005vj*                ON THE PENDING LINE
000600******************************************************************
000610  ENVIRONMENT DIVISION.
000620  CONFIGURATION SECTION.
000630  SOURCE-COMPUTER.   IBM-370.
000640  OBJECT-COMPUTER.   IBM-370.
000650
000660  DATA DIVISION.
000670
000680  WORKING-STORAGE SECTION.
000690
000700      COPY CLCWW034.
000710
000720      COPY CLCWW053.
000730
000740      COPY CLCWW078.
000750
000760      COPY CLCWW135.
000770
000780      COPY CLCWW161.
000790
000800  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6319".
000810
000820  01  WS-SWITCHES.
000830      05  WS-REF-DONE-SW          PIC X(01) VALUE "N".
000840          88  WS-REF-DONE                 VALUE "Y".
000850      05  WS-REG-DONE-SW          PIC X(01) VALUE "N".
000860          88  WS-REG-DONE                 VALUE "Y".
000870      05  WS-REG-FOUND-SW         PIC X(01) VALUE "N".
000880          88  WS-REG-FOUND                VALUE "Y".
00880a      05  WS-REHOMED-SW           PIC X(01) VALUE "N".
00880b          88  WS-REHOMED                  VALUE "Y".
000890      05  WS-SV-DONE-SW           PIC X(01) VALUE "N".
000900          88  WS-SV-DONE                  VALUE "Y".
000910      05  WS-SV-FOUND-SW          PIC X(01) VALUE "N".
000920          88  WS-SV-FOUND                 VALUE "Y".
000930      05  WS-REQ-DONE-SW          PIC X(01) VALUE "N".
000940          88  WS-REQ-DONE                 VALUE "Y".
000950      05  WS-REQ-FOUND-SW         PIC X(01) VALUE "N".
000960          88  WS-REQ-FOUND                VALUE "Y".
000970
000980  77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000990
001000* ESDS BROWSE POSITIONS - ONE FULLWORD PER FILE, THE CCMR6315
001010* CONVENTION.  WS-REQ-HIT-RBA KEEPS THE PENDING REQUEST FOUND
001020* BY THE BROWSE FOR THE READ UPDATE THAT APPROVES IT.
001030  77  WS-REF-RBA                  PIC S9(08) COMP VALUE ZERO.
001040  77  WS-REG-RBA                  PIC S9(08) COMP VALUE ZERO.
001050  77  WS-SV-RBA                   PIC S9(08) COMP VALUE ZERO.
001060  77  WS-REQ-RBA                  PIC S9(08) COMP VALUE ZERO.
001070  77  WS-REQ-HIT-RBA              PIC S9(08) COMP VALUE ZERO.
001080  77  WS-QUEUE-RBA                PIC S9(08) COMP VALUE ZERO.
001090  77  WS-PPV-RBA                  PIC S9(08) COMP VALUE ZERO.
001100
001110* THE DATASET THE STOP/VOID BROWSE IS WORKING - THE HISTORY
001120* AND THE QUEUE ARE THE SAME CLCWW078 LAYOUT.
001130  77  WS-SV-DATASET               PIC X(08) VALUE SPACES.
001140
001150* TERMINAL INPUT - THE TRANSID, A SPACE, THE FUNCTION, A SPACE,
001160* THEN THE FUNCTION'S ARGUMENTS:
001170*   S/V  BRANCH (3), CHECK NUMBER (8), AMOUNT AS 10 DIGITS, A
001180*        POINT AND 2 DIGITS, IMMEDIATE FLAG (Y OR BLANK), REASON
001190*        (30) AND REQUESTER (20), ONE SPACE BETWEEN EACH
001200*   A    BRANCH (3) AND CHECK NUMBER (8) OF A PENDING STOP
001210*   P    NOTHING - LISTS THE BRANCH'S PENDING STOPS
001220  01  WS-TERM-INPUT.
001230      05  WS-TERM-TRANSID         PIC X(04).
001240      05  FILLER                  PIC X(01).
001250      05  WS-TERM-FUNCTION        PIC X(01).
001260          88  WS-FUNC-STOP                VALUE "S".
001270          88  WS-FUNC-VOID                VALUE "V".
001280          88  WS-FUNC-ENTRY               VALUE "S" "V".
001290          88  WS-FUNC-APPROVE             VALUE "A".
001300          88  WS-FUNC-PENDING             VALUE "P".
001310      05  FILLER                  PIC X(01).
001320      05  WS-TERM-BR-CODE         PIC X(03).
001330      05  FILLER                  PIC X(01).
001340      05  WS-TERM-CHK-NUM         PIC X(08).
001350      05  FILLER                  PIC X(01).
001360      05  WS-TERM-AMOUNT.
001370          10  WS-TERM-AMT-DOLLARS PIC X(10).
001380          10  WS-TERM-AMT-POINT   PIC X(01).
001390          10  WS-TERM-AMT-CENTS   PIC X(02).
001400      05  FILLER                  PIC X(01).
001410      05  WS-TERM-IMMEDIATE       PIC X(01).
001420      05  FILLER                  PIC X(01).
001430      05  WS-TERM-REASON          PIC X(30).
001440      05  FILLER                  PIC X(01).
001450      05  WS-TERM-REQUESTER       PIC X(20).
001460  77  WS-TERM-LENGTH              PIC S9(04) COMP VALUE +87.
001470
001480  01  WS-ENTRY-AMOUNT             PIC 9(10)V99 VALUE ZERO.
001490  01  WS-ENTRY-AMOUNT-X REDEFINES WS-ENTRY-AMOUNT.
001500      05  WS-ENTRY-AMT-DOLLARS    PIC 9(10).
001510      05  WS-ENTRY-AMT-CENTS      PIC 9(02).
001520
001530  77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001540  77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
001550  01  WS-TODAY                    PIC 9(08) VALUE ZERO.
001560  01  WS-TODAY-X REDEFINES WS-TODAY.
001570      05  WS-TODAY-CEN            PIC 9(02).
001580      05  WS-TODAY-YR             PIC 9(02).
001590      05  WS-TODAY-MO             PIC 9(02).
001600      05  WS-TODAY-DA             PIC 9(02).
001610
001620* THE USER'S HOME BRANCH - THE USBR ROW WITH THE LATEST
001630* EFFECTIVE DATE NOT AFTER TODAY.  SPACES SHUTS THE USER OUT.
001640  77  WS-USER-BR-CODE             PIC X(03) VALUE SPACES.
001650  77  WS-USBR-BEST-DATE           PIC 9(08) VALUE ZERO.
001660
001670* THE APPROVAL LIMIT - READ FROM THE CWSTPLIM CONTROL FILE SO
001680* OPERATIONS CAN MOVE IT WITHOUT A RECOMPILE.  A MISSING
001690* CONTROL RECORD FAILS CLOSED: THE LIMIT STAYS ZERO AND EVERY
001700* STOP WAITS FOR A SECOND USER.
001710  77  WS-STOP-LIMIT               PIC 9(10)V99 VALUE ZERO.
001720  77  WS-STPLIM-RID               PIC X(08) VALUE "STOPLIM ".
001730  01  WS-STPLIM-RCD.
001740      05  WS-STPLIM-ID            PIC X(08).
001750      05  WS-STPLIM-AMOUNT        PIC 9(10)V99.
001760      05  FILLER                  PIC X(20).
001770
001780* THE SCREEN IS A BLOCK OF 80-BYTE LINES SENT WITH ONE SEND
001790* TEXT, THE SAME CONVENTION AS CCMR6315.
001800  01  WS-SCREEN.
001810      05  WS-SCREEN-LINE          PIC X(80) OCCURS 20 TIMES.
001820  77  WS-SCREEN-SUB               PIC 9(02) COMP VALUE ZERO.
001830  77  WS-SCREEN-LENGTH            PIC S9(04) COMP VALUE +1600.
001840
001850  01  WS-HEAD-LINE.
001860      05  FILLER                  PIC X(24) VALUE
001870              "STOP/VOID ENTRY  BRANCH ".
001880      05  HDL-BR-CODE             PIC X(03).
001890      05  FILLER                  PIC X(07) VALUE "  USER ".
001900      05  HDL-USER-ID             PIC X(08).
001910      05  FILLER                  PIC X(38) VALUE SPACES.
001920
001930  01  WS-REG-LINE.
001940      05  FILLER                  PIC X(07) VALUE " CHECK ".
001950      05  RGL-CHK-NUM             PIC X(08).
001960      05  FILLER                  PIC X(08) VALUE " ISSUED ".
001970      05  RGL-ISSUE-DATE          PIC X(08).
001980      05  FILLER                  PIC X(05) VALUE " AMT ".
001990      05  RGL-AMOUNT              PIC ---,---,---,--9.99.
002000      05  FILLER                  PIC X(01) VALUE SPACES.
002010      05  RGL-PAYEE               PIC X(25).
002020
002030  01  WS-PEND-LINE.
002040      05  FILLER                  PIC X(01) VALUE SPACES.
002050      05  PDL-ACTION              PIC X(01).
002060      05  FILLER                  PIC X(01) VALUE SPACES.
002062      05  PDL-ISSUING-BR-CODE     PIC X(03).
002064      05  FILLER                  PIC X(01) VALUE SPACES.
002070      05  PDL-CHK-NUM             PIC X(08).
002080      05  FILLER                  PIC X(01) VALUE SPACES.
002090      05  PDL-AMOUNT              PIC ---,---,---,--9.99.
002100      05  FILLER                  PIC X(01) VALUE SPACES.
002110      05  PDL-IMMEDIATE           PIC X(01).
002120      05  FILLER                  PIC X(01) VALUE SPACES.
002130      05  PDL-ENTRY-USER-ID       PIC X(08).
002140      05  FILLER                  PIC X(01) VALUE SPACES.
002150      05  PDL-REASON              PIC X(30).
002160      05  FILLER                  PIC X(04) VALUE SPACES.
002170
002180  PROCEDURE DIVISION.
002190
002200  0000-MAINLINE.
002210
002220      PERFORM 1000-RECEIVE-INPUT     THRU 1000-EXIT.
002230
002240      IF NOT WS-FUNC-ENTRY
002250         AND NOT WS-FUNC-APPROVE
002260         AND NOT WS-FUNC-PENDING
002270          PERFORM 7000-SEND-USAGE    THRU 7000-EXIT
002280      ELSE
002290          PERFORM 1500-FIND-USER-BRANCH THRU 1500-EXIT
002300          PERFORM 2000-BUILD-SCREEN  THRU 2000-EXIT
002310          PERFORM 6000-SEND-SCREEN   THRU 6000-EXIT
002320      END-IF.
002330
002340      EXEC CICS RETURN
002350      END-EXEC.
002360
002370  1000-RECEIVE-INPUT.
002380
002390      MOVE SPACES TO WS-TERM-INPUT.
002400
002410      EXEC CICS RECEIVE
002420          INTO (WS-TERM-INPUT)
002430          LENGTH (WS-TERM-LENGTH)
002440          RESP (WS-RESP)
002450      END-EXEC.
002460
002470      EXEC CICS ASSIGN
002480          USERID (WS-OPERATOR-ID)
002490      END-EXEC.
002500
002510      EXEC CICS ASKTIME
002520          ABSTIME (WS-ABS-TIME)
002530      END-EXEC.
002540      EXEC CICS FORMATTIME
002550          ABSTIME (WS-ABS-TIME)
002560          YYYYMMDD (WS-TODAY)
002570      END-EXEC.
002580
002590  1000-EXIT.
002600      EXIT.
002610
002620* 1500-FIND-USER-BRANCH
002630*   BROWSES THE REFERENCE FILE FOR THE USER'S USBR ROWS AND
002640*   KEEPS THE ONE IN FORCE TODAY, THE CCMR6318 RULE.
002650  1500-FIND-USER-BRANCH.
002660
002670      MOVE SPACES TO WS-USER-BR-CODE.
002680      MOVE ZERO   TO WS-USBR-BEST-DATE.
002690      MOVE ZERO   TO WS-REF-RBA.
002700
002710      EXEC CICS STARTBR
002720          DATASET ('REFTBL')
002730          RIDFLD (WS-REF-RBA)
002740          RBA
002750          RESP (WS-RESP)
002760      END-EXEC.
002770
002780      IF WS-RESP NOT = DFHRESP(NORMAL)
002790          GO TO 1500-EXIT
002800      END-IF.
002810
002820      MOVE "N" TO WS-REF-DONE-SW.
002830      PERFORM 1510-READ-REF-NEXT THRU 1510-EXIT
002840          UNTIL WS-REF-DONE.
002850
002860      EXEC CICS ENDBR
002870          DATASET ('REFTBL')
002880      END-EXEC.
002890
002900  1500-EXIT.
002910      EXIT.
002920
002930  1510-READ-REF-NEXT.
002940
002950      EXEC CICS READNEXT
002960          DATASET ('REFTBL')
002970          INTO (REF-TABLE-RCD)
002980          RIDFLD (WS-REF-RBA)
002990          RBA
003000          RESP (WS-RESP)
003010      END-EXEC.
003020
003030      IF WS-RESP NOT = DFHRESP(NORMAL)
003040          MOVE "Y" TO WS-REF-DONE-SW
003050          GO TO 1510-EXIT
003060      END-IF.
003070
003080      IF NOT REF-TABLE-USER-BRANCH
003090         OR REF-KEY NOT = WS-OPERATOR-ID
003100         OR REF-EFF-DATE > WS-TODAY
003110         OR REF-EFF-DATE < WS-USBR-BEST-DATE
003120          GO TO 1510-EXIT
003130      END-IF.
003140
003150      MOVE REF-EFF-DATE TO WS-USBR-BEST-DATE.
003160      IF REF-ROW-ACTIVE
003170          MOVE REF-USBR-BR-CODE TO WS-USER-BR-CODE
003180      ELSE
003190          MOVE SPACES           TO WS-USER-BR-CODE
003200      END-IF.
003210
003220  1510-EXIT.
003230      EXIT.
003240
003250* 2000-BUILD-SCREEN
003260*   HEADER WITH THE USER'S BRANCH, THEN THE FUNCTION'S ANSWER.
003270*   A USER WITH NO BRANCH, OR A CHECK OF ANOTHER BRANCH, GETS A
003280*   REFUSAL ONLY - UNLESS THE CHECK WAS RE-HOMED TO THE USER'S
003281*   BRANCH WHEN ITS OWN CLOSED.
003290  2000-BUILD-SCREEN.
003300
003310      MOVE SPACES TO WS-SCREEN.
003320      MOVE ZERO   TO WS-SCREEN-SUB.
003330
003340      MOVE WS-USER-BR-CODE TO HDL-BR-CODE.
003350      MOVE WS-OPERATOR-ID  TO HDL-USER-ID.
003360      ADD 1 TO WS-SCREEN-SUB.
003370      MOVE WS-HEAD-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB).
003380
003390      IF WS-USER-BR-CODE = SPACES
003400          ADD 1 TO WS-SCREEN-SUB
003410          MOVE " NO HOME BRANCH ON FILE FOR YOUR USER ID"
003420              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003430          GO TO 2000-EXIT
003440      END-IF.
003450
003460      IF WS-FUNC-PENDING
003470          PERFORM 4500-LIST-PENDING  THRU 4500-EXIT
003480          GO TO 2000-EXIT
003490      END-IF.
003500
003510      IF WS-TERM-BR-CODE NOT = WS-USER-BR-CODE
03510a          PERFORM 2100-CHECK-REHOMED THRU 2100-EXIT
03510b      END-IF.
03510c
03510d      IF WS-TERM-BR-CODE NOT = WS-USER-BR-CODE
03510e         AND NOT WS-REHOMED
003520          ADD 1 TO WS-SCREEN-SUB
003530          MOVE " ONLY YOUR OWN BRANCH'S CHECKS MAY BE STOPPED"
003540              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003550          GO TO 2000-EXIT
003560      END-IF.
003570
003580      IF WS-TERM-CHK-NUM = SPACES
003590          ADD 1 TO WS-SCREEN-SUB
003600          MOVE " KEY THE CHECK NUMBER"
003610              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003620          GO TO 2000-EXIT
003630      END-IF.
003640
003650      IF WS-FUNC-APPROVE
003660          PERFORM 4000-APPROVE-STOP  THRU 4000-EXIT
003670      ELSE
003680          PERFORM 3000-ENTER-STOP    THRU 3000-EXIT
003690      END-IF.
003700
003710  2000-EXIT.
003720      EXIT.
03720a
03720b* 2100-CHECK-REHOMED
03720c*   A CHECK KEYED UNDER ANOTHER BRANCH MAY STILL BE THE USER'S:
03720d*   WHEN ITS ISSUING BRANCH CLOSED, CCCW9210 RE-HOMED THE
03720e*   REGISTER ITEM TO THE SUCCESSOR.  BROWSES THE REGISTER AS
03720f*   5000-FIND-REGISTER DOES, WITHOUT SHOWING THE ITEM.
03720g  2100-CHECK-REHOMED.
03720h
03720i      MOVE "N"  TO WS-REHOMED-SW.
03720j      IF WS-TERM-CHK-NUM = SPACES
03720k          GO TO 2100-EXIT
03720l      END-IF.
03720m
03720n      MOVE "N"  TO WS-REG-FOUND-SW.
03720o      MOVE ZERO TO WS-REG-RBA.
03720p      EXEC CICS STARTBR
03720q          DATASET ('OCREG')
03720r          RIDFLD (WS-REG-RBA)
03720s          RBA
03720t          RESP (WS-RESP)
03720u      END-EXEC.
03720v
03720w      IF WS-RESP NOT = DFHRESP(NORMAL)
03720x          GO TO 2100-EXIT
03720y      END-IF.
03720z
03720A      MOVE "N" TO WS-REG-DONE-SW.
03720B      PERFORM 5010-READ-REG-NEXT THRU 5010-EXIT
03720C          UNTIL WS-REG-DONE.
03720D
03720E      EXEC CICS ENDBR
03720F          DATASET ('OCREG')
03720G      END-EXEC.
03720H
03720I      IF WS-REG-FOUND
03720J         AND OC-HOME-BR-CODE = WS-USER-BR-CODE
03720K          MOVE "Y" TO WS-REHOMED-SW
03720L      END-IF.
03720M
03720N  2100-EXIT.
03720O      EXIT.
003730
003740* 3000-ENTER-STOP
003750*   EDITS THE KEYED STOP OR VOID, CHECKS IT AGAINST THE REGISTER
003760*   AND THE STOPS ALREADY ON FILE, AND LOGS IT - RELEASED AT
003770*   ONCE, OR PENDING WHEN A STOP IS OVER THE LIMIT.
003780  3000-ENTER-STOP.
003790
003800      IF WS-TERM-AMT-DOLLARS NOT NUMERIC
003810         OR WS-TERM-AMT-POINT NOT = "."
003820         OR WS-TERM-AMT-CENTS NOT NUMERIC
003830          ADD 1 TO WS-SCREEN-SUB
003840          MOVE " KEY THE AMOUNT AS NNNNNNNNNN.NN"
003850              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003860          GO TO 3000-EXIT
003870      END-IF.
003880      MOVE WS-TERM-AMT-DOLLARS TO WS-ENTRY-AMT-DOLLARS.
003890      MOVE WS-TERM-AMT-CENTS   TO WS-ENTRY-AMT-CENTS.
003900
003910      IF WS-TERM-IMMEDIATE NOT = "Y"
003920         AND WS-TERM-IMMEDIATE NOT = SPACE
003930          ADD 1 TO WS-SCREEN-SUB
003940          MOVE " IMMEDIATE FLAG IS Y OR BLANK"
003950              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
003960          GO TO 3000-EXIT
003970      END-IF.
003980
003990      IF WS-TERM-REASON = SPACES
004000         OR WS-TERM-REQUESTER = SPACES
004010          ADD 1 TO WS-SCREEN-SUB
004020          MOVE " KEY THE REASON AND WHO REQUESTED IT"
004030              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004040          GO TO 3000-EXIT
004050      END-IF.
004060
004070      PERFORM 5000-FIND-REGISTER THRU 5000-EXIT.
004080      IF NOT WS-REG-FOUND
004090          ADD 1 TO WS-SCREEN-SUB
004100          MOVE " NOT ON THE REGISTER - PAID OFF OR NEVER ISSUED"
004110              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004120          GO TO 3000-EXIT
004130      END-IF.
004140
004150      IF WS-ENTRY-AMOUNT NOT = OC-DISB-AMOUNT
004160          ADD 1 TO WS-SCREEN-SUB
004170          MOVE " AMOUNT DOES NOT MATCH THE REGISTER - NOT ENTERED"
004180              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004190          GO TO 3000-EXIT
004200      END-IF.
004210
004220      PERFORM 5100-CHECK-ALREADY-STOPPED THRU 5100-EXIT.
004230      IF WS-SV-FOUND
004240         OR WS-REQ-FOUND
004250          ADD 1 TO WS-SCREEN-SUB
004260          MOVE " ALREADY STOPPED OR VOIDED - NOT ENTERED AGAIN"
004270              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004280          GO TO 3000-EXIT
004290      END-IF.
004300
004310      MOVE SPACES                 TO STOP-REQUEST-RCD.
004320      MOVE WS-TERM-FUNCTION       TO SR-ACTION.
004330      MOVE WS-TERM-IMMEDIATE      TO SR-IMMEDIATE-IND.
004340      MOVE WS-TERM-BR-CODE        TO SR-ISSUING-BR-CODE.
004350      MOVE WS-TERM-CHK-NUM        TO SR-ONSITE-CHK-NUM.
004360      MOVE WS-ENTRY-AMOUNT        TO SR-DISB-AMOUNT.
004370      MOVE WS-TERM-REASON         TO SR-REASON.
004380      MOVE WS-TERM-REQUESTER      TO SR-REQUESTER.
004390      MOVE WS-OPERATOR-ID         TO SR-ENTRY-USER-ID.
004400      MOVE EIBTRMID               TO SR-ENTRY-TERMINAL.
004410      MOVE WS-TODAY               TO SR-ENTRY-DATE.
004420      MOVE ZERO                   TO SR-APPROVAL-DATE.
004422      IF OC-HOME-BR-CODE = SPACES
004424          MOVE WS-USER-BR-CODE    TO SR-HOME-BR-CODE
004426      ELSE
004428          MOVE OC-HOME-BR-CODE    TO SR-HOME-BR-CODE
004429      END-IF.
004430
004440      PERFORM 5300-READ-STOP-LIMIT THRU 5300-EXIT.
004450
004460*     ONLY A STOP OVER THE LIMIT WAITS - A VOID IS THE BRANCH'S
004470*     OWN CHECK COMING BACK, AND RELEASES AT ONCE.
004480      IF WS-FUNC-STOP
004490         AND WS-ENTRY-AMOUNT > WS-STOP-LIMIT
004500          MOVE "P" TO SR-STATUS
004510          PERFORM 5400-WRITE-REQUEST THRU 5400-EXIT
004520          ADD 1 TO WS-SCREEN-SUB
004530          IF WS-RESP = DFHRESP(NORMAL)
004540              MOVE " OVER THE STOP LIMIT - AWAITING APPROVAL"
004550                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004560          ELSE
004570              MOVE " STOP REQUEST LOG UNAVAILABLE - TRY LATER"
004580                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004590          END-IF
004600          GO TO 3000-EXIT
004610      END-IF.
004620
004630      MOVE "R" TO SR-STATUS.
004640      PERFORM 5400-WRITE-REQUEST THRU 5400-EXIT.
004650      IF WS-RESP NOT = DFHRESP(NORMAL)
004660          ADD 1 TO WS-SCREEN-SUB
004670          MOVE " STOP REQUEST LOG UNAVAILABLE - TRY LATER"
004680              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004690          GO TO 3000-EXIT
004700      END-IF.
004710
004720      PERFORM 5500-RELEASE-STOP THRU 5500-EXIT.
004730
004740  3000-EXIT.
004750      EXIT.
004760
004770* 4000-APPROVE-STOP
004780*   A SECOND USER OF THE SAME BRANCH RELEASES A PENDING STOP.
004790*   THE ITEM IS CHECKED AGAINST THE REGISTER AGAIN - IT MAY HAVE
004800*   BEEN PAID SINCE IT WAS KEYED - BEFORE THE LOG IS REWRITTEN.
004810  4000-APPROVE-STOP.
004820
004830      PERFORM 5200-FIND-PENDING THRU 5200-EXIT.
004840      IF NOT WS-REQ-FOUND
004850          ADD 1 TO WS-SCREEN-SUB
004860          MOVE " NO STOP PENDING APPROVAL FOR THAT CHECK"
004870              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004880          GO TO 4000-EXIT
004890      END-IF.
004900
004910      IF SR-ENTRY-USER-ID = WS-OPERATOR-ID
004920          ADD 1 TO WS-SCREEN-SUB
004930          MOVE " THE APPROVAL MUST COME FROM A SECOND USER"
004940              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
004950          GO TO 4000-EXIT
004960      END-IF.
004970
004980      PERFORM 5000-FIND-REGISTER THRU 5000-EXIT.
004990      IF NOT WS-REG-FOUND
005000          ADD 1 TO WS-SCREEN-SUB
005010          MOVE " NO LONGER ON THE REGISTER - NOT RELEASED"
005020              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005030          GO TO 4000-EXIT
005040      END-IF.
005050
005060      EXEC CICS READ
005070          FILE ('STOPREQ')
005080          INTO (STOP-REQUEST-RCD)
005090          RIDFLD (WS-REQ-HIT-RBA)
005100          RBA
005110          UPDATE
005120          RESP (WS-RESP)
005130      END-EXEC.
005140
005150      IF WS-RESP = DFHRESP(NORMAL)
005160          MOVE "R"            TO SR-STATUS
005170          MOVE WS-OPERATOR-ID TO SR-APPROVER-ID
005180          MOVE WS-TODAY       TO SR-APPROVAL-DATE
005190          EXEC CICS REWRITE
005200              FILE ('STOPREQ')
005210              FROM (STOP-REQUEST-RCD)
005220              RESP (WS-RESP)
005230          END-EXEC
005240      END-IF.
005250
005260      IF WS-RESP NOT = DFHRESP(NORMAL)
005270          ADD 1 TO WS-SCREEN-SUB
005280          MOVE " STOP REQUEST LOG UNAVAILABLE - TRY LATER"
005290              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005300          GO TO 4000-EXIT
005310      END-IF.
005320
005330      PERFORM 5500-RELEASE-STOP THRU 5500-EXIT.
005340
005350  4000-EXIT.
005360      EXIT.
005370
005380* 4500-LIST-PENDING
005390*   THE BRANCH'S STOPS WAITING FOR A SECOND USER - SELECTED ON
005392*   THE WORKING BRANCH LOGGED WITH EACH (SR-HOME-BR-CODE), SO A
005394*   RE-HOMED CHECK'S STOP LISTS AT THE SUCCESSOR BRANCH.
005400  4500-LIST-PENDING.
005410
005420      MOVE ZERO TO WS-REQ-RBA.
005430      EXEC CICS STARTBR
005440          DATASET ('STOPREQ')
005450          RIDFLD (WS-REQ-RBA)
005460          RBA
005470          RESP (WS-RESP)
005480      END-EXEC.
005490
005500      IF WS-RESP = DFHRESP(NORMAL)
005510          MOVE "N" TO WS-REQ-DONE-SW
005520          PERFORM 4510-LIST-PENDING-NEXT THRU 4510-EXIT
005530              UNTIL WS-REQ-DONE
005540          EXEC CICS ENDBR
005550              DATASET ('STOPREQ')
005560          END-EXEC
005570      END-IF.
005580
005590      IF WS-SCREEN-SUB = 1
005600          ADD 1 TO WS-SCREEN-SUB
005610          MOVE " NO STOPS PENDING APPROVAL FOR YOUR BRANCH"
005620              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005630      END-IF.
005640
005650  4500-EXIT.
005660      EXIT.
005670
005680  4510-LIST-PENDING-NEXT.
005690
005700      EXEC CICS READNEXT
005710          DATASET ('STOPREQ')
005720          INTO (STOP-REQUEST-RCD)
005730          RIDFLD (WS-REQ-RBA)
005740          RBA
005750          RESP (WS-RESP)
005760      END-EXEC.
005770
005780      IF WS-RESP NOT = DFHRESP(NORMAL)
005790          MOVE "Y" TO WS-REQ-DONE-SW
005800          GO TO 4510-EXIT
005810      END-IF.
005820
005830      IF NOT SR-PENDING-APPROVAL
005840          GO TO 4510-EXIT
005850      END-IF.
005852
005854      IF SR-HOME-BR-CODE = SPACES
005855          MOVE SR-ISSUING-BR-CODE TO SR-HOME-BR-CODE
005856      END-IF.
005857      IF SR-HOME-BR-CODE NOT = WS-USER-BR-CODE
005858          GO TO 4510-EXIT
005860      END-IF.
005870
005880      IF WS-SCREEN-SUB < 20
005890          MOVE SR-ACTION          TO PDL-ACTION
005895          MOVE SR-ISSUING-BR-CODE TO PDL-ISSUING-BR-CODE
005900          MOVE SR-ONSITE-CHK-NUM  TO PDL-CHK-NUM
005910          MOVE SR-DISB-AMOUNT     TO PDL-AMOUNT
005920          MOVE SR-IMMEDIATE-IND   TO PDL-IMMEDIATE
005930          MOVE SR-ENTRY-USER-ID   TO PDL-ENTRY-USER-ID
005940          MOVE SR-REASON          TO PDL-REASON
005950          ADD 1 TO WS-SCREEN-SUB
005960          MOVE WS-PEND-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB)
005970      END-IF.
005980
005990  4510-EXIT.
006000      EXIT.
006010
006020* 5000-FIND-REGISTER
006030*   BROWSES THE OUTSTANDING REGISTER FOR THE KEYED BRANCH AND
006040*   CHECK, THE SAME MATCH CCMR6317 MAKES, AND SHOWS THE ITEM.
006050  5000-FIND-REGISTER.
006060
006070      MOVE "N"  TO WS-REG-FOUND-SW.
006080      MOVE ZERO TO WS-REG-RBA.
006090      EXEC CICS STARTBR
006100          DATASET ('OCREG')
006110          RIDFLD (WS-REG-RBA)
006120          RBA
006130          RESP (WS-RESP)
006140      END-EXEC.
006150
006160      IF WS-RESP NOT = DFHRESP(NORMAL)
006170          GO TO 5000-EXIT
006180      END-IF.
006190
006200      MOVE "N" TO WS-REG-DONE-SW.
006210      PERFORM 5010-READ-REG-NEXT THRU 5010-EXIT
006220          UNTIL WS-REG-DONE.
006230
006240      EXEC CICS ENDBR
006250          DATASET ('OCREG')
006260      END-EXEC.
006270
006280      IF WS-REG-FOUND
006290          MOVE OC-ONSITE-CHK-NUM  TO RGL-CHK-NUM
006300          MOVE OC-ISSUE-DATE      TO RGL-ISSUE-DATE
006310          MOVE OC-DISB-AMOUNT     TO RGL-AMOUNT
006320          MOVE OC-PAYEE-NAME      TO RGL-PAYEE
006330          ADD 1 TO WS-SCREEN-SUB
006340          MOVE WS-REG-LINE TO WS-SCREEN-LINE (WS-SCREEN-SUB)
006350      END-IF.
006360
006370  5000-EXIT.
006380      EXIT.
006390
006400  5010-READ-REG-NEXT.
006410
006420      EXEC CICS READNEXT
006430          DATASET ('OCREG')
006440          INTO (OC-REGISTER-RCD)
006450          RIDFLD (WS-REG-RBA)
006460          RBA
006470          RESP (WS-RESP)
006480      END-EXEC.
006490
006500      IF WS-RESP NOT = DFHRESP(NORMAL)
006510          MOVE "Y" TO WS-REG-DONE-SW
006520          GO TO 5010-EXIT
006530      END-IF.
0065va
0065vb*     THE FIRST RECORD OF THE REGISTER IS ITS CLCWW166 LAYOUT
0065vc*     HEADER, NOT AN ITEM.
0065vd      IF OC-REGISTER-RCD (1:8) = "@@LAYOUT"
0065ve          GO TO 5010-EXIT
0065vf      END-IF.
006540
006550      IF OC-ISSUING-BR-CODE = WS-TERM-BR-CODE
006560         AND OC-ONSITE-CHK-NUM = WS-TERM-CHK-NUM
006570          MOVE "Y" TO WS-REG-FOUND-SW
006580          MOVE "Y" TO WS-REG-DONE-SW
006590      END-IF.
006600
006610  5010-EXIT.
006620      EXIT.
006630
006640* 5100-CHECK-ALREADY-STOPPED
006650*   A STOP OR VOID IS ALREADY ON FILE WHEN THE CLCWW078 HISTORY
006660*   OR TODAY'S QUEUE HAS ONE FOR THE CHECK, OR ONE IS PENDING
006670*   APPROVAL ON THE REQUEST LOG.
006680  5100-CHECK-ALREADY-STOPPED.
006690
006700      MOVE "N" TO WS-SV-FOUND-SW.
006710
006720      MOVE "STOPVOID" TO WS-SV-DATASET.
006730      PERFORM 5110-BROWSE-STOPS THRU 5110-EXIT.
006740
006750      IF NOT WS-SV-FOUND
006760          MOVE "STOPQUE " TO WS-SV-DATASET
006770          PERFORM 5110-BROWSE-STOPS THRU 5110-EXIT
006780      END-IF.
006790
006800      PERFORM 5200-FIND-PENDING THRU 5200-EXIT.
006810
006820  5100-EXIT.
006830      EXIT.
006840
006850  5110-BROWSE-STOPS.
006860
006870      MOVE ZERO TO WS-SV-RBA.
006880      EXEC CICS STARTBR
006890          DATASET (WS-SV-DATASET)
006900          RIDFLD (WS-SV-RBA)
006910          RBA
006920          RESP (WS-RESP)
006930      END-EXEC.
006940
006950      IF WS-RESP NOT = DFHRESP(NORMAL)
006960          GO TO 5110-EXIT
006970      END-IF.
006980
006990      MOVE "N" TO WS-SV-DONE-SW.
007000      PERFORM 5120-READ-STOP-NEXT THRU 5120-EXIT
007010          UNTIL WS-SV-DONE.
007020
007030      EXEC CICS ENDBR
007040          DATASET (WS-SV-DATASET)
007050      END-EXEC.
007060
007070  5110-EXIT.
007080      EXIT.
007090
007100  5120-READ-STOP-NEXT.
007110
007120      EXEC CICS READNEXT
007130          DATASET (WS-SV-DATASET)
007140          INTO (STOP-VOID-RCD)
007150          RIDFLD (WS-SV-RBA)
007160          RBA
007170          RESP (WS-RESP)
007180      END-EXEC.
007190
007200      IF WS-RESP NOT = DFHRESP(NORMAL)
007210          MOVE "Y" TO WS-SV-DONE-SW
007220          GO TO 5120-EXIT
007230      END-IF.
007240
007250      IF SV-ISSUING-BR-CODE = WS-TERM-BR-CODE
007260         AND SV-ONSITE-CHK-NUM = WS-TERM-CHK-NUM
007270          MOVE "Y" TO WS-SV-FOUND-SW
007280          MOVE "Y" TO WS-SV-DONE-SW
007290      END-IF.
007300
007310  5120-EXIT.
007320      EXIT.
007330
007340* 5200-FIND-PENDING
007350*   BROWSES THE REQUEST LOG FOR A PENDING STOP ON THE KEYED
007360*   CHECK, KEEPING ITS RBA FOR THE APPROVAL'S READ UPDATE.
007370  5200-FIND-PENDING.
007380
007390      MOVE "N"  TO WS-REQ-FOUND-SW.
007400      MOVE ZERO TO WS-REQ-RBA.
007410      EXEC CICS STARTBR
007420          DATASET ('STOPREQ')
007430          RIDFLD (WS-REQ-RBA)
007440          RBA
007450          RESP (WS-RESP)
007460      END-EXEC.
007470
007480      IF WS-RESP NOT = DFHRESP(NORMAL)
007490          GO TO 5200-EXIT
007500      END-IF.
007510
007520      MOVE "N" TO WS-REQ-DONE-SW.
007530      PERFORM 5210-READ-REQ-NEXT THRU 5210-EXIT
007540          UNTIL WS-REQ-DONE.
007550
007560      EXEC CICS ENDBR
007570          DATASET ('STOPREQ')
007580      END-EXEC.
007590
007600  5200-EXIT.
007610      EXIT.
007620
007630  5210-READ-REQ-NEXT.
007640
007650*     READNEXT LEAVES THE RBA OF THE RECORD IT JUST READ IN
007660*     WS-REQ-RBA - THE RBA THE APPROVAL'S READ UPDATE NEEDS.
007670      EXEC CICS READNEXT
007680          DATASET ('STOPREQ')
007690          INTO (STOP-REQUEST-RCD)
007700          RIDFLD (WS-REQ-RBA)
007710          RBA
007720          RESP (WS-RESP)
007730      END-EXEC.
007740
007750      IF WS-RESP NOT = DFHRESP(NORMAL)
007760          MOVE "Y" TO WS-REQ-DONE-SW
007770          GO TO 5210-EXIT
007780      END-IF.
007790
007800      IF SR-PENDING-APPROVAL
007810         AND SR-ISSUING-BR-CODE = WS-TERM-BR-CODE
007820         AND SR-ONSITE-CHK-NUM = WS-TERM-CHK-NUM
007830          MOVE WS-REQ-RBA TO WS-REQ-HIT-RBA
007840          MOVE "Y" TO WS-REQ-FOUND-SW
007850          MOVE "Y" TO WS-REQ-DONE-SW
007860      END-IF.
007870
007880  5210-EXIT.
007890      EXIT.
007900
007910  5300-READ-STOP-LIMIT.
007920
007930      MOVE ZERO TO WS-STOP-LIMIT.
007940      EXEC CICS READ
007950          FILE ('CWSTPLIM')
007960          INTO (WS-STPLIM-RCD)
007970          RIDFLD (WS-STPLIM-RID)
007980          RESP (WS-RESP)
007990      END-EXEC.
008000
008010      IF WS-RESP = DFHRESP(NORMAL)
008020         AND WS-STPLIM-AMOUNT NUMERIC
008030          MOVE WS-STPLIM-AMOUNT TO WS-STOP-LIMIT
008040      END-IF.
008050
008060  5300-EXIT.
008070      EXIT.
008080
008090  5400-WRITE-REQUEST.
008100
008110      EXEC CICS WRITE
008120          FILE ('STOPREQ')
008130          FROM (STOP-REQUEST-RCD)
008140          RIDFLD (WS-REQ-RBA)
008150          RBA
008160          RESP (WS-RESP)
008170      END-EXEC.
008180
008190  5400-EXIT.
008200      EXIT.
008210
008220* 5500-RELEASE-STOP
008230*   QUEUES THE CLCWW078 RECORD FOR CCCW9100 FROM THE LOGGED
008240*   REQUEST IN STOP-REQUEST-RCD.  AN IMMEDIATE STOP FIRST WRITES
008250*   THE VOID-TYPE POSITIVE-PAY RECORD CCCW9100 WOULD HAVE SENT -
008260*   SAME DATE, ZERO AMOUNT - AND FLAGS THE QUEUED RECORD SO THE
008270*   BANK IS NOT SENT THE VOID TWICE.
008280  5500-RELEASE-STOP.
008290
008300      MOVE SPACES                 TO STOP-VOID-RCD.
008310      MOVE SR-ACTION              TO SV-ACTION.
008320      MOVE SR-ISSUING-BR-CODE     TO SV-ISSUING-BR-CODE.
008330      MOVE SR-ONSITE-CHK-NUM      TO SV-ONSITE-CHK-NUM.
008340      MOVE WS-TODAY               TO SV-STOP-DATE.
008350      MOVE SR-ENTRY-USER-ID       TO SV-ENTRY-USER-ID.
008360      MOVE SR-ENTRY-TERMINAL      TO SV-ENTRY-TERMINAL.
008370
008380      IF SR-IMMEDIATE
008390          MOVE SPACES             TO TEN99-POSPAY-RCD
008400          MOVE SR-ISSUING-BR-CODE TO PP-ISSUING-BR-CODE
008410          MOVE SR-ONSITE-CHK-NUM  TO PP-ONSITE-CHK-NUM
008420          MOVE WS-TODAY-CEN       TO PP-ISSUE-DATE-CEN
008430          MOVE WS-TODAY-YR        TO PP-ISSUE-DATE-YR
008440          MOVE WS-TODAY-MO        TO PP-ISSUE-DATE-MO
008450          MOVE WS-TODAY-DA        TO PP-ISSUE-DATE-DA
008460          MOVE ZERO               TO PP-DISB-AMOUNT
008470          MOVE "V"                TO PP-VOID-IND
008480          EXEC CICS WRITE
008490              FILE ('PPVOIDQ')
008500              FROM (TEN99-POSPAY-RCD)
008510              RIDFLD (WS-PPV-RBA)
008520              RBA
008530              RESP (WS-RESP)
008540          END-EXEC
008550          IF WS-RESP = DFHRESP(NORMAL)
008560              MOVE "Y"            TO SV-POSPAY-SENT-IND
008570          END-IF
008580      END-IF.
008590
008600      EXEC CICS WRITE
008610          FILE ('STOPQUE')
008620          FROM (STOP-VOID-RCD)
008630          RIDFLD (WS-QUEUE-RBA)
008640          RBA
008650          RESP (WS-RESP)
008660      END-EXEC.
008670
008680      ADD 1 TO WS-SCREEN-SUB.
008690      IF WS-RESP NOT = DFHRESP(NORMAL)
008700          MOVE " STOP QUEUE UNAVAILABLE - CALL THE CENTRAL DESK"
008710              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
008720          GO TO 5500-EXIT
008730      END-IF.
008740
008750      IF SR-STOP-PAYMENT
008760          MOVE " STOP RELEASED FOR THE NEXT CCCW9100 RUN"
008770              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
008780      ELSE
008790          MOVE " VOID RELEASED FOR THE NEXT CCCW9100 RUN"
008800              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
008810      END-IF.
008820
008830      IF SR-IMMEDIATE
008840          ADD 1 TO WS-SCREEN-SUB
008850          IF SV-POSPAY-SENT
008860              MOVE " POSITIVE-PAY VOID QUEUED FOR TODAY"
008870                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
008880          ELSE
008890              MOVE " POSITIVE-PAY VOID GOES WITH THE NEXT RUN"
008900                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
008910          END-IF
008920      END-IF.
008930
008940  5500-EXIT.
008950      EXIT.
008960
008970  6000-SEND-SCREEN.
008980
008990      EXEC CICS SEND TEXT
009000          FROM (WS-SCREEN)
009010          LENGTH (WS-SCREEN-LENGTH)
009020          ERASE
009030          FREEKB
009040      END-EXEC.
009050
009060  6000-EXIT.
009070      EXIT.
009080
009090  7000-SEND-USAGE.
009100
009110      MOVE SPACES TO WS-SCREEN.
009120      MOVE "ENTER: CW95 S|V BBB CCCCCCCC NNNNNNNNNN.NN I REASON"
009130          TO WS-SCREEN-LINE (1).
009140      MOVE "       REQUESTER  (I IS Y FOR A SAME-DAY BANK VOID)"
009150          TO WS-SCREEN-LINE (2).
009160      MOVE "   OR: CW95 A BBB CCCCCCCC   (APPROVE A PENDING STOP)"
009170          TO WS-SCREEN-LINE (3).
009180      MOVE "   OR: CW95 P                (LIST PENDING STOPS)"
009190          TO WS-SCREEN-LINE (4).
009200
009210      EXEC CICS SEND TEXT
009220          FROM (WS-SCREEN)
009230          LENGTH (WS-SCREEN-LENGTH)
009240          ERASE
009250          FREEKB
009260      END-EXEC.
009270
009280  7000-EXIT.
009290      EXIT.
