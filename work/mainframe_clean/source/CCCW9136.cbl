000200*              A DISTRIBUTION REGISTER SHOWS WHAT WENT TO
000210*              WHOM, SO THE OPERATIONS CLERK STOPS SPLITTING
000220*              PAGES BY HAND.
00220a*              THE CLCWW160 MONTHLY DATA-QUALITY SCORECARD LINES
00220b*              CCCW9197 WRITES RIDE IN EACH BRANCH'S BUNDLE, AND
00220c*              THE REGION TOTALS IN EACH REGION'S.
00220d*              A BRANCH CLOSED AND FOLDED INTO ANOTHER BY
00220e*              CCCW9210 (BM-SUCCESSOR-BR-CODE) GETS NO BUNDLE OF
00220f*              ITS OWN - ITS LINES GO IN ITS SUCCESSOR'S, AND A
00220g*              RETURNED-MAIL CHARGE RE-HOMED BY CCCW9210 GOES TO
00220h*              ITS HOME BRANCH.
000230*
000240******************************************************************
000250*                      MODIFICATION HISTORY
000302* 09/2026  RF    WARN AND END RC=8 WHEN ANY STARTUP TABLE
000304*                FILLS - A SILENTLY TRUNCATED LOAD DROPPED
000306*                BRANCHES AND REPORT LINES FROM THE BUNDLES
00306a* 10/2026  RF    KEEP READING PAST A FULL STARTUP TABLE, COUNTING
00306b*                EVERY ENTRY DROPPED, PRINT THE TABLE CAPACITY
00306c*                REPORT, AND END RC=12 (WAS 8) ON ANY DROP
0306ca* 10/2026  RF    CARRY THE CCCW9197 BRANCH DATA-QUALITY SCORECARD
0306cb*                (SCBUNDLE, CLCWW160) IN THE BRANCH AND REGION
0306cc*                BUNDLES
0306cd* 10/2026  RF    ROUTE A CONSOLIDATED BRANCH'S LINES TO ITS
0306ce*                SUCCESSOR'S BUNDLE (BM-SUCCESSOR-BR-CODE) AND A
0306cf*                RE-HOMED RETURNED-MAIL CHARGE TO ITS HOME BRANCH
0306cg*                (BA-HOME-BR-CODE); NO BUNDLE FOR A BRANCH THAT
0306ch*                HAS A SUCCESSOR
000310******************************************************************
000320  ENVIRONMENT DIVISION.
000330  CONFIGURATION SECTION.
000550
000560      SELECT DISTRIBUTION-RPT    ASSIGN TO DISTREG
000570          ORGANIZATION IS SEQUENTIAL.
00570a
00570b      SELECT SCORECARD-FILE      ASSIGN TO SCBUNDLE
00570c          ORGANIZATION IS SEQUENTIAL.
000580
000590      COPY C2INX004.
000600
001100      DATA RECORD IS DISTRIBUTION-RCD.
001110
001120  01  DISTRIBUTION-RCD              PIC X(133).
01120a
01120b  FD  SCORECARD-FILE
01120c      BLOCK CONTAINS 0 RECORDS
01120d      RECORDING MODE IS F
01120e      LABEL RECORDS ARE STANDARD
01120f      DATA RECORD IS SCORECARD-BUNDLE-RCD.
01120g
01120h      COPY CLCWW160.
001130
001140      COPY C2INX005.
001150
001180      COPY C2INX003.
001190
001200      COPY C2INX006.
01200a
01200b      COPY CLCWW133.
001210
001220  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9136".
001230
001300          88  WS-SUSP-EOF                 VALUE "Y".
001310      05  WS-BAD-EOF-SW           PIC X(01) VALUE "N".
001320          88  WS-BAD-EOF                  VALUE "Y".
01320a      05  WS-SCB-EOF-SW           PIC X(01) VALUE "N".
01320b          88  WS-SCB-EOF                  VALUE "Y".
001330      05  WS-REGION-MODE-SW       PIC X(01) VALUE "N".
001340          88  WS-REGION-MODE-RUN          VALUE "Y".
001350
001460          10  WS-BM-CONTACT           PIC X(30).
001470          10  WS-BM-DELIVERY          PIC X(01).
001480          10  WS-BM-DEST              PIC X(20).
01480a          10  WS-BM-SUCCESSOR         PIC X(03).
001490  77  WS-BM-COUNT                 PIC 9(03) COMP VALUE ZERO.
001500  77  WS-BM-TABLE-MAX             PIC 9(03) COMP VALUE 500.
01500a  77  WS-BM-DROPPED               PIC 9(07) COMP VALUE ZERO.
001510  77  WS-BM-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
001520
001530* THE RUN'S REPORT LINES, LOADED ONCE AND BURST PER BRANCH.
001550      05  WS-BRH-ENTRY            PIC X(60) OCCURS 200 TIMES.
001560  77  WS-BRH-COUNT                PIC 9(03) COMP VALUE ZERO.
001570  77  WS-BRH-TABLE-MAX            PIC 9(03) COMP VALUE 200.
01570a  77  WS-BRH-DROPPED              PIC 9(07) COMP VALUE ZERO.
001580  77  WS-BRH-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
01580a  01  WS-BRH-ROUTE-TABLE.
01580b      05  WS-BRH-ROUTE            PIC X(03) OCCURS 200 TIMES.
001590
001600  01  WS-SUSP-TABLE.
001610      05  WS-SUSP-ENTRY           PIC X(100) OCCURS 2000 TIMES.
001620  77  WS-SUSP-COUNT               PIC 9(04) COMP VALUE ZERO.
001630  77  WS-SUSP-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
01630a  77  WS-SUSP-DROPPED             PIC 9(07) COMP VALUE ZERO.
001640  77  WS-SUSP-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
01640a  01  WS-SUSP-ROUTE-TABLE.
01640b      05  WS-SUSP-ROUTE           PIC X(03) OCCURS 2000 TIMES.
001650
001660  01  WS-BAD-TABLE.
001670      05  WS-BAD-ENTRY            PIC X(40) OCCURS 2000 TIMES.
001680  77  WS-BAD-COUNT                PIC 9(04) COMP VALUE ZERO.
001690  77  WS-BAD-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01690a  77  WS-BAD-DROPPED              PIC 9(07) COMP VALUE ZERO.
001700  77  WS-BAD-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
01700a  01  WS-BAD-ROUTE-TABLE.
01700b      05  WS-BAD-ROUTE            PIC X(03) OCCURS 2000 TIMES.
01700a
01700b* THE MONTHLY SCORECARD LINES - A BRANCH'S UNDER ITS BRANCH
01700c* CODE, A REGION TOTAL UNDER ITS REGION WITH NO BRANCH CODE.
01700d  01  WS-SCB-TABLE.
01700e      05  WS-SCB-ENTRY            PIC X(133) OCCURS 4000 TIMES.
01700f  77  WS-SCB-COUNT                PIC 9(04) COMP VALUE ZERO.
01700g  77  WS-SCB-TABLE-MAX            PIC 9(04) COMP VALUE 4000.
01700h  77  WS-SCB-DROPPED              PIC 9(07) COMP VALUE ZERO.
01700i  77  WS-SCB-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
01700j  01  WS-SCB-ROUTE-TABLE.
01700k      05  WS-SCB-ROUTE            PIC X(03) OCCURS 4000 TIMES.
01700l
01700m* THE BUNDLE A LOADED LINE GOES TO - ITS BRANCH, FOLLOWED
01700n* ALONG BM-SUCCESSOR-BR-CODE TO THE OPEN BRANCH AT THE END OF
01700o* THE CHAIN (A BRANCH FOLDED INTO ONE THAT HAS SINCE CLOSED
01700p* TOO).  WS-ROUTE-HOP-MAX STOPS A LOOPED CHAIN.
01700q  77  WS-ROUTE-BR                 PIC X(03) VALUE SPACES.
01700r  77  WS-ROUTE-HOPS               PIC 9(02) COMP VALUE ZERO.
01700s  77  WS-ROUTE-HOP-MAX            PIC 9(02) COMP VALUE 10.
01700t  77  WS-ROUTE-SUB                PIC 9(03) COMP VALUE ZERO.
01700u  77  WS-ROUTE-DONE-SW            PIC X(01) VALUE "N".
01700v      88  WS-ROUTE-DONE               VALUE "Y".
01700w  77  WS-ROUTE-FOUND-SW           PIC X(01) VALUE "N".
01700x      88  WS-ROUTE-FOUND              VALUE "Y".
001710
001720* REGIONS ALREADY BUNDLED ON A REGION-MODE RUN.
001730  01  WS-RGN-TABLE.
002450      PERFORM 1200-LOAD-SUMMARY   THRU 1200-EXIT.
002460      PERFORM 1300-LOAD-SUSPENSE  THRU 1300-EXIT.
002470      PERFORM 1400-LOAD-BAD-ADDR  THRU 1400-EXIT.
02470a      PERFORM 1500-LOAD-SCORECARD THRU 1500-EXIT.
002480
002490  1000-EXIT.
002500      EXIT.
002530
002540      OPEN INPUT BRANCH-MASTER-FILE.
002550      PERFORM 1110-LOAD-MASTER-RCD THRU 1110-EXIT
002560          UNTIL WS-BM-EOF.
00257a      IF WS-BM-DROPPED > ZERO
00257b          MOVE "*BRANCH MASTER FULL, DROPPED:" TO SCR-LITERAL
00257c          MOVE WS-BM-DROPPED      TO SCR-COUNT
00257d          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
00257e          PERFORM 8999-WRITE-SYSOUT
00257g      END-IF.
002580      CLOSE BRANCH-MASTER-FILE.
002590
002680              GO TO 1110-EXIT
002690      END-READ.
002700
02700a      IF WS-BM-COUNT NOT < WS-BM-TABLE-MAX
02700b          ADD 1 TO WS-BM-DROPPED
02700c          GO TO 1110-EXIT
02700d      END-IF.
02700e
002710      ADD 1 TO WS-BM-COUNT.
002720      MOVE BM-BR-CODE      TO WS-BM-BR-CODE (WS-BM-COUNT).
002730      MOVE BM-BR-NAME      TO WS-BM-BR-NAME (WS-BM-COUNT).
002750      MOVE BM-CONTACT-NAME TO WS-BM-CONTACT (WS-BM-COUNT).
002760      MOVE BM-DELIVERY-CODE TO WS-BM-DELIVERY (WS-BM-COUNT).
002770      MOVE BM-DELIVERY-DEST TO WS-BM-DEST (WS-BM-COUNT).
02770a      MOVE BM-SUCCESSOR-BR-CODE
02770b                           TO WS-BM-SUCCESSOR (WS-BM-COUNT).
002780
002790  1110-EXIT.
002800      EXIT.
002830
002840      OPEN INPUT TEN99-BRANCH-RPT.
002850      PERFORM 1210-LOAD-SUMMARY-RCD THRU 1210-EXIT
002860          UNTIL WS-BRH-EOF.
00287a      IF WS-BRH-DROPPED > ZERO
00287b          MOVE "*SUMMARY TABLE FULL, DROPPED:" TO SCR-LITERAL
00287c          MOVE WS-BRH-DROPPED     TO SCR-COUNT
00287d          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
00287e          PERFORM 8999-WRITE-SYSOUT
00287g      END-IF.
002880      CLOSE TEN99-BRANCH-RPT.
002890
002980              GO TO 1210-EXIT
002990      END-READ.
003000
03000a      IF WS-BRH-COUNT NOT < WS-BRH-TABLE-MAX
03000b          ADD 1 TO WS-BRH-DROPPED
03000c          GO TO 1210-EXIT
03000d      END-IF.
03000e
003010      ADD 1 TO WS-BRH-COUNT.
003020      MOVE TEN99-BRANCH-RCD TO WS-BRH-ENTRY (WS-BRH-COUNT).
03020a      MOVE WS-BRH-ENTRY (WS-BRH-COUNT) (1:3) TO WS-ROUTE-BR.
03020b      PERFORM 1900-ROUTE-BRANCH THRU 1900-EXIT.
03020c      MOVE WS-ROUTE-BR      TO WS-BRH-ROUTE (WS-BRH-COUNT).
003030
003040  1210-EXIT.
003050      EXIT.
003080
003090      OPEN INPUT TEN99-SUSPENSE-RPT.
003100      PERFORM 1310-LOAD-SUSPENSE-RCD THRU 1310-EXIT
003110          UNTIL WS-SUSP-EOF.
00312a      IF WS-SUSP-DROPPED > ZERO
00312b          MOVE "*SUSPENSE TABLE FULL, DROPPED:" TO SCR-LITERAL
00312c          MOVE WS-SUSP-DROPPED    TO SCR-COUNT
00312d          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
00312e          PERFORM 8999-WRITE-SYSOUT
00312g      END-IF.
003130      CLOSE TEN99-SUSPENSE-RPT.
003140
003230              GO TO 1310-EXIT
003240      END-READ.
003250
03250a      IF WS-SUSP-COUNT NOT < WS-SUSP-TABLE-MAX
03250b          ADD 1 TO WS-SUSP-DROPPED
03250c          GO TO 1310-EXIT
03250d      END-IF.
03250e
003260      ADD 1 TO WS-SUSP-COUNT.
003270      MOVE TEN99-SUSPENSE-RCD TO WS-SUSP-ENTRY (WS-SUSP-COUNT).
03270a      MOVE WS-SUSP-ENTRY (WS-SUSP-COUNT) (9:3) TO WS-ROUTE-BR.
03270b      PERFORM 1900-ROUTE-BRANCH THRU 1900-EXIT.
03270c      MOVE WS-ROUTE-BR      TO WS-SUSP-ROUTE (WS-SUSP-COUNT).
003280
003290  1310-EXIT.
003300      EXIT.
003330
003340      OPEN INPUT BAD-ADDRESS-FILE.
003350      PERFORM 1410-LOAD-BAD-RCD THRU 1410-EXIT
003360          UNTIL WS-BAD-EOF.
00337a      IF WS-BAD-DROPPED > ZERO
00337b          MOVE "*BAD-ADDR TABLE FULL, DROPPED:" TO SCR-LITERAL
00337c          MOVE WS-BAD-DROPPED     TO SCR-COUNT
00337d          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
00337e          PERFORM 8999-WRITE-SYSOUT
00337g      END-IF.
003380      CLOSE BAD-ADDRESS-FILE.
003390
003480              GO TO 1410-EXIT
003490      END-READ.
003500
03500a      IF WS-BAD-COUNT NOT < WS-BAD-TABLE-MAX
03500b          ADD 1 TO WS-BAD-DROPPED
03500c          GO TO 1410-EXIT
03500d      END-IF.
03500e
003510      ADD 1 TO WS-BAD-COUNT.
003520      MOVE BAD-ADDRESS-RCD TO WS-BAD-ENTRY (WS-BAD-COUNT).
03520a*   A CHARGE RE-HOMED BY CCCW9210 STARTS FROM ITS HOME BRANCH.
03520b      IF BA-HOME-BR-CODE = SPACES
03520c          MOVE BA-ISSUING-BR-CODE TO WS-ROUTE-BR
03520d      ELSE
03520e          MOVE BA-HOME-BR-CODE    TO WS-ROUTE-BR
03520f      END-IF.
03520g      PERFORM 1900-ROUTE-BRANCH THRU 1900-EXIT.
03520h      MOVE WS-ROUTE-BR     TO WS-BAD-ROUTE (WS-BAD-COUNT).
003530
003540  1410-EXIT.
003550      EXIT.
03550a
03550b* 1500-LOAD-SCORECARD
03550c*   THE CCCW9197 SCORECARD LINES.  SCBUNDLE IS DUMMY ON A RUN
03550d*   WITH NO SCORECARD TO SEND.
03550e  1500-LOAD-SCORECARD.
03550f
03550g      OPEN INPUT SCORECARD-FILE.
03550h      PERFORM 1510-LOAD-SCORECARD-RCD THRU 1510-EXIT
03550i          UNTIL WS-SCB-EOF.
03550j      IF WS-SCB-DROPPED > ZERO
03550k          MOVE "*SCORECARD FULL, DROPPED:" TO SCR-LITERAL
03550l          MOVE WS-SCB-DROPPED     TO SCR-COUNT
03550m          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
03550n          PERFORM 8999-WRITE-SYSOUT
03550o      END-IF.
03550p      CLOSE SCORECARD-FILE.
03550q
03550r  1500-EXIT.
03550s      EXIT.
03550t
03550u  1510-LOAD-SCORECARD-RCD.
03550v
03550w      READ SCORECARD-FILE
03550x          AT END
03550y              MOVE "Y" TO WS-SCB-EOF-SW
03550z              GO TO 1510-EXIT
03550A      END-READ.
03550B
03550C      IF WS-SCB-COUNT NOT < WS-SCB-TABLE-MAX
03550D          ADD 1 TO WS-SCB-DROPPED
03550E          GO TO 1510-EXIT
03550F      END-IF.
03550G
03550H      ADD 1 TO WS-SCB-COUNT.
03550I      MOVE SCORECARD-BUNDLE-RCD TO WS-SCB-ENTRY (WS-SCB-COUNT).
03550M      MOVE SB-BR-CODE           TO WS-ROUTE-BR.
03550N      PERFORM 1900-ROUTE-BRANCH THRU 1900-EXIT.
03550O      MOVE WS-ROUTE-BR          TO WS-SCB-ROUTE (WS-SCB-COUNT).
03550J
03550K  1510-EXIT.
03550L      EXIT.
03550P
03550Q* 1900-ROUTE-BRANCH
03550R*   FOLLOWS WS-ROUTE-BR ALONG THE MASTER'S SUCCESSOR CHAIN TO
03550S*   THE BRANCH WHOSE BUNDLE CARRIES ITS LINES.  A BRANCH NOT
03550T*   ON THE MASTER, OR WITH NO SUCCESSOR, ROUTES TO ITSELF.
03550U  1900-ROUTE-BRANCH.
03550V
03550W      MOVE "N" TO WS-ROUTE-DONE-SW.
03550X      PERFORM 1910-FOLLOW-SUCCESSOR THRU 1910-EXIT
03550Y          VARYING WS-ROUTE-HOPS FROM 1 BY 1
03550Z          UNTIL WS-ROUTE-HOPS > WS-ROUTE-HOP-MAX
035510             OR WS-ROUTE-DONE.
035511
035512  1900-EXIT.
035513      EXIT.
035514
035515  1910-FOLLOW-SUCCESSOR.
035516
035517      MOVE "N" TO WS-ROUTE-FOUND-SW.
035518      PERFORM 1920-SEARCH-MASTER THRU 1920-EXIT
035519          VARYING WS-ROUTE-SUB FROM 1 BY 1
03551a          UNTIL WS-ROUTE-SUB > WS-BM-COUNT
03551b             OR WS-ROUTE-FOUND.
03551c
03551d      IF NOT WS-ROUTE-FOUND
03551e          MOVE "Y" TO WS-ROUTE-DONE-SW
03551f      END-IF.
03551g
03551h  1910-EXIT.
03551i      EXIT.
03551j
03551k*   ONE HOP - THE BRANCH FOUND ON THE MASTER WITH A SUCCESSOR
03551l*   HANDS WS-ROUTE-BR ON TO IT.
03551m  1920-SEARCH-MASTER.
03551n
03551o      IF WS-BM-BR-CODE (WS-ROUTE-SUB) = WS-ROUTE-BR
03551p          AND WS-BM-SUCCESSOR (WS-ROUTE-SUB) NOT = SPACES
03551q          MOVE "Y" TO WS-ROUTE-FOUND-SW
03551r          MOVE WS-BM-SUCCESSOR (WS-ROUTE-SUB) TO WS-ROUTE-BR
03551s      END-IF.
03551t
03551u  1920-EXIT.
03551v      EXIT.
003560
003570* 2000-BUNDLE-BRANCHES
003580*   ONE BUNDLE PER BRANCH ON THE MASTER, IN MASTER ORDER.
003690
003700      MOVE ZERO TO WS-BUNDLE-LINE-CNT.
003710      MOVE WS-BM-BR-CODE (WS-BM-TBL-SUB) TO WS-BUNDLE-KEY-BR.
03710a
03710b*   A CONSOLIDATED BRANCH'S LINES ALL RIDE IN ITS SUCCESSOR'S
03710c*   BUNDLE - IT GETS NONE OF ITS OWN.
03710d      IF WS-BM-SUCCESSOR (WS-BM-TBL-SUB) NOT = SPACES
03710e          GO TO 2100-EXIT
03710f      END-IF.
003720
003730      MOVE SPACES                 TO WS-BANNER-LINE.
003740      MOVE "BRANCH "              TO BNL-KIND.
004030      PERFORM 2230-EMIT-BAD-ADDR THRU 2230-EXIT
004040          VARYING WS-BAD-TBL-SUB FROM 1 BY 1
004050          UNTIL WS-BAD-TBL-SUB > WS-BAD-COUNT.
04050a
04050b      PERFORM 2240-EMIT-SCORECARD THRU 2240-EXIT
04050c          VARYING WS-SCB-TBL-SUB FROM 1 BY 1
04050d          UNTIL WS-SCB-TBL-SUB > WS-SCB-COUNT.
004060
004070  2200-EXIT.
004080      EXIT.
004090
004100  2210-EMIT-SUMMARY.
004110
004120*   THE LINE'S BUNDLE WAS ROUTED FROM BR-ISSUING-BR-CODE
004130*   (BYTES 1-3 OF THE CLCWW035 LINE) AT LOAD TIME.
004140      IF WS-BRH-ROUTE (WS-BRH-TBL-SUB)
004150              = WS-BUNDLE-KEY-BR
004160          MOVE SPACES TO BRANCH-BUNDLE-RCD
004170          MOVE WS-BRH-ENTRY (WS-BRH-TBL-SUB)
004260
004270  2220-EMIT-SUSPENSE.
004280
004290*   THE LINE'S BUNDLE WAS ROUTED FROM TS-ISSUING-BR-CODE
004300*   (BYTES 9-11 OF THE CLCWW028 LINE) AT LOAD TIME.
004310      IF WS-SUSP-ROUTE (WS-SUSP-TBL-SUB)
004320              = WS-BUNDLE-KEY-BR
004330          MOVE SPACES TO BRANCH-BUNDLE-RCD
004340          MOVE WS-SUSP-ENTRY (WS-SUSP-TBL-SUB)
004430
004440  2230-EMIT-BAD-ADDR.
004450
004460*   THE CHARGE'S BUNDLE WAS ROUTED FROM ITS HOME BRANCH, OR
004470*   BA-ISSUING-BR-CODE WITHOUT ONE, AT LOAD TIME.
004480      IF WS-BAD-ROUTE (WS-BAD-TBL-SUB)
004490              = WS-BUNDLE-KEY-BR
004500          MOVE SPACES TO BRANCH-BUNDLE-RCD
004510          MOVE WS-BAD-ENTRY (WS-BAD-TBL-SUB)
004570
004580  2230-EXIT.
004590      EXIT.
04590a
04590b  2240-EMIT-SCORECARD.
04590c
04590d*   THE LINE'S BUNDLE WAS ROUTED FROM SB-BR-CODE AT LOAD TIME;
04590e*   THE 120-BYTE PRINT LINE IS IN BYTES 14-133.
04590f      IF WS-SCB-ROUTE (WS-SCB-TBL-SUB)
04590g              = WS-BUNDLE-KEY-BR
04590h          MOVE SPACES TO BRANCH-BUNDLE-RCD
04590i          MOVE WS-SCB-ENTRY (WS-SCB-TBL-SUB) (14:120)
04590j              TO BRANCH-BUNDLE-RCD (1:120)
04590k          WRITE BRANCH-BUNDLE-RCD
04590l          ADD 1 TO WS-BUNDLE-LINE-CNT
04590m          ADD 1 TO WS-BUNDLE-LINES
04590n      END-IF.
04590o
04590p  2240-EXIT.
04590q      EXIT.
004600
004610  2500-WRITE-REGISTER.
004620
005360      PERFORM 3400-EMIT-MEMBER THRU 3400-EXIT
005370          VARYING WS-MEMBER-SUB FROM 1 BY 1
005380          UNTIL WS-MEMBER-SUB > WS-BM-COUNT.
05380a
05380b      PERFORM 3500-EMIT-REGION-SCORECARD THRU 3500-EXIT
05380c          VARYING WS-SCB-TBL-SUB FROM 1 BY 1
05380d          UNTIL WS-SCB-TBL-SUB > WS-SCB-COUNT.
005390
005400      PERFORM 2500-WRITE-REGISTER THRU 2500-EXIT.
005410      ADD 1 TO WS-BUNDLES-WRITTEN.
005550
005560  3400-EXIT.
005570      EXIT.
05570a
05570b* 3500-EMIT-REGION-SCORECARD
05570c*   THE REGION'S OWN SCORECARD TOTAL, AFTER ITS MEMBERS' LINES -
05570d*   NO BRANCH CODE, SB-REGION IN BYTES 4-13.
05570e  3500-EMIT-REGION-SCORECARD.
05570f
05570g      IF WS-SCB-ENTRY (WS-SCB-TBL-SUB) (1:3) = SPACES
05570h         AND WS-SCB-ENTRY (WS-SCB-TBL-SUB) (4:10)
05570i              = WS-RGN-ENTRY (WS-RGN-TBL-SUB)
05570j          MOVE SPACES TO BRANCH-BUNDLE-RCD
05570k          MOVE WS-SCB-ENTRY (WS-SCB-TBL-SUB) (14:120)
05570l              TO BRANCH-BUNDLE-RCD (1:120)
05570m          WRITE BRANCH-BUNDLE-RCD
05570n          ADD 1 TO WS-BUNDLE-LINE-CNT
05570o          ADD 1 TO WS-BUNDLE-LINES
05570p      END-IF.
05570q
05570r  3500-EXIT.
05570s      EXIT.
005580
005590  8000-WRAPUP.
005600
005670      MOVE WS-BUNDLE-LINES        TO SCR-COUNT.
005680      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005690      PERFORM 8999-WRITE-SYSOUT.
05690a
05690b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005700
005710      COPY C2INZ003.
005720
005740
005750  8000-EXIT.
005760      EXIT.
0576aa
0576ab* 8980-NOTE-TABLE-CAPACITY
0576ac*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
0576ad*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
0576ae*   DROPPED ENTRY ENDS THE RUN RC=12.
0576af  8980-NOTE-TABLE-CAPACITY.
0576ag
0576ah      MOVE "BRANCH MASTER"          TO TC-NOTE-NAME.
0576ai      MOVE WS-BM-TABLE-MAX          TO TC-NOTE-LIMIT.
0576aj      MOVE WS-BM-COUNT              TO TC-NOTE-HIGH.
0576ak      MOVE WS-BM-DROPPED            TO TC-NOTE-DROPPED.
0576al      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0576am
0576an      MOVE "BRANCH SUMMARY LINES"   TO TC-NOTE-NAME.
0576ao      MOVE WS-BRH-TABLE-MAX         TO TC-NOTE-LIMIT.
0576ap      MOVE WS-BRH-COUNT             TO TC-NOTE-HIGH.
0576aq      MOVE WS-BRH-DROPPED           TO TC-NOTE-DROPPED.
0576ar      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0576as
0576at      MOVE "SUSPENSE REPORT LINES"  TO TC-NOTE-NAME.
0576au      MOVE WS-SUSP-TABLE-MAX        TO TC-NOTE-LIMIT.
0576av      MOVE WS-SUSP-COUNT            TO TC-NOTE-HIGH.
0576aw      MOVE WS-SUSP-DROPPED          TO TC-NOTE-DROPPED.
0576ax      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0576ay
0576az      MOVE "BAD ADDRESSES"          TO TC-NOTE-NAME.
0576ba      MOVE WS-BAD-TABLE-MAX         TO TC-NOTE-LIMIT.
0576bb      MOVE WS-BAD-COUNT             TO TC-NOTE-HIGH.
0576bc      MOVE WS-BAD-DROPPED           TO TC-NOTE-DROPPED.
0576bd      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
576bda
576bdb      MOVE "SCORECARD LINES"        TO TC-NOTE-NAME.
576bdc      MOVE WS-SCB-TABLE-MAX         TO TC-NOTE-LIMIT.
576bdd      MOVE WS-SCB-COUNT             TO TC-NOTE-HIGH.
576bde      MOVE WS-SCB-DROPPED           TO TC-NOTE-DROPPED.
576bdf      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0576be
0576bf      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
0576bg
0576bh      IF TC-TABLE-OVERFLOW
0576bi          MOVE TC-OVERFLOW-RC TO RETURN-CODE
0576bj      END-IF.
0576bk
0576bl  8980-EXIT.
0576bm      EXIT.
005770
05770a      COPY CLCWW134.
05770b
005780      COPY C2INZ002.
005790
005800      COPY C2INZ004.
