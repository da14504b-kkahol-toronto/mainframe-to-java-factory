000260*              2220-CHECK-BANK-RETURN MATCH THAT EXCLUDES A
000270*              RETURNED CHECK.  ESCHEATED ITEMS COME OFF THE
000280*              REGISTER; EVERYTHING ELSE CARRIES FORWARD.
00280a*              A PAYEE WITH AN ADDRESS OF RECORD ON THE
00280b*              CLCWW037 VENDOR MASTER IS WRITTEN TO, AND ROUTED
00280c*              BY THE STATE OF, THAT ADDRESS.
000290*
000300******************************************************************
000310*                      MODIFICATION HISTORY
000330* DATE     INIT  DESCRIPTION
000340* -------- ----  --------------------------------------------
000350* 08/2026  RF    NEW PROGRAM - STALE-DATED CHECK ESCHEATMENT
00350a* 10/2026  RF    COUNT STALE ITEMS THE CANDIDATE TABLE COULD NOT
00350b*                HOLD (CARRIED FORWARD UNREVIEWED), PRINT THE
00350c*                TABLE CAPACITY REPORT, AND END RC=12 WHEN ANY
00350d*                ITEM WAS DROPPED
00350e* 10/2026  RF    CARRY THE REGISTER'S FINANCIAL LABEL THROUGH ON
00350f*                A STALE ITEM KEPT ON THE REGISTER
0035va* 10/2026  RF    THE REGISTER CARRIES A CLCWW166 LAYOUT HEADER -
0035vb*                WRITTEN ON THE NEW GENERATION, CHECKED ON THE OLD
0035vc* 10/2026  RF    CARRY THE HOME BRANCH (OC-HOME-BR-CODE) THROUGH
0035vd*                ON A STALE ITEM KEPT ON THE REGISTER
0035ve* 10/2026  RF    TAKE THE LETTER ADDRESS AND ROUTING STATE FROM
0035vf*                THE VENDOR MASTER ADDRESS OF RECORD (CLCWW189/
0035vg*                190) WHEN THE PAYEE HAS ONE
000360******************************************************************
000370  ENVIRONMENT DIVISION.
000380  CONFIGURATION SECTION.
000600
000610      SELECT ESCHEAT-RETURN-FILE ASSIGN TO ESCHRTN
000620          ORGANIZATION IS SEQUENTIAL.
000622
000624      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000626          ORGANIZATION IS SEQUENTIAL.
000630
000640      COPY C2INX004.
000650
001170      DATA RECORD IS BKR-RETURN-RCD.
001180
001190      COPY CLCWW045.
001192
001194  FD  VENDOR-MASTER-FILE
001196      BLOCK CONTAINS 0 RECORDS
001198      RECORDING MODE IS F
00119A      LABEL RECORDS ARE STANDARD
00119B      DATA RECORD IS VENDOR-MASTER-RCD.
00119C
00119D      COPY CLCWW037.
001200
001210      COPY C2INX005.
001220
001250      COPY C2INX003.
001260
001270      COPY C2INX006.
0012va
0012vb      COPY CLCWW166.
01270a
01270b      COPY CLCWW133.
01270c
01270d      COPY CLCWW189.
001280
001290  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9145".
001300
001460      05  WS-ITEMS-ESCHEATED      PIC 9(09) COMP VALUE ZERO.
001470      05  WS-ITEMS-KEPT           PIC 9(09) COMP VALUE ZERO.
001480      05  WS-NO-ADDRESS-FOUND     PIC 9(09) COMP VALUE ZERO.
001482      05  WS-ADDR-OF-RECORD-USED  PIC 9(09) COMP VALUE ZERO.
001490
001500  01  WS-ESCHEATED-AMOUNT         PIC S9(13)V99 VALUE ZERO.
001510
001600          10  WS-CAND-ISSUE-DATE      PIC 9(08).
001610          10  WS-CAND-AMOUNT          PIC S9(10)V99.
001620          10  WS-CAND-PAYEE-NAME      PIC X(40).
01620a          10  WS-CAND-FIN-LABEL       PIC 9(04).
01620b          10  WS-CAND-HOME-BR         PIC X(03).
001630          10  WS-CAND-ADDR-FOUND-SW   PIC X(01).
001640          10  WS-CAND-ADDRESS-LINE1   PIC X(40).
001650          10  WS-CAND-ADDRESS-LINE2   PIC X(40).
001660          10  WS-CAND-CITY            PIC X(28).
001670          10  WS-CAND-STATE           PIC X(05).
001680          10  WS-CAND-ZIP             PIC X(11).
001682          10  WS-CAND-AOR-SW          PIC X(01).
001690
001700  77  WS-CAND-COUNT               PIC 9(04) COMP VALUE ZERO.
001710  77  WS-CAND-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
01710a  77  WS-CAND-DROPPED             PIC 9(07) COMP VALUE ZERO.
001720  77  WS-CAND-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
001730  77  WS-CAND-MATCHED-SUB         PIC 9(04) COMP VALUE ZERO.
001740  77  WS-CAND-SEARCH-KEY          PIC X(11) VALUE SPACES.
002330      MOVE SWA-CURR-YR            TO WS-RUN-YEAR-YR.
002340
002350      OPEN OUTPUT OC-REGISTER-OUT-FILE.
0023va      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0023vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0023vc      WRITE OC-REGISTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
002360      OPEN OUTPUT ESCHEAT-LETTER-FILE.
002370      OPEN OUTPUT ESCHEAT-REMIT-FILE.
002380      OPEN OUTPUT ESCHEAT-RETURN-FILE.
002382
002384      PERFORM 9300-LOAD-ADDRESS-OF-RECORD THRU 9300-EXIT.
002390
002400  1000-EXIT.
002410      EXIT.
002480  2000-LOAD-REGISTER.
002490
002500      OPEN INPUT OC-REGISTER-IN-FILE.
0025va      PERFORM 2005-CHECK-REGISTER-LAYOUT THRU 2005-EXIT.
002510
002520      PERFORM 2010-LOAD-REGISTER-RCD THRU 2010-EXIT
002530          UNTIL WS-REGISTER-EOF.
002560
002570  2000-EXIT.
002580      EXIT.
0025vb
0025vc* 2005-CHECK-REGISTER-LAYOUT
0025vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0025ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0025vf*   READ SEES END OF FILE.
0025vg  2005-CHECK-REGISTER-LAYOUT.
0025vh
0025vi      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0025vj      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0025vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0025vl      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0025vm          AT END
0025vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0025vo      END-READ.
0025vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0025vq
0025vr      IF WS-LV-FILE-EMPTY
0025vs          CLOSE OC-REGISTER-IN-FILE
0025vt          OPEN INPUT OC-REGISTER-IN-FILE
0025vu      END-IF.
0025vv
0025vw  2005-EXIT.
0025vx      EXIT.
002590
002600  2010-LOAD-REGISTER-RCD.
002610
002670
002680      ADD 1 TO WS-REGISTER-READ.
002690
02690a*   A STALE ITEM PAST THE TABLE CARRIES FORWARD UNREVIEWED -
02690b*   COUNTED SO THE RUN ENDS ON THE CAPACITY CONDITION CODE.
02690c      IF OC-STALE-ITEM
02690d          AND WS-CAND-COUNT NOT < WS-CAND-TABLE-MAX
02690e          ADD 1 TO WS-CAND-DROPPED
02690f      END-IF.
02690g
002700      IF OC-STALE-ITEM
002710          AND WS-CAND-COUNT < WS-CAND-TABLE-MAX
002720          ADD 1 TO WS-CAND-COUNT
002800                      TO WS-CAND-AMOUNT (WS-CAND-COUNT)
002810          MOVE OC-PAYEE-NAME
002820                      TO WS-CAND-PAYEE-NAME (WS-CAND-COUNT)
02820a          IF OC-FIN-LABEL-CODE NUMERIC
02820b              MOVE OC-FIN-LABEL-CODE
02820c                      TO WS-CAND-FIN-LABEL (WS-CAND-COUNT)
02820d          ELSE
02820e              MOVE ZERO
02820f                      TO WS-CAND-FIN-LABEL (WS-CAND-COUNT)
02820g          END-IF
02820h          MOVE OC-HOME-BR-CODE
02820i                      TO WS-CAND-HOME-BR (WS-CAND-COUNT)
002830          MOVE "N" TO WS-CAND-ADDR-FOUND-SW (WS-CAND-COUNT)
002832          MOVE "N" TO WS-CAND-AOR-SW (WS-CAND-COUNT)
002840          ADD 1 TO WS-CANDIDATES-LOADED
002850      ELSE
002860          MOVE OC-REGISTER-RCD    TO OC-REGISTER-OUT-RCD
003470              TO WS-CAND-STATE (WS-CAND-MATCHED-SUB)
003480          MOVE TEN99-ZIP-DATA
003490              TO WS-CAND-ZIP (WS-CAND-MATCHED-SUB)
003492          PERFORM 3030-APPLY-ADDRESS-OF-RECORD THRU 3030-EXIT
003500      END-IF.
003510
003520  3010-EXIT.
003610
003620  3020-EXIT.
003630      EXIT.
003632
003634* 3030-APPLY-ADDRESS-OF-RECORD
003636*   A PAYEE WITH AN ADDRESS OF RECORD ON THE VENDOR MASTER IS
003638*   WRITTEN TO THERE, AND ITS STATE DRIVES THE DORMANCY PERIOD
00363A*   AND THE REMITTANCE ROUTING, IN PLACE OF THE STAGED ADDRESS.
00363B  3030-APPLY-ADDRESS-OF-RECORD.
00363C
00363D      IF TEN99-SSN-TAX-ID-DATA (1:9) = SPACES
00363E          GO TO 3030-EXIT
00363F      END-IF.
00363G
00363H      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-AR-SEARCH-TIN.
00363I      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
00363J
00363K      IF NOT WS-AR-ADDRESS-ON-FILE
00363L          GO TO 3030-EXIT
00363M      END-IF.
00363N
00363O      MOVE WS-AR-LINE1
00363P          TO WS-CAND-ADDRESS-LINE1 (WS-CAND-MATCHED-SUB).
00363Q      MOVE WS-AR-LINE2
00363R          TO WS-CAND-ADDRESS-LINE2 (WS-CAND-MATCHED-SUB).
00363S      MOVE WS-AR-CITY
00363T          TO WS-CAND-CITY (WS-CAND-MATCHED-SUB).
00363U      MOVE WS-AR-STATE
00363V          TO WS-CAND-STATE (WS-CAND-MATCHED-SUB).
00363W      MOVE WS-AR-ZIP
00363X          TO WS-CAND-ZIP (WS-CAND-MATCHED-SUB).
00363Y
00363Z      IF WS-CAND-AOR-SW (WS-CAND-MATCHED-SUB) = "N"
0036a0          ADD 1 TO WS-ADDR-OF-RECORD-USED
0036a1          MOVE "Y" TO WS-CAND-AOR-SW (WS-CAND-MATCHED-SUB)
0036a2      END-IF.
0036a3
0036a4  3030-EXIT.
0036a5      EXIT.
003640
003650* 4000-DISPOSE-CANDIDATES
003660*   APPLIES EACH CANDIDATE'S STATE DORMANCY PERIOD: AN ITEM
005120                              TO OC-DISB-AMOUNT.
005130      MOVE WS-CAND-PAYEE-NAME (WS-CAND-TBL-SUB)
005140                              TO OC-PAYEE-NAME.
05140a      MOVE WS-CAND-FIN-LABEL (WS-CAND-TBL-SUB)
05140b                              TO OC-FIN-LABEL-CODE.
05140c      MOVE WS-CAND-HOME-BR (WS-CAND-TBL-SUB)
05140d                              TO OC-HOME-BR-CODE.
005150      MOVE "S"                    TO OC-STALE-IND.
005160      MOVE OC-REGISTER-RCD        TO OC-REGISTER-OUT-RCD.
005170      WRITE OC-REGISTER-OUT-RCD.
005560      MOVE WS-NO-ADDRESS-FOUND    TO SCR-COUNT.
005570      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005580      PERFORM 8999-WRITE-SYSOUT.
005582
005584      MOVE "ADDRESS OF RECORD USED:" TO SCR-LITERAL.
005586      MOVE WS-ADDR-OF-RECORD-USED TO SCR-COUNT.
005588      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00558A      PERFORM 8999-WRITE-SYSOUT.
005590
005600      MOVE "ESCHEATED AMOUNT:"     TO GTL-LITERAL.
005610      MOVE WS-ESCHEATED-AMOUNT    TO GTL-AMOUNT.
005620      MOVE WS-GRAND-TOTAL-LINE    TO CC-E01W-DISPLAY-RCD.
005630      PERFORM 8999-WRITE-SYSOUT.
005640
05640a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
05640b
005650      COPY C2INZ003.
005660
005670      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005680
005690  8000-EXIT.
005700      EXIT.
05700a
05700b* 8980-NOTE-TABLE-CAPACITY
05700c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05700d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05700e*   DROPPED ENTRY ENDS THE RUN RC=12.
05700f  8980-NOTE-TABLE-CAPACITY.
05700g
05700h      MOVE "ESCHEAT CANDIDATES"     TO TC-NOTE-NAME.
05700i      MOVE WS-CAND-TABLE-MAX        TO TC-NOTE-LIMIT.
05700j      MOVE WS-CAND-COUNT            TO TC-NOTE-HIGH.
05700k      MOVE WS-CAND-DROPPED          TO TC-NOTE-DROPPED.
05700l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05700m
05700v      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
05700w      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
05700x      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
05700y      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
05700z      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0570a0
05700n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05700o
05700p      IF TC-TABLE-OVERFLOW
05700q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05700r      END-IF.
05700s
05700t  8980-EXIT.
05700u      EXIT.
005710
05710a      COPY CLCWW134.
05710b
0057va      COPY CLCWW167.
0057vb
0057vc      COPY CLCWW190.
0057vd
005720      COPY C2INZ002.
005730
005740      COPY C2INZ004.
