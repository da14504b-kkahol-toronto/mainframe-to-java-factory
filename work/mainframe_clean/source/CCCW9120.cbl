000240*              PAYEE ALREADY ON THE FLAG FILE WHEN A NEW
000250*              NOTICE ARRIVES GETS THE SECOND-B-NOTICE
000260*              MAILING; A NEW PAYEE GETS THE FIRST.
000262*              A PAYEE WITH AN ADDRESS OF RECORD ON THE
000264*              CLCWW037 VENDOR MASTER IS MAILED THERE.
000266*              A FLAG CCCW9217 FOUND ON A MERGED-AWAY TIN IS
000268*              RE-KEYED TO THE SURVIVOR (CLCWW195) ON LOAD.
000270*
000280******************************************************************
000290*                      MODIFICATION HISTORY
000300******************************************************************
000310* DATE     INIT  DESCRIPTION
000320* -------- ----  --------------------------------------------
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON BWFLAGI AND
0003vb*                WRITE ONE ON THE NEW BWFLAGO GENERATION
00320a* 10/2026  RF    COUNT EVERY B-NOTICE FLAG THE FLAG TABLE COULD
00320b*                NOT HOLD - ON LOAD OR FROM A FIRST NOTICE - PRINT
00320c*                THE TABLE CAPACITY REPORT, AND END RC=12 WHEN ANY
00320d*                FLAG WAS DROPPED FROM THE NEW GENERATION
00320e* 10/2026  RF    MAIL THE B-NOTICE TO THE VENDOR MASTER ADDRESS
00320f*                OF RECORD (CLCWW189/190) WHEN THE PAYEE HAS ONE
00320g* 10/2026  RF    APPLY THE CCCW9217 CLCWW195 RE-KEYS TO THE LOADED
00320h*                FLAGS SO A FLAG LEFT ON A MERGED-AWAY TIN FOLLOWS
00320i*                THE PAYEE TO THE SURVIVING TIN
00032A* 08/2026  RF    BROWSE THE YTD FILE WITH START/READ NEXT NOW
00032B*                THAT CLCWW014 IS KEYED BY TAX YEAR / TIN /
00032C*                ENTITY - THE IRS NOTICE CARRIES NO ENTITY, SO
000590
000600      SELECT BNOTICE-MAIL-FILE   ASSIGN TO BNMAIL
000610          ORGANIZATION IS SEQUENTIAL.
000612
000614      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000616          ORGANIZATION IS SEQUENTIAL.
000617
000618      SELECT TIN-REKEY-FILE      ASSIGN TO TINREKEY
000619          ORGANIZATION IS SEQUENTIAL.
000620
000630      COPY C2INX004.
000640
001090      DATA RECORD IS BNOTICE-MAIL-RCD.
001100
001110      COPY CLCWW048.
001112
001114  FD  VENDOR-MASTER-FILE
001116      BLOCK CONTAINS 0 RECORDS
001118      RECORDING MODE IS F
00111A      LABEL RECORDS ARE STANDARD
00111B      DATA RECORD IS VENDOR-MASTER-RCD.
00111C
00111D      COPY CLCWW037.
00111E
00111F  FD  TIN-REKEY-FILE
00111G      BLOCK CONTAINS 0 RECORDS
00111H      RECORDING MODE IS F
00111I      LABEL RECORDS ARE STANDARD
00111J      DATA RECORD IS TIN-REKEY-RCD.
00111K
00111L      COPY CLCWW195.
001120
001130      COPY C2INX005.
001140
001170      COPY C2INX003.
001180
001190      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
00119a
00119b      COPY CLCWW110.
0119ba
0119bb      COPY CLCWW133.
0119bc
0119bd      COPY CLCWW189.
001200
001210  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9120".
001220
001270          88  WS-FLAG-EOF                 VALUE "Y".
001280      05  WS-FLAG-FOUND-SW        PIC X(01) VALUE "N".
001290          88  WS-FLAG-FOUND               VALUE "Y".
001292      05  WS-REKEY-EOF-SW         PIC X(01) VALUE "N".
001294          88  WS-REKEY-EOF                VALUE "Y".
001300
001310  01  WS-COUNTERS.
001320      05  WS-NOTICES-READ         PIC 9(09) COMP VALUE ZERO.
001360      05  WS-NOTICES-UNMATCHED    PIC 9(09) COMP VALUE ZERO.
001370      05  WS-FLAGS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
001380      05  WS-MAIL-RCDS-WRITTEN    PIC 9(09) COMP VALUE ZERO.
001382      05  WS-ADDR-OF-RECORD-USED  PIC 9(09) COMP VALUE ZERO.
001384      05  WS-REKEYS-APPLIED       PIC 9(09) COMP VALUE ZERO.
001386      05  WS-REKEYS-SKIPPED       PIC 9(09) COMP VALUE ZERO.
001390
001400* OPEN B-NOTICE FLAG POPULATION - THE PRIOR GENERATION OF THE
001410* CLCWW049 FILE LOADED AT STARTUP, UPDATED IN PLACE AS NOTICES
001490
001500  77  WS-BWF-COUNT                PIC 9(04) COMP VALUE ZERO.
001510  77  WS-BWF-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01510a  77  WS-BWF-DROPPED              PIC 9(07) COMP VALUE ZERO.
001520  77  WS-BWF-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001530  77  WS-BWF-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001540
001960      OPEN INPUT  BNOTICE-FILE.
001970      OPEN INPUT  TEN99-YTD-FILE.
001980      OPEN OUTPUT BW-FLAG-OUT-FILE.
0019va      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
0019vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0019vc      WRITE BW-FLAG-OUT-RCD FROM LAYOUT-HEADER-RCD.
001990      OPEN OUTPUT BNOTICE-MAIL-FILE.
002000
002010      PERFORM 1200-LOAD-BW-FLAGS     THRU 1200-EXIT.
002011      PERFORM 1300-APPLY-REKEYS      THRU 1300-EXIT.
002012      PERFORM 9300-LOAD-ADDRESS-OF-RECORD THRU 9300-EXIT.
002020
002030  1000-EXIT.
002040      EXIT.
002110  1200-LOAD-BW-FLAGS.
002120
002130      OPEN INPUT BW-FLAG-IN-FILE.
0021va      PERFORM 1205-CHECK-BW-FLAG-LAYOUT THRU 1205-EXIT.
002140
002150      PERFORM 1210-LOAD-FLAG-RECORD THRU 1210-EXIT
002160          UNTIL WS-FLAG-EOF.
002180
002190      IF WS-BWF-DROPPED > ZERO
002200          MOVE "*BW FLAG TABLE FULL, DROPPED:" TO SCR-LITERAL
002210          MOVE WS-BWF-DROPPED         TO SCR-COUNT
002220          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002230          PERFORM 8999-WRITE-SYSOUT
002240      END-IF.
002270
002280  1200-EXIT.
002290      EXIT.
0022va
0022vb* 1205-CHECK-BW-FLAG-LAYOUT
0022vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0022vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0022ve*   READ SEES END OF FILE.
0022vf  1205-CHECK-BW-FLAG-LAYOUT.
0022vg
0022vh      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
0022vi      MOVE "BWFLAGI"              TO WS-LV-CHECK-DDNAME.
0022vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0022vk      READ BW-FLAG-IN-FILE INTO LAYOUT-HEADER-RCD
0022vl          AT END
0022vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0022vn      END-READ.
0022vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0022vp
0022vq      IF WS-LV-FILE-EMPTY
0022vr          CLOSE BW-FLAG-IN-FILE
0022vs          OPEN INPUT BW-FLAG-IN-FILE
0022vt      END-IF.
0022vu
0022vv  1205-EXIT.
0022vw      EXIT.
002300
002310  1210-LOAD-FLAG-RECORD.
002320
002360              GO TO 1210-EXIT
002370      END-READ.
002380
02380a      IF WS-BWF-COUNT NOT < WS-BWF-TABLE-MAX
02380b          ADD 1 TO WS-BWF-DROPPED
02380c          GO TO 1210-EXIT
02380d      END-IF.
02380e
002390      ADD 1 TO WS-BWF-COUNT.
002400      MOVE BW-SSN-TAX-ID      TO WS-BWF-SSN-TAX-ID (WS-BWF-COUNT).
002410      MOVE BW-NOTICE-LEVEL
002450
002460  1210-EXIT.
002470      EXIT.
0024aa
0024ab* 1300-APPLY-REKEYS
0024ac*   THE CLCWW195 RE-KEY TRANSACTIONS FROM THE LATEST CCCW9217
0024ad*   AUDIT.  A FLAG STILL ON THE MERGED-AWAY TIN MOVES TO THE
0024ae*   SURVIVING TIN, UNLESS THE SURVIVOR HAS GAINED A FLAG OF ITS
0024af*   OWN SINCE THE AUDIT - THEN THE TRANSACTION IS SKIPPED AND
0024ag*   THE NEXT AUDIT LISTS THE PAIR AGAIN.  TRANSACTIONS FOR THE
0024ah*   OTHER FILES ARE PASSED OVER.  2100-FIND-FLAG SEARCHES ON
0024ai*   BN-SSN-TAX-ID - NO NOTICE HAS BEEN READ YET, SO IT IS FREE.
0024aj  1300-APPLY-REKEYS.
0024ak
0024al      OPEN INPUT TIN-REKEY-FILE.
0024am
0024an      PERFORM 1310-APPLY-REKEY    THRU 1310-EXIT
0024ao          UNTIL WS-REKEY-EOF.
0024ap
0024aq      CLOSE TIN-REKEY-FILE.
0024ar
0024as  1300-EXIT.
0024at      EXIT.
0024au
0024av  1310-APPLY-REKEY.
0024aw
0024ax      READ TIN-REKEY-FILE
0024ay          AT END
0024az              MOVE "Y" TO WS-REKEY-EOF-SW
0024ba              GO TO 1310-EXIT
0024bb      END-READ.
0024bc
0024bd      IF NOT RK-BW-FLAG-FILE
0024be          GO TO 1310-EXIT
0024bf      END-IF.
0024bg
0024bh      MOVE RK-NEW-SSN-TAX-ID      TO BN-SSN-TAX-ID.
0024bi      PERFORM 2100-FIND-FLAG      THRU 2100-EXIT.
0024bj      IF WS-BWF-MATCHED-SUB > ZERO
0024bk          ADD 1 TO WS-REKEYS-SKIPPED
0024bl          GO TO 1310-EXIT
0024bm      END-IF.
0024bn
0024bo      MOVE RK-OLD-SSN-TAX-ID      TO BN-SSN-TAX-ID.
0024bp      PERFORM 2100-FIND-FLAG      THRU 2100-EXIT.
0024bq      IF WS-BWF-MATCHED-SUB = ZERO
0024br          ADD 1 TO WS-REKEYS-SKIPPED
0024bs          GO TO 1310-EXIT
0024bt      END-IF.
0024bu
0024bv      MOVE RK-NEW-SSN-TAX-ID
0024bw          TO WS-BWF-SSN-TAX-ID (WS-BWF-MATCHED-SUB).
0024bx      ADD 1 TO WS-REKEYS-APPLIED.
0024by
0024bz  1310-EXIT.
0024ca      EXIT.
002480
002490  2000-PROCESS-NOTICE.
002500
003200              MOVE SWA-CURRENT-CCYY-DATE
003210                  TO WS-BWF-NOTICE-DATE (WS-BWF-MATCHED-SUB)
003220              ADD 1 TO WS-FIRST-NOTICES
03220a          ELSE
03220b              ADD 1 TO WS-BWF-DROPPED
003230          END-IF
003240      END-IF.
003250
003580
003590* 2400-WRITE-MAIL-RCD
003600*   BUILDS THE FIRST/SECOND B-NOTICE MAILING EXTRACT RECORD
003610*   FROM THE YEAR-TO-DATE PAYEE ADDRESS, OR THE VENDOR
003612*   MASTER ADDRESS OF RECORD WHEN THE PAYEE HAS ONE.  THE
003614*   LEVEL COMES FROM THE FLAG TABLE ENTRY 2200-POST-FLAG
003620*   JUST POSTED.
003630  2400-WRITE-MAIL-RCD.
003640
003650      MOVE SPACES                 TO BNOTICE-MAIL-RCD.
003730      MOVE TEN99-YTD-CITY         TO MX-CITY.
003740      MOVE TEN99-YTD-STATE        TO MX-STATE.
003750      MOVE TEN99-YTD-ZIP          TO MX-ZIP.
003752
003754      MOVE BN-SSN-TAX-ID (1:9)    TO WS-AR-SEARCH-TIN.
003756      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
003758      IF WS-AR-ADDRESS-ON-FILE
00375A          MOVE WS-AR-LINE1        TO MX-ADDRESS-LINE1
00375B          MOVE WS-AR-LINE2        TO MX-ADDRESS-LINE2
00375C          MOVE WS-AR-CITY         TO MX-CITY
00375D          MOVE WS-AR-STATE        TO MX-STATE
00375E          MOVE WS-AR-ZIP          TO MX-ZIP
00375F          ADD 1 TO WS-ADDR-OF-RECORD-USED
00375G      END-IF.
003760
003770      WRITE BNOTICE-MAIL-RCD.
003780      ADD 1 TO WS-MAIL-RCDS-WRITTEN.
004140      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
004150      PERFORM 8999-WRITE-SYSOUT.
004160
004162      MOVE "ADDRESS OF RECORD USED:" TO SCR-LITERAL.
004164      MOVE WS-ADDR-OF-RECORD-USED TO SCR-COUNT.
004166      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
004168      PERFORM 8999-WRITE-SYSOUT.
00416A
004170      MOVE "FLAG RECORDS WRITTEN:" TO SCR-LITERAL.
004180      MOVE WS-FLAGS-WRITTEN      TO SCR-COUNT.
004190      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
004200      PERFORM 8999-WRITE-SYSOUT.
04200a
04200c      MOVE "FLAGS RE-KEYED TO SURVIVOR:" TO SCR-LITERAL.
04200d      MOVE WS-REKEYS-APPLIED     TO SCR-COUNT.
04200e      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
04200f      PERFORM 8999-WRITE-SYSOUT.
04200g
04200h      MOVE "RE-KEYS SKIPPED:"    TO SCR-LITERAL.
04200i      MOVE WS-REKEYS-SKIPPED     TO SCR-COUNT.
04200j      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
04200k      PERFORM 8999-WRITE-SYSOUT.
04200l
04200b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
004210
004220      COPY C2INZ003.
004230
004250
004260  8000-EXIT.
004270      EXIT.
04270a
04270b* 8980-NOTE-TABLE-CAPACITY
04270c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04270d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04270e*   DROPPED ENTRY ENDS THE RUN RC=12.
04270f  8980-NOTE-TABLE-CAPACITY.
04270g
04270h      MOVE "BW FLAGS"               TO TC-NOTE-NAME.
04270i      MOVE WS-BWF-TABLE-MAX         TO TC-NOTE-LIMIT.
04270j      MOVE WS-BWF-COUNT             TO TC-NOTE-HIGH.
04270k      MOVE WS-BWF-DROPPED           TO TC-NOTE-DROPPED.
04270l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04270m
04270v      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
04270w      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
04270x      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
04270y      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
04270z      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0427a0
04270n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04270o
04270p      IF TC-TABLE-OVERFLOW
04270q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04270r      END-IF.
04270s
04270t  8980-EXIT.
04270u      EXIT.
004280
004290* 8100-WRITE-BW-FLAGS
004300*   WRITES THE FULL UPDATED FLAG TABLE OUT AS THE NEW
004590
004600      COPY CLCWW111.
004602
04602a      COPY CLCWW134.
04602b
0046va      COPY CLCWW167.
0046vb
0046vc      COPY CLCWW190.
0046vd
004604      COPY C2INZ002.
004610
004620      COPY C2INZ004.
