000220*              PASSES WITH NO RESPONSE.  CCCW9110 SHOWS THE
000230*              SOLICITATION STANDING WHEN A RECORD IS
000240*              REPAIRED.
00240a*              PAYEES ON THE CCCW9199 EARLY SOLICITATION LIST
00240b*              (CLCWW165) - HEADED OVER THEIR REPORTING FLOOR
00240c*              WITH A TIN PROBLEM - ARE SOLICITED THE SAME WAY
00240d*              FROM THE ADDRESS ON THE LIST, SO THE W-9 IS IN
00240e*              HAND BEFORE THE YEAR CLOSES.
00240f*              A PAYEE WITH AN ADDRESS OF RECORD ON THE
00240g*              CLCWW037 VENDOR MASTER IS WRITTEN TO THERE.
00240h*              A TRAIL CCCW9217 FOUND ON A MERGED-AWAY TIN IS
00240i*              RE-KEYED TO THE SURVIVOR (CLCWW195) ON LOAD.
000250*
000260******************************************************************
000270*                      MODIFICATION HISTORY
00318d*                TIN-DERIVED KEY MISSED THE NAME-KEYED OPEN
00318e*                SOLICITATION, WHICH THEN SAT STATUS 1/2
00318f*                FOREVER AND BROKE THE DATED TRAIL
0318fa* 10/2026  RF    COUNT EVERY SOLICITATION THE TABLE COULD NOT
0318fb*                HOLD - ON LOAD, FROM A RESPONSE, OR FOR A NEW
0318fc*                LETTER - PRINT THE TABLE CAPACITY REPORT, AND
0318fd*                END RC=12 (WAS 8) WHEN ANY WAS DROPPED
0318fe* 10/2026  RF    SOLICIT THE CCCW9199 EARLY SOLICITATION LIST
0318ff*                (EARLYSOL, CLCWW165) AFTER THE HELD SWEEP - THE
0318fg*                SOLICITATION DECISION MOVES TO 3150-SOLICIT-
0318fh*                PAYEE SO BOTH SWEEPS SHARE IT
0318va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON W9SOLI
0318vb*                AND WRITE ONE ON THE NEW W9SOLO GENERATION
0318vc* 10/2026  RF    ADDRESS THE LETTER TO THE VENDOR MASTER ADDRESS
0318vd*                OF RECORD (CLCWW189/190) WHEN THE PAYEE HAS ONE
0318ve* 10/2026  RF    APPLY THE CCCW9217 CLCWW195 RE-KEYS TO THE LOADED
0318vf*                MASTER SO A TRAIL LEFT ON A MERGED-AWAY TIN
0318vg*                FOLLOWS THE PAYEE TO THE SURVIVING TIN
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000480      SELECT TEN99-HELD-FILE     ASSIGN TO TEN99HLD
000490          ORGANIZATION IS SEQUENTIAL.
000500
00050a      SELECT EARLY-SOLICIT-FILE  ASSIGN TO EARLYSOL
00050b          ORGANIZATION IS SEQUENTIAL.
00050c
000510      SELECT W9-SOLICIT-OUT-FILE ASSIGN TO W9SOLO
000520          ORGANIZATION IS SEQUENTIAL.
000530
000540      SELECT W9-LETTER-FILE      ASSIGN TO W9LETTER
000550          ORGANIZATION IS SEQUENTIAL.
000552
000554      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
000556          ORGANIZATION IS SEQUENTIAL.
000557
000558      SELECT TIN-REKEY-FILE      ASSIGN TO TINREKEY
000559          ORGANIZATION IS SEQUENTIAL.
000560
000570      COPY C2INX004.
000580
000770
000780      COPY CLCWW041.
000790
00079a  FD  EARLY-SOLICIT-FILE
00079b      BLOCK CONTAINS 0 RECORDS
00079c      RECORDING MODE IS F
00079d      LABEL RECORDS ARE STANDARD
00079e      DATA RECORD IS EARLY-SOLICIT-RCD.
00079f
00079g      COPY CLCWW165.
00079h
000800  FD  W9-RESPONSE-FILE
000810      BLOCK CONTAINS 0 RECORDS
000820      RECORDING MODE IS F
001000      DATA RECORD IS W9-LETTER-RCD.
001010
001020      COPY CLCWW091.
001022
001024  FD  VENDOR-MASTER-FILE
001026      BLOCK CONTAINS 0 RECORDS
001028      RECORDING MODE IS F
00102A      LABEL RECORDS ARE STANDARD
00102B      DATA RECORD IS VENDOR-MASTER-RCD.
00102C
00102D      COPY CLCWW037.
00102E
00102F  FD  TIN-REKEY-FILE
00102G      BLOCK CONTAINS 0 RECORDS
00102H      RECORDING MODE IS F
00102I      LABEL RECORDS ARE STANDARD
00102J      DATA RECORD IS TIN-REKEY-RCD.
00102K
00102L      COPY CLCWW195.
001030
001040      COPY C2INX005.
001050
001080      COPY C2INX003.
001090
001100      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
001110
001120      COPY CLCWW013.
01120a
01120b      COPY CLCWW133.
01120c
01120d      COPY CLCWW189.
001130
001140  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9126".
001150
001200          88  WS-RSP-EOF                  VALUE "Y".
001210      05  WS-HELD-EOF-SW          PIC X(01) VALUE "N".
001220          88  WS-HELD-EOF                 VALUE "Y".
01220a      05  WS-EARLY-EOF-SW         PIC X(01) VALUE "N".
01220b          88  WS-EARLY-EOF                VALUE "Y".
001230      05  WS-SOL-FOUND-SW         PIC X(01) VALUE "N".
001240          88  WS-SOL-FOUND                VALUE "Y".
001242      05  WS-REKEY-EOF-SW         PIC X(01) VALUE "N".
001244          88  WS-REKEY-EOF                VALUE "Y".
001250
001260  01  WS-COUNTERS.
001270      05  WS-MASTER-LOADED        PIC 9(09) COMP VALUE ZERO.
001300      05  WS-FIRST-LETTERS        PIC 9(09) COMP VALUE ZERO.
001310      05  WS-SECOND-LETTERS       PIC 9(09) COMP VALUE ZERO.
001320      05  WS-MASTER-WRITTEN       PIC 9(09) COMP VALUE ZERO.
01320a      05  WS-EARLY-READ           PIC 9(09) COMP VALUE ZERO.
01320b      05  WS-EARLY-LETTERS        PIC 9(09) COMP VALUE ZERO.
01320c      05  WS-LETTERS-BEFORE       PIC 9(09) COMP VALUE ZERO.
01320d      05  WS-ADDR-OF-RECORD-USED  PIC 9(09) COMP VALUE ZERO.
01320e      05  WS-REKEYS-APPLIED       PIC 9(09) COMP VALUE ZERO.
01320f      05  WS-REKEYS-SKIPPED       PIC 9(09) COMP VALUE ZERO.
001330
001340* THE SOLICITATION MASTER, CARRIED IN STORAGE FOR THE RUN.
001350* SIZED WELL ABOVE THE OPEN MISSING-TIN POPULATION.
001440
001450  77  WS-SOL-COUNT                PIC 9(04) COMP VALUE ZERO.
001460  77  WS-SOL-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01460a  77  WS-SOL-DROPPED              PIC 9(07) COMP VALUE ZERO.
001470  77  WS-SOL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001480  77  WS-SOL-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001490  77  WS-SOL-SEARCH-TIN           PIC X(16) VALUE SPACES.
001640      PERFORM 2000-APPLY-RESPONSES   THRU 2000-EXIT.
001650
001660      PERFORM 3000-SWEEP-HELD        THRU 3000-EXIT.
01660a
01660b      PERFORM 3400-SWEEP-EARLY       THRU 3400-EXIT.
001670
001680      PERFORM 7000-WRITE-MASTER      THRU 7000-EXIT.
001690
001790      COPY C2INZ001.
001800
001810      OPEN OUTPUT W9-SOLICIT-OUT-FILE.
0018va      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
0018vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0018vc      WRITE W9-SOLICIT-OUT-RCD FROM LAYOUT-HEADER-RCD.
001820      OPEN OUTPUT W9-LETTER-FILE.
001830
001840      OPEN INPUT W9-SOLICIT-IN-FILE.
0018vd      PERFORM 1005-CHECK-SOLICIT-LAYOUT THRU 1005-EXIT.
001850      PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
001860          UNTIL WS-SOL-EOF.
001880      IF WS-SOL-DROPPED > ZERO
001890          MOVE "*SOLICIT TABLE FULL, DROPPED:" TO SCR-LITERAL
001900          MOVE WS-SOL-DROPPED         TO SCR-COUNT
001910          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
001920          PERFORM 8999-WRITE-SYSOUT
001940      END-IF.
001950      CLOSE W9-SOLICIT-IN-FILE.
001951      PERFORM 1200-APPLY-REKEYS   THRU 1200-EXIT.
001952
001954      PERFORM 9300-LOAD-ADDRESS-OF-RECORD THRU 9300-EXIT.
001960
001970  1000-EXIT.
001980      EXIT.
0019va
0019vb* 1005-CHECK-SOLICIT-LAYOUT
0019vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0019vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0019ve*   READ SEES END OF FILE.
0019vf  1005-CHECK-SOLICIT-LAYOUT.
0019vg
0019vh      MOVE "CLCWW090"             TO WS-LV-CHECK-FILE-ID.
0019vi      MOVE "W9SOLI"               TO WS-LV-CHECK-DDNAME.
0019vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0019vk      READ W9-SOLICIT-IN-FILE INTO LAYOUT-HEADER-RCD
0019vl          AT END
0019vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0019vn      END-READ.
0019vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0019vp
0019vq      IF WS-LV-FILE-EMPTY
0019vr          CLOSE W9-SOLICIT-IN-FILE
0019vs          OPEN INPUT W9-SOLICIT-IN-FILE
0019vt      END-IF.
0019vu
0019vv  1005-EXIT.
0019vw      EXIT.
001990
002000  1100-LOAD-MASTER.
002010
002050              GO TO 1100-EXIT
002060      END-READ.
002070
02070a      IF WS-SOL-COUNT NOT < WS-SOL-TABLE-MAX
02070b          ADD 1 TO WS-SOL-DROPPED
02070c          GO TO 1100-EXIT
02070d      END-IF.
02070e
002080      ADD 1 TO WS-SOL-COUNT.
002090      MOVE WS9-SSN-TAX-ID  TO WS-SOL-TIN (WS-SOL-COUNT).
002100      MOVE WS9-NAME        TO WS-SOL-NAME (WS-SOL-COUNT).
002190
002200  1100-EXIT.
002210      EXIT.
00221a
00221b* 1200-APPLY-REKEYS
00221c*   THE CLCWW195 RE-KEY TRANSACTIONS FROM THE LATEST CCCW9217
00221d*   AUDIT.  A TRAIL STILL ON THE MERGED-AWAY TIN MOVES TO THE
00221e*   SURVIVING TIN, UNLESS THE SURVIVOR HAS GAINED A TRAIL OF
00221f*   ITS OWN SINCE THE AUDIT - THEN THE TRANSACTION IS SKIPPED
00221g*   AND THE NEXT AUDIT LISTS THE PAIR AGAIN.  TRANSACTIONS FOR
00221h*   THE OTHER FILES ARE PASSED OVER.
00221i  1200-APPLY-REKEYS.
00221j
00221k      OPEN INPUT TIN-REKEY-FILE.
00221l
00221m      PERFORM 1210-APPLY-REKEY    THRU 1210-EXIT
00221n          UNTIL WS-REKEY-EOF.
00221o
00221p      CLOSE TIN-REKEY-FILE.
00221q
00221r  1200-EXIT.
00221s      EXIT.
00221t
00221u  1210-APPLY-REKEY.
00221v
00221w      READ TIN-REKEY-FILE
00221x          AT END
00221y              MOVE "Y" TO WS-REKEY-EOF-SW
00221z              GO TO 1210-EXIT
0022aa      END-READ.
0022ab
0022ac      IF NOT RK-W9-SOLICIT-FILE
0022ad          GO TO 1210-EXIT
0022ae      END-IF.
0022af
0022ag      MOVE RK-NEW-SSN-TAX-ID      TO WS-SOL-SEARCH-TIN.
0022ah      PERFORM 2500-FIND-SOLICIT   THRU 2500-EXIT.
0022ai      IF WS-SOL-FOUND
0022aj          ADD 1 TO WS-REKEYS-SKIPPED
0022ak          GO TO 1210-EXIT
0022al      END-IF.
0022am
0022an      MOVE RK-OLD-SSN-TAX-ID      TO WS-SOL-SEARCH-TIN.
0022ao      PERFORM 2500-FIND-SOLICIT   THRU 2500-EXIT.
0022ap      IF NOT WS-SOL-FOUND
0022aq          ADD 1 TO WS-REKEYS-SKIPPED
0022ar          GO TO 1210-EXIT
0022as      END-IF.
0022at
0022au      MOVE RK-NEW-SSN-TAX-ID
0022av          TO WS-SOL-TIN (WS-SOL-MATCHED-SUB).
0022aw      ADD 1 TO WS-REKEYS-APPLIED.
0022ax
0022ay  1210-EXIT.
0022az      EXIT.
002220
002230* 2000-APPLY-RESPONSES
002240*   EACH W-9 RECEIVED BACK CLOSES THE PAYEE'S SOLICITATION
002580              MOVE ZERO
002590                  TO WS-SOL-SECOND-DATE (WS-SOL-MATCHED-SUB)
002600          ELSE
002610              ADD 1 TO WS-SOL-DROPPED
02610a              GO TO 2100-EXIT
002620          END-IF
002630      END-IF.
002640
003260      END-IF.
003270
003280      MOVE TH-DETAIL-DATA         TO TEN99-RCD.
03280a      PERFORM 3150-SOLICIT-PAYEE THRU 3150-EXIT.
03280b
03280c  3100-EXIT.
03280d      EXIT.
03280e
03280f* 3150-SOLICIT-PAYEE
03280g*   THE SOLICITATION DECISION FOR THE PAYEE IN TEN99-RCD - A
03280h*   FIRST LETTER WHEN NOT YET SOLICITED, THE SECOND WHEN THE
03280i*   FIRST HAS GONE A YEAR UNANSWERED.
03280j  3150-SOLICIT-PAYEE.
03280k
003290      MOVE TEN99-SSN-TAX-ID-DATA  TO WS-KEY-TIN-IN.
003292      MOVE TEN99-NAME-DATA        TO WS-KEY-NAME-IN.
003294      PERFORM 2400-DERIVE-SOL-KEY THRU 2400-EXIT.
003310
003320      IF NOT WS-SOL-FOUND
003330          PERFORM 3200-START-SOLICIT THRU 3200-EXIT
003340          GO TO 3150-EXIT
003350      END-IF.
003360
003370      IF WS-SOL-STATUS (WS-SOL-MATCHED-SUB) = "R"
003380          OR WS-SOL-STATUS (WS-SOL-MATCHED-SUB) = "2"
003390          GO TO 3150-EXIT
003400      END-IF.
003410
003420*   THE SECOND ANNUAL SOLICITATION FALLS DUE A YEAR AFTER
003470          PERFORM 3300-SECOND-SOLICIT THRU 3300-EXIT
003480      END-IF.
003490
003500  3150-EXIT.
003510      EXIT.
003520
003530  3200-START-SOLICIT.
003560          MOVE "*SOLICIT TABLE FULL - LETTER SKIPPED"
003570                                  TO CC-E01W-DISPLAY-RCD
003580          PERFORM 8999-WRITE-SYSOUT
003590          ADD 1 TO WS-SOL-DROPPED
003600          GO TO 3200-EXIT
003610      END-IF.
003620
003910
003920  3300-EXIT.
003930      EXIT.
03930a
03930b* 3400-SWEEP-EARLY
03930c*   EVERY PAYEE CCCW9199 EXPECTS TO CROSS ITS REPORTING FLOOR
03930d*   WITH A TIN PROBLEM GETS THE SAME SOLICITATION DECISION AS
03930e*   A TIN-HELD RECORD, ADDRESSED FROM THE LIST.  A PAYEE THE
03930f*   HELD SWEEP ALREADY SOLICITED IS ON THE MASTER BY NOW AND
03930g*   GETS NO SECOND LETTER TODAY.
03930h  3400-SWEEP-EARLY.
03930i
03930j      COMPUTE WS-LETTERS-BEFORE =
03930k          WS-FIRST-LETTERS + WS-SECOND-LETTERS.
03930l
03930m      OPEN INPUT EARLY-SOLICIT-FILE.
03930n      PERFORM 3410-SWEEP-EARLY-RCD THRU 3410-EXIT
03930o          UNTIL WS-EARLY-EOF.
03930p      CLOSE EARLY-SOLICIT-FILE.
03930q
03930r      COMPUTE WS-EARLY-LETTERS =
03930s          WS-FIRST-LETTERS + WS-SECOND-LETTERS
3930sa              - WS-LETTERS-BEFORE.
03930t
03930u  3400-EXIT.
03930v      EXIT.
03930w
03930x  3410-SWEEP-EARLY-RCD.
03930y
03930z      READ EARLY-SOLICIT-FILE
0393aa          AT END
0393ab              MOVE "Y" TO WS-EARLY-EOF-SW
0393ac              GO TO 3410-EXIT
0393ad      END-READ.
0393ae
0393af      ADD 1 TO WS-EARLY-READ.
0393ag
0393ah      MOVE SPACES                 TO TEN99-RCD.
0393ai      MOVE ES-SSN-TAX-ID          TO TEN99-SSN-TAX-ID-DATA.
0393aj      MOVE ES-NAME                TO TEN99-NAME-DATA.
0393ak      MOVE ES-ADDRESS-LINE1       TO TEN99-ADDRESS-LINE1-DATA.
0393al      MOVE ES-ADDRESS-LINE2       TO TEN99-ADDRESS-LINE2-DATA.
0393am      MOVE ES-CITY                TO TEN99-CITY-DATA.
0393an      MOVE ES-STATE               TO TEN99-STATE-DATA.
0393ao      MOVE ES-ZIP                 TO TEN99-ZIP-DATA.
0393ap      PERFORM 3150-SOLICIT-PAYEE THRU 3150-EXIT.
0393aq
0393ar  3410-EXIT.
0393as      EXIT.
003940
003950* 3500-WRITE-LETTER
003960*   THE CALLER HAS SET WL9-SOLICIT-LEVEL; EVERYTHING ELSE
003970*   COMES FROM THE HELD RECORD'S TEN99-RCD IMAGE, EXCEPT THAT
003972*   A PAYEE WITH A VENDOR MASTER ADDRESS OF RECORD IS WRITTEN
003974*   TO THERE.
003980  3500-WRITE-LETTER.
003990
004000      MOVE TEN99-SSN-TAX-ID-DATA  TO WL9-SSN-TAX-ID.
004040      MOVE TEN99-CITY-DATA        TO WL9-CITY.
004050      MOVE TEN99-STATE-DATA       TO WL9-STATE.
004060      MOVE TEN99-ZIP-DATA         TO WL9-ZIP.
004062      IF TEN99-SSN-TAX-ID-DATA (1:9) NOT = SPACES
004064          MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-AR-SEARCH-TIN
004066          PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT
004068          IF WS-AR-ADDRESS-ON-FILE
00406A              MOVE WS-AR-LINE1    TO WL9-ADDRESS-LINE1
00406B              MOVE WS-AR-LINE2    TO WL9-ADDRESS-LINE2
00406C              MOVE WS-AR-CITY     TO WL9-CITY
00406D              MOVE WS-AR-STATE    TO WL9-STATE
00406E              MOVE WS-AR-ZIP      TO WL9-ZIP
00406F              ADD 1 TO WS-ADDR-OF-RECORD-USED
00406G          END-IF
00406H      END-IF.
004070      MOVE SWA-CURRENT-CCYY-DATE  TO WL9-LETTER-DATE.
004080      WRITE W9-LETTER-RCD.
004090
004550      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004560      PERFORM 8999-WRITE-SYSOUT.
004570
04570a      MOVE "EARLY LIST RECORDS READ:" TO SCR-LITERAL.
04570b      MOVE WS-EARLY-READ          TO SCR-COUNT.
04570c      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
04570d      PERFORM 8999-WRITE-SYSOUT.
04570e
04570f      MOVE "EARLY LIST LETTERS:"   TO SCR-LITERAL.
04570g      MOVE WS-EARLY-LETTERS       TO SCR-COUNT.
04570h      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
04570i      PERFORM 8999-WRITE-SYSOUT.
04570j
004580      MOVE "FIRST SOLICITATIONS:"  TO SCR-LITERAL.
004590      MOVE WS-FIRST-LETTERS       TO SCR-COUNT.
004600      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004650      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004660      PERFORM 8999-WRITE-SYSOUT.
004670
004672      MOVE "ADDRESS OF RECORD USED:" TO SCR-LITERAL.
004674      MOVE WS-ADDR-OF-RECORD-USED TO SCR-COUNT.
004676      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004678      PERFORM 8999-WRITE-SYSOUT.
00467A
004680      MOVE "MASTER RECORDS WRITTEN:" TO SCR-LITERAL.
004690      MOVE WS-MASTER-WRITTEN      TO SCR-COUNT.
004700      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004710      PERFORM 8999-WRITE-SYSOUT.
04710a
04710c      MOVE "TRAILS RE-KEYED TO SURVIVOR:" TO SCR-LITERAL.
04710d      MOVE WS-REKEYS-APPLIED      TO SCR-COUNT.
04710e      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
04710f      PERFORM 8999-WRITE-SYSOUT.
04710g
04710h      MOVE "RE-KEYS SKIPPED:"     TO SCR-LITERAL.
04710i      MOVE WS-REKEYS-SKIPPED      TO SCR-COUNT.
04710j      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
04710k      PERFORM 8999-WRITE-SYSOUT.
04710l
04710b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
004720
004730      COPY C2INZ003.
004740
004760
004770  8000-EXIT.
004780      EXIT.
04780a
04780b* 8980-NOTE-TABLE-CAPACITY
04780c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04780d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04780e*   DROPPED ENTRY ENDS THE RUN RC=12.
04780f  8980-NOTE-TABLE-CAPACITY.
04780g
04780h      MOVE "W-9 SOLICITATIONS"      TO TC-NOTE-NAME.
04780i      MOVE WS-SOL-TABLE-MAX         TO TC-NOTE-LIMIT.
04780j      MOVE WS-SOL-COUNT             TO TC-NOTE-HIGH.
04780k      MOVE WS-SOL-DROPPED           TO TC-NOTE-DROPPED.
04780l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04780m
04780v      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
04780w      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
04780x      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
04780y      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
04780z      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0478a0
04780n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04780o
04780p      IF TC-TABLE-OVERFLOW
04780q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04780r      END-IF.
04780s
04780t  8980-EXIT.
04780u      EXIT.
004790
04790a      COPY CLCWW134.
04790b
0048va      COPY CLCWW167.
0048vb
0048vc      COPY CLCWW190.
0048vd
004800      COPY C2INZ002.
004810
004820      COPY C2INZ004.
