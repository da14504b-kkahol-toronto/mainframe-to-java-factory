00032C*                NOW REGISTER ON THIS FILE AND A FIRE ACK
00032D*                MUST NOT FLIP A STATE RECORD SHARING THE
00032E*                YEAR AND SEQUENCE
00032F* 10/2026  RF    HONOR FORM 8809 EXTENSIONS - CCCW9166'S TYPE
00032G*                'X' RECORDS ARE PASSED BY WHEN MATCHING AN
00032H*                ACK; A REJECTED FILE'S REPLACEMENT DUE DATE
00032I*                MOVES OUT TO THE YEAR'S EXTENDED 1099-MISC DUE
00032J*                DATE WHEN THAT IS LATER, AND THE UNANSWERED
00032K*                ALERT SHOWS THE FILING DEADLINE IN EFFECT;
00032L*                CONTROL TABLE 200 TO 500 FOR THE EXTENSIONS
0032La* 10/2026  RF    PRINT THE TABLE CAPACITY REPORT - THE CONTROL
0032Lb*                TABLE'S HIGH-WATER MARK AGAINST ITS LIMIT
0032va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTATI AND
0032vb*                WRITE ONE ON THE NEW FILSTATO GENERATION
0032vc* 10/2026  RF    SKIP THE TAX-YEAR CLOSE RECORD (FC-FILE-TYPE "C")
0032vd*                WHEN MATCHING AN ACKNOWLEDGMENT
0032ve* 10/2026  RF    POST EVERY ALERT TO THE OPERATIONS ALERT
0032vf*                REGISTER (CCCW9207) - A REJECT AS SEVERITY 2,
0032vg*                THE REST AS SEVERITY 3
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000890      COPY C2INX003.
000900
000910      COPY C2INX006.
0009va
0009vb      COPY CLCWW166.
00910a
00910b      COPY CLCWW133.
000920
000930  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9165".
000940
00111c* AND CONTROL TOTALS RIDE THROUGH UNTOUCHED; ONLY THE FIELDS
00111d* THE ACKNOWLEDGMENT UPDATES ARE NAMED IN THE OVERLAY.
001120  01  WS-CTL-TABLE.
001130      05  WS-CTL-ENTRY            OCCURS 500 TIMES.
001135          10  WS-CTL-RCD-IMAGE        PIC X(100).
001137          10  FILLER REDEFINES WS-CTL-RCD-IMAGE.
001140              15  WS-CTL-TAX-YEAR     PIC 9(04).
001190              15  WS-CTL-REPLACE-DUE  PIC 9(08).
001192              15  FILLER              PIC X(40).
001194              15  WS-CTL-FILE-TYPE    PIC X(01).
001195              15  WS-CTL-EXT-TIN      PIC X(09).
001196              15  WS-CTL-EXT-STREAM   PIC X(01).
001197              15  WS-CTL-EXTENDED-DUE PIC 9(08).
001198              15  FILLER              PIC X(09).
001200
001210  77  WS-CTL-COUNT                PIC 9(03) COMP VALUE ZERO.
001220  77  WS-CTL-TABLE-MAX            PIC 9(03) COMP VALUE 500.
001230  77  WS-CTL-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001240  77  WS-CTL-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001242  77  WS-EXT-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001244
001246* THE FILING DEADLINE IN EFFECT FOR A TAX YEAR - MARCH 31 OF
001248* THE FOLLOWING YEAR (THE ELECTRONIC 1099-MISC DATE), OR THE
00124A* LATEST 1099-MISC EXTENDED DUE DATE CCCW9166 REGISTERED FOR
00124B* THE YEAR.  WS-EXTENDED-DEADLINE STAYS ZERO WITH NO EXTENSION.
00124C  01  WS-DEADLINE-WORK.
00124D      05  WS-DEADLINE-YEAR        PIC 9(04).
00124E      05  WS-DEADLINE-MMDD        PIC 9(04).
00124F  01  WS-DEADLINE REDEFINES WS-DEADLINE-WORK
00124G                                  PIC 9(08).
00124H  77  WS-DEADLINE-TAX-YEAR        PIC 9(04) VALUE ZERO.
00124I  77  WS-EXTENDED-DEADLINE        PIC 9(08) VALUE ZERO.
00124J  77  WS-EXTENDED-REPLACEMENTS    PIC 9(09) COMP VALUE ZERO.
001250
001260  01  WS-ALERT-LINE.
001270      05  FILLER                  PIC X(02) VALUE SPACES.
001590      COPY C2INZ001.
001600
001610      OPEN INPUT FILING-STATUS-IN.
0016va      PERFORM 1005-CHECK-FSTAT-LAYOUT THRU 1005-EXIT.
001620      PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
001630          UNTIL WS-CTL-EOF.
001640      CLOSE FILING-STATUS-IN.
001670
001680  1000-EXIT.
001690      EXIT.
0016vb
0016vc* 1005-CHECK-FSTAT-LAYOUT
0016vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0016ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0016vf*   READ SEES END OF FILE.
0016vg  1005-CHECK-FSTAT-LAYOUT.
0016vh
0016vi      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0016vj      MOVE "FILSTATI"             TO WS-LV-CHECK-DDNAME.
0016vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0016vl      READ FILING-STATUS-IN INTO LAYOUT-HEADER-RCD
0016vm          AT END
0016vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0016vo      END-READ.
0016vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0016vq
0016vr      IF WS-LV-FILE-EMPTY
0016vs          CLOSE FILING-STATUS-IN
0016vt          OPEN INPUT FILING-STATUS-IN
0016vu      END-IF.
0016vv
0016vw  1005-EXIT.
0016vx      EXIT.
001700
001710  1100-LOAD-CONTROL.
001720
002190          MOVE ZERO               TO ALT-DUE
002200          MOVE WS-ALERT-LINE      TO CC-E01W-DISPLAY-RCD
002210          PERFORM 8999-WRITE-SYSOUT
02210a          MOVE SPACES             TO ALERT-POST-AREA
02210b          MOVE "3"                TO ALP-SEVERITY
02210c          MOVE "FIREACK"          TO ALP-ALERT-CODE
02210d          PERFORM 2900-POST-ALERT THRU 2900-EXIT
002220          GO TO 2000-EXIT
002230      END-IF.
002240
002290      MOVE FA-REPLACEMENT-DUE
002300                  TO WS-CTL-REPLACE-DUE (WS-CTL-MATCHED-SUB).
002310
02310a*   A FILE REJECTED UNDER AN EXTENSION IS TIMELY IF ITS
02310b*   REPLACEMENT IS IN BY THE EXTENDED DUE DATE, SO THE LATER
02310c*   OF THE TWO DATES IS THE ONE OPERATIONS WORKS TO.
02310d      IF FA-REJECTED
02310e          MOVE FA-TAX-YEAR        TO WS-DEADLINE-TAX-YEAR
02310f          PERFORM 3200-FIND-DEADLINE THRU 3200-EXIT
02310g          IF WS-EXTENDED-DEADLINE > FA-REPLACEMENT-DUE
02310h              MOVE WS-EXTENDED-DEADLINE
02310i                  TO WS-CTL-REPLACE-DUE (WS-CTL-MATCHED-SUB)
02310j              ADD 1 TO WS-EXTENDED-REPLACEMENTS
02310k          END-IF
02310l      END-IF.
02310m
002320      EVALUATE TRUE
002330          WHEN FA-REJECTED
002340              ADD 1 TO WS-REJECTS
002370                                  TO ALT-TEXT
002380              MOVE FA-TAX-YEAR    TO ALT-YEAR
002390              MOVE FA-FILE-SEQ    TO ALT-SEQ
002400              MOVE WS-CTL-REPLACE-DUE (WS-CTL-MATCHED-SUB)
002405                                  TO ALT-DUE
002410              MOVE WS-ALERT-LINE  TO CC-E01W-DISPLAY-RCD
002420              PERFORM 8999-WRITE-SYSOUT
02420a              MOVE SPACES         TO ALERT-POST-AREA
02420b              MOVE "2"            TO ALP-SEVERITY
02420c              MOVE "FIREREJ"      TO ALP-ALERT-CODE
02420d              PERFORM 2900-POST-ALERT THRU 2900-EXIT
002430          WHEN FA-ACCEPTED-W-ERRORS
002440              ADD 1 TO WS-ACCEPT-W-ERRORS
002450              MOVE SPACES TO WS-ALERT-LINE
002500              MOVE ZERO           TO ALT-DUE
002510              MOVE WS-ALERT-LINE  TO CC-E01W-DISPLAY-RCD
002520              PERFORM 8999-WRITE-SYSOUT
02520a              MOVE SPACES         TO ALERT-POST-AREA
02520b              MOVE "3"            TO ALP-SEVERITY
02520c              MOVE "FIREERR"      TO ALP-ALERT-CODE
02520d              PERFORM 2900-POST-ALERT THRU 2900-EXIT
002530          WHEN OTHER
002540              CONTINUE
002550      END-EVALUATE.
002610
02610a*   AN IRS FIRE ACKNOWLEDGMENT ANSWERS A FIRE TRANSMISSION -
02610b*   A STATE RECORD (FC-FILE-TYPE "S") SHARING THE YEAR AND
02610c*   SEQUENCE IS NOT THE ONE THE IRS IS TALKING ABOUT, AND
02610d*   AN 8809 EXTENSION RECORD ("X") AND A TAX-YEAR CLOSE
02610e*   RECORD ("C") CONTROL NO FILE AT ALL.
002620      IF FA-TAX-YEAR = WS-CTL-TAX-YEAR (WS-CTL-TBL-SUB)
002630          AND FA-FILE-SEQ = WS-CTL-FILE-SEQ (WS-CTL-TBL-SUB)
00263a          AND WS-CTL-FILE-TYPE (WS-CTL-TBL-SUB) NOT = "S"
00263b          AND WS-CTL-FILE-TYPE (WS-CTL-TBL-SUB) NOT = "X"
00263c          AND WS-CTL-FILE-TYPE (WS-CTL-TBL-SUB) NOT = "C"
002640          MOVE "Y" TO WS-CTL-FOUND-SW
002650          MOVE WS-CTL-TBL-SUB TO WS-CTL-MATCHED-SUB
002660      END-IF.
002680  2100-EXIT.
002690      EXIT.
002700
02700a* 2900-POST-ALERT
02700b*   POSTS THE ALERT JUST WRITTEN TO SYSOUT (WS-ALERT-LINE) TO
02700c*   THE OPERATIONS ALERT REGISTER.  THE CALLER HAS SET THE
02700d*   SEVERITY AND ALERT CODE.  A REGISTER THAT CANNOT BE
02700e*   WRITTEN IS NOTED ON SYSOUT AND THE RUN CARRIES ON.
02700f  2900-POST-ALERT.
02700g
02700h      MOVE "CCCW9165"             TO ALP-SOURCE-PGM.
02700i      MOVE ALT-YEAR               TO ALP-TAX-YEAR.
02700j      MOVE "SEQ"                  TO ALP-RUN-REF.
02700k      MOVE ALT-SEQ                TO ALP-RUN-REF (5:3).
02700l      MOVE WS-ALERT-LINE (3:48)   TO ALP-ALERT-TEXT.
02700m      IF ALT-DUE > ZERO
02700n          MOVE " DUE"             TO ALP-ALERT-TEXT (49:4)
02700o          MOVE ALT-DUE            TO ALP-ALERT-TEXT (53:8)
02700p      END-IF.
02700q
02700r      CALL "CCCW9207" USING ALERT-POST-AREA.
02700s
02700t      IF ALP-REGISTER-UNAVAILABLE
02700u          MOVE "*ALERT REGISTER UNAVAILABLE - ALERT NOT POSTED"
02700v                                  TO CC-E01W-DISPLAY-RCD
02700w          PERFORM 8999-WRITE-SYSOUT
02700x      END-IF.
02700y
02700z  2900-EXIT.
02700A      EXIT.
02700B
002710* 3000-CHECK-UNANSWERED
002720*   A TRANSMISSION STILL SITTING AT 'SENT' AFTER THIS CYCLE'S
002730*   ACKNOWLEDGMENTS IS LISTED - THE IRS USUALLY ANSWERS IN
002900                                  TO ALT-TEXT
002910          MOVE WS-CTL-TAX-YEAR (WS-CTL-TBL-SUB) TO ALT-YEAR
002920          MOVE WS-CTL-FILE-SEQ (WS-CTL-TBL-SUB) TO ALT-SEQ
002922          MOVE WS-CTL-TAX-YEAR (WS-CTL-TBL-SUB)
002924                                  TO WS-DEADLINE-TAX-YEAR
002926          PERFORM 3200-FIND-DEADLINE THRU 3200-EXIT
002930          MOVE WS-DEADLINE        TO ALT-DUE
002940          MOVE WS-ALERT-LINE      TO CC-E01W-DISPLAY-RCD
002950          PERFORM 8999-WRITE-SYSOUT
02950a          MOVE SPACES             TO ALERT-POST-AREA
02950b          MOVE "3"                TO ALP-SEVERITY
02950c          MOVE "FIRENOAN"         TO ALP-ALERT-CODE
02950d          PERFORM 2900-POST-ALERT THRU 2900-EXIT
002960      END-IF.
002970
002980  3100-EXIT.
002990      EXIT.
002992
002994* 3200-FIND-DEADLINE
002996*   FILING DEADLINE IN EFFECT FOR WS-DEADLINE-TAX-YEAR - THE
002998*   ELECTRONIC 1099-MISC DATE, MOVED OUT BY THE LATEST 1099-MISC
00299A*   EXTENSION ON THE CONTROL FILE FOR THAT YEAR.
00299B  3200-FIND-DEADLINE.
00299C
00299D      COMPUTE WS-DEADLINE-YEAR = WS-DEADLINE-TAX-YEAR + 1.
00299E      MOVE 0331 TO WS-DEADLINE-MMDD.
00299F      MOVE ZERO TO WS-EXTENDED-DEADLINE.
00299G
00299H      PERFORM 3210-CHECK-EXTENSION THRU 3210-EXIT
00299I          VARYING WS-EXT-TBL-SUB FROM 1 BY 1
00299J          UNTIL WS-EXT-TBL-SUB > WS-CTL-COUNT.
00299K
00299L      IF WS-EXTENDED-DEADLINE > WS-DEADLINE
00299M          MOVE WS-EXTENDED-DEADLINE TO WS-DEADLINE
00299N      END-IF.
00299O
00299P  3200-EXIT.
00299Q      EXIT.
00299R
00299S  3210-CHECK-EXTENSION.
00299T
00299U      IF WS-CTL-FILE-TYPE (WS-EXT-TBL-SUB) = "X"
00299V          AND WS-CTL-TAX-YEAR (WS-EXT-TBL-SUB) =
00299W              WS-DEADLINE-TAX-YEAR
00299X          AND WS-CTL-EXT-STREAM (WS-EXT-TBL-SUB) = "M"
00299Y          AND WS-CTL-EXTENDED-DUE (WS-EXT-TBL-SUB) >
00299Z              WS-EXTENDED-DEADLINE
0299Z1          MOVE WS-CTL-EXTENDED-DUE (WS-EXT-TBL-SUB)
0299Z2                                  TO WS-EXTENDED-DEADLINE
0299Z3      END-IF.
0299Z4
0299Z5  3210-EXIT.
0299Z6      EXIT.
003000
003010  4000-WRITE-CONTROL.
003020
003030      OPEN OUTPUT FILING-STATUS-OUT.
0030va      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0030vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0030vc      WRITE FILING-STATUS-OUT-RCD FROM LAYOUT-HEADER-RCD.
003040
003050      PERFORM 4100-WRITE-CTL-RCD THRU 4100-EXIT
003060          VARYING WS-CTL-TBL-SUB FROM 1 BY 1
003590      MOVE WS-STILL-UNANSWERED    TO SCR-COUNT.
003600      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003610      PERFORM 8999-WRITE-SYSOUT.
003612
003614      MOVE "REPLACEMENTS DUE EXTENDED:" TO SCR-LITERAL.
003616      MOVE WS-EXTENDED-REPLACEMENTS TO SCR-COUNT.
003618      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
00361A      PERFORM 8999-WRITE-SYSOUT.
003620
03620a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
03620b
003630      COPY C2INZ003.
003640
003650      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
003660
003670  8000-EXIT.
003680      EXIT.
03680a
03680b* 8980-NOTE-TABLE-CAPACITY
03680c*   NOTES THE CONTROL TABLE'S HIGH-WATER MARK AGAINST ITS
03680d*   LIMIT AND PRINTS THE CAPACITY REPORT.  A FULL TABLE
03680e*   ABENDS TBLFL, SO IT NEVER DROPS AN ENTRY.
03680f  8980-NOTE-TABLE-CAPACITY.
03680g
03680h      MOVE "FILING STATUS CONTROL"  TO TC-NOTE-NAME.
03680i      MOVE WS-CTL-TABLE-MAX         TO TC-NOTE-LIMIT.
03680j      MOVE WS-CTL-COUNT             TO TC-NOTE-HIGH.
03680k      MOVE ZERO                     TO TC-NOTE-DROPPED.
03680l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
03680m
03680n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
03680o
03680p  8980-EXIT.
03680q      EXIT.
003690
003700* 8900-SET-RETURN-CODE
003710*   RC=0 EVERY TRANSMISSION CLEANLY ACCEPTED; RC=4 ACCEPTED-
003870  8900-EXIT.
003880      EXIT.
003890
03890a      COPY CLCWW134.
03890b
0039va      COPY CLCWW167.
0039vb
003900      COPY C2INZ002.
003910
003920      COPY C2INZ004.
