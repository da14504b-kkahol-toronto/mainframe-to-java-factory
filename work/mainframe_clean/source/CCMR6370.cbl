00031C*                SAME REJECT, SO PRICING BOTH ACCRUED THE
00031D*                SAME EXPOSURE TWICE; THE SUSPENSE COUNT
00031E*                STAYS ON THE REPORT UNPRICED
00031F* 10/2026  RF    MEASURE LATE CORRECTIONS AGAINST THE EXTENDED
00031G*                DUE DATE WHEN A FORM 8809 EXTENSION (CCCW9166
00031H*                TYPE 'X' FILING-STATUS RECORD) IS ON FILE FOR
00031I*                THE TAX YEAR'S 1099-MISC STREAM
00031J* 10/2026  RF    COUNT EVERY EXTENSION YEAR THE EXTENSION TABLE
00031K*                COULD NOT HOLD, PRINT THE TABLE CAPACITY
00031L*                REPORT, AND END RC=12 WHEN ANY WAS DROPPED
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON FILSTAT
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
001190      COPY C2INX003.
001200
001210      COPY C2INX006.
0012va
0012vb      COPY CLCWW166.
01210a
01210b      COPY CLCWW133.
001220
001230  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6370".
001240
001330          88  WS-HIST-EOF                 VALUE "Y".
001340      05  WS-FSTAT-EOF-SW         PIC X(01) VALUE "N".
001350          88  WS-FSTAT-EOF                VALUE "Y".
001352      05  WS-EXT-FOUND-SW         PIC X(01) VALUE "N".
001354          88  WS-EXT-FOUND                VALUE "Y".
001360
001370  01  WS-COUNTERS.
001380      05  WS-SUSPENSE-ITEMS       PIC 9(09) COMP VALUE ZERO.
001680  01  WS-DEADLINE REDEFINES WS-DEADLINE-WORK
001690                                  PIC 9(08).
001700  01  WS-CORR-DATE                PIC 9(08) VALUE ZERO.
001702
001704* 1099-MISC EXTENDED DUE DATES BY TAX YEAR, FROM THE FORM 8809
001706* EXTENSION RECORDS ON THE FILING-STATUS FILE.  AN EXTENDED
001708* DATE REPLACES MARCH 31 FOR ITS YEAR'S CORRECTIONS.
00170A  01  WS-EXTENSION-TABLE.
00170B      05  WS-EXT-ENTRY            OCCURS 50 TIMES.
00170C          10  WS-EXT-TAX-YEAR         PIC 9(04).
00170D          10  WS-EXT-EXTENDED-DUE     PIC 9(08).
00170E
00170F  77  WS-EXT-COUNT                PIC 9(02) COMP VALUE ZERO.
00170G  77  WS-EXT-TABLE-MAX            PIC 9(02) COMP VALUE 50.
0170Ga  77  WS-EXT-DROPPED              PIC 9(07) COMP VALUE ZERO.
00170H  77  WS-EXT-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
00170I  77  WS-EXT-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
00170J  77  WS-EXT-SEARCH-YEAR          PIC 9(04) VALUE ZERO.
001710
001720  01  WS-RPT-LINE.
001730      05  FILLER                  PIC X(01) VALUE SPACES.
002050      COPY C2INZ001.
002060
002070      OPEN OUTPUT ACCRUAL-RPT-FILE.
002072
002074      PERFORM 1100-LOAD-EXTENSIONS   THRU 1100-EXIT.
002080
002090  1000-EXIT.
002100      EXIT.
002102
002104* 1100-LOAD-EXTENSIONS
002106*   ONE PASS OF THE FILING-STATUS FILE FOR THE 1099-MISC
002108*   EXTENSION RECORDS, KEEPING THE LATEST EXTENDED DUE DATE
00210A*   PER TAX YEAR.  THE EOF SWITCH IS RESET FOR THE 6000 PASS.
00210B  1100-LOAD-EXTENSIONS.
00210C
00210D      OPEN INPUT FILING-STATUS-FILE.
0021va      PERFORM 1105-CHECK-FSTAT-LAYOUT THRU 1105-EXIT.
00210E      PERFORM 1110-LOAD-EXTENSION-RCD THRU 1110-EXIT
00210F          UNTIL WS-FSTAT-EOF.
00210G      CLOSE FILING-STATUS-FILE.
0210Ga
0210Gb      IF WS-EXT-DROPPED > ZERO
0210Gc          MOVE "*EXT TABLE FULL, DROPPED:" TO SCR-LITERAL
0210Gd          MOVE WS-EXT-DROPPED     TO SCR-COUNT
0210Ge          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
0210Gf          PERFORM 8999-WRITE-SYSOUT
0210Gg      END-IF.
00210H
00210I      MOVE "N" TO WS-FSTAT-EOF-SW.
00210J
00210K  1100-EXIT.
00210L      EXIT.
0021vb
0021vc* 1105-CHECK-FSTAT-LAYOUT
0021vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0021ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0021vf*   READ SEES END OF FILE.  BOTH PASSES COME THROUGH HERE.
0021vg  1105-CHECK-FSTAT-LAYOUT.
0021vh
0021vi      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0021vj      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0021vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0021vl      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0021vm          AT END
0021vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0021vo      END-READ.
0021vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0021vq
0021vr      IF WS-LV-FILE-EMPTY
0021vs          CLOSE FILING-STATUS-FILE
0021vt          OPEN INPUT FILING-STATUS-FILE
0021vu      END-IF.
0021vv
0021vw  1105-EXIT.
0021vx      EXIT.
00210M
00210N  1110-LOAD-EXTENSION-RCD.
00210O
00210P      READ FILING-STATUS-FILE
00210Q          AT END
00210R              MOVE "Y" TO WS-FSTAT-EOF-SW
00210S              GO TO 1110-EXIT
00210T      END-READ.
00210U
00210V      IF NOT FC-TYPE-EXTENSION
00210W          OR NOT FC-EXT-STREAM-MISC
00210X          GO TO 1110-EXIT
00210Y      END-IF.
00210Z
0210Z1      MOVE FC-TAX-YEAR TO WS-EXT-SEARCH-YEAR.
0210Z2      PERFORM 5200-FIND-EXTENSION THRU 5200-EXIT.
0210Z3
0210Z4      IF NOT WS-EXT-FOUND
0210Z5          IF WS-EXT-COUNT NOT < WS-EXT-TABLE-MAX
0210Z6              ADD 1 TO WS-EXT-DROPPED
0210ZA              GO TO 1110-EXIT
0210ZB          END-IF
0210ZC          ADD 1 TO WS-EXT-COUNT
0210ZD          MOVE WS-EXT-COUNT   TO WS-EXT-MATCHED-SUB
0210ZE          MOVE FC-TAX-YEAR
0210ZF                  TO WS-EXT-TAX-YEAR (WS-EXT-MATCHED-SUB)
0210ZG          MOVE ZERO
0210ZH                  TO WS-EXT-EXTENDED-DUE (WS-EXT-MATCHED-SUB)
0210ZI      END-IF.
0210ZJ
0210ZK      IF FC-EXTENDED-DUE >
0210ZL              WS-EXT-EXTENDED-DUE (WS-EXT-MATCHED-SUB)
0210ZM          MOVE FC-EXTENDED-DUE
0210ZN                  TO WS-EXT-EXTENDED-DUE (WS-EXT-MATCHED-SUB)
0210ZO      END-IF.
0210ZP
0210ZQ  1110-EXIT.
0210ZR      EXIT.
002110
002120  2000-COUNT-SUSPENSE.
002130
003120
003130      COMPUTE WS-DEADLINE-YEAR = CH-TAX-YEAR + 1.
003140      MOVE 0331 TO WS-DEADLINE-MMDD.
003142      MOVE CH-TAX-YEAR TO WS-EXT-SEARCH-YEAR.
003144      PERFORM 5200-FIND-EXTENSION THRU 5200-EXIT.
003146      IF WS-EXT-FOUND
003148          AND WS-EXT-EXTENDED-DUE (WS-EXT-MATCHED-SUB) >
00314A              WS-DEADLINE
00314B          MOVE WS-EXT-EXTENDED-DUE (WS-EXT-MATCHED-SUB)
00314C                                  TO WS-DEADLINE
00314D      END-IF.
003150
003160      MOVE CH-PROCESSING-DATE-CEN TO WS-CORR-DATE (1:2).
003170      MOVE CH-PROCESSING-DATE-YR  TO WS-CORR-DATE (3:2).
003240
003250  5100-EXIT.
003260      EXIT.
003262
003264* 5200-FIND-EXTENSION
003266*   LOOKS UP WS-EXT-SEARCH-YEAR ON THE EXTENSION TABLE.
003268  5200-FIND-EXTENSION.
00326A
00326B      MOVE "N" TO WS-EXT-FOUND-SW.
00326C      MOVE ZERO TO WS-EXT-MATCHED-SUB.
00326D
00326E      PERFORM 5210-SEARCH-EXTENSION THRU 5210-EXIT
00326F          VARYING WS-EXT-TBL-SUB FROM 1 BY 1
00326G          UNTIL WS-EXT-TBL-SUB > WS-EXT-COUNT
00326H             OR WS-EXT-FOUND.
00326I
00326J  5200-EXIT.
00326K      EXIT.
00326L
00326M  5210-SEARCH-EXTENSION.
00326N
00326O      IF WS-EXT-SEARCH-YEAR = WS-EXT-TAX-YEAR (WS-EXT-TBL-SUB)
00326P          MOVE "Y" TO WS-EXT-FOUND-SW
00326Q          MOVE WS-EXT-TBL-SUB TO WS-EXT-MATCHED-SUB
00326R      END-IF.
00326S
00326T  5210-EXIT.
00326U      EXIT.
003270
003280  6000-COUNT-UNACCEPTED.
003290
003300      OPEN INPUT FILING-STATUS-FILE.
0033va      PERFORM 1105-CHECK-FSTAT-LAYOUT THRU 1105-EXIT.
003310      PERFORM 6100-COUNT-FSTAT-RCD THRU 6100-EXIT
003320          UNTIL WS-FSTAT-EOF.
003330      CLOSE FILING-STATUS-FILE.
004590      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004600      PERFORM 8999-WRITE-SYSOUT.
004610
04610a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04610b
004620      COPY C2INZ003.
004630
004640      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004650
004660  8000-EXIT.
004670      EXIT.
04670a
04670b* 8980-NOTE-TABLE-CAPACITY
04670c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
04670d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
04670e*   DROPPED ENTRY ENDS THE RUN RC=12.
04670f  8980-NOTE-TABLE-CAPACITY.
04670g
04670h      MOVE "EXTENSION YEARS"        TO TC-NOTE-NAME.
04670i      MOVE WS-EXT-TABLE-MAX         TO TC-NOTE-LIMIT.
04670j      MOVE WS-EXT-COUNT             TO TC-NOTE-HIGH.
04670k      MOVE WS-EXT-DROPPED           TO TC-NOTE-DROPPED.
04670l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04670m
04670n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04670o
04670p      IF TC-TABLE-OVERFLOW
04670q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
04670r      END-IF.
04670s
04670t  8980-EXIT.
04670u      EXIT.
004680
04680a      COPY CLCWW134.
04680b
0046va      COPY CLCWW167.
0046vb
004690      COPY C2INZ002.
004700
004710      COPY C2INZ004.
