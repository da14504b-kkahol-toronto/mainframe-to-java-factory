000312* 09/2026  RF    ADD TIN AND PIECE-OF-SET AS MINOR SORT KEYS
000314*                SO A HOUSEHOLDED SET STAYS CONTIGUOUS AND
000316*                IN ORDER THROUGH THE ZIP PRESORT
0003va* 10/2026  RF    WIDEN THE RECIPIENT-COPY RECORD IMAGES TO THE
0003vb*                360-BYTE CLCWW031 RECORD (FOREIGN ADDRESS).
0003vc* 10/2026  RF    A FOREIGN-ADDRESS PIECE (RCP-FOREIGN-ADDRESS)
0003vd*                BYPASSES THE ZIP PRESORT AND TRAYS AND GOES TO
0003ve*                THE NEW INTERNATIONAL MAIL FILE (INTLMAIL)
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000490
000500      SELECT PRESORT-MANIFEST-FILE ASSIGN TO PRESMAN
000510          ORGANIZATION IS SEQUENTIAL.
0005va
0005vb      SELECT INTL-MAIL-FILE      ASSIGN TO INTLMAIL
0005vc          ORGANIZATION IS SEQUENTIAL.
000520
000530      COPY C2INX004.
000540
00073d*     HOLD-ENVELOPE-OPEN LOGIC.
00073e      05  RS-TIN                    PIC X(09).
00073f      05  RS-SET-SEQ                PIC 9(02).
000740      05  RS-DETAIL                 PIC X(360).
000750
000760  FD  PRESORT-MAIL-FILE
000770      BLOCK CONTAINS 0 RECORDS
000790      LABEL RECORDS ARE STANDARD
000800      DATA RECORD IS PRESORT-MAIL-RCD.
000810
000820  01  PRESORT-MAIL-RCD              PIC X(360).
000830
000840  FD  PRESORT-MANIFEST-FILE
000850      BLOCK CONTAINS 0 RECORDS
000880      DATA RECORD IS PRESORT-MANIFEST-RCD.
000890
000900      COPY CLCWW105.
0009va
0009vb* FOREIGN-ADDRESS PIECES, IN RECIPIENT-FILE ORDER, FOR THE
0009vc* INTERNATIONAL MAIL STREAM - NO ZIP, SO NO PRESORT OR TRAYS.
0009vd  FD  INTL-MAIL-FILE
0009ve      BLOCK CONTAINS 0 RECORDS
0009vf      RECORDING MODE IS F
0009vg      LABEL RECORDS ARE STANDARD
0009vh      DATA RECORD IS INTL-MAIL-RCD.
0009vi
0009vj  01  INTL-MAIL-RCD                 PIC X(360).
000910
000920      COPY C2INX005.
000930
001130      05  WS-PRESORT-PIECES       PIC 9(09) COMP VALUE ZERO.
001140      05  WS-SINGLE-PIECES        PIC 9(09) COMP VALUE ZERO.
001150      05  WS-TRAYS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
0011va      05  WS-INTL-PIECES          PIC 9(09) COMP VALUE ZERO.
001160
001170* USPS QUALIFICATION RULES APPLIED - THE 3-DIGIT GROUP FLOOR
001180* FOR THE PRESORT RATE, THE TRAY CAPACITY, AND THE TRAYS-PER-
001540
001550      OPEN OUTPUT PRESORT-MAIL-FILE.
001560      OPEN OUTPUT PRESORT-MANIFEST-FILE.
0015va      OPEN OUTPUT INTL-MAIL-FILE.
001570
001580  1000-EXIT.
001590      EXIT.
001920      END-READ.
001930
001940      ADD 1 TO WS-PIECES-READ.
0019va
0019vb*   A FOREIGN ADDRESS HAS NO ZIP TO SORT OR TRAY ON - IT GOES
0019vc*   STRAIGHT TO THE INTERNATIONAL MAIL FILE.
0019vd      IF RCP-FOREIGN-ADDRESS
0019ve          WRITE INTL-MAIL-RCD FROM TEN99-RECIP-COPY-RCD
0019vf          ADD 1 TO WS-INTL-PIECES
0019vg          GO TO 2110-EXIT
0019vh      END-IF.
0019vi
001950      MOVE RCP-RECIPIENT-ZIP      TO RS-ZIP.
00195a      MOVE RCP-RECIPIENT-TIN      TO RS-TIN.
00195b      MOVE RCP-SET-SEQ            TO RS-SET-SEQ.
003310      MOVE WS-TRAYS-WRITTEN       TO SCR-COUNT.
003320      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
003330      PERFORM 8999-WRITE-SYSOUT.
0033va
0033vb      MOVE "INTERNATIONAL PIECES:" TO SCR-LITERAL.
0033vc      MOVE WS-INTL-PIECES         TO SCR-COUNT.
0033vd      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0033ve      PERFORM 8999-WRITE-SYSOUT.
003340
003350      COPY C2INZ003.
003360
003470
003480      PRESORT-MAIL-FILE
003490      PRESORT-MANIFEST-FILE
0034va      INTL-MAIL-FILE
003500      RUN-HISTORY-FILE.
003510
003520  9999-EXIT.
