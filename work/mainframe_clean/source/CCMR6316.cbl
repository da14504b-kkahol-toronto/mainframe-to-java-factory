000354*                CCYYMMDD IN THE START/END STAMPS - THE RAW
000356*                FORM MISCOLLATES ACROSS THE YEAR BOUNDARY
000358*                AND THE ABEND FLAG FIRED ON THE WRONG RUNS
00358a* 10/2026  RF    COUNT THE HISTORY RECORDS FOR PROGRAMS THE
00358b*                PROGRAM TABLE COULD NOT HOLD AND SHOW THE COUNT
00358c*                ON THE SCREEN - A FULL TABLE NO LONGER HIDES A
00358d*                PROGRAM'S RUNS SILENTLY
0035va* 10/2026  RF    STEP OVER THE CLCWW166 LAYOUT HEADER THAT NOW
0035vb*                LEADS THE CLCWW076 FILING-STATUS FILE
0035vc* 10/2026  RF    WIDEN THE HELD-RECORD IMAGE TO THE 468-BYTE
0035vd*                CLCWW041 RECORD (FOREIGN-ADDRESS TAIL).
000360******************************************************************
000370  ENVIRONMENT DIVISION.
000380  CONFIGURATION SECTION.
000810
000820* THE HELD AND SUSPENSE RECORDS ARE ONLY COUNTED - A ONE-BYTE
000830* SLIVER IS ENOUGH TO DRIVE THE BROWSE.
000840  01  WS-HELD-SLIVER              PIC X(468).
000850  01  WS-SUSP-SLIVER              PIC X(100).
000860
000870* LAST START/END PER PROGRAM, PAIRED AS THE HISTORY IS READ -
000940
000950  77  WS-PGM-COUNT                PIC 9(02) COMP VALUE ZERO.
000960  77  WS-PGM-TABLE-MAX            PIC 9(02) COMP VALUE 30.
00960a  77  WS-PGM-DROPPED              PIC 9(07) COMP VALUE ZERO.
000970  77  WS-PGM-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
000980  77  WS-PGM-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
000990  77  WS-PGM-STAMP                PIC X(14) VALUE SPACES.
001940          MOVE "Y" TO WS-FSTAT-DONE-SW
001950          GO TO 2100-EXIT
001960      END-IF.
0019va
0019vb*     THE FIRST RECORD OF THE FILE IS ITS CLCWW166 LAYOUT HEADER,
0019vc*     NOT A TRANSMISSION.
0019vd      IF FILING-STATUS-RCD (1:8) = "@@LAYOUT"
0019ve          GO TO 2100-EXIT
0019vf      END-IF.
001970
001980      IF WS-SCREEN-SUB < 12
001990          ADD 1 TO WS-SCREEN-SUB
002680              MOVE SPACES
002690                  TO WS-PGM-LAST-END (WS-PGM-MATCHED-SUB)
002700          ELSE
02700a              ADD 1 TO WS-PGM-DROPPED
002710              GO TO 3100-EXIT
002720          END-IF
002730      END-IF.
003770
003780* 5000-BUILD-PGM-LINES
003790*   ONE LINE PER PROGRAM - AN OPEN START (NEWER THAN THE
003800*   LAST END) FLAGS AS AN ABEND - THEN THE HISTORY RECORDS
03800a*   THE PROGRAM TABLE COULD NOT HOLD, IF ANY, AND THE WORK
03800b*   COUNTS.
003810  5000-BUILD-PGM-LINES.
003820
003830      PERFORM 5100-BUILD-PGM-LINE THRU 5100-EXIT
003840          VARYING WS-PGM-TBL-SUB FROM 1 BY 1
003850          UNTIL WS-PGM-TBL-SUB > WS-PGM-COUNT.
03850a
03850b      IF WS-PGM-DROPPED > ZERO
03850c          AND WS-SCREEN-SUB < 22
03850d          ADD 1 TO WS-SCREEN-SUB
03850e          MOVE "*PROGRAM TABLE FULL:" TO CTL-LITERAL
03850f          MOVE WS-PGM-DROPPED     TO CTL-COUNT
03850g          MOVE WS-COUNT-LINE
03850h              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
03850i      END-IF.
003860
003870      IF WS-SCREEN-SUB < 22
003880          ADD 1 TO WS-SCREEN-SUB
