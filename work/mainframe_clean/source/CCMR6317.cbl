000200*              FROM THE CLCWW078 HISTORY AND ANY REISSUE
000210*              LINKAGE FROM THE CLCWW099 TRANSACTIONS - THE
000220*              "HAS MY CHECK BEEN CASHED" CALL, ANSWERED AT
000230*              THE COUNTER.  A CHECK THE BANK HAS PAID ALSO
00230a*              SHOWS ITS PAID DATE, AMOUNT AND THE BANK'S IMAGE
00230b*              REFERENCE FROM THE CLCWW181 PAID-ITEM IMAGE
00230c*              HISTORY (CCCW9211), SO THE ENDORSEMENT CAN BE
00230d*              ASKED FOR BY REFERENCE (CCCW9212).
000240*
000250*  FILES:      OCREG    - ESDS, BROWSED BY RBA
000260*              STOPVOID - ESDS, BROWSED BY RBA
000270*              REISSTRN - ESDS, BROWSED BY RBA
00270a*              PAIDIMG  - ESDS, BROWSED BY RBA
000280*
000290******************************************************************
000300*                      MODIFICATION HISTORY
000330* -------- ----  --------------------------------------------
000340* 09/2026  RF    NEW PROGRAM - CICS CHECK-STATUS INQUIRY
000350*                (TRANSID CW97)
0003va* 10/2026  RF    STEP OVER THE CLCWW166 LAYOUT HEADER THAT NOW
0003vb*                LEADS THE CLCWW053 REGISTER IN THE BROWSE
0003vc* 10/2026  RF    SHOW THE PAID DATE, AMOUNT AND BANK IMAGE
0003vd*                REFERENCE FROM THE CLCWW181 IMAGE HISTORY
000360******************************************************************
000370  ENVIRONMENT DIVISION.
000380  CONFIGURATION SECTION.
000480      COPY CLCWW078.
000490
000500      COPY CLCWW099.
00500a
00500b      COPY CLCWW181.
000510
000520  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6317".
000530
000600          88  WS-REI-DONE                 VALUE "Y".
000610      05  WS-REG-FOUND-SW         PIC X(01) VALUE "N".
000620          88  WS-REG-FOUND                VALUE "Y".
00620a      05  WS-IMG-DONE-SW          PIC X(01) VALUE "N".
00620b          88  WS-IMG-DONE                 VALUE "Y".
00620c      05  WS-IMG-FOUND-SW         PIC X(01) VALUE "N".
00620d          88  WS-IMG-FOUND                VALUE "Y".
000630
000640  77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000650  77  WS-REG-RBA                  PIC S9(08) COMP VALUE ZERO.
000660  77  WS-SV-RBA                   PIC S9(08) COMP VALUE ZERO.
000670  77  WS-REI-RBA                  PIC S9(08) COMP VALUE ZERO.
00670a  77  WS-IMG-RBA                  PIC S9(08) COMP VALUE ZERO.
000680
000690* TERMINAL INPUT - THE TRANSID, BRANCH CODE, AND ONSITE
000700* CHECK NUMBER.
001150      05  FILLER                  PIC X(04) VALUE " ON ".
001160      05  REL-DATE                PIC 9(08).
001170      05  FILLER                  PIC X(38) VALUE SPACES.
01170a
01170b  01  WS-IMG-LINE.
01170c      05  FILLER                  PIC X(06) VALUE " PAID ".
01170d      05  IML-PAID-DATE           PIC 9(08).
01170e      05  FILLER                  PIC X(01) VALUE SPACES.
01170f      05  IML-AMOUNT              PIC -,---,---,--9.99.
01170g      05  FILLER                  PIC X(07) VALUE " IMAGE ".
01170h      05  IML-IMAGE-REF           PIC X(40).
01170i      05  FILLER                  PIC X(02) VALUE SPACES.
001180
001190  PROCEDURE DIVISION.
001200
001660      PERFORM 3000-BROWSE-REGISTER  THRU 3000-EXIT.
001670      PERFORM 4000-BROWSE-STOPVOID  THRU 4000-EXIT.
001680      PERFORM 5000-BROWSE-REISSUE   THRU 5000-EXIT.
01680a      PERFORM 5500-BROWSE-IMAGES    THRU 5500-EXIT.
001690
001700      IF NOT WS-REG-FOUND
001710          ADD 1 TO WS-SCREEN-SUB
01710a          IF WS-IMG-FOUND
01710b              MOVE " NOT ON REGISTER - PAID BY THE BANK"
01710c                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
01710d          ELSE
001720              MOVE " NOT ON REGISTER - PAID OFF OR NEVER ISSUED"
001730                  TO WS-SCREEN-LINE (WS-SCREEN-SUB)
01730a          END-IF
001740      END-IF.
001750
001760  2000-EXIT.
002150          MOVE "Y" TO WS-REG-DONE-SW
002160          GO TO 3100-EXIT
002170      END-IF.
0021va
0021vb*     THE FIRST RECORD OF THE REGISTER IS ITS CLCWW166 LAYOUT
0021vc*     HEADER, NOT AN ITEM.
0021vd      IF OC-REGISTER-RCD (1:8) = "@@LAYOUT"
0021ve          GO TO 3100-EXIT
0021vf      END-IF.
002180
002190      IF OC-ISSUING-BR-CODE NOT = WS-WANT-BR
002200          OR OC-ONSITE-CHK-NUM NOT = WS-WANT-CHK
003630
003640  5100-EXIT.
003650      EXIT.
03650a
03650b* 5500-BROWSE-IMAGES
03650c*   THE BANK'S IMAGE INDEX ENTRIES FOR THE CHECK - NORMALLY ONE,
03650d*   MORE WHEN THE BANK RE-PRESENTED OR RE-IMAGED THE ITEM.
03650e  5500-BROWSE-IMAGES.
03650f
03650g      MOVE ZERO TO WS-IMG-RBA.
03650h      EXEC CICS STARTBR
03650i          DATASET ('PAIDIMG')
03650j          RIDFLD (WS-IMG-RBA)
03650k          RBA
03650l          RESP (WS-RESP)
03650m      END-EXEC.
03650n
03650o      IF WS-RESP NOT = DFHRESP(NORMAL)
03650p          GO TO 5500-EXIT
03650q      END-IF.
03650r
03650s      MOVE "N" TO WS-IMG-DONE-SW.
03650t      PERFORM 5600-READ-IMG-NEXT THRU 5600-EXIT
03650u          UNTIL WS-IMG-DONE.
03650v
03650w      EXEC CICS ENDBR
03650x          DATASET ('PAIDIMG')
03650y      END-EXEC.
03650z
03651a  5500-EXIT.
03651b      EXIT.
03651c
03651d  5600-READ-IMG-NEXT.
03651e
03651f      EXEC CICS READNEXT
03651g          DATASET ('PAIDIMG')
03651h          INTO (PAID-IMAGE-RCD)
03651i          RIDFLD (WS-IMG-RBA)
03651j          RBA
03651k          RESP (WS-RESP)
03651l      END-EXEC.
03651m
03651n      IF WS-RESP NOT = DFHRESP(NORMAL)
03651o          MOVE "Y" TO WS-IMG-DONE-SW
03651p          GO TO 5600-EXIT
03651q      END-IF.
03651r
03651s*     THE FIRST RECORD OF THE HISTORY IS ITS CLCWW166 LAYOUT
03651t*     HEADER, NOT AN ITEM.
03651u      IF PAID-IMAGE-RCD (1:8) = "@@LAYOUT"
03651v          GO TO 5600-EXIT
03651w      END-IF.
03651x
03651y      IF PI-ISSUING-BR-CODE NOT = WS-WANT-BR
03651z          OR PI-ONSITE-CHK-NUM NOT = WS-WANT-CHK
03652a          GO TO 5600-EXIT
03652b      END-IF.
03652c
03652d      MOVE "Y" TO WS-IMG-FOUND-SW.
03652e
03652f      IF WS-SCREEN-SUB < 18
03652g          ADD 1 TO WS-SCREEN-SUB
03652h          MOVE PI-PAID-DATE       TO IML-PAID-DATE
03652i          MOVE PI-PAID-AMOUNT     TO IML-AMOUNT
03652j          MOVE PI-IMAGE-REF       TO IML-IMAGE-REF
03652k          MOVE WS-IMG-LINE
03652l              TO WS-SCREEN-LINE (WS-SCREEN-SUB)
03652m      END-IF.
03652n
03652o  5600-EXIT.
03652p      EXIT.
003660
003670  6000-SEND-SCREEN.
003680
