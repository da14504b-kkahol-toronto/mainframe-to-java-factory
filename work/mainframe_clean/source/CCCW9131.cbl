000240*                      TO THE FLAT STATUTORY .3000 EVERY
000250*                      PRE-CUTOVER RECORD WAS WITHHELD AT,
000260*                      AND THE W-8 STANDING TO "N" (NONE).
000262*                VMS - VENDOR/PAYEE MASTER (CLCWW037), 49
000264*                      TO 80 BYTES.  NO W-9 CLASSIFICATION
000266*                      WAS KEPT BEFORE THE CUTOVER, SO THE
000268*                      CLASS FIELDS START BLANK (NOT ON
000269*                      FILE - REPORTABLE) AND THE DATE ZERO.
000270*              THE OLD RECORD IS THE FIRST N BYTES OF THE
000280*              NEW ONE, SO THE IMAGE CARRIES AND ONLY THE
000290*              TAIL IS FILLED.  RUN ONCE PER FILE AT
000300*              CUTOVER, LIKE THE CCCW9133 TIN CONVERSION.
000310*
000320*  PARM:       FILE KIND (FST/T42/VMS), E.G. PARM='FST'.
000330*
000340******************************************************************
000350*                      MODIFICATION HISTORY
000380* -------- ----  --------------------------------------------
000390* 09/2026  RF    NEW PROGRAM - CLCWW076/CLCWW072 RECORD-
000400*                LENGTH CUTOVER CONVERSION
000402* 10/2026  RF    ADD KIND VMS - CLCWW037 VENDOR MASTER 49 TO
000404*                80 BYTES FOR THE W-9 TAX CLASSIFICATION
000406* 10/2026  RF    SUPERSEDED BY CCCW9200 - THE THREE CUTOVER
000408*                WIDENINGS ARE NOW CLCWW168 CONVERSION STEPS
000410******************************************************************
000420  ENVIRONMENT DIVISION.
000430  CONFIGURATION SECTION.
000600      SELECT T42-NEW-FILE        ASSIGN TO T42NEW
000610          ORGANIZATION IS SEQUENTIAL.
000620
000622      SELECT VMS-OLD-FILE        ASSIGN TO VMSOLD
000624          ORGANIZATION IS SEQUENTIAL.
000626
000628      SELECT VMS-NEW-FILE        ASSIGN TO VMSNEW
00062A          ORGANIZATION IS SEQUENTIAL.
00062B
000630      COPY C2INX004.
000640
000650  DATA DIVISION.
000980      DATA RECORD IS T42-STAGING-RCD.
000990
001000      COPY CLCWW072.
001002
001004  FD  VMS-OLD-FILE
001006      BLOCK CONTAINS 0 RECORDS
001008      RECORDING MODE IS F
00100A      LABEL RECORDS ARE STANDARD
00100B      DATA RECORD IS VMS-OLD-RCD.
00100C
00100D  01  VMS-OLD-RCD                   PIC X(49).
00100E
00100F  FD  VMS-NEW-FILE
00100G      BLOCK CONTAINS 0 RECORDS
00100H      RECORDING MODE IS F
00100I      LABEL RECORDS ARE STANDARD
00100J      DATA RECORD IS VENDOR-MASTER-RCD.
00100K
00100L      COPY CLCWW037.
001010
001020      COPY C2INX005.
001030
001440          WHEN "T42"
001450              PERFORM 3000-CONVERT-T42 THRU 3000-EXIT
001460                  UNTIL WS-IN-EOF
001462          WHEN "VMS"
001464              PERFORM 4000-CONVERT-VMS THRU 4000-EXIT
001466                  UNTIL WS-IN-EOF
001470      END-EVALUATE.
001480
001490      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
001680          WHEN "T42"
001690              OPEN INPUT  T42-OLD-FILE
001700              OPEN OUTPUT T42-NEW-FILE
001702          WHEN "VMS"
001704              OPEN INPUT  VMS-OLD-FILE
001706              OPEN OUTPUT VMS-NEW-FILE
001710          WHEN OTHER
001720              MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
001730              MOVE "PARM1"               TO SAR-RETURN-CODE
002350
002360  3000-EXIT.
002370      EXIT.
002372
002374* 4000-CONVERT-VMS
002376*   THE OLD 49-BYTE VENDOR MASTER RECORD (TIN AND NAME) IS
002378*   THE FIRST 49 BYTES OF THE NEW ONE.  NO W-9 CLASS WAS
00237A*   EVER CAPTURED, SO THE PAYEE CARRIES NONE AND STAYS
00237B*   REPORTABLE UNTIL CCMR6330 RECORDS ITS W-9.
00237C  4000-CONVERT-VMS.
00237D
00237E      READ VMS-OLD-FILE
00237F          AT END
00237G              MOVE "Y" TO WS-IN-EOF-SW
00237H              GO TO 4000-EXIT
00237I      END-READ.
00237J
00237K      ADD 1 TO WS-RECORDS-READ.
00237L
00237M      MOVE SPACES                 TO VENDOR-MASTER-RCD.
00237N      MOVE VMS-OLD-RCD            TO VENDOR-MASTER-RCD (1:49).
00237O      MOVE SPACES                 TO VM-TAX-CLASS.
00237P      MOVE SPACES                 TO VM-LLC-TAX-CLASS.
00237Q      MOVE SPACES                 TO VM-EXEMPT-PAYEE-CODE.
00237R      MOVE ZERO                   TO VM-W9-DATE.
00237S
00237T      WRITE VENDOR-MASTER-RCD.
00237U      ADD 1 TO WS-RECORDS-WRITTEN.
00237V
00237W  4000-EXIT.
00237X      EXIT.
002380
002390  8000-WRAPUP.
002400
002550          WHEN "T42"
002560              CLOSE T42-OLD-FILE
002570              CLOSE T42-NEW-FILE
002572          WHEN "VMS"
002574              CLOSE VMS-OLD-FILE
002576              CLOSE VMS-NEW-FILE
002580      END-EVALUATE.
002590
002600      COPY C2INZ003.
