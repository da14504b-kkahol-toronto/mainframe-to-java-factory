000070*------------------------------------------------------------
000080* RECORDS-RETENTION POLICY TABLE
000090* THE RETENTION PERIOD, IN MONTHS, PER PURGEABLE FILE KIND -
000100* THE SCHEDULE RECORDS MANAGEMENT HANDED DOWN.  LOADED FROM
000110* TABLE RETN OF THE CLCWW135 REFERENCE FILE BY CCCW9196 AND
000120* MAINTAINED BY CCMR6380, THE SAME AS THE CLCWW073 STATE
00120a* RULES TABLE.
000130*   HST = CLCWW044 CORRECTION HISTORY      (10 YEARS)
000140*   STA = CLCWW066 RUN STATISTICS           (7 YEARS)
000150*   RNH = RUN-HISTORY AUDIT FILE            (3 YEARS)
000160*   ARC = CLCWW077 TRANSMITTAL ARCHIVE     (10 YEARS)
000170*   VAU = CLCWW058 VENDOR AUDIT TRAIL       (7 YEARS)
00170a*   IMG = CLCWW181 PAID-ITEM IMAGE HISTORY  (7 YEARS)
00170b*         ADDED AFTER CONVERSION - ITS RETN ENTRY IS A CCMR6380
00170c*         ADD, NOT PART OF THE CLCWW139 IMAGE
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 09/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - RECORDS
000230*                               RETENTION POLICY TABLE
00230a* 10/2026   002    R.FORTUNATE  LOADED FROM THE CLCWW135
00230b*                               REFERENCE FILE (RETN) IN PLACE
00230c*                               OF THE COMPILED VALUES; LIMIT 20
00230d* 10/2026   003    R.FORTUNATE  IMG KIND - PAID-ITEM IMAGE
00230e*                               HISTORY
000240******************************************************************

000250 01  WS-RETENTION-TBL.
000260     05  WS-RET-ENTRY                   OCCURS 20 TIMES.
000270         10  WS-RET-KIND                PIC X(03).
000280         10  WS-RET-MONTHS              PIC 9(03).
000290
000300 77  WS-RET-TBL-MAX                  PIC 9(02) COMP VALUE ZERO.
000310 77  WS-RET-TBL-LIMIT                PIC 9(02) COMP VALUE 20.
000320 77  WS-RET-ENTRY-LEN                PIC 9(02) COMP VALUE 6.
000330 77  WS-RET-DROPPED                  PIC 9(07) COMP VALUE ZERO.

000380******************  END OF COPYLIB CLCWW112  *****************
