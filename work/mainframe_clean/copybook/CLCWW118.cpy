000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW118           USED BY: CCCW9100
000062*                                                   CCCW9210
000064*                                                   CCCW9215
000070*------------------------------------------------------------
000080* BRANCH CHECK-STOCK USAGE RECORD
000090* RECORD LENGTH = 40
000130* THE WRAP-UP REORDER REPORT PROJECTS EXHAUSTION FROM IT SO
000140* A BRANCH IS RESTOCKED BEFORE CHECKS START REJECTING
000150* AGAINST BM-STOCK-HIGH.
000152* THE CENTRAL DESK'S RECORD ALSO CARRIES THE FIRST NUMBER THE
000154* CCCW9215 CENTRAL PRINT HAS ISSUED SINCE CCCW9100 LAST RAN.
000156* CCCW9100 WRITES EVERY RECORD WITHOUT IT, SO A CENTRAL NUMBER
000158* BELOW IT (OR ANY NUMBER, WHEN IT IS BLANK) WENT OUT ON A FEED
00015A* CCCW9100 HAS ALREADY TAKEN.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 09/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BRANCH
000210*                               CHECK-STOCK USAGE
000212* 10/2026   002    R.FORTUNATE  ADD SU-CENTRAL-UNPOSTED-LOW -
000214*                               FILLER REDUCED FROM 13 TO 05
000220******************************************************************

000230 01  STOCK-USAGE-RCD.
000250     05  SU-HIGH-USED                  PIC X(08).
000260     05  SU-PRIOR-HIGH                 PIC X(08).
000270     05  SU-LAST-RUN-DATE              PIC 9(08).
000272     05  SU-CENTRAL-UNPOSTED-LOW       PIC X(08).
000280     05  FILLER                        PIC X(05).

000290******************  END OF COPYLIB CLCWW118  *****************
