000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW098           USED BY: CCCW9100
000065*                                                   CCCW9205
000066*                                                   CCCW9214
000070*------------------------------------------------------------
000080* GENERAL-LEDGER JOURNAL EXTRACT RECORD
000090* RECORD LENGTH = 60
000200******************************************************************
000210* 09/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - GL
000220*                               JOURNAL EXTRACT
000221* 10/2026   002    R.FORTUNATE  CCCW9205 PAYEE REPAYMENT
000222*                               JOURNALS CARRY RUN SEQUENCE
000223*                               ZERO AND NEGATIVE AMOUNTS - NO
000224*                               LAYOUT CHANGE
000230******************************************************************

000240 01  GL-JOURNAL-RCD.
