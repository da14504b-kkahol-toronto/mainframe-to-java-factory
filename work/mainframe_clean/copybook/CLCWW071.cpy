000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW071           USED BY: CCCW9180
000061*                                                   CCCW9136
000062*                                                   CCCW9210
000070*------------------------------------------------------------
000080* BAD-ADDRESS SUPPRESSION RECORD
000090* RECORD LENGTH = 40
000200******************************************************************
000210* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BAD
000220*                               ADDRESS SUPPRESSION
000221* 10/2026   002    R.FORTUNATE  ADD BA-HOME-BR-CODE - THE BRANCH
000222*                               THE CHARGE GOES TO AFTER A
000223*                               CCCW9210 CONSOLIDATION (SPACES =
000224*                               THE ISSUING BRANCH); FILLER 19
000225*                               TO 16
000230******************************************************************
000240
000250  01  BAD-ADDRESS-RCD.
000260      05  BA-ACCOUNT-NUMBER             PIC X(10).
000270      05  BA-ISSUING-BR-CODE            PIC X(03).
000280      05  BA-FLAG-DATE                  PIC 9(08).
000281* THE BRANCH CHARGED WITH THE RETURNED MAIL WHEN THE ISSUING
000282* BRANCH HAS CLOSED AND BEEN FOLDED INTO ANOTHER (CCCW9210).
000283* SPACES MEAN THE ISSUING BRANCH.
000284      05  BA-HOME-BR-CODE               PIC X(03).
000290      05  FILLER                        PIC X(16).
000300
000310******************************************************************
