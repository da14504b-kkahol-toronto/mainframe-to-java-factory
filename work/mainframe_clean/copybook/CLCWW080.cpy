000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW080           USED BY: CCCW9113
00006a*                                                   CCCW9217
000070*------------------------------------------------------------
000080* TIN MERGE AUDIT RECORD
000090* RECORD LENGTH = 80
