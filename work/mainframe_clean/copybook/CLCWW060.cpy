000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW060           USED BY: CCCW9122
000065*                                                   CCCW9199
000070*------------------------------------------------------------
000080* IRS BULK TIN MATCHING RESPONSE RECORD
000090* RECORD LENGTH = 60
