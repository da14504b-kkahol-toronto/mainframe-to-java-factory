000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW085           USED BY: CCCW9100
00006a*                                                   CCCW9217
000070*------------------------------------------------------------
000080* W-8 CERTIFICATION RECORD
000090* RECORD LENGTH = 60
