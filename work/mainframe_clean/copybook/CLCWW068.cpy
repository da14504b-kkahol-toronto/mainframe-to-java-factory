000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW068           USED BY: CCCW9150
00006a*                                                   CCCW9217
000070*------------------------------------------------------------
000080* ELECTRONIC-DELIVERY CONSENT RECORD
000090* RECORD LENGTH = 40
