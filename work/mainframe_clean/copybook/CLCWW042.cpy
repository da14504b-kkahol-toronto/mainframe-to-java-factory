000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW042           USED BY: CCCW9100
00006a*                                                   CCCW9217
000070*------------------------------------------------------------
000080* COMPASS ENTITY CODE TABLE
000090* VALIDATES TEN99-COMPASS-ENT-CDE-DATA AGAINST THE SET OF
