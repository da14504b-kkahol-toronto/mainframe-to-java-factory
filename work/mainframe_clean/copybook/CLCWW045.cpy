000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW045           USED BY: CCCW9150
000065*                                                   CCCW9214
000066*                                                   CCCW9216
000070*------------------------------------------------------------
000080* BANK CHECK RETURN/REJECT RECORD
000090* RECORD LENGTH = 40
