000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW043           USED BY: CCCW9150
000065*                                                   CCCW9201
000070*------------------------------------------------------------
000080* 1099 FILE-SEQUENCE CONTROL RECORD
000090* RECORD LENGTH = 24
