000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW072           USED BY: CCCW9100
000062*                                                   CCCW9190
000064*                                                   CCCW9214
000070*------------------------------------------------------------
000080* 1042-S STAGING RECORD
000090* RECORD LENGTH = 260
