000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW049           USED BY: CCCW9120
000070*                                                   CCCW9100
000075*                                                   CCCW9199
000077*                                                   CCCW9201
000078*                                                   CCCW9209
00007a*                                                   CCCW9217
000080*------------------------------------------------------------
000090* MANDATORY BACKUP-WITHHOLDING FLAG RECORD
000100* RECORD LENGTH = 40
