000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW028           USED BY: CCCW9100
000070*                                                   CCCW9150
000075*                                                   CCCW9202
000080*------------------------------------------------------------
000090* 1099 SUSPENSE REPORT RECORD
000100* RECORD LENGTH = 100
