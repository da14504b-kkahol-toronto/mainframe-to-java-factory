000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW109           USED BY: CCMR6315
000070*                                                   CCMR6375
000075*                                                   CCCW9206
000080*------------------------------------------------------------
000090* PAYEE-INQUIRY ACCESS AUDIT RECORD
000100* RECORD LENGTH = 60
