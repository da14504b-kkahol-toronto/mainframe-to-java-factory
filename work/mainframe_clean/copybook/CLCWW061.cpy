000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW061           USED BY: CCCW9150
000070*                                                   CCCW9160
000075*                                                   CCCW9202
000080*------------------------------------------------------------
000090* PAYER/FILER REFERENCE MASTER RECORD
000100* RECORD LENGTH = 120
