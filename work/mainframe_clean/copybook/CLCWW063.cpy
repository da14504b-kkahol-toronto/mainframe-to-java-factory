000060* COPYLIB MEMBER NAME:  CLCWW063           USED BY: CCCW9100
000070*                                                   CCCW9112
000080*                                                   CCCW9150
000085*                                                   CCCW9201
000090*------------------------------------------------------------
000100* STAGING RUN MANIFEST RECORD
000110* RECORD LENGTH = 60
