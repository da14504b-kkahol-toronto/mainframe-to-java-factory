000070*                                                   CCCW9159
000080*                                                   CCMR6340
000090*                                                   CCMR6350
000095*                                                   CCCW9206
000100*------------------------------------------------------------
000110* REPORT REPOSITORY RECORD
000120* RECORD LENGTH = 180
