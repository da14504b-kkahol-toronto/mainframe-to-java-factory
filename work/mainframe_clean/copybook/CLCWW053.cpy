000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW053           USED BY: CCCW9140
000070*                                                   CCCW9145
000071*                                                   CCCW9198
000072*                                                   CCCW9204
000073*                                                   CCCW9209
000074*                                                   CCCW9210
000075*                                                   CCCW9217
000080*------------------------------------------------------------
000090* OUTSTANDING-CHECK REGISTER RECORD
000100* RECORD LENGTH = 100
000200******************************************************************
000210* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER -
000220*                               OUTSTANDING-CHECK REGISTER
000221* 10/2026   002    R.FORTUNATE  ADD OC-FIN-LABEL-CODE - THE
000222*                               LABEL THE CHECK WAS DRAWN ON, FOR
000223*                               THE CLEARING-LAG FORECAST (ZERO
000224*                               ON ITEMS CARRIED FROM BEFORE THE
000225*                               LABEL WAS KEPT); FILLER 28 TO 24
000226* 10/2026   003    R.FORTUNATE  ADD OC-HOME-BR-CODE - THE BRANCH
000227*                               WORKING THE ITEM AFTER A CCCW9210
000228*                               CONSOLIDATION (SPACES = THE
000229*                               ISSUING BRANCH); FILLER 24 TO 21
000230******************************************************************
000240
000250  01  OC-REGISTER-RCD.
000350      05  OC-STALE-IND                  PIC X(01).
000360          88  OC-CURRENT-ITEM               VALUE SPACE.
000370          88  OC-STALE-ITEM                 VALUE "S".
000371* THE FINANCIAL LABEL (DISB-FIN-LABEL-CODE) OF THE REQUEST
000372* THAT ISSUED THE CHECK - IT NAMES THE DISBURSEMENT ACCOUNT
000373* THE ITEM WILL BE PRESENTED AGAINST.  ZERO WHEN NOT KNOWN.
000374      05  OC-FIN-LABEL-CODE             PIC 9(04).
000375* THE BRANCH THAT NOW WORKS THE ITEM WHEN ITS ISSUING BRANCH
000376* HAS CLOSED AND BEEN FOLDED INTO ANOTHER (CCCW9210).  SPACES
000377* MEAN THE ISSUING BRANCH STILL WORKS IT.  OC-ISSUING-BR-CODE
000378* NEVER CHANGES - IT IS THE BANK'S MATCH KEY.
000379      05  OC-HOME-BR-CODE               PIC X(03).
000380      05  FILLER                        PIC X(21).
000390
000400******************  END OF COPYLIB CLCWW053  *****************
