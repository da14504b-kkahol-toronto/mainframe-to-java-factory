000010******************************************************************
000020*****************  START OF COPYLIB CLCWW162  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW162           USED BY: CCCW9140
000070*                                                   CCCW9198
000080*------------------------------------------------------------
000090* CLEARED-CHECK RECORD (OCCLEAR)
000100* RECORD LENGTH = 50
000110* ONE RECORD PER CLCWW052 PAID ITEM CCCW9140 MATCHED TO AN
000120* ISSUE ON THE CLCWW053 REGISTER - THE ISSUE DATE AND THE
000130* DAY THE BANK PAID IT, WHICH THE REGISTER ITSELF DROPS WHEN
000140* THE ITEM CLEARS.  CCCW9198 BUILDS THE CLEARING-LAG HISTORY
000150* FROM IT.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - CLEARED-
000210*                               CHECK RECORD
000220******************************************************************
000230
000240  01  CLEARED-ITEM-RCD.
000250      05  CI-ISSUING-BR-CODE            PIC X(03).
000260      05  CI-ONSITE-CHK-NUM             PIC X(08).
000270* THE REGISTER ITEM'S OC-FIN-LABEL-CODE - ZERO WHEN NOT KNOWN.
000280      05  CI-FIN-LABEL-CODE             PIC 9(04).
000290      05  CI-ISSUE-DATE                 PIC 9(08).
000300      05  CI-PAID-DATE                  PIC 9(08).
000310      05  CI-PAID-AMOUNT                PIC S9(10)V99.
000320      05  FILLER                        PIC X(07).
000330
000340******************  END OF COPYLIB CLCWW162  *****************
