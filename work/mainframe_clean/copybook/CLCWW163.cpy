000010******************************************************************
000020*****************  START OF COPYLIB CLCWW163  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW163           USED BY: CCCW9198
000070*------------------------------------------------------------
000080* CHECK CLEARING-LAG HISTORY RECORD (CLAGHSTI/CLAGHSTO)
000090* RECORD LENGTH = 460
000100* ONE RECORD PER FINANCIAL LABEL, ISSUING BRANCH AND AMOUNT
000110* BAND: HOW MANY OF ITS CHECKS HAVE CLEARED, AND HOW MANY
000120* CLEARED ON EACH BUSINESS DAY AFTER ISSUE.  LH-LAG-COUNT (1)
000130* IS A CHECK PAID THE DAY IT WAS ISSUED, LH-LAG-COUNT (2) ONE
000140* BUSINESS DAY LATER, AND SO ON; LH-LAG-COUNT (61) TAKES
000150* EVERYTHING PAID SIXTY OR MORE BUSINESS DAYS OUT.  CARRIED
000160* FORWARD GENERATION TO GENERATION BY CCCW9198, WHICH ADDS
000170* EACH DAY'S CLCWW162 CLEARED CHECKS.
000180* AMOUNT BANDS:  1 = UNDER 500.00
000190*                2 = 500.00 TO 4,999.99
000200*                3 = 5,000.00 TO 49,999.99
000210*                4 = 50,000.00 AND OVER
000220******************************************************************
000230*                      REVISIONS
000240* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000250******************************************************************
000260* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - CHECK
000270*                               CLEARING-LAG HISTORY
000280******************************************************************
000290
000300  01  LAG-HISTORY-RCD.
000310      05  LH-KEY.
000320          10  LH-FIN-LABEL-CODE         PIC 9(04).
000330          10  LH-ISSUING-BR-CODE        PIC X(03).
000340          10  LH-AMOUNT-BAND            PIC 9(01).
000350      05  LH-LAST-CLEARED-DATE          PIC 9(08).
000360      05  LH-ITEM-COUNT                 PIC 9(09).
000370      05  LH-LAG-COUNT                  PIC 9(07)
000380                                        OCCURS 61 TIMES.
000390      05  FILLER                        PIC X(08).
000400
000410******************  END OF COPYLIB CLCWW163  *****************
