000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW054    USED BY: CCCW9140/CCCW9147
000070*------------------------------------------------------------
000080* PAID-ITEMS RECONCILIATION EXCEPTION RECORD
000090* RECORD LENGTH = 60
000120* IS A PAID-NOT-ISSUED ITEM (THE CONTROL THAT CATCHES A
000130* COUNTERFEIT THE POSITIVE-PAY MATCH LET THROUGH); TYPE "A"
000140* IS A PAID AMOUNT THAT DISAGREES WITH THE ISSUED AMOUNT.
000142* CCCW9147 PRESENTS EACH ONE TO TREASURY FOR A PAY OR RETURN
000144* DECISION (CLCWW140).
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAID-
000200*                               ITEMS RECON EXCEPTION RECORD
000202* 10/2026   002    R.FORTUNATE  READ BY CCCW9147 FOR THE
000204*                               POSITIVE-PAY DECISION WORKLIST
000210******************************************************************
000220
000230  01  OC-EXCEPTION-RCD.
