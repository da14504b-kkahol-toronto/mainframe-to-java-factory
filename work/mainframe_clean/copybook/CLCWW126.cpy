000010******************************************************************
000020*****************  START OF COPYLIB CLCWW126  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW126           USED BY: CCCW9129
000070*------------------------------------------------------------
000080* STATE WITHHOLDING REMITTANCE INSTRUCTION RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER STATE DEPOSIT CUT BY THE CLCWW125 LEDGER -
000110* THE TREASURY COUNTERPART OF THE CLCWW051 FORM 945
000120* INSTRUCTION, CARRYING THE STATE, OUR PAYER STATE ID, THE
000130* STATE'S DEPOSIT FREQUENCY, THE PERIOD THE WITHHOLDING FELL
000140* IN (CCYYMM), AND THE DATE THE STATE EXPECTS THE PAYMENT.
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STATE
000200*                               WITHHOLDING REMITTANCE
000210******************************************************************
000220
000230  01  STATE-REMIT-RCD.
000240      05  SR-REMIT-DATE                 PIC 9(08).
000250      05  SR-REMIT-AMOUNT               PIC S9(13)V99.
000260      05  SR-SETTLEMENT-TYPE            PIC X(04).
000270      05  SR-STATE                      PIC X(02).
000280      05  SR-PAYER-STATE-ID             PIC X(10).
000290      05  SR-DEPOSIT-FREQ               PIC X(01).
000300      05  SR-TAX-PERIOD                 PIC 9(06).
000310      05  SR-DUE-DATE                   PIC 9(08).
000320      05  FILLER                        PIC X(26).
000330
000340******************  END OF COPYLIB CLCWW126  *****************
