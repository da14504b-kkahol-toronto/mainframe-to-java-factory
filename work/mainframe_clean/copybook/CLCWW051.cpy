000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW051  USED BY: CCCW9130/CCCW9191
000070*------------------------------------------------------------
000080* BACKUP-WITHHOLDING TREASURY REMITTANCE RECORD
000090* RECORD LENGTH = 80
000120* DEPOSIT-SCHEDULE TRIGGER.  PICKED UP BY THE TREASURY ACH
000130* PROCESS AS THE EFTPS PAYMENT INSTRUCTION; THE FORM AND TAX
000140* PERIOD TIE THE DEPOSIT BACK TO THE FORM 945 FILING.
000142* CCCW9191 CUTS THE CHAPTER 3 NRA DEPOSITS IN THE SAME LAYOUT
000144* FOR THE FORM 1042 - THE THREE-BYTE FORM FIELD CARRIES IT AS
000146* "042".
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - TREASURY
000200*                               REMITTANCE INSTRUCTION
000202* 10/2026   002    R.FORTUNATE  ADD FORM CONDITION NAMES FOR
000204*                               THE FORM 1042 DEPOSITS
000210******************************************************************
000220
000230  01  WH-REMIT-RCD.
000250      05  WR-REMIT-AMOUNT               PIC S9(13)V99.
000260      05  WR-SETTLEMENT-TYPE            PIC X(04).
000270      05  WR-TAX-FORM                   PIC X(03).
000272          88  WR-FORM-945                   VALUE "945".
000274          88  WR-FORM-1042                  VALUE "042".
000280      05  WR-TAX-PERIOD                 PIC 9(04).
000290      05  FILLER                        PIC X(46).
000300
