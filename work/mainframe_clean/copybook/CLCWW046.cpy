000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW046  USED BY: CCCW9110/CCMR6318
000070*------------------------------------------------------------
000080* HELD-RECORD CORRECTION TRANSACTION RECORD
000090* RECORD LENGTH = 80
000120* HELD FILE (CLCWW041).  A CORRECTION FIELD LEFT BLANK MEANS
000130* THE HELD VALUE FOR THAT FIELD STANDS AS-IS; A NON-BLANK
000140* FIELD REPLACES THE HELD VALUE BEFORE THE EDITS ARE RERUN.
000141* A CORRECTION KEYED ONLINE THROUGH CCMR6318 CARRIES THE USER
000142* ID AND TERMINAL THAT ENTERED IT; A BATCH-KEYED ONE LEAVES
000143* THEM BLANK.
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - HELD-
000200*                               RECORD CORRECTION TRANSACTION
000201* 10/2026   002    R.FORTUNATE  ENTRY USER ID AND TERMINAL
000202*                               CARVED FROM THE FILLER
000210******************************************************************
000220
000230  01  TEN99-CORR-TRAN-RCD.
000250      05  CT-CORRECTED-SSN-TAX-ID       PIC X(16).
000260      05  CT-CORRECTED-NAME             PIC X(40).
000270      05  CT-CORRECTED-ENT-CDE          PIC X(03).
000280      05  CT-ENTRY-USER-ID              PIC X(08).
000281      05  CT-ENTRY-TERMINAL             PIC X(04).
000290
000300******************  END OF COPYLIB CLCWW046  *****************
