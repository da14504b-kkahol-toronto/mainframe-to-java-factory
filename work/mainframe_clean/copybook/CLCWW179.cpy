000010******************************************************************
000020*****************  START OF COPYLIB CLCWW179  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW179           USED BY: CCCW9210
000070*------------------------------------------------------------
000080* BRANCH CONSOLIDATION TRANSACTION
000090* RECORD LENGTH = 40
000100* ONE RECORD PER BRANCH BEING FOLDED INTO ANOTHER, KEYED BY
000110* OPERATIONS WHEN A CLOSED BRANCH'S WORK MOVES: THE CLOSING
000120* BRANCH (ALREADY BM-BRANCH-CLOSED ON THE CLCWW081 MASTER),
000130* THE OPEN BRANCH THAT TAKES OVER ITS OPEN ITEMS, THE DATE
000140* THE CONSOLIDATION TAKES EFFECT (CCYYMMDD - THE ISSUE DATE ON
000150* THE POSITIVE-PAY VOIDS OF ITS UNUSED STOCK), AND WHO ASKED
000160* FOR IT.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BRANCH
000220*                               CONSOLIDATION TRANSACTION
000230******************************************************************
000240
000250  01  BRANCH-CONSOL-RCD.
000260      05  BC-CLOSING-BR-CODE            PIC X(03).
000270      05  BC-SUCCESSOR-BR-CODE          PIC X(03).
000280      05  BC-EFFECTIVE-DATE             PIC X(08).
000290      05  BC-REQUESTED-BY               PIC X(08).
000300      05  FILLER                        PIC X(18).
000310
000320******************  END OF COPYLIB CLCWW179  *****************
