000010******************************************************************
000020*****************  START OF COPYLIB CLCWW185  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW185           USED BY: CCCW9213
000070*------------------------------------------------------------
000080* BANK CLAIM RECOVERY CREDIT RECORD
000090* RECORD LENGTH = 60
000100* ONE RECORD PER CREDIT THE BANK POSTS TO US ON A FORGED-
000110* ENDORSEMENT OR NON-RECEIPT CLAIM, QUOTING THE ITEM'S ISSUING
000120* BRANCH AND ON-SITE CHECK NUMBER AND, WHEN THE BANK HAS ONE,
000130* ITS OWN CLAIM REFERENCE.  A CLAIM MAY BE RECOVERED IN MORE
000140* THAN ONE CREDIT.
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BANK CLAIM
000200*                               RECOVERY CREDIT
000210******************************************************************
000220
000230  01  BANK-RECOVERY-RCD.
000240      05  BRC-ISSUING-BR-CODE           PIC X(03).
000250      05  BRC-ONSITE-CHK-NUM            PIC X(08).
000260      05  BRC-BANK-CLAIM-REF            PIC X(12).
000270      05  BRC-CREDIT-DATE               PIC 9(08).
000280      05  BRC-CREDIT-AMOUNT             PIC S9(10)V99.
000290      05  FILLER                        PIC X(17).
000300
000310******************  END OF COPYLIB CLCWW185  *****************
