000010******************************************************************
000020*****************  START OF COPYLIB CLCWW143  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW143           USED BY: CCCW9143
000070*------------------------------------------------------------
000080* BANK PRIOR-DAY STATEMENT RECORD (BAI2)
000090* RECORD LENGTH = 80
000100* THE DISBURSEMENT BANK'S PRIOR-DAY BAI2 STATEMENT, ONE
000110* PHYSICAL RECORD PER LINE.  EACH RECORD IS A STRING OF
000120* COMMA-SEPARATED FIELDS ENDED BY "/", THE FIRST FIELD
000130* BEING THE RECORD CODE:
000140*   01 FILE HEADER        02 GROUP HEADER (AS-OF DATE)
000150*   03 ACCOUNT IDENTIFIER 16 TRANSACTION DETAIL
000160*   88 CONTINUATION       49 ACCOUNT TRAILER
000170*   98 GROUP TRAILER      99 FILE TRAILER (RECORD COUNT)
000180* THE FIELDS ARE NOT IN FIXED COLUMNS - THE READING PROGRAM
000190* SEPARATES THEM.
000200******************************************************************
000210*                      REVISIONS
000220* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000230******************************************************************
000240* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BAI2 BANK
000250*                               STATEMENT RECORD
000260******************************************************************
000270
000280 01  BAI-STATEMENT-RCD.
000290     05  BAI-RECORD-CODE               PIC X(02).
000300         88  BAI-FILE-HEADER               VALUE "01".
000310         88  BAI-GROUP-HEADER              VALUE "02".
000320         88  BAI-ACCOUNT-HEADER            VALUE "03".
000330         88  BAI-TRAN-DETAIL               VALUE "16".
000340         88  BAI-CONTINUATION              VALUE "88".
000350         88  BAI-ACCOUNT-TRAILER           VALUE "49".
000360         88  BAI-GROUP-TRAILER             VALUE "98".
000370         88  BAI-FILE-TRAILER              VALUE "99".
000380     05  BAI-RECORD-BODY               PIC X(78).
000390
000400******************  END OF COPYLIB CLCWW143  *****************
