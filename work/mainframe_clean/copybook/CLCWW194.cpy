000010******************************************************************
000020*****************  START OF COPYLIB CLCWW194  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW194           USED BY: CCCW9216
000070*------------------------------------------------------------
000080* 1099 DISPUTE RESPONSE LETTER EXTRACT RECORD
000090* RECORD LENGTH = 200
000100* ONE RECORD PER DISPUTE CASE RESOLVED WITH NO CHANGE, CONSUMED
000110* BY THE PRINT/MAIL-MERGE PROCESS TO PRODUCE THE LETTER TELLING
000120* THE PAYEE THE AMOUNT REPORTED FOR THE TAX YEAR STANDS.  THE
000130* TIN IS MASKED TO ITS LAST FOUR.  ADDRESSED TO THE VENDOR
000140* MASTER ADDRESS OF RECORD WHEN THE PAYEE HAS ONE, OTHERWISE
000150* TO THE LATEST STAGED ADDRESS ON THE CASE.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - DISPUTE
000210*                               RESPONSE LETTER EXTRACT
000220******************************************************************
000230
000240  01  DISPUTE-LETTER-RCD.
000250      05  DL-MASKED-TIN                 PIC X(09).
000260      05  DL-TAX-YEAR                   PIC 9(04).
000270      05  DL-NAME                       PIC X(40).
000280      05  DL-ADDRESS-LINE1              PIC X(40).
000290      05  DL-ADDRESS-LINE2              PIC X(40).
000300      05  DL-CITY                       PIC X(28).
000310      05  DL-STATE                      PIC X(05).
000320      05  DL-ZIP                        PIC X(11).
000330      05  DL-REPORTED-AMT               PIC S9(10)V99.
000340      05  DL-LETTER-DATE                PIC 9(08).
000350      05  FILLER                        PIC X(03).
000360
000370******************  END OF COPYLIB CLCWW194  *****************
