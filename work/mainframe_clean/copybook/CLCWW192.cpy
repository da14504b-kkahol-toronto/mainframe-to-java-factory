000010******************************************************************
000020*****************  START OF COPYLIB CLCWW192  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW192           USED BY: CCCW9216
000070*------------------------------------------------------------
000080* PAYEE 1099 DISPUTE TRANSACTION RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER STEP ON A PAYEE'S DISPUTE OF THE AMOUNT WE
000110* REPORTED ON THEIR 1099, KEYED BY THE TAX DESK AGAINST THE
000120* PAYEE TIN (CLEAR, AS KEYED) AND THE TAX YEAR, AND APPLIED IN
000130* FILE ORDER BY CCCW9216 TO THE CLCWW193 DISPUTE CASE REGISTER:
000140*   OP - OPEN A CASE (DX-REPORTED-AMT, THE AMOUNT ON THE FORM
000150*        THE PAYEE RECEIVED, AND DX-DISPUTED-AMT, THE AMOUNT THE
000160*        PAYEE SAYS IS RIGHT, ARE REQUIRED)
000170*   NC - RESOLVED, NO CHANGE - THE REPORTED AMOUNT STANDS AND A
000180*        RESPONSE LETTER GOES TO THE PAYEE
000190*   CR - RESOLVED, CORRECTION - THE CASE WAITS FOR THE CCCW9155
000200*        CORRECTED RETURN THE FIX PRODUCES
000210******************************************************************
000220*                      REVISIONS
000230* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000240******************************************************************
000250* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAYEE 1099
000260*                               DISPUTE TRANSACTION
000270******************************************************************
000280
000290  01  DISPUTE-TRAN-RCD.
000300      05  DX-SSN-TAX-ID                 PIC X(16).
000310      05  DX-TAX-YEAR                   PIC 9(04).
000320      05  DX-TRAN-CODE                  PIC X(02).
000330          88  DX-OPEN-CASE                  VALUE "OP".
000340          88  DX-RESOLVE-NO-CHANGE          VALUE "NC".
000350          88  DX-RESOLVE-CORRECTION         VALUE "CR".
000360      05  DX-TRAN-DATE                  PIC 9(08).
000370      05  DX-REPORTED-AMT               PIC S9(10)V99.
000380      05  DX-DISPUTED-AMT               PIC S9(10)V99.
000390      05  DX-ENTERED-BY                 PIC X(08).
000400      05  DX-COMMENT                    PIC X(18).
000410
000420******************  END OF COPYLIB CLCWW192  *****************
