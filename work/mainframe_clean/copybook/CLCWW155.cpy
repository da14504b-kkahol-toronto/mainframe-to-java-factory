000010******************************************************************
000020*****************  START OF COPYLIB CLCWW155  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW155           USED BY: CCCW9192
000070*                                                   CCCW9100
000080*------------------------------------------------------------
000090* DENIED-PARTY FALSE-POSITIVE CLEAR RECORD
000100* RECORD LENGTH = 130
000110* ONE RECORD PER PAYEE TIN AND DENIED-PARTY LIST ENTRY THAT
000120* COMPLIANCE HAS CLEARED AS A FALSE POSITIVE.  CCCW9192 ADDS
000130* EACH CLEAR AND CARRIES THE FILE FORWARD; CCCW9100 LETS A
000140* DISBURSEMENT TO THAT TIN THROUGH THE SAME LIST ENTRY INSTEAD
000150* OF STOPPING IT AGAIN.  A CLEAR IS NEVER WRITTEN FOR A PAYEE
000160* WITH NO TIN.  FP-SSN-TAX-ID IS PROTECTED AT REST.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - DENIED-
000220*                               PARTY FALSE-POSITIVE CLEAR
000230******************************************************************
000240
000250 01  DENY-CLEAR-RCD.
000260     05  FP-SSN-TAX-ID                 PIC X(16).
000270     05  FP-LIST-NAME                  PIC X(40).
000280     05  FP-LIST-PROGRAM               PIC X(10).
000290     05  FP-PAYEE-NAME                 PIC X(40).
000300     05  FP-CLEARED-DATE               PIC 9(08).
000310     05  FP-USER-ID                    PIC X(08).
000320     05  FILLER                        PIC X(08).
000330
000340******************  END OF COPYLIB CLCWW155  *****************
