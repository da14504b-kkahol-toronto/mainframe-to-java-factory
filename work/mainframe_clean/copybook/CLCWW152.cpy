000010******************************************************************
000020*****************  START OF COPYLIB CLCWW152  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW152           USED BY: CCCW9100
000070*                                                   CCCW9192
000080*------------------------------------------------------------
000090* DENIED-PARTY HIT RECORD
000100* RECORD LENGTH = 250
000110* ONE RECORD PER DISBURSEMENT CCCW9100 HELD ON A DENIED-PARTY
000120* (CLCWW092) MATCH, WITH THE LIST ENTRY IT MATCHED.  CCCW9192
000130* ADDS EACH HIT TO THE BLOCKED-PROPERTY LEDGER PENDING
000140* COMPLIANCE REVIEW.  DH-SSN-TAX-ID IS PROTECTED AT REST
000150* (CLCWW110/111) THE SAME AS ON THE STAGING FILE.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - DENIED-
000210*                               PARTY HIT
000220******************************************************************
000230
000240 01  DENIED-PARTY-HIT-RCD.
000250     05  DH-KEY.
000260         10  DH-ISSUING-BR-CODE        PIC X(03).
000270         10  DH-ONSITE-CHK-NUM         PIC X(08).
000280         10  DH-DISB-REQ-SEQ-NUM       PIC 9(09).
000290     05  DH-RUN-DATE                   PIC 9(08).
000300     05  DH-RUN-SEQ                    PIC 9(03).
000310     05  DH-SSN-TAX-ID                 PIC X(16).
000320     05  DH-PAYEE-NAME                 PIC X(40).
000330     05  DH-ADDRESS-LINE1              PIC X(40).
000340     05  DH-CITY                       PIC X(28).
000350     05  DH-STATE                      PIC X(05).
000360     05  DH-ZIP                        PIC X(11).
000370     05  DH-AMOUNT                     PIC S9(10)V99.
000380     05  DH-PAYMENT-METHOD             PIC X(01).
000390     05  DH-LIST-NAME                  PIC X(40).
000400     05  DH-LIST-PROGRAM               PIC X(10).
000410     05  FILLER                        PIC X(16).
000420
000430******************  END OF COPYLIB CLCWW152  *****************
