000010******************************************************************
000020*****************  START OF COPYLIB CLCWW172  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW172           USED BY: CCCW9202
000070*------------------------------------------------------------
000080* PREDECESSOR PAYMENT RECORD
000090* RECORD LENGTH = 240
000100* ONE RECORD PER REPORTABLE PAYMENT AN ACQUIRED BUSINESS MADE
000110* IN THE ACQUISITION YEAR BEFORE ITS DISBURSEMENTS MOVED UNDER
000120* OUR LABEL, AS EXTRACTED FROM THE PREDECESSOR'S OWN BOOKS.
000130* PP-PRED-EIN TIES THE PAYMENT TO ITS CLCWW171 RELATIONSHIP;
000140* PP-RSN-CODE IS THE CLCWW032 REASON CODE THAT PLACES THE
000150* AMOUNT IN ITS FORM AND BOX.  AMOUNTS ARE IN US DOLLARS.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PREDECESSOR
000210*                               PAYMENT
000220******************************************************************
000230
000240 01  PRED-PAY-RCD.
000250     05  PP-PRED-EIN                   PIC X(09).
000260     05  PP-PAYEE-TIN                  PIC X(09).
000270     05  PP-TAX-TYPE                   PIC X(01).
000280     05  PP-PAYEE-NAME                 PIC X(40).
000290     05  PP-ADDRESS-LINE1              PIC X(40).
000300     05  PP-ADDRESS-LINE2              PIC X(40).
000310     05  PP-CITY                       PIC X(28).
000320     05  PP-STATE                      PIC X(05).
000330     05  PP-ZIP                        PIC X(11).
000340     05  PP-RSN-CODE                   PIC X(02).
000350     05  PP-PAID-DATE                  PIC 9(08).
000360     05  PP-PAID-DATE-R REDEFINES PP-PAID-DATE.
000370         10  PP-PAID-YEAR              PIC 9(04).
000380         10  PP-PAID-MMDD              PIC 9(04).
000390     05  PP-AMOUNT                     PIC S9(10)V99.
000400     05  PP-BACKUP-WITHHELD            PIC S9(10)V99.
000410     05  PP-PRED-REF-NUM               PIC X(08).
000420     05  FILLER                        PIC X(15).
000430
000440******************  END OF COPYLIB CLCWW172  *****************
