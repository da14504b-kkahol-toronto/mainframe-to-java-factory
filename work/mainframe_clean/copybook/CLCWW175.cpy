000010******************************************************************
000020*****************  START OF COPYLIB CLCWW175  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW175           USED BY: CCCW9205
000070*------------------------------------------------------------
000080* PAYEE REPAYMENT TRANSACTION RECORD
000090* RECORD LENGTH = 100
000100* ONE RECORD PER REPAYMENT A PAYEE SENT BACK ON THEIR OWN
000110* CHECK FOR AN OVERPAYMENT, KEYED BY THE RECEIPTS DESK AGAINST
000120* THE ORIGINAL DISBURSEMENT - ITS ISSUING BRANCH AND ON-SITE
000130* CHECK NUMBER, THE PAYEE TIN (CLEAR, AS KEYED) AND THE COMPASS
000140* ENTITY IT WAS PAID UNDER.  CCCW9205 POSTS THE AMOUNT RECEIVED
000150* AGAINST THE REPORTED AMOUNT OF THAT CHECK.  THE RECEIPT
000160* REFERENCE (THE PAYEE'S CHECK NUMBER OR THE DEPOSIT TICKET)
000170* IDENTIFIES THE REPAYMENT, SO THE SAME RECEIPT SENT TWICE IS
000180* NOT POSTED TWICE.
000190******************************************************************
000200*                      REVISIONS
000210* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000220******************************************************************
000230* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAYEE
000240*                               REPAYMENT TRANSACTION
000250******************************************************************
000260
000270 01  REPAY-TRAN-RCD.
000280     05  RT-SSN-TAX-ID                 PIC X(16).
000290     05  RT-COMPASS-ENT-CDE            PIC X(03).
000300     05  RT-ISSUING-BR-CODE            PIC X(03).
000310     05  RT-ONSITE-CHK-NUM             PIC X(08).
000320     05  RT-AMOUNT-RECEIVED            PIC S9(10)V99.
000330     05  RT-RECEIVED-DATE              PIC 9(08).
000340     05  RT-RECEIPT-REF                PIC X(12).
000350     05  RT-ENTERED-BY                 PIC X(08).
000360     05  FILLER                        PIC X(30).
000370
000380******************  END OF COPYLIB CLCWW175  *****************
