000010******************************************************************
000020*****************  START OF COPYLIB CLCWW125  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW125           USED BY: CCCW9129
000070*------------------------------------------------------------
000080* STATE INCOME-TAX WITHHOLDING DEPOSIT LEDGER RECORD
000090* RECORD LENGTH = 100
000100* CROSS-RUN LEDGER OF WHAT WE OWE EACH DIRECT-FILE STATE, KEYED
000110* BY STATE AND OUR PAYER STATE ID WITH THAT AGENCY.  ONE TYPE
000120* "L" BALANCE RECORD PER STATE CARRIES THE UNDEPOSITED
000130* LIABILITY AND THE YEAR-TO-DATE WITHHELD AND DEPOSITED
000140* TOTALS; ONE TYPE "D" RECORD FOLLOWS FOR EVERY DEPOSIT MADE
000150* TO THAT STATE DURING THE YEAR.  THE SAME SHAPE AS THE
000160* CLCWW050 BACKUP-WITHHOLDING LEDGER, ONE SET PER STATE.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STATE
000220*                               WITHHOLDING DEPOSIT LEDGER
000230******************************************************************
000240
000250  01  STATE-WH-LEDGER-RCD.
000260      05  SL-RECORD-TYPE                PIC X(01).
000270          88  SL-BALANCE-RECORD             VALUE "L".
000280          88  SL-DEPOSIT-RECORD             VALUE "D".
000290      05  SL-STATE                      PIC X(02).
000300      05  SL-PAYER-STATE-ID             PIC X(10).
000310      05  SL-BALANCE-DATA.
000320          10  SL-LIABILITY-BALANCE      PIC S9(13)V99.
000330          10  SL-WITHHELD-YTD           PIC S9(13)V99.
000340          10  SL-DEPOSITED-YTD          PIC S9(13)V99.
000350          10  SL-LAST-RUN-DATE          PIC 9(08).
000360          10  SL-TAX-YEAR               PIC 9(04).
000370          10  FILLER                    PIC X(30).
000380      05  SL-DEPOSIT-DATA REDEFINES SL-BALANCE-DATA.
000390          10  SL-DEPOSIT-DATE           PIC 9(08).
000400          10  SL-DEPOSIT-AMOUNT         PIC S9(13)V99.
000410          10  SL-DEPOSIT-DUE            PIC 9(08).
000420          10  FILLER                    PIC X(56).
000430
000440******************  END OF COPYLIB CLCWW125  *****************
