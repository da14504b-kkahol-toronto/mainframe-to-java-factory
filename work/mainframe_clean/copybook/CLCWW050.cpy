000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW050  USED BY: CCCW9130/CCCW9191
0000va*                                          CCCW9201
000070*------------------------------------------------------------
000080* BACKUP-WITHHOLDING DEPOSIT LEDGER RECORD
000090* RECORD LENGTH = 80
000140* DEPOSIT MADE DURING THE YEAR.  CCCW9130 NETS EACH DAILY
000150* RUN'S CLCWW030 WITHHOLDING INTO THE BALANCE AND CUTS A
000160* TREASURY REMITTANCE (CLCWW051) WHEN THE BALANCE CROSSES
000170* THE IRS DEPOSIT-SCHEDULE TRIGGER.  CCCW9191 KEEPS THE
000172* CHAPTER 3 NRA WITHHOLDING LEDGER IN THE SAME LAYOUT ON ITS
000174* OWN DD, STAMPED WITH THE TAX YEAR IT COVERS.
0001va* WHEN A TAX YEAR IS CLOSED CCCW9201 ROLLS BOTH LEDGERS: THE
0001vb* YEAR-TO-DATE FIELDS GO TO ZERO ON THE BALANCE RECORD (THE
0001vc* UNDEPOSITED LIABILITY CARRIES OVER), AND ONE TYPE "C" CLOSING
0001vd* RECORD IN THE BALANCE LAYOUT KEEPS THE CLOSED YEAR'S FINAL
0001ve* FIGURES.  CLOSING RECORDS ARE CARRIED FORWARD BY EVERY RUN.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BACKUP-
000230*                               WITHHOLDING DEPOSIT LEDGER
000232* 10/2026   002    R.FORTUNATE  ADD WL-TAX-YEAR (FILLER 26 TO
000234*                               22) FOR THE CHAPTER 3 LEDGER
0002va* 10/2026   003    R.FORTUNATE  TYPE "C" CLOSING-BALANCE RECORD
0002vb*                               WRITTEN AT TAX-YEAR CLOSE
000240******************************************************************
000250
000260  01  WHLEDGER-RCD.
000270      05  WL-RECORD-TYPE                PIC X(01).
000280          88  WL-BALANCE-RECORD             VALUE "L".
000290          88  WL-DEPOSIT-RECORD             VALUE "D".
0002vc          88  WL-CLOSING-RECORD             VALUE "C".
000300      05  WL-BALANCE-DATA.
000310          10  WL-LIABILITY-BALANCE      PIC S9(13)V99.
000320          10  WL-WITHHELD-YTD           PIC S9(13)V99.
000330          10  WL-DEPOSITED-YTD          PIC S9(13)V99.
000340          10  WL-LAST-RUN-DATE          PIC 9(08).
000345          10  WL-TAX-YEAR               PIC 9(04).
000350          10  FILLER                    PIC X(22).
000360      05  WL-DEPOSIT-DATA REDEFINES WL-BALANCE-DATA.
000370          10  WL-DEPOSIT-DATE           PIC 9(08).
000380          10  WL-DEPOSIT-AMOUNT         PIC S9(13)V99.
