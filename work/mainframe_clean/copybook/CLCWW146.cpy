000010******************************************************************
000020*****************  START OF COPYLIB CLCWW146  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW146           USED BY: CCCW9144
000070*------------------------------------------------------------
000080* UNCLAIMED-PROPERTY LIABILITY LEDGER RECORD
000090* RECORD LENGTH = 100
000100* CROSS-RUN SUBLEDGER OF THE UNCLAIMED PROPERTY WE HOLD, BY
000110* THE STATE IT IS OWED TO.  ONE TYPE "B" BALANCE RECORD PER
000120* STATE CARRIES THE MONTH LAST POSTED AND THAT MONTH'S
000130* ROLL-FORWARD (OPENING, MOVEMENTS, CLOSING); ONE TYPE "I"
000140* RECORD FOLLOWS FOR EVERY ITEM MAKING UP THE CLOSING
000150* BALANCE.  AN ITEM IS HELD ("H") FROM THE CYCLE CCCW9145
000160* ESCHEATS IT UNTIL IT IS FILED WITH THE STATE; A REMITTED
000170* ITEM LEAVES THE LEDGER AND COMES BACK OWED TO THE OWNER
000180* ("C") WHEN CCCW9146 RECLAIMS IT FROM THE STATE.  AN ITEM
000190* LEAVES FOR GOOD WHEN ITS REPLACEMENT CHECK IS ISSUED.
000200* THE SAME SHAPE AS THE CLCWW125 STATE WITHHOLDING LEDGER.
000210******************************************************************
000220*                      REVISIONS
000230* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000240******************************************************************
000250* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - UNCLAIMED-
000260*                               PROPERTY LIABILITY LEDGER
000270******************************************************************
000280
000290 01  UP-LEDGER-RCD.
000300     05  UL-RECORD-TYPE                PIC X(01).
000310         88  UL-BALANCE-RECORD             VALUE "B".
000320         88  UL-ITEM-RECORD                VALUE "I".
000330     05  UL-STATE                      PIC X(02).
000340     05  UL-BALANCE-DATA.
000350         10  UL-PERIOD                 PIC 9(06).
000360         10  UL-OPENING-BALANCE        PIC S9(13)V99.
000370         10  UL-NEW-DORMANT-AMT        PIC S9(13)V99.
000380         10  UL-REMITTED-AMT           PIC S9(13)V99.
000390         10  UL-RECLAIMED-AMT          PIC S9(13)V99.
000400         10  UL-PAID-OWNER-AMT         PIC S9(13)V99.
000410         10  UL-CLOSING-BALANCE        PIC S9(13)V99.
000420         10  FILLER                    PIC X(01).
000430     05  UL-ITEM-DATA REDEFINES UL-BALANCE-DATA.
000440         10  UL-ISSUING-BR-CODE        PIC X(03).
000450         10  UL-ONSITE-CHK-NUM         PIC X(08).
000460         10  UL-ISSUE-DATE             PIC 9(08).
000470         10  UL-AMOUNT                 PIC S9(10)V99.
000480         10  UL-ITEM-STATUS            PIC X(01).
000490             88  UL-ITEM-HELD              VALUE "H".
000500             88  UL-ITEM-OWED-OWNER        VALUE "C".
000510         10  UL-STATUS-PERIOD          PIC 9(06).
000520         10  UL-PAYEE-NAME             PIC X(40).
000530         10  FILLER                    PIC X(19).
000540
000550******************  END OF COPYLIB CLCWW146  *****************
