000010******************************************************************
000020*****************  START OF COPYLIB CLCWW154  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW154           USED BY: CCCW9192
000070*------------------------------------------------------------
000080* BLOCKED-PROPERTY TRANSACTION RECORD
000090* RECORD LENGTH = 100
000100* ONE COMPLIANCE DECISION AGAINST A BLOCKED-PROPERTY LEDGER
000110* ITEM, NAMED BY BRANCH, CHECK AND DISBURSEMENT SEQUENCE:
000120*   B = CONFIRMED HIT - THE ITEM IS BLOCKED PROPERTY
000130*   F = FALSE POSITIVE - THE PAYEE IS NOT THE LISTED PARTY
000140*   L = LICENSED RELEASE OF A BLOCKED ITEM (LICENSE REQUIRED)
000150*   I = INTEREST CREDITED TO A BLOCKED ITEM BY THE BANK
000160* EVERY TRANSACTION NAMES THE USER WHO KEYED IT.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BLOCKED-
000220*                               PROPERTY TRANSACTION
000230******************************************************************
000240
000250 01  BLOCKED-TRAN-RCD.
000260     05  BT-TRAN-TYPE                  PIC X(01).
000270         88  BT-CONFIRM-BLOCK              VALUE "B".
000280         88  BT-FALSE-POSITIVE             VALUE "F".
000290         88  BT-LICENSED-RELEASE           VALUE "L".
000300         88  BT-INTEREST-CREDIT            VALUE "I".
000310     05  BT-KEY.
000320         10  BT-ISSUING-BR-CODE        PIC X(03).
000330         10  BT-ONSITE-CHK-NUM         PIC X(08).
000340         10  BT-DISB-REQ-SEQ-NUM       PIC 9(09).
000350     05  BT-TRAN-DATE                  PIC 9(08).
000360     05  BT-INTEREST-AMT               PIC S9(09)V99.
000370     05  BT-LICENSE-NUM                PIC X(15).
000380     05  BT-USER-ID                    PIC X(08).
000390     05  BT-NOTE                       PIC X(37).
000400
000410******************  END OF COPYLIB CLCWW154  *****************
