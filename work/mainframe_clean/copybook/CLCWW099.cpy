000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW099           USED BY: CCCW9141
000065*                                                   CCCW9213
000070*------------------------------------------------------------
000080* CHECK REISSUE TRANSACTION RECORD
000090* RECORD LENGTH = 60
000150* PULLS THE PAYEE DETAIL FROM THE STAGED TEN99-RCD, AND
000160* GENERATES THE REPLACEMENT DISBURSEMENT AT FULL VALUE INTO
000162* THE CCCW9100 FEED FLAGGED AS A REISSUE WITH THE ORIGINAL
000164* CHECK NUMBER AS CROSS-REFERENCE.  CCCW9213 RELEASES ONE
000166* FOR A PAID CHECK WHEN ITS FORGED-ENDORSEMENT OR NON-RECEIPT
000168* CLAIM IS APPROVED.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
00022D*                               REPLACEMENT'S NUMBER TRIPPED
00022E*                               THE IN-RUN DUPLICATE CHECK);
00022F*                               FILLER 24 TO 16
00022G* 10/2026   004    R.FORTUNATE  REI-NEW-CHK-NUM MAY BE LEFT
00022H*                               BLANK - THE REPLACEMENT (AND ANY
00022I*                               INTEREST CHECK) IS THEN NUMBERED
00022J*                               AND PRINTED ON THE CENTRAL STOCK
00022K*                               BY CCCW9215
000230******************************************************************

000240 01  REISSUE-TRAN-RCD.
000250     05  REI-ISSUING-BR-CODE           PIC X(03).
000260     05  REI-OLD-CHK-NUM               PIC X(08).
000266* SPACES - THE CENTRAL PRINT RUN ASSIGNS THE NUMBER.
000270     05  REI-NEW-CHK-NUM               PIC X(08).
000280     05  REI-REISSUE-DATE              PIC 9(08).
000282     05  REI-INTEREST-AMT              PIC S9(07)V99.
