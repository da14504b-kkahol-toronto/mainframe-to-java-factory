000010******************************************************************
000020*****************  START OF COPYLIB CLCWW184  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW184           USED BY: CCCW9213
000070*------------------------------------------------------------
000080* PAID-ITEM CLAIM TRANSACTION RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER STEP ON A FORGED-ENDORSEMENT OR NON-RECEIPT
000110* CLAIM AGAINST A CHECK THE BANK HAS ALREADY PAID, KEYED BY
000120* CLAIMS OPERATIONS AND APPLIED IN FILE ORDER BY CCCW9213 TO
000130* THE CLCWW187 CLAIM REGISTER:
000140*   OP - OPEN A CLAIM (CT-CLAIM-TYPE REQUIRED)
000150*   AF - PAYEE'S AFFIDAVIT RECEIVED
000160*   BF - CLAIM FILED WITH THE BANK (CT-BANK-CLAIM-REF REQUIRED)
000170*   AP - CLAIM APPROVED - RELEASE THE REISSUE (CT-NEW-CHK-NUM
000180*        BLANK FOR A REPLACEMENT PRINTED CENTRALLY BY CCCW9215)
000190*   DN - CLAIM DENIED
000200******************************************************************
000210*                      REVISIONS
000220* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000230******************************************************************
000240* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAID-ITEM
000250*                               CLAIM TRANSACTION
000252* 10/2026   002    R.FORTUNATE  CT-NEW-CHK-NUM IS NO LONGER
000254*                               REQUIRED ON AN APPROVAL - BLANK
000256*                               LEAVES THE NUMBER TO CCCW9215
000260******************************************************************
000270
000280  01  CLAIM-TRAN-RCD.
000290      05  CT-ISSUING-BR-CODE            PIC X(03).
000300      05  CT-ONSITE-CHK-NUM             PIC X(08).
000310      05  CT-TRAN-CODE                  PIC X(02).
000320          88  CT-OPEN-CLAIM                 VALUE "OP".
000330          88  CT-AFFIDAVIT-RECEIVED         VALUE "AF".
000340          88  CT-BANK-CLAIM-FILED           VALUE "BF".
000350          88  CT-APPROVE-CLAIM              VALUE "AP".
000360          88  CT-DENY-CLAIM                 VALUE "DN".
000370      05  CT-CLAIM-TYPE                 PIC X(01).
000380          88  CT-CLAIM-TYPE-VALID           VALUE "F" "N".
000390      05  CT-TRAN-DATE                  PIC 9(08).
000400      05  CT-NEW-CHK-NUM                PIC X(08).
000410      05  CT-BANK-CLAIM-REF             PIC X(12).
000420      05  CT-ENTERED-BY                 PIC X(08).
000430      05  CT-COMMENT                    PIC X(30).
000440
000450******************  END OF COPYLIB CLCWW184  *****************
