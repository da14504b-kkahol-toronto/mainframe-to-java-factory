000010******************************************************************
000020*****************  START OF COPYLIB CLCWW187  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW187           USED BY: CCCW9213
00006a*                                                   CCCW9217
000070*------------------------------------------------------------
000080* PAID-ITEM CLAIM REGISTER RECORD
000090* RECORD LENGTH = 150
000100* ONE RECORD PER FORGED-ENDORSEMENT OR NON-RECEIPT CLAIM
000110* AGAINST A PAID CHECK, KEPT BY CCCW9213 FROM OPENING THROUGH
000120* APPROVAL OR DENIAL AND THE BANK'S RECOVERY CREDIT.  THE
000130* PAID DATE AND AMOUNT ARE THE BANK'S, FROM THE CLCWW181
000140* PAID-ITEM IMAGE HISTORY.  THE FILE CARRIES A CLCWW166
000150* LAYOUT HEADER AHEAD OF THE FIRST CLAIM.
000160*   O - OPENED, WAITING FOR THE PAYEE'S AFFIDAVIT
000170*   A - AFFIDAVIT RECEIVED
000180*   F - CLAIM FILED WITH THE BANK
000190*   P - APPROVED AND THE REISSUE RELEASED, RECOVERY PENDING
000200*   C - CLOSED - APPROVED AND RECOVERED FROM THE BANK
000210*   D - DENIED
000220******************************************************************
000230*                      REVISIONS
000240* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000250******************************************************************
000260* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAID-ITEM
000270*                               CLAIM REGISTER
000280******************************************************************
000290
000300  01  CLAIM-REG-RCD.
000310      05  CLM-KEY.
000320          10  CLM-ISSUING-BR-CODE       PIC X(03).
000330          10  CLM-ONSITE-CHK-NUM        PIC X(08).
000340      05  CLM-CLAIM-TYPE                PIC X(01).
000350          88  CLM-FORGED-ENDORSEMENT        VALUE "F".
000360          88  CLM-NON-RECEIPT               VALUE "N".
000370      05  CLM-STATUS                    PIC X(01).
000380          88  CLM-OPENED                    VALUE "O".
000390          88  CLM-AFFIDAVIT-IN              VALUE "A".
000400          88  CLM-BANK-FILED                VALUE "F".
000410          88  CLM-APPROVED                  VALUE "P".
000420          88  CLM-CLOSED                    VALUE "C".
000430          88  CLM-DENIED                    VALUE "D".
000440          88  CLM-UNDECIDED                 VALUE "O" "A" "F".
000450          88  CLM-FINISHED                  VALUE "C" "D".
000460      05  CLM-PAID-DATE                 PIC 9(08).
000470      05  CLM-PAID-AMOUNT               PIC S9(10)V99.
000480      05  CLM-OPEN-DATE                 PIC 9(08).
000490      05  CLM-AFFIDAVIT-DATE            PIC 9(08).
000500      05  CLM-FILED-DATE                PIC 9(08).
000510      05  CLM-BANK-CLAIM-REF            PIC X(12).
000520      05  CLM-APPROVED-DATE             PIC 9(08).
000530      05  CLM-NEW-CHK-NUM               PIC X(08).
000540      05  CLM-RECOVERY-DATE             PIC 9(08).
000550      05  CLM-RECOVERY-AMT              PIC S9(10)V99.
000560      05  CLM-CLOSED-DATE               PIC 9(08).
000570      05  CLM-LAST-ACTION-BY            PIC X(08).
000580      05  FILLER                        PIC X(29).
000590
000600******************  END OF COPYLIB CLCWW187  *****************
