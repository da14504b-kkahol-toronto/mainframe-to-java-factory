000010******************************************************************
000020*****************  START OF COPYLIB CLCWW174  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW174           USED BY: CCCW9204
00006a*                                                   CCCW9217
000070*------------------------------------------------------------
000080* DUPLICATE-PAYMENT RECOVERY WORKLIST RECORD
000090* RECORD LENGTH = 200
000100* ONE RECORD PER PAIR OF STAGED DISBURSEMENTS (CLCWW013) THE
000110* CCCW9204 AUDIT JUDGED A LIKELY DUPLICATE: THE SAME TIN, OR
000120* FOR A PAYEE WITHOUT ONE THE SAME SQUEEZED NAME, PAID THE
000130* SAME OR NEAR-SAME AMOUNT WITHIN THE PARM DAY WINDOW, SCORED
000140* ON A SHARED REASON CODE, BUSINESS UNIT AND REASON TEXT.
000150* ITEM 1 IS THE EARLIER PAYMENT, ITEM 2 THE LATER.  EACH
000160* ITEM'S PAID STATUS IS FROM THE CLCWW053 OUTSTANDING-CHECK
000170* REGISTER - AN ITEM STILL OUTSTANDING CAN BE STOPPED BEFORE
000180* THE BANK PAYS IT.
000190******************************************************************
000200*                      REVISIONS
000210* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000220******************************************************************
000230* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - DUPLICATE-
000240*                               PAYMENT RECOVERY WORKLIST
000250******************************************************************
000260
000270  01  DUP-RECOVERY-RCD.
000280      05  DR-MATCH-BASIS                PIC X(01).
000290          88  DR-SAME-TIN                   VALUE "T".
000300          88  DR-SAME-NAME                  VALUE "N".
000310      05  DR-SCORE                      PIC 9(01).
000320      05  DR-SHARED-RSN-CODE-IND        PIC X(01).
000330      05  DR-SHARED-BUS-UNIT-IND        PIC X(01).
000340      05  DR-SHARED-RSN-TEXT-IND        PIC X(01).
000350      05  DR-DAYS-APART                 PIC 9(03).
000360* THE TIN AS STAGED (PROTECTED AT REST) AND THE PAYEE NAME OF
000370* ITEM 1.
000380      05  DR-SSN-TAX-ID                 PIC X(16).
000390      05  DR-PAYEE-NAME                 PIC X(40).
000400* STOP WHEN EITHER ITEM IS STILL OUTSTANDING (DR-STOP-ITEM
000410* NAMES WHICH - THE LATER ONE WHEN BOTH ARE); OTHERWISE THE
000420* MONEY HAS LEFT AND MUST BE RECOVERED FROM THE PAYEE.
000430      05  DR-RECOVERY-ACTION            PIC X(01).
000440          88  DR-STOP-PAYMENT               VALUE "S".
000450          88  DR-RECOVER-FUNDS              VALUE "R".
000460      05  DR-STOP-ITEM                  PIC 9(01).
000470      05  DR-ITEM                       OCCURS 2 TIMES.
000480          10  DR-ISSUING-BR-CODE        PIC X(03).
000490          10  DR-ONSITE-CHK-NUM         PIC X(08).
000500          10  DR-RUN-DATE               PIC 9(08).
000510          10  DR-DISB-AMT               PIC S9(10)V99.
000520          10  DR-RSN-CODE               PIC X(02).
000530          10  DR-PS-BUS-UNIT            PIC X(05).
000540          10  DR-DISB-REQ-SEQ-NUM       PIC 9(09).
000550          10  DR-PAID-STATUS            PIC X(01).
000560              88  DR-OUTSTANDING            VALUE "O".
000570              88  DR-STALE                  VALUE "S".
000580              88  DR-PAID                   VALUE "P".
000590              88  DR-ELECTRONIC             VALUE "E".
000600      05  DR-AUDIT-DATE                 PIC 9(08).
000610      05  FILLER                        PIC X(30).
000620
000630******************  END OF COPYLIB CLCWW174  *****************
