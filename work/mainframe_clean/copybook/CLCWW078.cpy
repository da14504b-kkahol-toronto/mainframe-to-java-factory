000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW078  USED BY: CCCW9100/CCMR6319
000070*------------------------------------------------------------
000080* STOP-PAYMENT/VOID TRANSACTION RECORD
000090* RECORD LENGTH = 40
000130* RECORD AND WRITES A CLCWW045-FORMAT EXCLUSION (REASON SV)
000140* SO THE YEAR-END BUILD TAKES THE CHECK OUT OF THE PAYEE'S
000150* REPORTABLE TOTAL.
000151* A STOP OR VOID KEYED ONLINE THROUGH CCMR6319 CARRIES THE
000152* USER ID AND TERMINAL THAT ENTERED IT, AND - WHEN IT WAS AN
000153* IMMEDIATE STOP - THE FLAG SAYING ITS VOID-TYPE POSITIVE-PAY
000154* RECORD ALREADY WENT TO THE BANK THE SAME DAY.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STOP/VOID
000210*                               TRANSACTION
000211* 10/2026   002    R.FORTUNATE  ENTRY USER ID, TERMINAL, AND
000212*                               POSITIVE-PAY-SENT FLAG CARVED
000213*                               FROM THE FILLER
000220******************************************************************
000230
000240  01  STOP-VOID-RCD.
000280      05  SV-ISSUING-BR-CODE            PIC X(03).
000290      05  SV-ONSITE-CHK-NUM             PIC X(08).
000300      05  SV-STOP-DATE                  PIC 9(08).
000310      05  SV-ENTRY-USER-ID              PIC X(08).
000311      05  SV-ENTRY-TERMINAL             PIC X(04).
000312      05  SV-POSPAY-SENT-IND            PIC X(01).
000313          88  SV-POSPAY-SENT                VALUE "Y".
000314      05  FILLER                        PIC X(07).
000320
000330******************************************************************
