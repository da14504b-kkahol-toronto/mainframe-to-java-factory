000010******************************************************************
000020*****************  START OF COPYLIB CLCWW123  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW123           USED BY: CCCW9150
000065*                                                   CCCW9214
000070*------------------------------------------------------------
000080* EXEMPT-PAYEE 1099 SUPPRESSION REGISTER RECORD
000090* RECORD LENGTH = 120
000100* ONE RECORD PER PAYEE WHOSE YEAR-TO-DATE TOTAL MET THE
000110* REPORTING FLOOR BUT WHOSE 1099 CCCW9150 SUPPRESSED BECAUSE
000120* THE CLCWW037 VENDOR MASTER CARRIES AN EXEMPT CORPORATE W-9
000130* CLASSIFICATION (C-CORP, S-CORP, AN LLC TAXED AS EITHER) OR
000140* AN EXEMPT PAYEE CODE, AND THE PAYEE'S REASON CODE IS NOT ONE
000150* REPORTABLE FOR CORPORATIONS ANYWAY (06 MEDICAL, 14 ATTORNEY).
000160* TAX REVIEWS THE REGISTER BEFORE FILING; THE TIN RESTS
000170* PROTECTED (CLCWW110) LIKE THE YTD FILE.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - EXEMPT-
000230*                               PAYEE SUPPRESSION REGISTER
000240******************************************************************
000250
000260  01  TEN99-SUPPRESS-RCD.
000270      05  SP-TAX-YEAR                   PIC 9(04).
000280      05  SP-SSN-TAX-ID                 PIC X(16).
000290      05  SP-NAME                       PIC X(40).
000300      05  SP-COMPASS-ENT-CDE            PIC X(03).
000310      05  SP-FIN-LABEL-CODE             PIC 9(04).
000320      05  SP-ISSUING-BR-CODE            PIC X(03).
000330      05  SP-RSN-CODE                   PIC X(02).
000340      05  SP-TAX-CLASS                  PIC X(01).
000350      05  SP-LLC-TAX-CLASS              PIC X(01).
000360      05  SP-EXEMPT-PAYEE-CODE          PIC X(02).
000370      05  SP-SUPPRESSED-AMT             PIC S9(13)V99.
000380      05  SP-CHECK-COUNT                PIC 9(05).
000390      05  SP-RUN-DATE                   PIC 9(08).
000400      05  FILLER                        PIC X(16).
000410
000420******************  END OF COPYLIB CLCWW123  *****************
