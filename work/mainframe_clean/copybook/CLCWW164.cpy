000010******************************************************************
000020*****************  START OF COPYLIB CLCWW164  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW164           USED BY: CCCW9198
000070*------------------------------------------------------------
000080* CHECK PRESENTMENT FORECAST EXTRACT (CLRFCST)
000090* RECORD LENGTH = 100
000100* THE DAILY CLEARANCE FORECAST FOR TREASURY, ONE SET PER
000110* DISBURSEMENT (PAYER) ACCOUNT ON THE BACT REFERENCE TABLE:
000120*   TYPE D - ONE PER FORECAST DAY (1 TO 10): THE BUSINESS
000130*            DATE, AND THE CHECKS EXPECTED TO BE PRESENTED
000140*            THAT DAY - COUNT AND AMOUNT.
000150*   TYPE T - THE ACCOUNT TOTAL: EVERYTHING OUTSTANDING, THE
000160*            SHARE EXPECTED WITHIN THE TEN DAYS, AND WHAT
000170*            IS LEFT BEYOND THEM.
000180* ITEMS WHOSE FINANCIAL LABEL IS NOT KNOWN OR NOT ON BACT
000190* COME UNDER THE ACCOUNT NUMBER "UNASSIGNED".
000200******************************************************************
000210*                      REVISIONS
000220* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000230******************************************************************
000240* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - CHECK
000250*                               PRESENTMENT FORECAST EXTRACT
000260******************************************************************
000270
000280  01  FORECAST-EXTRACT-RCD.
000290      05  FX-RUN-DATE                   PIC 9(08).
000300      05  FX-ACCOUNT-NUM                PIC X(17).
000310      05  FX-RECORD-TYPE                PIC X(01).
000320          88  FX-DAY-RECORD                 VALUE "D".
000330          88  FX-TOTAL-RECORD               VALUE "T".
000340      05  FX-DAY-NUMBER                 PIC 9(02).
000350      05  FX-FORECAST-DATE              PIC 9(08).
000360      05  FX-EXPECTED-COUNT             PIC 9(07)V99.
000370      05  FX-EXPECTED-AMOUNT            PIC S9(13)V99.
000380* TYPE T ONLY - ZERO ON A DAY RECORD.
000390      05  FX-OUTSTANDING-COUNT          PIC 9(07).
000400      05  FX-OUTSTANDING-AMOUNT         PIC S9(13)V99.
000410      05  FX-BEYOND-AMOUNT              PIC S9(13)V99.
000420      05  FILLER                        PIC X(03).
000430
000440******************  END OF COPYLIB CLCWW164  *****************
