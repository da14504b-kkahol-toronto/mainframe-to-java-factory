000010******************************************************************
000020*****************  START OF COPYLIB CLCWW145  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW145           USED BY: CCCW9143
00060a*                                                    CCCW9198
000070*------------------------------------------------------------
000080* DISBURSEMENT BANK ACCOUNT AND BAI2 TYPE CODE TABLES
000090* LOADED FROM THE CLCWW135 REFERENCE FILE THROUGH CCCW9196
000100* (TABLES BACT AND BTYP), IN KEY SEQUENCE.
000110*   BACT - ONE ENTRY PER FINANCIAL LABEL: THE BANK ACCOUNT
000120*          ITS DISBURSEMENTS ARE DRAWN ON.
000130*   BTYP - ONE ENTRY PER BAI2 DETAIL TYPE CODE WE RECONCILE:
000140*          C = CHECK PAID       A = ACH DEBIT
000150*          W = OUTGOING WIRE    F = FUNDING TRANSFER IN
000160*          I = KNOWN, NOT RECONCILED (FEES, INTEREST, ETC)
000170*          A TYPE CODE NOT ON THE TABLE IS REPORTED.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BANK ACCOUNT
000230*                               AND BAI2 TYPE CODE TABLES
000240******************************************************************
000250
000260 01  WS-BANK-ACCOUNT-TBL.
000270     05  WS-BACT-ENTRY                  OCCURS 50 TIMES.
000280         10  WS-BACT-FIN-LABEL          PIC 9(04).
000290         10  WS-BACT-ACCOUNT-NUM        PIC X(17).
000300         10  WS-BACT-DESC               PIC X(19).
000310
000320 77  WS-BACT-TBL-MAX                 PIC 9(02) COMP VALUE ZERO.
000330 77  WS-BACT-TBL-LIMIT               PIC 9(02) COMP VALUE 50.
000340 77  WS-BACT-ENTRY-LEN               PIC 9(02) COMP VALUE 40.
000350 77  WS-BACT-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000360
000370 01  WS-BAI-TYPE-TBL.
000380     05  WS-BTYP-ENTRY                  OCCURS 100 TIMES.
000390         10  WS-BTYP-CODE               PIC X(03).
000400         10  WS-BTYP-CATEGORY           PIC X(01).
000410             88  WS-BTYP-IGNORED            VALUE "I".
000420         10  WS-BTYP-DESC               PIC X(30).
000430
000440 77  WS-BTYP-TBL-MAX                 PIC 9(03) COMP VALUE ZERO.
000450 77  WS-BTYP-TBL-LIMIT               PIC 9(03) COMP VALUE 100.
000460 77  WS-BTYP-ENTRY-LEN               PIC 9(02) COMP VALUE 34.
000470 77  WS-BTYP-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000480
000490******************  END OF COPYLIB CLCWW145  *****************
