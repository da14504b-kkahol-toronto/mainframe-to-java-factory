000010******************************************************************
000020*****************  START OF COPYLIB CLCWW142  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW142           USED BY: CCCW9148
000070*------------------------------------------------------------
000080* BANK POSITIVE-PAY EXCEPTION DECISION RECORD
000090* RECORD LENGTH = 80
000100* THE BANK'S DECISION FILE FORMAT: ONE HEADER ("H"), ONE
000110* DETAIL ("D") PER EXCEPTION ITEM WITH OUR PAY OR RETURN
000120* DECISION, AND ONE TRAILER ("T") PROVING THE FILE.  THE
000130* ITEM IS IDENTIFIED THE WAY THE BANK'S PAID-ITEMS FEED
000140* (CLCWW052) IDENTIFIED IT.  THE FILE MUST REACH THE BANK
000150* BEFORE ITS DAILY DECISION CUTOFF - AN ITEM NOT DECIDED BY
000160* THEN TAKES THE BANK'S OWN DEFAULT.
000170*   RETURN REASONS: NI = PAID NOT ISSUED
000180*                   AM = AMOUNT DOES NOT MATCH ISSUE
000190*                   SP = STOP PAYMENT / VOID ON FILE
000200*                   RP = CHECK REPLACED BY A REISSUE
000210******************************************************************
000220*                      REVISIONS
000230* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000240******************************************************************
000250* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BANK
000260*                               POSITIVE-PAY DECISION RECORD
000270******************************************************************
000280
000290  01  PPX-BANK-DECISION-RCD.
000300      05  BD-RECORD-TYPE                PIC X(01).
000310          88  BD-HEADER                     VALUE "H".
000320          88  BD-DETAIL                     VALUE "D".
000330          88  BD-TRAILER                    VALUE "T".
000340      05  BD-DETAIL-DATA.
000350          10  BD-ISSUING-BR-CODE        PIC X(03).
000360          10  BD-CHECK-NUM              PIC X(08).
000370          10  BD-PAID-DATE              PIC 9(08).
000380          10  BD-PAID-AMOUNT            PIC 9(10)V99.
000390          10  BD-DECISION               PIC X(01).
000400              88  BD-PAY                    VALUE "P".
000410              88  BD-RETURN                 VALUE "R".
000420          10  BD-RETURN-REASON          PIC X(02).
000430          10  FILLER                    PIC X(45).
000440      05  BD-HEADER-DATA REDEFINES BD-DETAIL-DATA.
000450          10  BD-HDR-FILE-DATE          PIC 9(08).
000460          10  BD-HDR-FILE-TIME          PIC 9(04).
000470          10  BD-HDR-CUTOFF-TIME        PIC 9(04).
000480          10  FILLER                    PIC X(63).
000490      05  BD-TRAILER-DATA REDEFINES BD-DETAIL-DATA.
000500          10  BD-TLR-ITEM-COUNT         PIC 9(07).
000510          10  BD-TLR-PAY-COUNT          PIC 9(07).
000520          10  BD-TLR-RETURN-COUNT       PIC 9(07).
000530          10  BD-TLR-TOTAL-AMOUNT       PIC 9(12)V99.
000540          10  FILLER                    PIC X(44).
000550
000560******************  END OF COPYLIB CLCWW142  *****************
