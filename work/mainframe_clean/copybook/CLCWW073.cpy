000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW073  USED BY: CCCW9150/CCCW9129
000070*------------------------------------------------------------
000080* STATE DIRECT-FILING RULES TABLE
000090* ONE ENTRY PER STATE ON THE DIRECT-FILE LIST: THE MANDATORY
000100* STATE WITHHOLDING RATE (ZERO = NO STATE WITHHOLDING), OUR
000110* PAYER STATE ID NUMBER WITH THAT AGENCY, AND THE STATE'S OWN
000120* FILING THRESHOLD.  LOADED FROM TABLE SRUL OF THE CLCWW135
000130* REFERENCE FILE BY CCCW9196 AND MAINTAINED BY CCMR6380.
000132* THE DEPOSIT FREQUENCY IS THE STATE'S SCHEDULE FOR REMITTING
000134* WHAT WE WITHHOLD - CCCW9129 DATES EACH STATE REMITTANCE
000136* FROM IT.
000140******************************************************************
000150*                      REVISIONS
000160* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000170******************************************************************
000180* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STATE
000190*                               FILING RULES TABLE
000192* 10/2026   002    R.FORTUNATE  ADD THE STATE DEPOSIT FREQUENCY
000194*                               (FILLER 3 TO 2) FOR THE STATE
000196*                               WITHHOLDING LEDGER
00196a* 10/2026   003    R.FORTUNATE  LOADED FROM THE CLCWW135
00196b*                               REFERENCE FILE (SRUL) IN PLACE
00196c*                               OF THE COMPILED VALUES; LIMIT 60
000200******************************************************************
000210
000212* EACH 25-BYTE ENTRY: STATE (1-2), RATE V9999 (3-6), PAYER
000214* STATE ID X(10) (7-16), THRESHOLD 9999V99 (17-22), DEPOSIT
000215* FREQUENCY (23) - M MONTHLY, Q QUARTERLY, A ANNUAL - FILLER
000216* (24-25).  THE PAYER IDS ARE PADDED TO EXACTLY TEN BYTES SO
000218* THE THRESHOLD DIGITS LAND IN THEIR OWN COLUMNS.
000220  01  WS-STATE-RULES-TBL.
000230      05  WS-SRULE-ENTRY                 OCCURS 60 TIMES.
000240          10  WS-SRULE-STATE             PIC X(02).
000250          10  WS-SRULE-RATE              PIC V9(04).
000260          10  WS-SRULE-PAYER-STATE-ID    PIC X(10).
000270          10  WS-SRULE-THRESHOLD         PIC 9(04)V99.
000280          10  WS-SRULE-DEPOSIT-FREQ      PIC X(01).
000290              88  WS-SRULE-DEPOSIT-MONTHLY   VALUE "M".
000300              88  WS-SRULE-DEPOSIT-QUARTERLY VALUE "Q".
000310              88  WS-SRULE-DEPOSIT-ANNUAL    VALUE "A".
000320          10  FILLER                     PIC X(02).
000330
000340  77  WS-SRULE-TBL-MAX                PIC 9(02) COMP VALUE ZERO.
000350  77  WS-SRULE-TBL-LIMIT              PIC 9(02) COMP VALUE 60.
000352  77  WS-SRULE-ENTRY-LEN              PIC 9(02) COMP VALUE 25.
000354  77  WS-SRULE-DROPPED                PIC 9(07) COMP VALUE ZERO.
000380
000390******************************************************************
