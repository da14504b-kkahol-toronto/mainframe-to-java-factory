000010******************************************************************
000020*****************  START OF COPYLIB CLCWW186  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW186           USED BY: CCCW9213
000070*------------------------------------------------------------
000080* PAID-ITEM CLAIM DEADLINE TABLE
000090* LOADED FROM THE CLCWW135 REFERENCE FILE THROUGH CCCW9196
000100* (TABLE CLMD), IN CLAIM-TYPE SEQUENCE.  ONE ENTRY PER CLAIM
000110* TYPE (F FORGED ENDORSEMENT, N NON-RECEIPT) GIVING THE DAYS
000120* ALLOWED FOR EACH STEP OF THE CLAIM:
000130*   AFFID-DAYS   - FROM OPENING TO THE PAYEE'S AFFIDAVIT
000140*   FILE-DAYS    - FROM THE BANK'S PAID DATE TO THE LAST DAY
000150*                  THE BANK WILL ACCEPT THE CLAIM
000160*   RECOVER-DAYS - FROM FILING TO THE BANK'S RECOVERY CREDIT
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAID-ITEM
000220*                               CLAIM DEADLINE TABLE
000230******************************************************************
000240
000250 01  WS-CLAIM-DEADLINE-TBL.
000260     05  WS-CLMD-ENTRY                  OCCURS 10 TIMES.
000270         10  WS-CLMD-TYPE               PIC X(01).
000280         10  WS-CLMD-AFFID-DAYS         PIC 9(03).
000290         10  WS-CLMD-FILE-DAYS          PIC 9(03).
000300         10  WS-CLMD-RECOVER-DAYS       PIC 9(03).
000310         10  WS-CLMD-DESC               PIC X(30).
000320
000330 77  WS-CLMD-TBL-MAX                 PIC 9(04) COMP VALUE ZERO.
000340 77  WS-CLMD-TBL-LIMIT               PIC 9(04) COMP VALUE 10.
000350 77  WS-CLMD-ENTRY-LEN               PIC 9(02) COMP VALUE 40.
000360 77  WS-CLMD-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000370
000380******************  END OF COPYLIB CLCWW186  *****************
