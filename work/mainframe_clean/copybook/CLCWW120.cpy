000080* CHARGEBACK UNIT-COST TABLE
000090* THE PER-ITEM RATES EACH BUSINESS UNIT IS BILLED AT FOR THE
000100* VOLUME IT DRIVES THROUGH THIS SHOP.  FINANCE OWNS THE
000110* RATES; LOADED FROM TABLE UCST OF THE CLCWW135 REFERENCE
000120* FILE BY CCCW9196 AND MAINTAINED BY CCMR6380, THE SAME AS
000130* THE CLCWW073 STATE RULES TABLE.  CCCW9138 LOOKS EACH RATE
00130a* UP BY ITS CODE.
000140*   DISB = ONE DISBURSEMENT PROCESSED
000150*   SUSP = ONE SUSPENSE/HELD ITEM WORKED
000160*   COPY = ONE RECIPIENT COPY MAILED
000210******************************************************************
000220* 09/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER -
000230*                               CHARGEBACK UNIT COSTS
00230a* 10/2026   002    R.FORTUNATE  LOADED FROM THE CLCWW135
00230b*                               REFERENCE FILE (UCST) IN PLACE
00230c*                               OF THE COMPILED VALUES; LIMIT 10
000240******************************************************************

000250 01  WS-UNIT-COST-TBL.
000260     05  WS-UC-ENTRY                    OCCURS 10 TIMES.
000270         10  WS-UC-CODE                 PIC X(04).
000280         10  WS-UC-RATE                 PIC 9(03)V99.
000290
000300 77  WS-UC-TBL-MAX                   PIC 9(02) COMP VALUE ZERO.
000310 77  WS-UC-TBL-LIMIT                 PIC 9(02) COMP VALUE 10.
000320 77  WS-UC-ENTRY-LEN                 PIC 9(02) COMP VALUE 9.
000330 77  WS-UC-DROPPED                   PIC 9(07) COMP VALUE ZERO.

000370******************  END OF COPYLIB CLCWW120  *****************
