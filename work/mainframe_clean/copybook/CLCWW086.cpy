000100* TREATY COUNTRIES, APPLIED BY CCCW9100'S 1042-S ROUTING ONLY
000110* WHEN A CURRENT W-8 CERTIFICATE (CLCWW085) IS ON FILE FOR
000120* THE PAYEE.  A COUNTRY NOT ON THE TABLE WITHHOLDS AT THE
000130* 30 PERCENT STATUTORY RATE.  LOADED FROM TABLE TRTY OF THE
000140* CLCWW135 REFERENCE FILE BY CCCW9196 AND MAINTAINED BY
000150* CCMR6380, THE SAME AS THE CLCWW073 STATE RULES TABLE.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 09/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - TREATY
000210*                               RATE TABLE BY COUNTRY CODE
00210a* 10/2026   002    R.FORTUNATE  LOADED FROM THE CLCWW135
00210b*                               REFERENCE FILE (TRTY) IN PLACE
00210c*                               OF THE COMPILED VALUES; LIMIT 60
000220******************************************************************

000230 01  WS-TREATY-RATE-TBL.
000240     05  WS-TRT-ENTRY                   OCCURS 60 TIMES.
000250         10  WS-TRT-COUNTRY             PIC X(03).
000260         10  WS-TRT-RATE                PIC V9(04).
000270
000280 77  WS-TRT-TBL-MAX                  PIC 9(02) COMP VALUE ZERO.
000290 77  WS-TRT-TBL-LIMIT                PIC 9(02) COMP VALUE 60.
000300 77  WS-TRT-ENTRY-LEN                PIC 9(02) COMP VALUE 7.
000310 77  WS-TRT-DROPPED                  PIC 9(07) COMP VALUE ZERO.

000370******************  END OF COPYLIB CLCWW086  *****************
