000110* PUB. 1220 COMBINED-FILING STATE CODE STAMPED ON THE FIRE
000120* "B" RECORD.  A PAYEE IN ONE OF THESE STATES IS FORWARDED
000130* TO THE STATE BY THE IRS, SO CCCW9150 SUPPRESSES THE DIRECT
000140* STATE TRANSMITTAL FOR IT.  LOADED FROM TABLE CFSF OF THE
000150* CLCWW135 REFERENCE FILE BY CCCW9196 AND MAINTAINED BY
000160* CCMR6380, THE SAME AS THE CLCWW073 STATE RULES TABLE.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 09/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - CF/SF
000220*                               PARTICIPATION TABLE
00220a* 10/2026   002    R.FORTUNATE  LOADED FROM THE CLCWW135
00220b*                               REFERENCE FILE (CFSF) IN PLACE
00220c*                               OF THE COMPILED VALUES; LIMIT 60
000230******************************************************************

000240 01  WS-CFSF-STATE-TBL.
000250     05  WS-CFSF-ENTRY                  OCCURS 60 TIMES.
000260         10  WS-CFSF-STATE              PIC X(02).
000270         10  WS-CFSF-CODE               PIC X(02).
000280
000290 77  WS-CFSF-TBL-MAX                 PIC 9(02) COMP VALUE ZERO.
000300 77  WS-CFSF-TBL-LIMIT               PIC 9(02) COMP VALUE 60.
000310 77  WS-CFSF-ENTRY-LEN               PIC 9(02) COMP VALUE 4.
000320 77  WS-CFSF-DROPPED                 PIC 9(07) COMP VALUE ZERO.

000440******************  END OF COPYLIB CLCWW088  *****************
