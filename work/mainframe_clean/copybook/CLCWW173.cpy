000010******************************************************************
000020*****************  START OF COPYLIB CLCWW173  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW173           USED BY: CCCW9150
000070*                                                   CCCW9157
000075*                                                   CCCW9160
000080*------------------------------------------------------------
000090* COUNTRY NAME TABLE
000100* LOADED FROM THE CLCWW135 REFERENCE FILE THROUGH CCCW9196
000110* (TABLE CNTY), IN COUNTRY CODE SEQUENCE.  ONE ENTRY PER
000120* COUNTRY CODE CARRIED IN DISB-COUNTRY-CODE, WITH THE COUNTRY
000130* NAME A FOREIGN MAILING ADDRESS ENDS IN - ON THE RECIPIENT
000140* COPY AND IN THE PUB. 1220 FOREIGN-ADDRESS FORMAT OF THE
000150* FIRE "B" RECORD.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - COUNTRY NAME
000210*                               TABLE
000220******************************************************************
000230
000240 01  WS-COUNTRY-TBL.
000250     05  WS-CNTY-ENTRY                  OCCURS 300 TIMES.
000260         10  WS-CNTY-CODE               PIC X(03).
000270         10  WS-CNTY-NAME               PIC X(20).
000280
000290 77  WS-CNTY-TBL-MAX                 PIC 9(04) COMP VALUE ZERO.
000300 77  WS-CNTY-TBL-LIMIT               PIC 9(04) COMP VALUE 300.
000310 77  WS-CNTY-ENTRY-LEN               PIC 9(02) COMP VALUE 23.
000320 77  WS-CNTY-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000330
000340******************  END OF COPYLIB CLCWW173  *****************
