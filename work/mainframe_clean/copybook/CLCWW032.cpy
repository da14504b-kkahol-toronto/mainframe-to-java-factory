000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
00190a* 10/2026   006    R.FORTUNATE  THE REASON AND THRESHOLD TABLES
00190b*                               ARE NO LONGER COMPILED IN - THEY
00190c*                               ARE LOADED FROM THE CLCWW135
00190d*                               REFERENCE FILE (RSNC, RTHR) BY
00190e*                               CCCW9196 AND MAINTAINED BY
00190f*                               CCMR6380.  LIMITS 20 AND 40
00019A* 09/2026   005    R.FORTUNATE  ADD REASON CODE 20, INTEREST
00019B*                               PAID ON LATE/REISSUED CHECKS -
00019C*                               FORM I (1099-INT) WITH ITS OWN
000250*                               NEC BOX 01
000252******************************************************************
000260 
000270* LOADED AT INITIALIZATION FROM THE CLCWW135 REFERENCE FILE,
000280* TABLE RSNC, BY CALL "CCCW9196" - THE ENTRIES IN FORCE ON THE
000290* RUN DATE, IN CODE SEQUENCE.  WS-REASON-TBL-MAX IS THE NUMBER
000292* LOADED.  CODE 99 SORTS LAST; THE CALLER CHECKS IT IS THERE.
000294  01  WS-REASON-CODE-TBL.
000300      05  WS-REASON-ENTRY                OCCURS 20 TIMES.
000310          10  WS-REASON-TBL-CODE         PIC X(02).
000320          10  WS-REASON-TBL-DESC         PIC X(30).
000330          10  WS-REASON-TBL-BOX          PIC X(02).
000340          10  WS-REASON-TBL-FORM         PIC X(01).
000350              88  WS-REASON-FORM-MISC        VALUE "M".
000360              88  WS-REASON-FORM-NEC         VALUE "N".
000370              88  WS-REASON-FORM-INT         VALUE "I".
000372
000374  77  WS-REASON-TBL-MAX               PIC 9(02) COMP VALUE ZERO.
000380  77  WS-REASON-TBL-LIMIT             PIC 9(02) COMP VALUE 20.
000390  77  WS-REASON-ENTRY-LEN             PIC 9(02) COMP VALUE 35.
000400  77  WS-REASON-DROPPED               PIC 9(07) COMP VALUE ZERO.
000410  77  WS-REASON-DEFAULT-CODE          PIC X(02) VALUE "99".
000490 
000492* PER-REASON-CODE REPORTING THRESHOLDS.  EACH ENTRY IS THE
000493* FLOOR IN EFFECT FOR ITS CODE FROM THE GIVEN TAX YEAR ON -
000495* NOT AFTER THE YEAR BEING FILED.  A CODE WITH NO ENTRY TAKES
000496* THE WS-REASON-DEFAULT-THRESHOLD FLOOR.  GROSS PROCEEDS TO
000497* AN ATTORNEY (14) HAVE NO MINIMUM.
000498* LOADED FROM TABLE RTHR OF THE CLCWW135 REFERENCE FILE, IN
000499* CODE AND EFFECTIVE-YEAR SEQUENCE.
00049A  01  WS-REASON-THRESHOLD-TBL.
00049B      05  WS-THRESH-ENTRY                OCCURS 40 TIMES.
00049C          10  WS-THRESH-CODE             PIC X(02).
00049D          10  WS-THRESH-EFF-YEAR         PIC 9(04).
00049E          10  WS-THRESH-AMOUNT           PIC 9(07)V99.
0049Ea
00049F  77  WS-THRESH-TBL-MAX               PIC 9(02) COMP VALUE ZERO.
00049G  77  WS-THRESH-TBL-LIMIT             PIC 9(02) COMP VALUE 40.
00049H  77  WS-THRESH-ENTRY-LEN             PIC 9(02) COMP VALUE 15.
00049I  77  WS-THRESH-DROPPED               PIC 9(07) COMP VALUE ZERO.
00049P  77  WS-REASON-DEFAULT-THRESHOLD     PIC 9(07)V99 VALUE 600.00.
00049Q
000500******************  END OF COPYLIB CLCWW032  *****************
