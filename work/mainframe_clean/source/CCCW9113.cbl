000270******************************************************************
000280* DATE     INIT  DESCRIPTION
000290* -------- ----  --------------------------------------------
0002va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0002vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
00290a* 10/2026  RF    COUNT EVERY MERGE PAIR AND YTD KEY THE TABLES
00290b*                COULD NOT HOLD, PRINT THE TABLE CAPACITY REPORT,
00290c*                AND END RC=12 (WAS 8) WHEN ANY ENTRY WAS DROPPED
000281* 10/2026  RF    REFUSE TO RUN UNLESS TEN99DTL IS THE HEAD
000282*                GENERATION ON THE STAGING GENERATION CATALOG
000283*                (CLCWW129-131), AND CATALOG THE NEW GENERATION
000284*                WITH ITS PARENT AT WRAP-UP
00028a* 09/2026  RF    CARRY THE NEW MG-MERGE-REASON THROUGH TO THE
00028b*                CLCWW080 AUDIT - A DECEASED-PAYEE RE-KEY TO
00028c*                THE ESTATE EIN (REASON D) RIDES THE SAME
000550
000560      SELECT TIN-MERGE-AUDIT     ASSIGN TO MERGAUD
000570          ORGANIZATION IS SEQUENTIAL.
00057a
00057b      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00057c          ORGANIZATION IS SEQUENTIAL.
000580
000590      COPY C2INX004.
000600
000850      LABEL RECORDS ARE STANDARD
000860      DATA RECORD IS TEN99-STAGING-OUT-RCD.
000870
000880  01  TEN99-STAGING-OUT-RCD         PIC X(420).
000890
000900  FD  TEN99-YTD-FILE
000910      BLOCK CONTAINS 0 RECORDS
001020      DATA RECORD IS TIN-MERGE-AUDIT-RCD.
001030
001040      COPY CLCWW080.
00104a
00104b  FD  GEN-CATALOG-FILE
00104c      BLOCK CONTAINS 0 RECORDS
00104d      RECORDING MODE IS F
00104e      LABEL RECORDS ARE STANDARD
00104f      DATA RECORD IS GEN-CATALOG-RCD.
00104g
00104h      COPY CLCWW129.
001050
001060      COPY C2INX005.
001070
001120      COPY C2INX006.
00112a
00112b      COPY CLCWW110.
00112c
00112d      COPY CLCWW130.
0112da
0112db      COPY CLCWW133.
001130
001140  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9113".
001150
001390
001400  77  WS-MRG-COUNT                PIC 9(03) COMP VALUE ZERO.
001410  77  WS-MRG-TABLE-MAX            PIC 9(03) COMP VALUE 200.
01410a  77  WS-MRG-DROPPED              PIC 9(07) COMP VALUE ZERO.
001420  77  WS-MRG-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001430  77  WS-MRG-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
001440
001540
001550  77  WS-YK-COUNT                 PIC 9(03) COMP VALUE ZERO.
001560  77  WS-YK-TABLE-MAX             PIC 9(03) COMP VALUE 400.
01560a  77  WS-YK-DROPPED               PIC 9(07) COMP VALUE ZERO.
001570  77  WS-YK-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
00157a
00157b* AN OVERFLOW IS COUNTED IN THE TABLE'S DROPPED COUNTER - THE
00157c* RUN FINISHES, PRINTS WHAT WAS SKIPPED ON THE CAPACITY REPORT,
00157d* AND ENDS RC=12 SO THE SCHEDULER FLAGS THE JOB FOR A RERUN
00157e* WITH BIGGER TABLES.
00157g* ONE WARNING LINE PER TABLE, HOWEVER MANY ENTRIES OVERFLOW.
00157h  77  WS-MRG-WARNED-SW            PIC X(01) VALUE "N".
00157i  77  WS-YK-WARNED-SW             PIC X(01) VALUE "N".
001780
001790      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
001800
0180a       IF TC-TABLE-OVERFLOW
0180b           MOVE TC-OVERFLOW-RC TO RETURN-CODE
0180c       END-IF.
0180d
001810      GOBACK.
001920          UNTIL WS-MERGE-EOF.
001930      CLOSE TIN-MERGE-FILE.
001940
00194a*   A MERGE TAKEN FROM ANYTHING BUT THE HEAD GENERATION WOULD
00194b*   THROW AWAY EVERY CHANGE MADE SINCE.
00194c      PERFORM 9600-VERIFY-HEAD       THRU 9600-EXIT.
00194d
001950      OPEN INPUT  TEN99-STAGING-FILE.
001960      OPEN OUTPUT TEN99-STAGING-OUT.
001970      OPEN I-O    TEN99-YTD-FILE.
002184              TO WS-MRG-REASON (WS-MRG-COUNT)
002190          ADD 1 TO WS-PAIRS-LOADED
0219a       ELSE
0219b           ADD 1 TO WS-MRG-DROPPED
0219ba          IF WS-MRG-WARNED-SW = "N"
0219bb              MOVE "Y" TO WS-MRG-WARNED-SW
0219c               MOVE "*MERGE PAIR TABLE FULL AT:" TO SCR-LITERAL
002460
002470      MOVE TEN99-RCD              TO TEN99-STAGING-OUT-RCD.
002480      WRITE TEN99-STAGING-OUT-RCD.
00248a      MOVE TEN99-RCD              TO GN-HASH-RECORD.
00248b      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
002490
002500  2000-EXIT.
002510      EXIT.
0335b
0335c       IF WS-PAIR-FOUND
0335d           AND WS-YK-COUNT NOT < WS-YK-TABLE-MAX
0335e           ADD 1 TO WS-YK-DROPPED
0335ea          IF WS-YK-WARNED-SW = "N"
0335eb              MOVE "Y" TO WS-YK-WARNED-SW
0335f               MOVE "*YTD KEY TABLE FULL AT:" TO SCR-LITERAL
004490      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
004500      PERFORM 8999-WRITE-SYSOUT.
004510
00451a*   CATALOGED EVEN WHEN A TABLE FILLED - THE RERUN WITH BIGGER
00451b*   TABLES TAKES THIS GENERATION AS ITS INPUT, AND THE PAIRS
00451c*   ALREADY WORKED NO LONGER MATCH ANYTHING ON IT.
00451d      PERFORM 9630-CATALOG-REWRITE THRU 9630-EXIT.
00451e
0451ea      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
451eaa
004520      COPY C2INZ003.
004530
004540      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004550
004560  8000-EXIT.
004570      EXIT.
04570a
04570b* 8980-NOTE-TABLE-CAPACITY
04570c*   NOTES THE MERGE-PAIR AND YTD-KEY TABLES' HIGH-WATER MARKS,
04570d*   LIMITS AND DROPPED-ENTRY COUNTS AND PRINTS THE CAPACITY
04570e*   REPORT.  0000-MAINLINE ENDS THE RUN RC=12 ON ANY DROP.
04570f  8980-NOTE-TABLE-CAPACITY.
04570g
04570h      MOVE "MERGE PAIRS"            TO TC-NOTE-NAME.
04570i      MOVE WS-MRG-TABLE-MAX         TO TC-NOTE-LIMIT.
04570j      MOVE WS-MRG-COUNT             TO TC-NOTE-HIGH.
04570k      MOVE WS-MRG-DROPPED           TO TC-NOTE-DROPPED.
04570l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04570m
04570n      MOVE "YTD KEYS"               TO TC-NOTE-NAME.
04570o      MOVE WS-YK-TABLE-MAX          TO TC-NOTE-LIMIT.
04570p      MOVE WS-YK-COUNT              TO TC-NOTE-HIGH.
04570q      MOVE WS-YK-DROPPED            TO TC-NOTE-DROPPED.
04570r      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
04570s
04570t      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
04570u
04570v  8980-EXIT.
04570w      EXIT.
004580
004590      COPY CLCWW111.
004591
004592      COPY CLCWW131.
004593
04593a      COPY CLCWW134.
4593aa
004594      COPY C2INZ002.
004600
004610      COPY C2INZ004.
