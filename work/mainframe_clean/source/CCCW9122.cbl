000280* -------- ----  --------------------------------------------
000290* 08/2026  RF    NEW PROGRAM - IRS BULK TIN MATCHING RESPONSE
000300*                APPLY TO THE STAGING FILE
000301* 10/2026  RF    LOG THE TAX YEAR ON THE RUN-HISTORY END RECORD
000302*                - CCCW9150'S PREREQUISITE GATE LOOKS FOR IT
000303* 10/2026  RF    REFUSE TO RUN UNLESS TEN99DTL IS THE HEAD
000304*                GENERATION ON THE STAGING GENERATION CATALOG
000305*                (CLCWW129-131), AND CATALOG THE NEW GENERATION
000306*                WITH ITS PARENT AT WRAP-UP
00306a* 10/2026  RF    COUNT EVERY IRS RESPONSE THE RESPONSE TABLE COULD
00306b*                NOT HOLD, PRINT THE TABLE CAPACITY REPORT, AND
00306c*                END RC=12 WHEN ANY RESPONSE WAS DROPPED
0030va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0030vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
000310******************************************************************
000320  ENVIRONMENT DIVISION.
000330  CONFIGURATION SECTION.
000460
000470      SELECT TEN99-STAGING-OUT   ASSIGN TO TEN99DTO
000480          ORGANIZATION IS SEQUENTIAL.
00048a
00048b      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00048c          ORGANIZATION IS SEQUENTIAL.
000490
000500      COPY C2INX004.
000510
000790      LABEL RECORDS ARE STANDARD
000800      DATA RECORD IS TEN99-STAGING-OUT-RCD.
000810
000820  01  TEN99-STAGING-OUT-RCD         PIC X(420).
00082a
00082b  FD  GEN-CATALOG-FILE
00082c      BLOCK CONTAINS 0 RECORDS
00082d      RECORDING MODE IS F
00082e      LABEL RECORDS ARE STANDARD
00082f      DATA RECORD IS GEN-CATALOG-RCD.
00082g
00082h      COPY CLCWW129.
000830
000840      COPY C2INX005.
000850
000900      COPY C2INX006.
00090a
00090b      COPY CLCWW110.
00090c
00090d      COPY CLCWW130.
0090da
0090db      COPY CLCWW133.
000910
000920  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9122".
000921  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
000930
000940  01  WS-SWITCHES.
000950      05  WS-RSP-EOF-SW           PIC X(01) VALUE "N".
001180
001190  77  WS-RSP-COUNT                PIC 9(05) COMP VALUE ZERO.
001200  77  WS-RSP-TABLE-MAX            PIC 9(05) COMP VALUE 10000.
01200a  77  WS-RSP-DROPPED              PIC 9(07) COMP VALUE ZERO.
001210  77  WS-RSP-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
001220  77  WS-RSP-MATCHED-SUB          PIC 9(05) COMP VALUE ZERO.
001230
001410
001420      COPY C2INZ001.
001430
001431*   THE JANUARY RESPONSE ANSWERS THE PRIOR (FILING) YEAR.
001432      COMPUTE WS-TAX-YEAR = SWA-CCYY-CEN * 100 + SWA-CCYY-YR - 1.
001433      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
001434
00143a*   THE IRS ANSWERS APPLIED TO ANYTHING BUT THE HEAD
00143b*   GENERATION WOULD THROW AWAY EVERY CHANGE MADE SINCE.
00143c      PERFORM 9600-VERIFY-HEAD       THRU 9600-EXIT.
00143d
001440      OPEN INPUT  TEN99-STAGING-FILE.
001450      OPEN OUTPUT TEN99-STAGING-OUT.
001460
001560      OPEN INPUT TINMATCH-RSP-FILE.
001570
001580      PERFORM 1210-LOAD-RSP-RECORD THRU 1210-EXIT
001590          UNTIL WS-RSP-EOF.
001610
001620      IF WS-RSP-DROPPED > ZERO
001630          MOVE "*RESPONSE TABLE FULL, DROPPED:" TO SCR-LITERAL
001640          MOVE WS-RSP-DROPPED         TO SCR-COUNT
001650          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
001660          PERFORM 8999-WRITE-SYSOUT
001670      END-IF.
001790              GO TO 1210-EXIT
001800      END-READ.
001810
01810a      IF WS-RSP-COUNT NOT < WS-RSP-TABLE-MAX
01810b          ADD 1 TO WS-RSP-DROPPED
01810c          GO TO 1210-EXIT
01810d      END-IF.
01810e
001820      ADD 1 TO WS-RSP-COUNT.
001822*   THE STAGING FILE THE RESPONSES APPLY TO RESTS WITH THE
001824*   PROTECTED TIN (CLCWW110/111) - THE IRS ANSWER'S CLEAR
002140
002150      MOVE TEN99-RCD              TO TEN99-STAGING-OUT-RCD.
002160      WRITE TEN99-STAGING-OUT-RCD.
00216a      MOVE TEN99-RCD              TO GN-HASH-RECORD.
00216b      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
002170      ADD 1 TO WS-RECORDS-WRITTEN.
002180
002190  2000-EXIT.
002830      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
002840      PERFORM 8999-WRITE-SYSOUT.
002850
00285a      PERFORM 9630-CATALOG-REWRITE THRU 9630-EXIT.
0285aa
0285ab      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
00285b
002860      COPY C2INZ003.
002870
002880      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
002890
002900  8000-EXIT.
002910      EXIT.
02910a
02910b* 8980-NOTE-TABLE-CAPACITY
02910c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
02910d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
02910e*   DROPPED ENTRY ENDS THE RUN RC=12.
02910f  8980-NOTE-TABLE-CAPACITY.
02910g
02910h      MOVE "IRS TIN MATCH RESPONSES" TO TC-NOTE-NAME.
02910i      MOVE WS-RSP-TABLE-MAX         TO TC-NOTE-LIMIT.
02910j      MOVE WS-RSP-COUNT             TO TC-NOTE-HIGH.
02910k      MOVE WS-RSP-DROPPED           TO TC-NOTE-DROPPED.
02910l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
02910m
02910n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
02910o
02910p      IF TC-TABLE-OVERFLOW
02910q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
02910r      END-IF.
02910s
02910t  8980-EXIT.
02910u      EXIT.
002920
002930      COPY CLCWW111.
002931
002932      COPY CLCWW131.
002933
02933a      COPY CLCWW134.
02933b
002934      COPY C2INZ002.
002940
002950      COPY C2INZ004.
