000314*                THE SUBSTITUTION IS NOT ORDER-PRESERVING,
000316*                SO A KEYED SEQUENTIAL-OUTPUT LOAD FAILED
000318*                WITH STATUS 21 ON THE FIRST OUT-OF-ORDER KEY
000319* 10/2026  RF    A TEN99DTL CONVERSION REFUSES TO RUN UNLESS ITS
00031a*                INPUT IS THE HEAD GENERATION ON THE STAGING
00031b*                GENERATION CATALOG (CLCWW129-131), AND CATALOGS
00031c*                THE NEW GENERATION WITH ITS PARENT AT WRAP-UP
0003va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000620
000630      SELECT TEN99-CORR-HIST-OUT ASSIGN TO CORRHSTO
000640          ORGANIZATION IS SEQUENTIAL.
00064a
00064b      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00064c          ORGANIZATION IS SEQUENTIAL.
000650
000660      COPY C2INX004.
000670
000840      LABEL RECORDS ARE STANDARD
000850      DATA RECORD IS TEN99-OUT-RCD.
000860
000870  01  TEN99-OUT-RCD                 PIC X(420).
000880
000890  FD  TEN99-YTD-IN-FILE
000900      BLOCK CONTAINS 0 RECORDS
001190      DATA RECORD IS CORR-HIST-OUT-RCD.
001200
001210  01  CORR-HIST-OUT-RCD             PIC X(90).
00121a
00121b  FD  GEN-CATALOG-FILE
00121c      BLOCK CONTAINS 0 RECORDS
00121d      RECORDING MODE IS F
00121e      LABEL RECORDS ARE STANDARD
00121f      DATA RECORD IS GEN-CATALOG-RCD.
00121g
00121h      COPY CLCWW129.
001220
001230      COPY C2INX005.
001240
001290      COPY C2INX006.
001300
001310      COPY CLCWW110.
00131a
00131b      COPY CLCWW130.
001320
001330  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9133".
001340
002100
002110      EVALUATE WS-FILE-KIND
002120          WHEN "DTL"
00212a              IF WS-CLR-MODE-RUN
00212b                  MOVE "CLR"          TO SWA-RUN-MODE
00212c              ELSE
00212d                  MOVE "PROT"         TO SWA-RUN-MODE
00212e              END-IF
00212f              PERFORM 9600-VERIFY-HEAD THRU 9600-EXIT
002130              OPEN INPUT  TEN99-STAGING-FILE
002140              OPEN OUTPUT TEN99-STAGING-OUT
002150          WHEN "YTD"
002630
002640      MOVE TEN99-RCD              TO TEN99-OUT-RCD.
002650      WRITE TEN99-OUT-RCD.
00265a      MOVE TEN99-RCD              TO GN-HASH-RECORD.
00265b      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
002660      ADD 1 TO WS-RECORDS-WRITTEN.
002670
002680  2000-EXIT.
003460
003470      EVALUATE WS-FILE-KIND
003480          WHEN "DTL"
00348a              PERFORM 9630-CATALOG-REWRITE THRU 9630-EXIT
003490              CLOSE TEN99-STAGING-FILE
003500              CLOSE TEN99-STAGING-OUT
003510          WHEN "YTD"
003640      EXIT.
003650
003660      COPY CLCWW111.
003661
003662      COPY CLCWW131.
003670
003680      COPY C2INZ002.
003690
