000390******************************************************************
000400* DATE     INIT  DESCRIPTION
000410* -------- ----  --------------------------------------------
0004va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0004vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
00041A* 08/2026  RF    MERGE ON TIN PLUS COMPASS ENTITY NOW THAT
00041B*                CCCW9150 AGGREGATES AND SORTS BY TIN WITHIN
00041C*                ENTITY - EACH ENTITY'S RETURN FOR A PAYEE IS
000730      LABEL RECORDS ARE STANDARD
000740      DATA RECORD IS TEN99-SNAP-RCD.
000750
000760  01  TEN99-SNAP-RCD                PIC X(420).
000770
000780  FD  TEN99-REBUILD-FILE
000790      BLOCK CONTAINS 0 RECORDS
000810      LABEL RECORDS ARE STANDARD
000820      DATA RECORD IS TEN99-REBUILD-RCD.
000830
000840  01  TEN99-REBUILD-RCD             PIC X(420).
000850
000860  FD  TEN99-CORRECTION-FILE
000870      BLOCK CONTAINS 0 RECORDS
000890      LABEL RECORDS ARE STANDARD
000900      DATA RECORD IS TEN99-CORR-OUT-RCD.
000910
000920  01  TEN99-CORR-OUT-RCD            PIC X(420).
000930
000940      COPY C2INX005.
000950
001250* THE AS-FILED AND REBUILT DETAIL RECORDS CURRENTLY UNDER THE
001260* MERGE.  EACH SIDE IS UNPACKED THROUGH THE CLCWW013 LAYOUT
001270* AS NEEDED; HIGH-VALUES IN THE KEY MARKS AN EXHAUSTED SIDE.
001280  01  WS-SNAP-DETAIL              PIC X(420) VALUE SPACES.
001290  01  WS-SNAP-KEY                 PIC X(19) VALUE SPACES.
001300  01  WS-REBUILD-DETAIL           PIC X(420) VALUE SPACES.
001310  01  WS-REBUILD-KEY              PIC X(19) VALUE SPACES.
001320
001330  01  WS-SNAP-NAME                PIC X(40) VALUE SPACES.
