000260* -------- ----  --------------------------------------------
000270* 08/2026  RF    NEW PROGRAM - TRANSMITTED-FILE ARCHIVE
000280*                RETRIEVAL
0002va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0002vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
000290******************************************************************
000300  ENVIRONMENT DIVISION.
000310  CONFIGURATION SECTION.
000630      LABEL RECORDS ARE STANDARD
000640      DATA RECORD IS TEN99-RESTORE-RCD.
000650
000660  01  TEN99-RESTORE-RCD             PIC X(420).
000670
000680      COPY C2INX005.
000690
