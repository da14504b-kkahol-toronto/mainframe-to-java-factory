000067*                                                   CCMR6315
000068*                                                   CCMR6320
000069*                                                   CCMR6360
000070*                                                   CCCW9199
000075*                                                   CCCW9201
000077*                                                   CCCW9202
000078*                                                   CCCW9203
000079*                                                   CCCW9205
00007A*                                                   CCCW9209
00007B*                                                   CCCW9217
000080*------------------------------------------------------------     
000090* 1099 YEAR-TO-DATE PAYEE ACCUMULATION RECORD                     
000100* RECORD LENGTH = 240                                             
000217*                               FILED UNDER ITS OWN PAYER, SO
000218*                               THE ACCUMULATION IS KEYED BY
000219*                               TAX YEAR / TIN / ENTITY
00219a* 10/2026   004    R.FORTUNATE  ADD TEN99-YTD-RSN-CODE - THE
00219b*                               REASON CODE OF THE PAYEE'S
00219c*                               LATEST DISBURSEMENT, SO ITS
00219d*                               REPORTING FLOOR CAN BE FOUND
00219e*                               FROM THE YTD FILE ALONE -
00219f*                               FILLER 27 TO 25
00219g* 10/2026   005    R.FORTUNATE  ADD THE FOREIGN MAILING ADDRESS
00219h*                               OF A U.S. PERSON ABROAD - IND,
00219i*                               COUNTRY, PROVINCE AND POSTAL
00219j*                               CODE (CLCWW013) - FILLER 25 TO 01
000220******************************************************************
000230 
000240  01  TEN99-YTD-RCD.
000380      05  TEN99-YTD-CHECK-COUNT         PIC 9(05) COMP.
000390      05  TEN99-YTD-TAX-TYPE            PIC X(01).
000400      05  TEN99-YTD-TIN-IND             PIC X(01).
000405      05  TEN99-YTD-RSN-CODE            PIC X(02).
000406      05  TEN99-YTD-FOREIGN-ADDR-IND    PIC X(01).
000407          88  TEN99-YTD-FOREIGN-ADDRESS     VALUE "F".
000408      05  TEN99-YTD-COUNTRY-CODE        PIC X(03).
000409      05  TEN99-YTD-PROVINCE            PIC X(10).
00040A      05  TEN99-YTD-POSTAL-CODE         PIC X(10).
000410      05  FILLER                        PIC X(01).
000420 
000430******************  END OF COPYLIB CLCWW014  *****************    
