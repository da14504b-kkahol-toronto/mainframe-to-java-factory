000060* COPYLIB MEMBER NAME:  CLCWW031           USED BY: CCCW9150
000070*------------------------------------------------------------
000080* 1099 RECIPIENT-COPY PRINT EXTRACT RECORD
000090* RECORD LENGTH = 360
000100* ONE RECORD PER PAYEE WHOSE YEAR-TO-DATE TOTAL MET THE IRS
000110* REPORTABLE MINIMUM, MAPPED ONTO THE STANDARD 1099-MISC/NEC
000120* RECIPIENT-COPY BOX LAYOUT.  CONSUMED BY THE RECIPIENT MAILING
000247*                               HOUSEHOLDED TIN/ADDRESS GROUP
000248*                               SO ONE ENVELOPE CARRIES THE
000249*                               WHOLE SET; FILLER 06 TO 04
00024G* 10/2026   008    R.FORTUNATE  ADD RCP-FOREIGN-ADDR-IND AND THE
00024H*                               FOREIGN COUNTRY, PROVINCE,
00024I*                               POSTAL CODE AND COUNTRY NAME OF
00024J*                               A U.S. PERSON ABROAD - THE
00024K*                               PIECE MAILS INTERNATIONAL, NOT
00024L*                               IN THE CCCW9152 ZIP PRESORT;
00024M*                               RECORD WIDENED FROM 320 TO 360
000245******************************************************************
000246
000250  01  TEN99-RECIP-COPY-RCD.
00041D      05  RCP-DUPLICATE-IND             PIC X(01).
00041E          88  RCP-ORIGINAL-COPY             VALUE SPACE.
00041F          88  RCP-DUPLICATE-COPY            VALUE "D".
00041G      05  RCP-FOREIGN-ADDR-IND          PIC X(01).
00041H          88  RCP-DOMESTIC-ADDRESS          VALUE SPACE.
00041I          88  RCP-FOREIGN-ADDRESS           VALUE "F".
00041J      05  RCP-COUNTRY-CODE              PIC X(03).
00041K      05  RCP-PROVINCE                  PIC X(10).
00041L      05  RCP-POSTAL-CODE               PIC X(10).
00041M      05  RCP-COUNTRY-NAME              PIC X(20).
000411      05  FILLER                        PIC X(06).
000420 
000430******************  END OF COPYLIB CLCWW031  *****************
