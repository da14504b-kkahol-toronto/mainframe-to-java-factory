000010******************************************************************
000020*****************  START OF COPYLIB CLCWW124  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW124           USED BY: CCCW9166
000070*------------------------------------------------------------
000080* FORM 8809 EXTENSION-OF-TIME REQUEST RECORD
000090* RECORD LENGTH = 200
000100* ONE RECORD PER FILER TIN AND FORM STREAM ON THE ELECTRONIC
000110* EXTENSION REQUEST FILE.  THE FRONT OF THE RECORD IS THE IRS
000120* REQUEST ITSELF - TRANSMITTER, PAYER TIN, NAME AND ADDRESS
000130* FROM THE CLCWW061 PAYER/FILER MASTER, AND THE DOCUMENT
000140* INDICATOR FOR THE FORM FAMILY.  THE BACK CARRIES THE TAX
000150* YEAR, LABEL CODE, FORM STREAM, AND THE ORIGINAL AND
000160* EXTENDED DUE DATES SO THE FILE ALSO SERVES AS THE RECORD OF
000170* WHAT WAS ASKED FOR.  1099-NEC EXTENSIONS ARE NOT AUTOMATIC -
000180* EX-REASON-REQUIRED MARKS THE REQUESTS THAT MUST GO ON A
000190* SIGNED FORM 8809 WITH THE HARDSHIP REASON.
000200******************************************************************
000210*                      REVISIONS
000220* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000230******************************************************************
000240* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - FORM 8809
000250*                               EXTENSION REQUEST
000260******************************************************************
000270
000280  01  EXTENSION-REQUEST-RCD.
000290      05  EX-TRANSMITTER-CTL-CODE       PIC X(05).
000300      05  EX-TRANSMITTER-TIN            PIC X(09).
000310      05  EX-PAYER-TIN                  PIC X(09).
000320      05  EX-PAYER-NAME                 PIC X(40).
000330      05  EX-PAYER-NAME-2               PIC X(40).
000340      05  EX-PAYER-ADDRESS              PIC X(40).
000350      05  EX-DOCUMENT-IND               PIC X(01).
000360          88  EX-DOC-1042S                  VALUE "2".
000370          88  EX-DOC-1099                   VALUE "4".
000380      05  EX-FOREIGN-ENTITY-IND         PIC X(01).
000390      05  EX-RECIPIENT-REQUEST-IND      PIC X(01).
000400      05  EX-TAX-YEAR                   PIC 9(04).
000410      05  EX-FIN-LABEL-CODE             PIC 9(04).
000420      05  EX-FORM-STREAM                PIC X(01).
000430          88  EX-STREAM-MISC                VALUE "M".
000440          88  EX-STREAM-NEC                 VALUE "N".
000450          88  EX-STREAM-INT                 VALUE "I".
000460          88  EX-STREAM-1042S               VALUE "S".
000470      05  EX-AUTOMATIC-IND              PIC X(01).
000480          88  EX-AUTOMATIC                  VALUE "Y".
000490          88  EX-REASON-REQUIRED            VALUE "N".
000500      05  EX-ORIGINAL-DUE               PIC 9(08).
000510      05  EX-EXTENDED-DUE               PIC 9(08).
000520      05  EX-REQUEST-DATE               PIC 9(08).
000530      05  FILLER                        PIC X(20).
000540
000550******************  END OF COPYLIB CLCWW124  *****************
