000010******************************************************************
000020*****************  START OF COPYLIB CLCWW151  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW151           USED BY: CCCW9149
000070*------------------------------------------------------------
000080* ACH/WIRE REMITTANCE ADVICE EXTRACT RECORD
000090* RECORD LENGTH = 300
000100* ONE ADVICE PER PAYEE PER CCCW9100 RUN, COVERING EVERY ACH AND
000110* WIRE STAGED TO THE PAYEE IN THAT RUN: AN "H" RECORD WITH THE
000120* PAYEE'S NAME, ADDRESS AND DELIVERY, ONE "D" RECORD PER
000130* DISBURSEMENT, AND A "T" RECORD WITH THE ADVICE'S ITEM COUNT
000140* AND TOTAL.  THE SAME LAYOUT GOES TO THE E-MAIL DELIVERY FILE
000150* AND TO THE PRINT/MAIL-MERGE FILE; RA-DELIVERY SAYS WHICH.
000160* RA-EFFECTIVE-DATE IS THE RUN DATE THE ITEM WAS RELEASED TO THE
000170* BANK.  RA-TIN-LAST4 IS THE ONLY PART OF THE TIN CARRIED.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - ACH/WIRE
000230*                               REMITTANCE ADVICE EXTRACT
000240******************************************************************
000250
000260 01  REMIT-ADVICE-RCD.
000270     05  RA-RECORD-TYPE                PIC X(01).
000280         88  RA-ADVICE-HDR                 VALUE "H".
000290         88  RA-ADVICE-LINE                VALUE "D".
000300         88  RA-ADVICE-TLR                 VALUE "T".
000310     05  RA-ADVICE-NUM                 PIC 9(07).
000320     05  RA-DELIVERY                   PIC X(01).
000330         88  RA-DELIVER-EMAIL              VALUE "E".
000340         88  RA-DELIVER-PRINT              VALUE "P".
000350     05  RA-RUN-DATE                   PIC 9(08).
000360     05  RA-RUN-SEQ                    PIC 9(03).
000370     05  RA-DATA                       PIC X(280).
000380     05  RA-HDR-DATA REDEFINES RA-DATA.
000390         10  RA-PAYEE-NAME             PIC X(40).
000400         10  RA-ADDRESS-LINE1          PIC X(40).
000410         10  RA-ADDRESS-LINE2          PIC X(40).
000420         10  RA-CITY                   PIC X(28).
000430         10  RA-STATE                  PIC X(05).
000440         10  RA-ZIP                    PIC X(11).
000450         10  RA-EMAIL-ADDR             PIC X(60).
000460         10  RA-TIN-LAST4              PIC X(04).
000470         10  FILLER                    PIC X(52).
000480     05  RA-LINE-DATA REDEFINES RA-DATA.
000490         10  RA-TRACE-NUM              PIC X(15).
000500         10  RA-PAYMENT-METHOD         PIC X(01).
000510             88  RA-METHOD-ACH             VALUE "A".
000520             88  RA-METHOD-WIRE            VALUE "W".
000530         10  RA-AMOUNT                 PIC S9(10)V99.
000540         10  RA-EFFECTIVE-DATE         PIC 9(08).
000550         10  RA-ISSUING-BR-CODE        PIC X(03).
000560         10  RA-ONSITE-CHK-NUM         PIC X(08).
000570         10  RA-RSN-CODE               PIC X(02).
000580         10  RA-RSN-DESC               PIC X(30).
000590         10  RA-RSN-FOR-DISB           PIC X(60).
000600         10  FILLER                    PIC X(141).
000610     05  RA-TLR-DATA REDEFINES RA-DATA.
000620         10  RA-ITEM-COUNT             PIC 9(05).
000630         10  RA-ADVICE-TOTAL           PIC S9(11)V99.
000640         10  FILLER                    PIC X(262).
000650
000660******************  END OF COPYLIB CLCWW151  *****************
