000010******************************************************************
000020*****************  START OF COPYLIB CLCWW165  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW165           USED BY: CCCW9199
000070*                                                   CCCW9126
000080*------------------------------------------------------------
000090* EARLY W-9 SOLICITATION RECORD
000100* RECORD LENGTH = 250
000110* ONE RECORD PER PAYEE CCCW9199 EXPECTS TO CROSS ITS REPORTING
000120* FLOOR THIS TAX YEAR WHILE ITS TIN IS MISSING, MALFORMED OR
000130* IRS-MISMATCHED AND NO W-9 IS ON FILE.  CCCW9126 SOLICITS
000140* EACH ONE FROM THE NAME AND ADDRESS CARRIED HERE, SO THE W-9
000150* IS IN HAND BEFORE THE YEAR CLOSES RATHER THAN AFTER THE
000160* RECORD IS HELD.  ES-SSN-TAX-ID IS THE CLEAR TIN AS FED -
000170* THE SAME FORM THE SOLICITATION MASTER (CLCWW090) IS KEYED ON.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - EARLY W-9
000230*                               SOLICITATION RECORD
000240******************************************************************
000250
000260 01  EARLY-SOLICIT-RCD.
000270     05  ES-SSN-TAX-ID                 PIC X(16).
000280     05  ES-COMPASS-ENT-CDE            PIC X(03).
000290     05  ES-NAME                       PIC X(40).
000300     05  ES-ADDRESS-LINE1              PIC X(40).
000310     05  ES-ADDRESS-LINE2              PIC X(40).
000320     05  ES-CITY                       PIC X(28).
000330     05  ES-STATE                      PIC X(05).
000340     05  ES-ZIP                        PIC X(11).
000350     05  ES-TAX-YEAR                   PIC 9(04).
000360     05  ES-RSN-CODE                   PIC X(02).
000370     05  ES-CROSSING-IND               PIC X(01).
000380         88  ES-ALREADY-CROSSED            VALUE "C".
000390         88  ES-PROJECTED-TO-CROSS         VALUE "P".
000400     05  ES-TIN-MISSING-SW             PIC X(01).
000410         88  ES-TIN-MISSING                VALUE "Y".
000420     05  ES-TIN-MALFORMED-SW           PIC X(01).
000430         88  ES-TIN-MALFORMED              VALUE "Y".
000440     05  ES-TIN-MISMATCH-SW            PIC X(01).
000450         88  ES-TIN-MISMATCH               VALUE "Y".
000460     05  ES-BNOTICE-SW                 PIC X(01).
000470         88  ES-OPEN-BNOTICE               VALUE "Y".
000480     05  ES-YTD-AMT                    PIC S9(11)V99.
000490     05  ES-PROJECTED-AMT              PIC S9(11)V99.
000500     05  ES-FLOOR-AMT                  PIC 9(07)V99.
000510     05  ES-AS-OF-DATE                 PIC 9(08).
000520     05  FILLER                        PIC X(13).
000530
000540******************  END OF COPYLIB CLCWW165  *****************
