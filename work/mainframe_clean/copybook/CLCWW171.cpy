000010******************************************************************
000020*****************  START OF COPYLIB CLCWW171  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW171           USED BY: CCCW9202
000070*------------------------------------------------------------
000080* SUCCESSOR/PREDECESSOR RELATIONSHIP RECORD
000090* RECORD LENGTH = 200
000100* ONE RECORD PER ACQUIRED BUSINESS WHOSE DISBURSEMENTS MOVED
000110* UNDER ONE OF OUR FINANCIAL LABEL CODES (CLCWW061) DURING THE
000120* TAX YEAR.  IT NAMES THE PREDECESSOR PAYER, THE SUCCESSOR
000130* LABEL AND ENTITY ITS PAYEES NOW REPORT UNDER, AND THE DATE
000140* OF THE ACQUISITION.  UNDER THE IRS ALTERNATIVE PROCEDURE
000150* (SR-ALTERNATIVE) THE SUCCESSOR FILES ONE RETURN PER PAYEE
000160* FOR THE WHOLE YEAR, SO CCCW9202 MERGES THE PREDECESSOR'S
000170* PAYMENTS (CLCWW172) INTO STAGING AND THE YTD FILE AND
000180* PRINTS THE COMBINED-REPORTING STATEMENT.  UNDER THE
000190* STANDARD PROCEDURE (SR-STANDARD) EACH COMPANY FILES ITS OWN
000200* RETURNS AND NOTHING IS MERGED.
000210* THE FILE IS MAINTAINED BY HAND; CCCW9202 CARRIES IT TO A NEW
000220* GENERATION WITH SR-LOADED SET ON EVERY RELATIONSHIP IT
000230* MERGED, SO A PREDECESSOR IS NEVER MERGED TWICE.
000240******************************************************************
000250*                      REVISIONS
000260* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000270******************************************************************
000280* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - SUCCESSOR/
000290*                               PREDECESSOR RELATIONSHIP
000300******************************************************************
000310
000320 01  SUCC-REL-RCD.
000330     05  SR-PRED-EIN                   PIC X(09).
000340     05  SR-PRED-NAME                  PIC X(40).
000350     05  SR-PRED-ADDRESS               PIC X(40).
000360     05  SR-PRED-CITY                  PIC X(28).
000370     05  SR-PRED-STATE                 PIC X(02).
000380     05  SR-PRED-ZIP                   PIC X(09).
000390     05  SR-SUCC-LABEL-CODE            PIC 9(04).
000400     05  SR-SUCC-ENT-CDE               PIC X(03).
000410     05  SR-TAX-YEAR                   PIC 9(04).
000420     05  SR-ACQ-DATE                   PIC 9(08).
000430     05  SR-PROCEDURE                  PIC X(01).
000440         88  SR-ALTERNATIVE                VALUE "A".
000450         88  SR-STANDARD                   VALUE "S".
000460     05  SR-LOAD-STATUS                PIC X(01).
000470         88  SR-NOT-LOADED                 VALUE SPACE.
000480         88  SR-LOADED                     VALUE "L".
000490*    SET BY CCCW9202 WHEN THE PREDECESSOR'S PAYMENTS ARE MERGED.
000500     05  SR-LOADED-DATE                PIC 9(08).
000510     05  SR-LOADED-COUNT               PIC 9(07).
000520     05  SR-LOADED-DOLLARS             PIC S9(11)V99.
000530     05  SR-LOADED-PAYEES              PIC 9(07).
000540     05  SR-LOADED-BOTH                PIC 9(07).
000550     05  FILLER                        PIC X(09).
000560
000570******************  END OF COPYLIB CLCWW171  *****************
