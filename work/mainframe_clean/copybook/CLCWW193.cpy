000010******************************************************************
000020*****************  START OF COPYLIB CLCWW193  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW193           USED BY: CCCW9216
000070*------------------------------------------------------------
000080* PAYEE 1099 DISPUTE CASE REGISTER RECORD
000090* RECORD LENGTH = 400
000100* ONE RECORD PER PAYEE DISPUTE OF A 1099, KEYED BY TIN AND TAX
000110* YEAR AND KEPT BY CCCW9216 FROM OPENING THROUGH RESOLUTION.
000120* THE TIN IS HELD PROTECTED (CLCWW110/111) WITH ITS CLEAR LAST
000130* FOUR FOR THE REPORT MASK.  THE RESEARCH PACKAGE TOTALS ARE
000140* THE STAGED DISBURSEMENTS, PAYEE REPAYMENTS, BANK RETURNS AND
000150* STOPS FOUND FOR THE TIN AND YEAR WHEN THE CASE WAS OPENED;
000160* THE PAYEE NAME AND ADDRESS ARE THE LATEST STAGED ONES.  THE
000170* FILE CARRIES A CLCWW166 LAYOUT HEADER AHEAD OF THE FIRST CASE.
000180*   O - OPEN, RESEARCH PACKAGE PULLED, AWAITING A DECISION
000190*   W - RESOLVED AS A CORRECTION, AWAITING THE CORRECTED RETURN
000200*   N - RESOLVED, NO CHANGE - RESPONSE LETTER SENT
000210*   C - CORRECTED - LINKED TO THE CCCW9155 CORRECTED RETURN
000220*       (FILE DATE OF THE TEN99CRX GENERATION, ITS CORRECTED/
000230*       VOID INDICATOR, ENTITY AND AMOUNT)
000240******************************************************************
000250*                      REVISIONS
000260* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000270******************************************************************
000280* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAYEE 1099
000290*                               DISPUTE CASE REGISTER
000300******************************************************************
000310
000320  01  DISPUTE-CASE-RCD.
000330      05  DSP-KEY.
000340          10  DSP-SSN-TAX-ID            PIC X(16).
000350          10  DSP-TAX-YEAR              PIC 9(04).
000360      05  DSP-TIN-LAST4                 PIC X(04).
000370      05  DSP-STATUS                    PIC X(01).
000380          88  DSP-OPEN                      VALUE "O".
000390          88  DSP-CORRECTION-PENDING        VALUE "W".
000400          88  DSP-NO-CHANGE                 VALUE "N".
000410          88  DSP-CORRECTED                 VALUE "C".
000420          88  DSP-IN-PROGRESS               VALUE "O" "W".
000430          88  DSP-FINISHED                  VALUE "N" "C".
000440      05  DSP-REPORTED-AMT              PIC S9(10)V99.
000450      05  DSP-DISPUTED-AMT              PIC S9(10)V99.
000460      05  DSP-OPEN-DATE                 PIC 9(08).
000470      05  DSP-OPENED-BY                 PIC X(08).
000480      05  DSP-PKG-ITEMS                 PIC 9(05).
000490      05  DSP-PKG-DISB-AMT              PIC S9(10)V99.
000500      05  DSP-PKG-REPAY-AMT             PIC S9(10)V99.
000510      05  DSP-PKG-RETURN-AMT            PIC S9(10)V99.
000520      05  DSP-PKG-STOP-AMT              PIC S9(10)V99.
000530      05  DSP-RESOLVED-DATE             PIC 9(08).
000540      05  DSP-LETTER-DATE               PIC 9(08).
000550      05  DSP-CORR-FILE-DATE            PIC 9(08).
000560      05  DSP-CORR-IND                  PIC X(01).
000570      05  DSP-CORR-ENT-CDE              PIC X(03).
000580      05  DSP-CORR-AMOUNT               PIC S9(10)V99.
000590      05  DSP-CLOSED-DATE               PIC 9(08).
000600      05  DSP-LAST-ACTION-BY            PIC X(08).
000610      05  DSP-COMMENT                   PIC X(18).
000620      05  DSP-PAYEE-NAME                PIC X(40).
000630      05  DSP-PAYEE-ADDRESS.
000640          10  DSP-ADDRESS-LINE1         PIC X(40).
000650          10  DSP-ADDRESS-LINE2         PIC X(40).
000660          10  DSP-CITY                  PIC X(28).
000670          10  DSP-STATE                 PIC X(05).
000680          10  DSP-ZIP                   PIC X(11).
000690      05  FILLER                        PIC X(44).
000700
000710******************  END OF COPYLIB CLCWW193  *****************
