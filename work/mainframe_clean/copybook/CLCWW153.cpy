000010******************************************************************
000020*****************  START OF COPYLIB CLCWW153  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW153           USED BY: CCCW9192
000070*------------------------------------------------------------
000080* OFAC BLOCKED-PROPERTY LEDGER RECORD
000090* RECORD LENGTH = 320
000100* ONE RECORD PER DISBURSEMENT STOPPED ON A DENIED-PARTY MATCH.
000110* CCCW9192 ADDS IT PENDING REVIEW ("P") FROM CCCW9100'S HIT
000120* FILE; COMPLIANCE THEN CONFIRMS IT BLOCKED ("B") OR CLEARS IT
000130* AS A FALSE POSITIVE ("F"), AND A BLOCKED ITEM LEAVES ONLY BY
000140* AN OFAC-LICENSED RELEASE ("L").  BP-BLOCKED-DATE IS THE DATE
000150* THE FUNDS WERE STOPPED - THE HIT DATE - WHICH STARTS THE TEN-
000160* BUSINESS-DAY INITIAL REPORT CLOCK.  BP-INTEREST IS WHAT THE
000170* INTEREST-BEARING BLOCKED ACCOUNT HAS CREDITED TO THE ITEM.
000180* BP-REVIEW-DATE IS THE DATE COMPLIANCE DECIDED THE HIT.
000190* THE INITIAL BLOCKING REPORT AND ANNUAL REPORT EXTRACTS CARRY
000200* THE SAME LAYOUT.  BP-SSN-TAX-ID IS PROTECTED AT REST.
000210******************************************************************
000220*                      REVISIONS
000230* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000240******************************************************************
000250* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - OFAC
000260*                               BLOCKED-PROPERTY LEDGER
000270******************************************************************
000280
000290 01  BLOCKED-PROPERTY-RCD.
000300     05  BP-KEY.
000310         10  BP-ISSUING-BR-CODE        PIC X(03).
000320         10  BP-ONSITE-CHK-NUM         PIC X(08).
000330         10  BP-DISB-REQ-SEQ-NUM       PIC 9(09).
000340     05  BP-STATUS                     PIC X(01).
000350         88  BP-PENDING-REVIEW             VALUE "P".
000360         88  BP-BLOCKED                    VALUE "B".
000370         88  BP-FALSE-POSITIVE             VALUE "F".
000380         88  BP-LICENSED-RELEASE           VALUE "L".
000390     05  BP-HIT-DATE                   PIC 9(08).
000400     05  BP-HIT-RUN-SEQ                PIC 9(03).
000410     05  BP-SSN-TAX-ID                 PIC X(16).
000420     05  BP-PAYEE-NAME                 PIC X(40).
000430     05  BP-ADDRESS-LINE1              PIC X(40).
000440     05  BP-CITY                       PIC X(28).
000450     05  BP-STATE                      PIC X(05).
000460     05  BP-ZIP                        PIC X(11).
000470     05  BP-AMOUNT                     PIC S9(10)V99.
000480     05  BP-PAYMENT-METHOD             PIC X(01).
000490     05  BP-LIST-NAME                  PIC X(40).
000500     05  BP-LIST-PROGRAM               PIC X(10).
000510     05  BP-BLOCKED-DATE               PIC 9(08).
000520     05  BP-INITIAL-RPT-DATE           PIC 9(08).
000530     05  BP-INTEREST                   PIC S9(09)V99.
000540     05  BP-INTEREST-DATE              PIC 9(08).
000550     05  BP-RELEASE-DATE               PIC 9(08).
000560     05  BP-LICENSE-NUM                PIC X(15).
000570     05  BP-USER-ID                    PIC X(08).
000580     05  BP-REVIEW-DATE                PIC 9(08).
000590     05  FILLER                        PIC X(11).
000600
000610******************  END OF COPYLIB CLCWW153  *****************
