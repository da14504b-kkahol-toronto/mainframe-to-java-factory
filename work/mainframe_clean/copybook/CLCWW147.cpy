000010******************************************************************
000020*****************  START OF COPYLIB CLCWW147  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW147           USED BY: CCCW9142
000070*                                                   CCCW9100
000080*                                                   CCCW9128
000090*------------------------------------------------------------
000100* ACH PAYEE PRENOTE MASTER RECORD
000110* RECORD LENGTH = 150
000120* ONE RECORD PER PAYEE TIN AND ROUTING/ACCOUNT PAIR AN ACH HAS
000130* BEEN ASKED FOR.  CCCW9142 ADDS THE PAIR PENDING ("P") THE DAY
000140* IT SENDS THE ZERO-DOLLAR PRENOTE AND MAKES IT ACTIVE ("A")
000150* ONCE THE PRENOTE WAITING PERIOD PASSES WITH NO RETURN.  A
000160* PRENOTE RETURN LEAVES THE PAIR RETURNED ("R"); AN NOC - ON
000170* THE PRENOTE OR ON A LIVE CREDIT - LEAVES IT CHANGED ("C")
000180* WITH THE BANK'S CORRECTED PAIR IN PN-NEW-ROUTING/ACCOUNT.
000190* CCCW9100 STAGES A LIVE ACH ONLY TO AN ACTIVE PAIR AND HOLDS
000200* EVERY OTHER ONE FOR CCCW9142.
000210* THE SAME LAYOUT CARRIES CCCW9128'S LIVE-NOC BANKING UPDATES
000220* TO CCCW9142: STATUS "C", THE RESOLVED TIN, THE LIVE TRACE IN
000230* PN-PRENOTE-TRACE AND THE CORRECTED PAIR.
000240******************************************************************
000250*                      REVISIONS
000260* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000270******************************************************************
000280* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - ACH PAYEE
000290*                               PRENOTE MASTER
000300******************************************************************
000310
000320 01  ACH-PRENOTE-RCD.
000330     05  PN-KEY.
000340         10  PN-TIN                    PIC X(16).
000350         10  PN-ROUTING                PIC X(09).
000360         10  PN-ACCOUNT                PIC X(17).
000370     05  PN-STATUS                     PIC X(01).
000380         88  PN-PENDING                    VALUE "P".
000390         88  PN-ACTIVE                     VALUE "A".
000400         88  PN-RETURNED                   VALUE "R".
000410         88  PN-CHANGED                    VALUE "C".
000420     05  PN-PAYEE-NAME                 PIC X(40).
000430     05  PN-PRENOTE-DATE               PIC 9(08).
000440     05  PN-PRENOTE-TRACE              PIC X(15).
000450     05  PN-STATUS-DATE                PIC 9(08).
000460     05  PN-REASON-CODE                PIC X(03).
000470     05  PN-NEW-ROUTING                PIC X(09).
000480     05  PN-NEW-ACCOUNT                PIC X(17).
000490     05  FILLER                        PIC X(07).
000500
000510******************  END OF COPYLIB CLCWW147  *****************
