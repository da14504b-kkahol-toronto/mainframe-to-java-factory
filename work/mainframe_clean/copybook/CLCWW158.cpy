000010******************************************************************
000020*****************  START OF COPYLIB CLCWW158  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW158           USED BY: CCCW9110
000070*                                                   CCCW9197
000080*------------------------------------------------------------
000090* HELD-RECORD CORRECTION LOG RECORD
000100* RECORD LENGTH = 80
000110* ONE RECORD PER CLCWW046 CORRECTION TRANSACTION CCCW9110
000120* APPLIED TO A HELD RECORD, WHETHER THE CORRECTED RECORD WAS
000130* RELEASED OR FAILED ITS EDITS AGAIN.  THE TRANSACTION ITSELF
000140* CARRIES NEITHER BRANCH NOR DATE, AND A RELEASED RECORD LEAVES
000150* ITS RUN DATE BEHIND, SO THIS LOG IS THE ONLY PLACE THE TIME A
000160* BRANCH TOOK TO CORRECT A HOLD SURVIVES.  CCCW9197 READS THE
000170* MONTH'S GENERATIONS FOR THE BRANCH DATA-QUALITY SCORECARD.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - HELD-RECORD
000230*                               CORRECTION LOG
000240******************************************************************
000250
000260 01  TEN99-CORR-LOG-RCD.
000270     05  CL-ISSUING-BR-CODE            PIC X(03).
000280     05  CL-DISB-REQ-SEQ-NUM           PIC 9(09).
000290*    THE DATE ON THE HELD RECORD THE CORRECTION WAS APPLIED TO -
000300*    A RECORD THAT FAILED AN EARLIER CORRECTION CARRIES THE DATE
000310*    OF THAT FAILURE.
000320     05  CL-HELD-DATE                  PIC 9(08).
000330     05  CL-CORR-DATE                  PIC 9(08).
000340     05  CL-OUTCOME                    PIC X(01).
000350         88  CL-RELEASED                   VALUE "R".
000360         88  CL-FAILED-AGAIN               VALUE "F".
000370     05  CL-HOLD-REASON                PIC X(40).
000380     05  FILLER                        PIC X(11).
000390
000400******************  END OF COPYLIB CLCWW158  *****************
