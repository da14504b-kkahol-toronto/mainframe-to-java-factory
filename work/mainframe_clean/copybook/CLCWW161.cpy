000010******************************************************************
000020*****************  START OF COPYLIB CLCWW161  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW161           USED BY: CCMR6319
000070*------------------------------------------------------------
000080* ONLINE STOP-PAYMENT/VOID REQUEST LOG (STOPREQ)
000090* RECORD LENGTH = 120
000100* ONE RECORD PER STOP OR VOID KEYED THROUGH CCMR6319, WHETHER
000110* RELEASED AT ONCE OR HELD FOR A SECOND USER'S APPROVAL - THE
000120* REASON, THE REQUESTER, AND WHO ENTERED AND APPROVED IT, NONE
000130* OF WHICH THE 40-BYTE CLCWW078 FEED RECORD HAS ROOM FOR.  A
000140* PENDING RECORD IS REWRITTEN IN PLACE WHEN IT IS APPROVED;
000150* ONLY A RELEASED ONE HAS A CLCWW078 RECORD ON THE STOPQUE
000160* QUEUE FOR CCCW9100.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - ONLINE
000220*                               STOP/VOID REQUEST LOG
000222* 10/2026   002    R.FORTUNATE  ADD SR-HOME-BR-CODE - THE BRANCH
000224*                               THAT APPROVES A PENDING STOP ON A
000226*                               CHECK RE-HOMED BY CCCW9210 (SPACES
000228*                               ON OLDER RECORDS = THE ISSUING
000229*                               BRANCH); FILLER 8 TO 5
000230******************************************************************
000240
000250  01  STOP-REQUEST-RCD.
000260      05  SR-STATUS                     PIC X(01).
000270          88  SR-PENDING-APPROVAL           VALUE "P".
000280          88  SR-RELEASED                   VALUE "R".
000290      05  SR-ACTION                     PIC X(01).
000300          88  SR-STOP-PAYMENT               VALUE "S".
000310          88  SR-VOID                       VALUE "V".
000320      05  SR-IMMEDIATE-IND              PIC X(01).
000330          88  SR-IMMEDIATE                  VALUE "Y".
000340      05  SR-ISSUING-BR-CODE            PIC X(03).
000350      05  SR-ONSITE-CHK-NUM             PIC X(08).
000360      05  SR-DISB-AMOUNT                PIC S9(10)V99.
000370      05  SR-REASON                     PIC X(30).
000380      05  SR-REQUESTER                  PIC X(20).
000390      05  SR-ENTRY-USER-ID              PIC X(08).
000400      05  SR-ENTRY-TERMINAL             PIC X(04).
000410      05  SR-ENTRY-DATE                 PIC 9(08).
000420      05  SR-APPROVER-ID                PIC X(08).
000430      05  SR-APPROVAL-DATE              PIC 9(08).
000432* THE BRANCH THAT WORKS THE CHECK WHEN IT WAS ENTERED - ITS
000434* OC-HOME-BR-CODE AFTER A CCCW9210 RE-HOMING, ELSE THE ENTERING
000436* USER'S BRANCH.  THE PENDING LIST IS SELECTED ON IT.  SPACES
000438* ON RECORDS LOGGED BEFORE IT WAS KEPT MEAN THE ISSUING BRANCH.
000439      05  SR-HOME-BR-CODE               PIC X(03).
000440      05  FILLER                        PIC X(05).
000450
000460******************  END OF COPYLIB CLCWW161  *****************
