000010******************************************************************
000020*****************  START OF COPYLIB CLCWW176  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW176           USED BY: CCCW9207
000070*                                                   CCCW9208
000080*                                                   CCMR6314
000090*------------------------------------------------------------
000100* OPERATIONS ALERT REGISTER RECORD (ALERTREG)
000110* RECORD LENGTH = 240
000120* ONE RECORD PER ALERT RAISED BY A BATCH JOB - AN ABEND
000130* (C2INZ004), A TRANSMISSION REJECT, AN APPROVAL FAILURE,
000140* A RECONCILIATION ANOMALY, HELD-ITEM AGEING OR CHECK STOCK
000150* AT REORDER POINT.  APPENDED BY CCCW9207 WITH STATUS OPEN;
000160* ACKNOWLEDGED AND THEN RESOLVED (WITH A NOTE) BY AN OPERATOR
000170* ON CCMR6314 (TRANSID CW94); MOVED UP THE CLCWW135 ESCL
000180* ESCALATION TABLE BY CCCW9208 WHILE IT STAYS UNACKNOWLEDGED.
000190* THE FILE IS AN ESDS IN RAISED-DATE/TIME SEQUENCE - THE
000200* ALERT ID IS THE RAISED DATE AND TIME TO THE HUNDREDTH OF A
000210* SECOND, WHICH IS WHAT THE OPERATOR KEYS ON CW94.
000220* ALR-ESCL-DATE/TIME IS WHEN THE ALERT REACHED ITS CURRENT
000230* ESCALATION LEVEL (THE RAISED DATE/TIME AT LEVEL 01) - THE
000240* LEVEL'S ACKNOWLEDGMENT HOURS RUN FROM THERE.
000250******************************************************************
000260*                      REVISIONS
000270* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000280******************************************************************
000290* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - OPERATIONS
000300*                               ALERT REGISTER RECORD
000310******************************************************************
000320
000330 01  ALERT-REG-RCD.
000340     05  ALR-ALERT-ID.
000350         10  ALR-RAISED-DATE           PIC 9(08).
000360         10  ALR-RAISED-TIME           PIC 9(08).
000370     05  ALR-SOURCE-PGM                PIC X(08).
000380     05  ALR-SEVERITY                  PIC X(01).
000390         88  ALR-SEV-CRITICAL              VALUE "1".
000400         88  ALR-SEV-HIGH                  VALUE "2".
000410         88  ALR-SEV-WARNING               VALUE "3".
000420         88  ALR-SEV-INFO                  VALUE "4".
000430     05  ALR-ALERT-CODE                PIC X(08).
000440     05  ALR-TAX-YEAR                  PIC X(04).
000450     05  ALR-RUN-REF                   PIC X(08).
000460     05  ALR-ALERT-TEXT                PIC X(60).
000470     05  ALR-STATUS                    PIC X(01).
000480         88  ALR-OPEN                      VALUE "O".
000490         88  ALR-ACKNOWLEDGED              VALUE "A".
000500         88  ALR-RESOLVED                  VALUE "R".
000510     05  ALR-ACK-USER                  PIC X(08).
000520     05  ALR-ACK-DATE                  PIC 9(08).
000530     05  ALR-ACK-TIME                  PIC 9(06).
000540     05  ALR-RES-USER                  PIC X(08).
000550     05  ALR-RES-DATE                  PIC 9(08).
000560     05  ALR-RES-TIME                  PIC 9(06).
000570     05  ALR-RES-NOTE                  PIC X(40).
000580     05  ALR-ESCL-LEVEL                PIC 9(02).
000590     05  ALR-ESCL-CONTACT              PIC X(08).
000600     05  ALR-ESCL-DATE                 PIC 9(08).
000610     05  ALR-ESCL-TIME                 PIC 9(06).
000620     05  FILLER                        PIC X(26).
000630
000640******************  END OF COPYLIB CLCWW176  *****************
