000010******************************************************************
000020*****************  START OF COPYLIB CLCWW195  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW195           USED BY: CCCW9120
000070*                                                   CCCW9126
000080*                                                   CCCW9217
000090*------------------------------------------------------------
000100* TIN RE-KEY TRANSACTION RECORD
000110* RECORD LENGTH = 80
000120* ONE RECORD PER REFERENCE A CCCW9113 TIN MERGE SHOULD HAVE
000130* CARRIED FROM THE MERGED-AWAY TIN TO THE SURVIVING ONE BUT DID
000140* NOT, WRITTEN BY THE CCCW9217 REFERENTIAL INTEGRITY AUDIT.
000150* RK-FILE-ID NAMES THE FILE BY ITS COPYBOOK:
000160*   CLCWW049 - BACKUP-WITHHOLDING FLAG, APPLIED BY CCCW9120
000170*   CLCWW090 - W-9 SOLICITATION TRAIL, APPLIED BY CCCW9126
000180* BOTH TINS ARE CLEAR, AS THOSE FILES CARRY THEM.  A RE-KEY IS
000190* ONLY WRITTEN WHEN THE SURVIVING TIN HAS NO RECORD OF ITS OWN
000200* ON THE FILE; THE APPLYING PROGRAM CHECKS AGAIN.
000210******************************************************************
000220*                      REVISIONS
000230* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000240******************************************************************
000250* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - TIN RE-KEY
000260*                               TRANSACTION
000270******************************************************************
000280
000290  01  TIN-REKEY-RCD.
000300      05  RK-FILE-ID                    PIC X(08).
000310          88  RK-BW-FLAG-FILE               VALUE "CLCWW049".
000320          88  RK-W9-SOLICIT-FILE            VALUE "CLCWW090".
000330      05  RK-OLD-SSN-TAX-ID             PIC X(16).
000340      05  RK-NEW-SSN-TAX-ID             PIC X(16).
000350      05  RK-MERGE-DATE                 PIC 9(08).
000360      05  RK-MERGE-REASON               PIC X(01).
000370      05  RK-AUDIT-DATE                 PIC 9(08).
000380      05  FILLER                        PIC X(23).
000390
000400******************  END OF COPYLIB CLCWW195  *****************
