000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW081           USED BY: CCCW9100
000061*                                                   CCCW9136
000062*                                                   CCCW9210
000063*                                                   CCCW9215
000070*------------------------------------------------------------
000080* BRANCH REFERENCE MASTER RECORD
000090* RECORD LENGTH = 120
000214*                               SECTION FOR THE CCCW9136
000216*                               REPORT DISTRIBUTION BUNDLES;
000218*                               RECORD WIDENED FROM 80 TO 120
000219* 10/2026   003    R.FORTUNATE  ADD BM-SUCCESSOR-BR-CODE - THE
00021A*                               BRANCH A CLOSED BRANCH WAS FOLDED
00021B*                               INTO BY CCCW9210; FILLER 9 TO 6
00021C* 10/2026   004    R.FORTUNATE  ADD BM-CENTRAL-DESK-IND - THE ONE
00021D*                               MASTER RECORD WHOSE STOCK RANGE
00021E*                               IS THE CENTRAL CHECK STOCK
00021F*                               CCCW9215 PRINTS ON; FILLER 6 TO 5
000230
000240  01  BRANCH-MASTER-RCD.
000250      05  BM-BR-CODE                    PIC X(03).
000326          88  BM-DELIVER-ELECTRONIC         VALUE "E".
000327          88  BM-DELIVER-PICKUP             VALUE "P".
000328      05  BM-DELIVERY-DEST              PIC X(20).
000329* SET BY THE CCCW9210 CONSOLIDATION ON A CLOSED BRANCH - ITS
00032A* OPEN ITEMS AND REPORT LINES NOW BELONG TO THIS BRANCH.
00032B* SPACES ON A BRANCH NEVER CONSOLIDATED.
00032C      05  BM-SUCCESSOR-BR-CODE          PIC X(03).
00032D* "C" ON THE CENTRAL DESK'S RECORD ONLY - BM-STOCK-LOW/HIGH
00032E* THERE IS THE CENTRAL STOCK RANGE CCCW9215 NUMBERS FROM.
00032F      05  BM-CENTRAL-DESK-IND           PIC X(01).
00032G          88  BM-CENTRAL-DESK               VALUE "C".
000330      05  FILLER                        PIC X(05).
000340
000350******************************************************************
