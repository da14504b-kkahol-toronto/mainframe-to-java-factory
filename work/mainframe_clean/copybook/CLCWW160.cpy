000010******************************************************************
000020*****************  START OF COPYLIB CLCWW160  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW160           USED BY: CCCW9136
000070*                                                   CCCW9197
000080*------------------------------------------------------------
000090* BRANCH SCORECARD BUNDLE LINE
000100* RECORD LENGTH = 133
000110* THE CCCW9197 SCORECARD LINES KEYED FOR THE CCCW9136 REPORT
000120* DISTRIBUTION BUNDLES.  A BRANCH'S LINES (COLUMN HEADING,
000130* SCORECARD LINE, HOLD-REASON LINES) CARRY ITS BRANCH CODE AND
000140* GO INTO THAT BRANCH'S BUNDLE AND ITS REGION'S.  A REGION
000150* TOTAL LINE CARRIES SPACES FOR THE BRANCH CODE AND GOES INTO
000160* THE REGION BUNDLE ONLY.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BRANCH
000220*                               SCORECARD BUNDLE LINE
000230******************************************************************
000240
000250 01  SCORECARD-BUNDLE-RCD.
000260     05  SB-BR-CODE                    PIC X(03).
000270     05  SB-REGION                     PIC X(10).
000280     05  SB-LINE                       PIC X(120).
000290
000300******************  END OF COPYLIB CLCWW160  *****************
