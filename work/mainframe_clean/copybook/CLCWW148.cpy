000010******************************************************************
000020*****************  START OF COPYLIB CLCWW148  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW148           USED BY: CCCW9100
000070*                                                   CCCW9142
000075*                                                   CCCW9218
000080*------------------------------------------------------------
000090* ACH PRENOTE HOLD QUEUE RECORD
000100* RECORD LENGTH = 400
000110* ONE RECORD PER LIVE ACH DISBURSEMENT HELD BEHIND A PRENOTE.
000120* CCCW9100 WRITES THE DAY'S HOLDS WITH THE REQUEST AS FED;
000130* CCCW9142 CARRIES THE QUEUE FORWARD UNTIL THE PAIR IS ACTIVE
000140* AND THE ITEM IS RELEASED ON ITS CLCWW027 RELEASE FEED.
000150* PH-FIRST-HELD-DATE IS THE DAY CCCW9100 FIRST HELD THE ITEM.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - ACH PRENOTE
000210*                               HOLD QUEUE
000212* 10/2026   002    R.FORTUNATE  PH-DETAIL-DATA WIDENED 366 TO
000214*                               386 WITH THE CLCWW027 RECORD
000216* 10/2026   003    R.FORTUNATE  A PNHOLD OR PNQUEI WRITTEN AT 380
000217*                               BYTES IS CONVERTED ONCE AT
000218*                               CUTOVER BY CCCW9218, PARM='PNQ'
000220******************************************************************
000230
000240 01  PRENOTE-HOLD-RCD.
000250     05  PH-FIRST-HELD-DATE            PIC 9(08).
000260     05  PH-DETAIL-DATA                PIC X(386).
000270     05  FILLER                        PIC X(06).
000280
000290******************  END OF COPYLIB CLCWW148  *****************
