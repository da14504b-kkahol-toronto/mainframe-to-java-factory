000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW065           USED BY: CCCW9150
00060a*                                                    CCCW9192
00060b*                                                    CCCW9198
00060c*                                                   CCCW9206
000070*------------------------------------------------------------
000080* BUSINESS CALENDAR RECORD
000090* RECORD LENGTH = 20
