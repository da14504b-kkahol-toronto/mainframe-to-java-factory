000010******************************************************************
000020*****************  START OF COPYLIB CLCWW181  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW181           USED BY: CCCW9211
000070*                                                   CCCW9212
000080*                                                   CCCW9134
000090*                                                   CCMR6317
000095*                                                   CCCW9213
00009a*                                                   CCCW9217
000100*------------------------------------------------------------
000110* PAID-ITEM IMAGE HISTORY RECORD
000120* RECORD LENGTH = 100
000130* THE ACCUMULATED CLCWW180 IMAGE INDEX, ONE RECORD PER ITEM THE
000140* BANK IMAGED, APPENDED DAILY BY CCCW9211 WITH THE DATE IT WAS
000150* LOADED AND HOW IT MATCHED THAT DAY'S CLCWW052 PAID-ITEMS FEED.
000160* EACH GENERATION LEADS WITH A CLCWW166 LAYOUT HEADER.  BROWSED
000170* BY CW97 (CCMR6317), SEARCHED BY CCCW9212 FOR IMAGE RETRIEVAL
000180* REQUESTS, AND AGED OFF BY CCCW9134 (KIND IMG) ON THE PAID DATE.
000190******************************************************************
000200*                      REVISIONS
000210* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000220******************************************************************
000230* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAID-ITEM
000240*                               IMAGE HISTORY RECORD
000250******************************************************************
000260
000270  01  PAID-IMAGE-RCD.
000280      05  PI-ISSUING-BR-CODE            PIC X(03).
000290      05  PI-ONSITE-CHK-NUM             PIC X(08).
000300      05  PI-PAID-DATE                  PIC 9(08).
000310      05  PI-PAID-AMOUNT                PIC S9(10)V99.
000320      05  PI-IMAGE-REF                  PIC X(40).
000330      05  PI-LOAD-DATE                  PIC 9(08).
000340      05  PI-MATCH-STATUS               PIC X(01).
000350          88  PI-MATCHED                    VALUE "M".
000360          88  PI-AMOUNT-DIFFERS             VALUE "A".
000370          88  PI-NOT-ON-PAID-FEED           VALUE "U".
000380      05  FILLER                        PIC X(20).
000390
000400******************  END OF COPYLIB CLCWW181  *****************
