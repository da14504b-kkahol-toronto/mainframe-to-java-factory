000010******************************************************************
000020*****************  START OF COPYLIB CLCWW180  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW180           USED BY: CCCW9211
000070*------------------------------------------------------------
000080* BANK DAILY PAID-ITEM IMAGE INDEX RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER CHECK THE BANK PAID AND IMAGED ON THE PRIOR
000110* BUSINESS DAY, SENT WITH THE CLCWW052 PAID-ITEMS FEED AND KEYED
000120* THE SAME WAY (ISSUING BRANCH + ONSITE CHECK NUMBER).  THE IMAGE
000130* REFERENCE IS THE BANK'S OWN RETRIEVAL KEY FOR THE FRONT AND
000140* BACK OF THE ITEM - QUOTED BACK TO THE BANK ON A CLCWW183
000150* RETRIEVAL REQUEST TO GET THE IMAGE ITSELF.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BANK
000210*                               PAID-ITEM IMAGE INDEX RECORD
000220******************************************************************
000230
000240  01  BANK-IMAGE-INDEX-RCD.
000250      05  IX-ISSUING-BR-CODE            PIC X(03).
000260      05  IX-ONSITE-CHK-NUM             PIC X(08).
000270      05  IX-PAID-DATE                  PIC 9(08).
000280      05  IX-PAID-AMOUNT                PIC S9(10)V99.
000290      05  IX-IMAGE-REF                  PIC X(40).
000300      05  FILLER                        PIC X(09).
000310
000320******************  END OF COPYLIB CLCWW180  *****************
