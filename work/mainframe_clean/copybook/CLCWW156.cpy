000010******************************************************************
000020*****************  START OF COPYLIB CLCWW156  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW156           USED BY: CCCW9193
000070*------------------------------------------------------------
000080* USER HOME BRANCH TABLE
000090* LOADED FROM THE CLCWW135 REFERENCE FILE THROUGH CCCW9196
000100* (TABLE USBR), IN USER ID SEQUENCE.  ONE ENTRY PER USER WHO
000110* KEYS VENDOR-MASTER OR DISBURSEMENT WORK: THE BRANCH THE
000120* USER WORKS AT.  A BATCH USER SUCH AS APSYNC HAS NO ENTRY.
000130******************************************************************
000140*                      REVISIONS
000150* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000160******************************************************************
000170* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - USER HOME
000180*                               BRANCH TABLE
000190******************************************************************
000200
000210 01  WS-USER-BRANCH-TBL.
000220     05  WS-USBR-ENTRY                  OCCURS 200 TIMES.
000230         10  WS-USBR-USER-ID            PIC X(08).
000240         10  WS-USBR-BR-CODE            PIC X(03).
000250         10  WS-USBR-USER-NAME          PIC X(29).
000260
000270 77  WS-USBR-TBL-MAX                 PIC 9(04) COMP VALUE ZERO.
000280 77  WS-USBR-TBL-LIMIT               PIC 9(04) COMP VALUE 200.
000290 77  WS-USBR-ENTRY-LEN               PIC 9(02) COMP VALUE 40.
000300 77  WS-USBR-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000310
000320******************  END OF COPYLIB CLCWW156  *****************
