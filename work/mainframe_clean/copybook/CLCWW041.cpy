000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW041           USED BY: CCCW9100
000065*                                                   CCCW9218
000070*------------------------------------------------------------
000080* 1099 HELD-RECORD FILE
000090* RECORD LENGTH = 468
000100* CARRIES ONE FULL TEN99-RCD (CLCWW013) DETAIL RECORD FOR EVERY
000110* DISBURSEMENT CCCW9100 KEPT OUT OF THE 1099 STAGING FILE,
000120* FLAGGED WITH THE REASON IT WAS HELD.  UNLIKE THE TEN99-SUSPENSE-
000214*                               360 WITH THE CLCWW013 RECORD
000216* 08/2026   003    R.FORTUNATE  TH-DETAIL-DATA WIDENED 360 TO
000218*                               380 WITH THE CLCWW013 RECORD
000219* 10/2026   004    R.FORTUNATE  TH-DETAIL-DATA WIDENED 380 TO
00021A*                               420 WITH THE CLCWW013 RECORD
00021B* 10/2026   005    R.FORTUNATE  A TEN99HLD WRITTEN AT 428 BYTES
00021C*                               IS CONVERTED ONCE AT CUTOVER BY
00021D*                               CCCW9218, PARM='HLD'
000220* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - 1099 HELD-
000230*                               RECORD FILE
000240******************************************************************
000290         10  TH-HELD-DATE-YR           PIC 9(02).
000300         10  TH-HELD-DATE-MO           PIC 9(02).
000310         10  TH-HELD-DATE-DA           PIC 9(02).
000320     05  TH-DETAIL-DATA                PIC X(420).

000330******************  END OF COPYLIB CLCWW041  *****************
