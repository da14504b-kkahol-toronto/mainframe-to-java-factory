000010******************************************************************
000020*****************  START OF COPYLIB CLCWW144  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW144           USED BY: CCCW9143
000070*------------------------------------------------------------
000080* BANK RECONCILIATION OPEN BREAK RECORD
000090* RECORD LENGTH = 100
000100* ONE RECORD PER UNEXPLAINED DIFFERENCE BETWEEN THE BANK'S
000110* PRIOR-DAY STATEMENT AND OUR OWN FILES THAT HAS NOT YET
000120* CLEARED.  CCCW9143 READS YESTERDAY'S GENERATION, CLEARS
000130* WHAT TODAY'S DIFFERENCES OFFSET, AND WRITES WHAT IS STILL
000140* OPEN PLUS TODAY'S NEW BREAKS AS THE NEXT GENERATION.
000150* BK-AMOUNT IS BANK LESS BOOK.  BK-ORIGIN-DATE IS THE
000160* STATEMENT AS-OF DATE THE BREAK FIRST APPEARED.
000170*   BREAK KINDS: BD = BANK ITEM WITH NO PAID ITEM ON OUR FEED
000180*                BI = PAID ITEM ON OUR FEED NOT ON STATEMENT
000190*                AM = BANK AND FEED AMOUNTS DIFFER FOR ITEM
000200*                TD = ACCOUNT TOTAL DIFFERS FOR THE CATEGORY
000210*   CATEGORIES:  C = CHECKS PAID   A = ACH DEBITS
000220*                W = WIRES OUT     F = FUNDING TRANSFERS
000230******************************************************************
000240*                      REVISIONS
000250* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000260******************************************************************
000270* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BANK
000280*                               RECONCILIATION OPEN BREAK
000290******************************************************************
000300
000310 01  BANK-BREAK-RCD.
000320     05  BK-ACCOUNT-NUM                PIC X(17).
000330     05  BK-FIN-LABEL                  PIC 9(04).
000340     05  BK-CATEGORY                   PIC X(01).
000350         88  BK-CHECKS-PAID                VALUE "C".
000360         88  BK-ACH-DEBITS                 VALUE "A".
000370         88  BK-WIRES-OUT                  VALUE "W".
000380         88  BK-FUNDING                    VALUE "F".
000390     05  BK-TYPE-CODE                  PIC X(03).
000400     05  BK-BREAK-KIND                 PIC X(02).
000410         88  BK-BANK-NOT-BOOK              VALUE "BD".
000420         88  BK-BOOK-NOT-BANK              VALUE "BI".
000430         88  BK-AMOUNT-DIFFERS             VALUE "AM".
000440         88  BK-TOTAL-DIFFERS              VALUE "TD".
000450     05  BK-REFERENCE                  PIC X(10).
000460     05  BK-ORIGIN-DATE                PIC 9(08).
000470     05  BK-AMOUNT                     PIC S9(13)V99.
000480     05  BK-BANK-AMOUNT                PIC S9(13)V99.
000490     05  BK-BOOK-AMOUNT                PIC S9(13)V99.
000500     05  FILLER                        PIC X(10).
000510
000520******************  END OF COPYLIB CLCWW144  *****************
