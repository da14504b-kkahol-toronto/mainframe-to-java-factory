000010******************************************************************
000020*****************  START OF COPYLIB CLCWW188  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW188           USED BY: CCMR6330
000070*------------------------------------------------------------
000080* VENDOR ADDRESS-OF-RECORD CHANGE HISTORY RECORD
000090* RECORD LENGTH = 340
000100* ONE RECORD PER CHANGE TO A VENDOR'S CLCWW037 ADDRESS OF
000110* RECORD APPLIED BY CCMR6330, WITH THE ADDRESS BEFORE AND
000120* AFTER AND WHERE THE NEW ONE CAME FROM.  THE FILE ACCUMULATES
000130* ACROSS CYCLES AND CARRIES A CLCWW166 LAYOUT HEADER AHEAD OF
000140* THE FIRST CHANGE.  THE CLCWW058 AUDIT RECORD FOR THE SAME
000150* TRANSACTION SHOWS ONLY THAT AN ADDRESS CHANGE WAS APPLIED.
000160*   K - KEYED THROUGH CCMR6330
000170*   N - CCCW9151 NCOA MOVE UPDATE
000180*   R - CCCW9180 RETURNED-MAIL CORRECTION
000190******************************************************************
000200*                      REVISIONS
000210* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000220******************************************************************
000230* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - VENDOR
000240*                               ADDRESS-OF-RECORD HISTORY
000250******************************************************************
000260
000270  01  ADDR-HIST-RCD.
000280      05  AH-TIN                        PIC X(09).
000290      05  AH-CHANGE-DATE                PIC 9(08).
000300      05  AH-USER-ID                    PIC X(08).
000310      05  AH-SOURCE                     PIC X(01).
000320          88  AH-FROM-KEYED                 VALUE "K".
000330          88  AH-FROM-NCOA                  VALUE "N".
000340          88  AH-FROM-RETURNED-MAIL         VALUE "R".
000350*    SOURCE AND DATE OF THE ADDRESS REPLACED - BLANK AND ZERO
000360*    WHEN THE VENDOR HAD NONE.
000370      05  AH-BEFORE-SOURCE              PIC X(01).
000380      05  AH-BEFORE-DATE                PIC 9(08).
000390      05  AH-BEFORE-ADDRESS.
000400          10  AH-BEFORE-LINE1           PIC X(40).
000410          10  AH-BEFORE-LINE2           PIC X(40).
000420          10  AH-BEFORE-CITY            PIC X(28).
000430          10  AH-BEFORE-STATE           PIC X(05).
000440          10  AH-BEFORE-ZIP             PIC X(11).
000450          10  AH-BEFORE-FOREIGN-IND     PIC X(01).
000460          10  AH-BEFORE-COUNTRY-CODE    PIC X(03).
000470          10  AH-BEFORE-PROVINCE        PIC X(10).
000480          10  AH-BEFORE-POSTAL-CODE     PIC X(10).
000490      05  AH-AFTER-ADDRESS.
000500          10  AH-AFTER-LINE1            PIC X(40).
000510          10  AH-AFTER-LINE2            PIC X(40).
000520          10  AH-AFTER-CITY             PIC X(28).
000530          10  AH-AFTER-STATE            PIC X(05).
000540          10  AH-AFTER-ZIP              PIC X(11).
000550          10  AH-AFTER-FOREIGN-IND      PIC X(01).
000560          10  AH-AFTER-COUNTRY-CODE     PIC X(03).
000570          10  AH-AFTER-PROVINCE         PIC X(10).
000580          10  AH-AFTER-POSTAL-CODE      PIC X(10).
000590      05  FILLER                        PIC X(09).
000600
000610******************  END OF COPYLIB CLCWW188  *****************
