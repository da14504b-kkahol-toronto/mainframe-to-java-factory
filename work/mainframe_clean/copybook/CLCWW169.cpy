000010******************************************************************
000020*****************  START OF COPYLIB CLCWW169  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW169           USED BY: CCCW9100
000070*   (WORKING STORAGE FOR THE CLCWW170               CCCW9110
000080*    CLOSED-TAX-YEAR PARAGRAPHS - COPY BOTH         CCCW9150
000090*    MEMBERS TOGETHER)                              CCCW9166
000100*                                                   CCCW9201
000105*                                                   CCCW9202
000106*                                                   CCCW9205
000110*------------------------------------------------------------
000120* CLOSED TAX YEARS
000130* CCCW9201 APPENDS A TYPE 'C' CLOSE RECORD TO THE CLCWW076
000140* FILING-STATUS FILE WHEN IT CLOSES A TAX YEAR.  WS-CY-TABLE
000150* HOLDS EVERY CLOSED YEAR AND ITS CLOSE DATE, LOADED FROM
000160* THOSE RECORDS BY 9100-LOAD-CLOSED-YEARS, SO A PROGRAM CAN
000170* REFUSE ACTIVITY FOR A CLOSED YEAR - AFTER CLOSE A YEAR IS
000180* OPEN ONLY TO THE CCCW9155 CORRECTIONS PATH.
000190******************************************************************
000200*                      REVISIONS
000210* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000220******************************************************************
000230* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - CLOSED TAX
000240*                               YEAR TABLE
000250******************************************************************
000260
000270 01  WS-CY-AREA.
000280     05  WS-CY-CHECK-YEAR              PIC 9(04) VALUE ZERO.
000290     05  WS-CY-CLOSE-DATE              PIC 9(08) VALUE ZERO.
000300     05  WS-CY-CLOSED-SW               PIC X(01) VALUE "N".
000310         88  WS-CY-YEAR-CLOSED             VALUE "Y".
000320     05  WS-CY-EOF-SW                  PIC X(01) VALUE "N".
000330         88  WS-CY-EOF                     VALUE "Y".
000340     05  WS-CY-COUNT                   PIC 9(03) COMP VALUE ZERO.
000350     05  WS-CY-TABLE-MAX               PIC 9(03) COMP VALUE 50.
000360     05  WS-CY-SUB                     PIC 9(03) COMP VALUE ZERO.
000370
000380 01  WS-CY-TABLE.
000390     05  WS-CY-ENTRY                   OCCURS 50 TIMES.
000400         10  WS-CY-TAX-YEAR            PIC 9(04).
000410         10  WS-CY-CLOSED-ON           PIC 9(08).
000420
000430 01  WS-CY-MSG-CLOSED.
000440     05  FILLER                        PIC X(02) VALUE SPACES.
000450     05  FILLER                        PIC X(13) VALUE
000460         "*** TAX YEAR ".
000470     05  WS-CYM-TAX-YEAR               PIC 9(04).
000480     05  FILLER                        PIC X(11) VALUE
000490         " CLOSED ON ".
000500     05  WS-CYM-CLOSE-DATE             PIC 9(08).
000510     05  FILLER                        PIC X(26) VALUE
000520         " - CORRECTIONS ONLY ***".
000530     05  FILLER                        PIC X(69) VALUE SPACES.
000540
000550******************  END OF COPYLIB CLCWW169  *****************
