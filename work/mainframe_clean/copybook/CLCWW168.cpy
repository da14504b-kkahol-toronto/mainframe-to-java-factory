000010******************************************************************
000020*****************  START OF COPYLIB CLCWW168  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW168           USED BY: CCCW9200
000070*------------------------------------------------------------
000080* LAYOUT CONVERSION STEP TABLE
000090* ONE ENTRY PER WIDENING OF A FILE IN THE CLCWW166 LAYOUT-
000100* VERSION TABLE.  CCCW9200 CHAINS THE STEPS FROM THE VERSION
000110* A GENERATION CARRIES TO THE COMPILED VERSION.  A STEP IS
000120* A TAIL EXTENSION: THE OLD RECORD IS THE FIRST FROM-LENGTH
000130* BYTES OF THE NEW ONE, THE REST STARTS AS SPACES, AND UP TO
000140* FOUR FILL SEGMENTS THEN SET THE NEW FIELDS' DEFAULTS.  A
000150* SEGMENT MAY ALSO RESET BYTES INSIDE THE OLD LENGTH (A FIELD
000160* CARVED FROM THE OLD FILLER).  FILL KINDS:
000170*   S - SPACES
000180*   Z - ZEROS (UNSIGNED OR DISPLAY-SIGNED NUMERIC)
000190*   L - THE LITERAL, LEFT-JUSTIFIED, SEGMENT LENGTH 8 OR LESS
000200*   BLANK - SEGMENT NOT USED
000210* POSITIONS ARE 1-RELATIVE IN THE NEW RECORD.  A FIELD CARVED
000220* FROM FILLER WHOSE SPACES ALREADY READ AS ITS DEFAULT DOES
000230* NOT CHANGE THE VERSION AND NEEDS NO STEP.
000240*
000250* TO WIDEN A FILE: RAISE ITS VERSION AND LENGTH IN CLCWW166,
000260* ADD THE STEP HERE, RAISE WS-CV-TBL-MAX, AND RECOMPILE
000270* CCCW9200 WITH THE FILE'S READERS AND WRITERS.
000280* THE FIRST THREE STEPS ARE THE CUTOVER WIDENINGS CCCW9131
000290* CARRIED OUT AS A ONE-TIME PROGRAM; A PRE-CUTOVER GENERATION
000300* HAS NO HEADER AND IS NAMED AS VERSION 001 IN THE CCCW9200
000310* PARM.
000320******************************************************************
000330*                      REVISIONS
000340* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000350******************************************************************
000360* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - LAYOUT
000370*                               CONVERSION STEP TABLE
000372* 10/2026   002    R.FORTUNATE  VENDOR MASTER 002 TO 003 -
000374*                               STATUS DATE CARVED FROM FILLER
000376* 10/2026   003    R.FORTUNATE  VENDOR MASTER 003 TO 004 -
000378*                               ADDRESS OF RECORD
000380******************************************************************
000390
000400 01  WS-CV-TABLE-DATA.
000410*    VENDOR MASTER 49 TO 80 - W-9 CLASS BLANK, W-9 DATE ZERO
000420     05  FILLER  PIC X(24)
000430             VALUE "CLCWW0370010020004900080".
000440     05  FILLER  PIC X(16)  VALUE "0050004S        ".
000450     05  FILLER  PIC X(16)  VALUE "0054008Z        ".
000460     05  FILLER  PIC X(16)  VALUE "0000000         ".
000470     05  FILLER  PIC X(16)  VALUE "0000000         ".
000480*    1042-S STAGING 240 TO 260 - TREATY RATE .3000, W-8 "N"
000490     05  FILLER  PIC X(24)
000500             VALUE "CLCWW0720010020024000260".
000510     05  FILLER  PIC X(16)  VALUE "0238004L3000    ".
000520     05  FILLER  PIC X(16)  VALUE "0242001LN       ".
000530     05  FILLER  PIC X(16)  VALUE "0000000         ".
000540     05  FILLER  PIC X(16)  VALUE "0000000         ".
000550*    FILING STATUS 60 TO 100 - DUAL CONTROL EMPTY, TYPE "F"
000560     05  FILLER  PIC X(24)
000570             VALUE "CLCWW0760010020006000100".
000580     05  FILLER  PIC X(16)  VALUE "0033016S        ".
000590     05  FILLER  PIC X(16)  VALUE "0049009Z        ".
000600     05  FILLER  PIC X(16)  VALUE "0058015Z        ".
000610     05  FILLER  PIC X(16)  VALUE "0073001LF       ".
000611*    VENDOR MASTER 80 TO 80 - STATUS ACTIVE, STATUS DATE ZERO
000612     05  FILLER  PIC X(24)
000613             VALUE "CLCWW0370020030008000080".
000614     05  FILLER  PIC X(16)  VALUE "0063008Z        ".
000615     05  FILLER  PIC X(16)  VALUE "0000000         ".
000616     05  FILLER  PIC X(16)  VALUE "0000000         ".
000617     05  FILLER  PIC X(16)  VALUE "0000000         ".
000618*    VENDOR MASTER 80 TO 250 - NO ADDRESS, ADDRESS DATE ZERO
000619     05  FILLER  PIC X(24)
00061A             VALUE "CLCWW0370030040008000250".
00061B     05  FILLER  PIC X(16)  VALUE "0230008Z        ".
00061C     05  FILLER  PIC X(16)  VALUE "0000000         ".
00061D     05  FILLER  PIC X(16)  VALUE "0000000         ".
00061E     05  FILLER  PIC X(16)  VALUE "0000000         ".
000620
000630 01  WS-CV-TABLE REDEFINES WS-CV-TABLE-DATA.
000640     05  WS-CV-ENTRY                   OCCURS 5 TIMES.
000650         10  WS-CV-FILE-ID             PIC X(08).
000660         10  WS-CV-FROM-VERSION        PIC 9(03).
000670         10  WS-CV-TO-VERSION          PIC 9(03).
000680         10  WS-CV-FROM-LENGTH         PIC 9(05).
000690         10  WS-CV-TO-LENGTH           PIC 9(05).
000700         10  WS-CV-FILL                OCCURS 4 TIMES.
000710             15  WS-CV-FILL-POS        PIC 9(04).
000720             15  WS-CV-FILL-LEN        PIC 9(03).
000730             15  WS-CV-FILL-KIND       PIC X(01).
000740                 88  WS-CV-FILL-SPACES     VALUE "S".
000750                 88  WS-CV-FILL-ZEROS      VALUE "Z".
000760                 88  WS-CV-FILL-LITERAL    VALUE "L".
000770             15  WS-CV-FILL-VALUE      PIC X(08).
000780
000790 77  WS-CV-TBL-MAX                   PIC 9(02) COMP VALUE 5.
000800 77  WS-CV-FILL-MAX                  PIC 9(02) COMP VALUE 4.
000810
000820******************  END OF COPYLIB CLCWW168  *****************
