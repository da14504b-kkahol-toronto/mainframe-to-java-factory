000010******************************************************************
000020*****************  START OF COPYLIB CLCWW138  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW138
000070*   (PARAMETER AREA FOR CALL "CCCW9196" - WORKING STORAGE IN
000080*    THE CALLER, LINKAGE IN CCCW9196)
000090*------------------------------------------------------------
000100* REFERENCE-TABLE LOAD REQUEST
000110* THE CALLER NAMES THE TABLE (A CLCWW135 TABLE ID), THE
000120* DATE THE VALUES MUST BE IN FORCE ON, AND THE ENTRY LENGTH
000130* AND OCCURS LIMIT OF ITS OWN TABLE, AND PASSES THAT TABLE
000140* AS THE SECOND USING ITEM:
000150*     CALL "CCCW9196" USING REF-LOAD-AREA <CALLER TABLE>.
000160* CCCW9196 FILLS THE TABLE IN KEY SEQUENCE AND RETURNS THE
000170* NUMBER OF ENTRIES IN FORCE.  RL-FORMAT-DATA RETURNS THE
000180* ENTRY IMAGE ONLY (THE CONSUMING PROGRAMS); RL-FORMAT-ROW
000190* RETURNS KEY (8), EFFECTIVE DATE (8) AND ENTRY IMAGE (40)
000200* FOR A LISTING.  RL-DROPPED COUNTS IN-FORCE ENTRIES THE
000210* CALLER'S TABLE COULD NOT HOLD - A NON-ZERO COUNT MEANS THE
000220* TABLE IS INCOMPLETE AND IS CARRIED INTO THE CALLER'S TABLE
000230* CAPACITY REPORT (CLCWW133/134).
000240******************************************************************
000250*                      REVISIONS
000260* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000270******************************************************************
000280* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - REFERENCE
000290*                               TABLE LOAD PARAMETER AREA
000300******************************************************************
000310
000320  01  REF-LOAD-AREA.
000330      05  RL-TABLE-ID                   PIC X(04).
000340      05  RL-AS-OF-DATE                 PIC 9(08).
000350      05  RL-ENTRY-FORMAT               PIC X(01).
000360          88  RL-FORMAT-DATA                VALUE "D".
000370          88  RL-FORMAT-ROW                 VALUE "R".
000380      05  RL-ENTRY-LENGTH               PIC 9(04) COMP.
000390      05  RL-ENTRY-LIMIT                PIC 9(04) COMP.
000400      05  RL-RESULT                     PIC X(01).
000410          88  RL-LOAD-OK                    VALUE "0".
000420          88  RL-TABLE-EMPTY                VALUE "1".
000430          88  RL-TABLE-TRUNCATED            VALUE "2".
000440      05  RL-ROWS-READ                  PIC 9(07) COMP.
000450      05  RL-ENTRY-COUNT                PIC 9(04) COMP.
000460      05  RL-DROPPED                    PIC 9(07) COMP.
000470
000480******************  END OF COPYLIB CLCWW138  *****************
