000010******************************************************************
000020*****************  START OF COPYLIB CLCWW133  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW133
000070*   (WORKING STORAGE FOR THE CLCWW134 TABLE-CAPACITY
000080*    PARAGRAPHS - COPY BOTH MEMBERS TOGETHER)
000090*------------------------------------------------------------
000100* IN-MEMORY TABLE CAPACITY WORK AREAS
000110* ONE TC-ENTRY PER TABLE THE PROGRAM HOLDS IN STORAGE - ITS
000120* NAME, ITS OCCURS LIMIT, THE MOST ENTRIES IT HELD THIS RUN
000130* (HIGH-WATER MARK), AND THE NUMBER OF ENTRIES THE PROGRAM
000140* COULD NOT ADD BECAUSE THE TABLE WAS FULL.  ANY DROPPED
000150* ENTRY SETS TC-TABLE-OVERFLOW, AND THE PROGRAM THEN ENDS
000160* WITH CONDITION CODE TC-OVERFLOW-RC (12) - ABOVE EVERY
000170* REVIEW (4) AND ERROR (8) CODE IN THE SUITE, SO A TRUNCATED
000180* TABLE CANNOT PASS FOR AN ORDINARY WARNING.
000190******************************************************************
000200*                      REVISIONS
000210* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000220******************************************************************
000230* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - TABLE
000240*                               CAPACITY WORK AREAS
000250******************************************************************
000260
000270 01  TC-CAPACITY-TABLE.
000280     05  TC-ENTRY                    OCCURS 30 TIMES.
000290         10  TC-TABLE-NAME           PIC X(24).
000300         10  TC-TABLE-LIMIT          PIC 9(07) COMP.
000310         10  TC-TABLE-HIGH           PIC 9(07) COMP.
000320         10  TC-TABLE-DROPPED        PIC 9(09) COMP.
000330 77  TC-ENTRY-COUNT                  PIC 9(03) COMP VALUE ZERO.
000340 77  TC-ENTRY-MAX                    PIC 9(03) COMP VALUE 30.
000350 77  TC-SUB                          PIC 9(03) COMP VALUE ZERO.
000360
000370* 9900-NOTE-TABLE-CAPACITY PARAMETERS.
000380 77  TC-NOTE-NAME                    PIC X(24) VALUE SPACES.
000390 77  TC-NOTE-LIMIT                   PIC 9(07) COMP VALUE ZERO.
000400 77  TC-NOTE-HIGH                    PIC 9(07) COMP VALUE ZERO.
000410 77  TC-NOTE-DROPPED                 PIC 9(09) COMP VALUE ZERO.
000420
000430 77  TC-PCT-USED                     PIC 9(03) VALUE ZERO.
000440 77  TC-WARN-PCT                     PIC 9(03) VALUE 80.
000450 77  TC-OVERFLOW-RC                  PIC 9(02) VALUE 12.
000460 77  TC-OVERFLOW-SW                  PIC X(01) VALUE "N".
000470     88  TC-TABLE-OVERFLOW               VALUE "Y".
000480 77  TC-WARNING-COUNT                PIC 9(03) COMP VALUE ZERO.
000490
000500 01  TC-HEADING-LINE.
000510     05  FILLER                      PIC X(02) VALUE SPACES.
000520     05  FILLER                      PIC X(24)
000530                                     VALUE "TABLE CAPACITY".
000540     05  FILLER                      PIC X(11)
000550                                     VALUE "      LIMIT".
000560     05  FILLER                      PIC X(12)
000570                                     VALUE "  HIGH-WATER".
000580     05  FILLER                      PIC X(06) VALUE "  USED".
000590     05  FILLER                      PIC X(13)
000600                                     VALUE "      DROPPED".
000610     05  FILLER                      PIC X(65) VALUE SPACES.
000620 01  TC-DETAIL-LINE.
000630     05  FILLER                      PIC X(02) VALUE SPACES.
000640     05  TC-DL-NAME                  PIC X(24).
000650     05  FILLER                      PIC X(02) VALUE SPACES.
000660     05  TC-DL-LIMIT                 PIC Z,ZZZ,ZZ9.
000670     05  FILLER                      PIC X(03) VALUE SPACES.
000680     05  TC-DL-HIGH                  PIC Z,ZZZ,ZZ9.
000690     05  FILLER                      PIC X(02) VALUE SPACES.
000700     05  TC-DL-PCT                   PIC ZZ9.
000710     05  FILLER                      PIC X(01) VALUE "%".
000720     05  FILLER                      PIC X(02) VALUE SPACES.
000730     05  TC-DL-DROPPED               PIC ZZZ,ZZZ,ZZ9.
000740     05  FILLER                      PIC X(02) VALUE SPACES.
000750     05  TC-DL-FLAG                  PIC X(32).
000760     05  FILLER                      PIC X(31) VALUE SPACES.
000770
000780******************  END OF COPYLIB CLCWW133  *****************
