000010******************************************************************
000020*****************  START OF COPYLIB CLCWW127  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW127           USED BY: CCCW9150
000065*                                                   CCCW9167
000070*   (WORKING STORAGE FOR THE CLCWW128 PREREQUISITE-GATE
000080*    PARAGRAPHS - COPY BOTH MEMBERS TOGETHER)
000090*------------------------------------------------------------
000100* YEAR-END STEP PREREQUISITE TABLE AND GATE WORK AREAS
000110* ONE ENTRY PER GATED STEP / PREREQUISITE PAIR.  THE GATED
000120* STEP IS A PROGRAM ID, OR FOR A NON-COBOL STEP (THE FIRE AND
000130* STATE FILE TRANSFERS) THE STEP NAME CCCW9167 IS RUN UNDER.
000140* A PREREQUISITE IS SATISFIED BY AN END RECORD ON THE RUN-
000150* HISTORY FILE (C2INW005) FOR THE SAME TAX YEAR, IN THE
000160* REQUIRED RUN MODE (SPACES = ANY MODE), WITH A CONDITION
000170* CODE NO HIGHER THAN PQ-MAX-COND-CODE - AND WITH NO LATER
000180* START OF THAT PROGRAM LEFT WITHOUT ITS END (AN ABEND).
000190* THE MAXIMUM IS SET PER ENTRY BECAUSE RC 8 IS A NORMAL
000200* OUTCOME FOR SOME STEPS (A CCCW9127 FORCE RUN THAT RELEASED
000210* RECORDS) AND A FAILURE FOR OTHERS (A CCCW9161 REFUSAL).
000220* TO GATE ANOTHER STEP, ADD ENTRIES AND RAISE PQ-ENTRY-MAX.
000230******************************************************************
000240*                      REVISIONS
000250* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000260******************************************************************
000270* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - YEAR-END
000280*                               STEP PREREQUISITE TABLE
000290******************************************************************
000300
000310*                    GATED   PREREQ  MODE  MAX RC
000320  01  PQ-PREREQ-TABLE-VALUES.
000330      05  FILLER                  PIC X(24)
000340                        VALUE "CCCW9150CCCW9122      04".
000350      05  FILLER                  PIC X(24)
000360                        VALUE "CCCW9150CCCW9127FORCE 08".
000370      05  FILLER                  PIC X(24)
000380                        VALUE "CCCW9150CCCW9151APLY  04".
000390      05  FILLER                  PIC X(24)
000400                        VALUE "CCCW9150CCCW9132      04".
000410      05  FILLER                  PIC X(24)
000420                        VALUE "FIRESENDCCCW9161FIRE  04".
000430      05  FILLER                  PIC X(24)
000440                        VALUE "STATSENDCCCW9161STATE 04".
000450  01  PQ-PREREQ-TABLE REDEFINES PQ-PREREQ-TABLE-VALUES.
000460      05  PQ-PREREQ-ENTRY         OCCURS 6 TIMES.
000470          10  PQ-GATED-STEP           PIC X(08).
000480          10  PQ-PREREQ-PROGRAM       PIC X(08).
000490          10  PQ-PREREQ-MODE          PIC X(06).
000500          10  PQ-MAX-COND-CODE        PIC 9(02).
000510
000520* WHAT THE RUN-HISTORY SCAN FOUND FOR EACH ENTRY ABOVE.
000530  01  PQ-RESULT-TABLE.
000540      05  PQ-RESULT-ENTRY         OCCURS 6 TIMES.
000550          10  PQ-END-FOUND-SW         PIC X(01).
000560              88  PQ-END-FOUND            VALUE "Y".
000570          10  PQ-RUN-OPEN-SW          PIC X(01).
000580              88  PQ-RUN-OPEN             VALUE "Y".
000590          10  PQ-END-COND-CODE        PIC 9(02).
000600          10  PQ-END-RUN-DATE         PIC X(08).
000610
000620  77  PQ-ENTRY-MAX                PIC 9(03) COMP VALUE 6.
000630  77  PQ-TBL-SUB                  PIC 9(03) COMP VALUE ZERO.
000640  77  PQ-GATED-ENTRIES            PIC 9(03) COMP VALUE ZERO.
000650  77  PQ-MISSING-COUNT            PIC 9(03) COMP VALUE ZERO.
000660  77  PQ-FAILED-COUNT             PIC 9(03) COMP VALUE ZERO.
000670  77  PQ-GATED-STEP-WANT          PIC X(08) VALUE SPACES.
000680  77  PQ-TAX-YEAR-WANT            PIC X(04) VALUE SPACES.
000690  77  PQ-RUNHIST-EOF-SW           PIC X(01) VALUE "N".
000700      88  PQ-RUNHIST-EOF              VALUE "Y".
000710
000720  01  PQ-DETAIL-LINE.
000730      05  FILLER                  PIC X(02) VALUE SPACES.
000740      05  FILLER                  PIC X(14) VALUE "PREREQUISITE:".
000750      05  PQ-DL-PROGRAM           PIC X(08).
000760      05  FILLER                  PIC X(01) VALUE SPACES.
000770      05  PQ-DL-MODE              PIC X(06).
000780      05  FILLER                  PIC X(10) VALUE " TAX YEAR ".
000790      05  PQ-DL-TAX-YEAR          PIC X(04).
000800      05  FILLER                  PIC X(02) VALUE SPACES.
000810      05  PQ-DL-STATUS            PIC X(30).
000820      05  FILLER                  PIC X(04) VALUE " RC ".
000830      05  PQ-DL-COND-CODE         PIC X(02).
000840      05  FILLER                  PIC X(04) VALUE " ON ".
000850      05  PQ-DL-RUN-DATE          PIC X(08).
000860      05  FILLER                  PIC X(38) VALUE SPACES.
000870
000880******************  END OF COPYLIB CLCWW127  *****************
