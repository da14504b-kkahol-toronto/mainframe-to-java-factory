000010******************************************************************
000020*****************  START OF COPYLIB CLCWW159  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW159           USED BY: CCCW9197
000070*------------------------------------------------------------
000080* BRANCH SCORECARD HISTORY RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER BRANCH PER SCORECARD MONTH, CARRYING THE
000110* MONTH'S RAW COUNTS (NOT THE RATES) SO THE MONTH-OVER-MONTH
000120* AND YEAR-TO-DATE TRENDS CAN BE RECOMPUTED FROM ANY MONTHS.
000130* CCCW9197 READS THE OLD GENERATION AND WRITES A NEW ONE WITH
000140* THE SCORECARD MONTH REPLACED, SO A RERUN OF A MONTH DOES NOT
000150* DOUBLE IT; MONTHS BEFORE THE PRIOR YEAR ARE DROPPED.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BRANCH
000210*                               SCORECARD HISTORY
000220******************************************************************
000230
000240 01  SCORECARD-HIST-RCD.
000250     05  SH-MONTH.
000260         10  SH-MONTH-CCYY             PIC 9(04).
000270         10  SH-MONTH-MM               PIC 9(02).
000280     05  SH-BR-CODE                    PIC X(03).
000290*    DISBURSEMENTS ISSUED = STAGED FIRST TIME + SUSPENDED.
000300     05  SH-ISSUED                     PIC 9(07).
000310     05  SH-CLEAN                      PIC 9(07).
000320     05  SH-HOLDS                      PIC 9(07).
000330     05  SH-CORRECTIONS                PIC 9(07).
000340     05  SH-CORR-DAYS                  PIC 9(09).
000350     05  SH-RETURNED                   PIC 9(07).
000360     05  FILLER                        PIC X(27).
000370
000380******************  END OF COPYLIB CLCWW159  *****************
