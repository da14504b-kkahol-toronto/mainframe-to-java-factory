000010******************************************************************
000020*****************  START OF COPYLIB CLCWW141  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW141           USED BY: CCCW9148
000070*------------------------------------------------------------
000080* POSITIVE-PAY EXCEPTION DECISION TRANSACTION
000090* RECORD LENGTH = 80
000100* ONE TRANSACTION PER PAY OR RETURN DECISION TREASURY KEYS
000110* AGAINST A CLCWW140 WORKLIST ITEM, WITH WHO KEYED IT AND
000120* WHEN.  A DECISION KEYED AFTER THE BANK CUTOFF IS NOT SENT;
000130* WHERE AN ITEM HAS MORE THAN ONE, THE LATEST KEYED STANDS.
000140******************************************************************
000150*                      REVISIONS
000160* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000170******************************************************************
000180* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - POSITIVE-
000190*                               PAY DECISION TRANSACTION
000200******************************************************************
000210
000220  01  PPX-DECISION-RCD.
000230      05  DT-ITEM-KEY.
000240          10  DT-ISSUING-BR-CODE        PIC X(03).
000250          10  DT-ONSITE-CHK-NUM         PIC X(08).
000260      05  DT-DECISION                   PIC X(01).
000270          88  DT-PAY                        VALUE "P".
000280          88  DT-RETURN                     VALUE "R".
000290          88  DT-DECISION-VALID             VALUE "P" "R".
000300      05  DT-USER-ID                    PIC X(08).
000310      05  DT-KEYED-STAMP.
000320          10  DT-KEYED-DATE             PIC 9(08).
000330          10  DT-KEYED-TIME             PIC 9(04).
000340      05  DT-NOTE                       PIC X(30).
000350      05  FILLER                        PIC X(18).
000360
000370******************  END OF COPYLIB CLCWW141  *****************
