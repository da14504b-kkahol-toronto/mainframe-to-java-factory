000010******************************************************************
000020*****************  START OF COPYLIB CLCWW140  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW140    USED BY: CCCW9147/CCCW9148
000070*------------------------------------------------------------
000080* POSITIVE-PAY EXCEPTION DECISION WORKLIST RECORD
000090* RECORD LENGTH = 200
000100* ONE RECORD PER CLCWW054 PAID-ITEMS EXCEPTION AWAITING A PAY
000110* OR RETURN DECISION, AS CCCW9147 PRESENTED IT TO TREASURY:
000120* THE EXCEPTION ITSELF, THEN WHAT THE FILES SAY ABOUT THE
000130* CHECK - THE CLCWW053 REGISTER ENTRY IT MATCHED (ISSUE DATE,
000140* PAYEE, STALE FLAG), ANY CLCWW078 STOP/VOID, AND ANY CLCWW099
000150* REISSUE THAT REPLACED IT.  CCCW9148 APPLIES THE KEYED
000160* DECISIONS (CLCWW141) TO THESE ITEMS; AN ITEM NOBODY WORKED
000170* IS RETURNED.
000180******************************************************************
000190*                      REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - POSITIVE-
000230*                               PAY EXCEPTION DECISION WORKLIST
000240******************************************************************
000250
000260  01  PPX-WORKLIST-RCD.
000270      05  PX-EXCEPTION-TYPE             PIC X(01).
000280          88  PX-PAID-NOT-ISSUED            VALUE "P".
000290          88  PX-AMOUNT-MISMATCH            VALUE "A".
000300      05  PX-ITEM-KEY.
000310          10  PX-ISSUING-BR-CODE        PIC X(03).
000320          10  PX-ONSITE-CHK-NUM         PIC X(08).
000330      05  PX-PAID-DATE                  PIC 9(08).
000340      05  PX-PAID-AMOUNT                PIC S9(10)V99.
000350      05  PX-ISSUED-AMOUNT              PIC S9(10)V99.
000360* CLCWW053 REGISTER CONTEXT - SPACES/ZERO WHEN NOT ON IT.
000370      05  PX-REG-FOUND-IND              PIC X(01).
000380          88  PX-ON-REGISTER                VALUE "Y".
000390      05  PX-REG-ISSUE-DATE             PIC 9(08).
000400      05  PX-REG-AMOUNT                 PIC S9(10)V99.
000410      05  PX-REG-PAYEE-NAME             PIC X(40).
000420      05  PX-REG-STALE-IND              PIC X(01).
000430* CLCWW078 STOP/VOID CONTEXT - SPACE WHEN NONE ON FILE.
000440      05  PX-SV-ACTION                  PIC X(01).
000450          88  PX-NO-STOP-VOID               VALUE SPACE.
000460          88  PX-STOPPED                    VALUE "S".
000470          88  PX-VOIDED                     VALUE "V".
000480      05  PX-SV-STOP-DATE               PIC 9(08).
000490* CLCWW099 REISSUE CONTEXT - SPACES WHEN NEVER REPLACED.
000500      05  PX-REI-NEW-CHK-NUM            PIC X(08).
000510      05  PX-REI-REISSUE-DATE           PIC 9(08).
000520      05  PX-PRESENT-DATE               PIC 9(08).
000530      05  FILLER                        PIC X(61).
000540
000550******************  END OF COPYLIB CLCWW140  *****************
