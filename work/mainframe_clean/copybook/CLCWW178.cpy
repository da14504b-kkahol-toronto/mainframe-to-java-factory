000010******************************************************************
000020*****************  START OF COPYLIB CLCWW178  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW178           USED BY: CCCW9208
000070*------------------------------------------------------------
000080* ALERT ESCALATION TABLE
000090* LOADED FROM THE CLCWW135 REFERENCE FILE THROUGH CCCW9196
000100* (TABLE ESCL), IN SEVERITY/LEVEL SEQUENCE.  ONE ENTRY PER
000110* RUNG OF EACH SEVERITY'S ESCALATION LADDER: WHO IS ON THE
000120* HOOK FOR AN OPERATIONS ALERT (CLCWW176) AT THAT LEVEL, AND
000130* HOW MANY HOURS THEY HAVE TO ACKNOWLEDGE IT BEFORE IT GOES TO
000140* THE NEXT LEVEL'S CONTACT.  LEVEL 01 IS THE FIRST CONTACT.
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - ALERT
000200*                               ESCALATION TABLE
000210******************************************************************
000220
000230 01  WS-ESCALATION-TBL.
000240     05  WS-ESCL-ENTRY                  OCCURS 50 TIMES.
000250         10  WS-ESCL-KEY.
000260             15  WS-ESCL-SEVERITY       PIC X(01).
000270             15  WS-ESCL-LEVEL          PIC 9(02).
000280         10  WS-ESCL-CONTACT            PIC X(08).
000290         10  WS-ESCL-ACK-HOURS          PIC 9(03).
000300         10  WS-ESCL-CONTACT-NAME       PIC X(26).
000310
000320 77  WS-ESCL-TBL-MAX                 PIC 9(04) COMP VALUE ZERO.
000330 77  WS-ESCL-TBL-LIMIT               PIC 9(04) COMP VALUE 50.
000340 77  WS-ESCL-ENTRY-LEN               PIC 9(02) COMP VALUE 40.
000350 77  WS-ESCL-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000360
000370******************  END OF COPYLIB CLCWW178  *****************
