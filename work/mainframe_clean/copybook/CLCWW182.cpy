000010******************************************************************
000020*****************  START OF COPYLIB CLCWW182  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW182           USED BY: CCCW9212
000070*------------------------------------------------------------
000080* PAID-ITEM IMAGE REQUEST
000090* RECORD LENGTH = 60
000100* ONE RECORD PER PAID CHECK WHOSE IMAGE SOMEONE NEEDS - A
000110* PAYEE WHO SAYS THE CHECK WAS NEVER CASHED, A FORGERY CLAIM,
000120* AN AUDIT SAMPLE.  KEYED BY THE ISSUING BRANCH AND ONSITE
000130* CHECK NUMBER, WITH WHO ASKED AND WHY.
000140******************************************************************
000150*                      REVISIONS
000160* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000170******************************************************************
000180* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAID-ITEM
000190*                               IMAGE REQUEST
000200******************************************************************
000210
000220  01  IMAGE-REQUEST-RCD.
000230      05  IQ-ISSUING-BR-CODE            PIC X(03).
000240      05  IQ-ONSITE-CHK-NUM             PIC X(08).
000250      05  IQ-REQUESTED-BY               PIC X(08).
000260      05  IQ-REASON                     PIC X(30).
000270      05  FILLER                        PIC X(11).
000280
000290******************  END OF COPYLIB CLCWW182  *****************
