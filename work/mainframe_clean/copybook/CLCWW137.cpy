000010******************************************************************
000020*****************  START OF COPYLIB CLCWW137  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW137           USED BY: CCMR6380
000070*------------------------------------------------------------
000080* REFERENCE-TABLE MAINTENANCE AUDIT RECORD
000090* RECORD LENGTH = 120
000100* ONE RECORD PER TRANSACTION APPLIED TO THE CLCWW135
000110* REFERENCE FILE, SHOWING THE ROW'S STATUS AND DATA BEFORE
000120* AND AFTER THE CHANGE AND WHO REQUESTED IT.  THE FILE
000130* ACCUMULATES ACROSS CYCLES, THE SAME AS THE CLCWW058 VENDOR
000140* MASTER AUDIT TRAIL.
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - REFERENCE
000200*                               TABLE MAINTENANCE AUDIT
000210******************************************************************
000220
000230  01  REF-AUDIT-RCD.
000240      05  RA-ACTION                     PIC X(01).
000250      05  RA-CHANGE-DATE                PIC 9(08).
000260      05  RA-USER-ID                    PIC X(08).
000270      05  RA-TABLE-ID                   PIC X(04).
000280      05  RA-KEY                        PIC X(08).
000290      05  RA-EFF-DATE                   PIC 9(08).
000300      05  RA-BEFORE-STATUS              PIC X(01).
000310      05  RA-BEFORE-DATA                PIC X(40).
000320      05  RA-AFTER-STATUS               PIC X(01).
000330      05  RA-AFTER-DATA                 PIC X(40).
000340      05  FILLER                        PIC X(01).
000350
000360******************  END OF COPYLIB CLCWW137  *****************
