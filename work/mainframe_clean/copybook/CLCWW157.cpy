000010******************************************************************
000020*****************  START OF COPYLIB CLCWW157  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW157           USED BY: CCCW9194
000070*------------------------------------------------------------
000080* HR EMPLOYEE EXTRACT RECORD
000090* RECORD LENGTH = 150
000100* ONE RECORD PER EMPLOYEE, ACTIVE OR TERMINATED, ON THE PERIODIC
000110* EXTRACT FROM THE HR SYSTEM OF RECORD.  CCCW9194 MATCHES IT TO
000120* THE STAGED 1099 PAYEES AND THE CLCWW037 VENDOR MASTER, SO AN
000130* EMPLOYEE WHO IS ALSO BEING PAID AS A VENDOR IS FOUND.  THE SSN
000140* ARRIVES IN THE CLEAR AND IS NEVER WRITTEN BACK OUT.
000150******************************************************************
000160*                      REVISIONS
000170* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000180******************************************************************
000190* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - HR EMPLOYEE
000200*                               EXTRACT RECORD
000210******************************************************************
000220
000230 01  HR-EMPLOYEE-RCD.
000240     05  HR-EMP-SSN                    PIC X(09).
000250     05  HR-EMP-ID                     PIC X(08).
000260     05  HR-EMP-NAME                   PIC X(40).
000270     05  HR-EMP-ADDRESS-LINE1          PIC X(40).
000280     05  HR-EMP-CITY                   PIC X(25).
000290     05  HR-EMP-STATE                  PIC X(02).
000300     05  HR-EMP-ZIP                    PIC X(09).
000310     05  HR-EMP-HIRE-DATE              PIC 9(08).
000320*    ZERO WHILE THE EMPLOYEE IS STILL EMPLOYED.
000330     05  HR-EMP-TERM-DATE              PIC 9(08).
000340     05  FILLER                        PIC X(01).
000350
000360******************  END OF COPYLIB CLCWW157  *****************
