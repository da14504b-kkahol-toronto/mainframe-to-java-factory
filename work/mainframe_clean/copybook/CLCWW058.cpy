000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW058  USED BY: CCMR6330/CCCW9193
000065*                                          CCCW9206
000070*------------------------------------------------------------
000080* VENDOR/PAYEE MASTER MAINTENANCE AUDIT RECORD
000090* RECORD LENGTH = 120
000180******************************************************************
000190* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - VENDOR
000200*                               MASTER MAINTENANCE AUDIT
000202* 10/2026   002    R.FORTUNATE  BEFORE/AFTER W-9 TAX CLASS, LLC
000204*                               TAX TREATMENT AND EXEMPT PAYEE
000206*                               CODE IN THE FORMER FILLER
000210******************************************************************
000220
000230  01  VM-AUDIT-RCD.
000270      05  VA-TIN                        PIC X(09).
000280      05  VA-BEFORE-NAME                PIC X(40).
000290      05  VA-AFTER-NAME                 PIC X(40).
000292      05  VA-BEFORE-TAX-CLASS           PIC X(01).
000293      05  VA-BEFORE-LLC-TAX-CLASS       PIC X(01).
000294      05  VA-BEFORE-EXEMPT-CODE         PIC X(02).
000295      05  VA-AFTER-TAX-CLASS            PIC X(01).
000296      05  VA-AFTER-LLC-TAX-CLASS        PIC X(01).
000297      05  VA-AFTER-EXEMPT-CODE          PIC X(02).
000300      05  FILLER                        PIC X(06).
000310
000320******************  END OF COPYLIB CLCWW058  *****************
