000010******************************************************************
000020*****************  START OF COPYLIB CLCWW129  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW129           USED BY: CCCW9100
000070*                                                   CCCW9110
000080*                                                   CCCW9112
000090*                                                   CCCW9113
000100*                                                   CCCW9122
000110*                                                   CCCW9127
000120*                                                   CCCW9133
000130*                                                   CCCW9151
000140*                                                   CCCW9168
000145*                                                   CCCW9201
000147*                                                   CCCW9202
000148*                                                   CCCW9205
000150*------------------------------------------------------------
000160* TEN99DTL STAGING GENERATION CATALOG RECORD (DDNAME GENCAT)
000170* RECORD LENGTH = 100
000180* ONE RECORD PER GENERATION OF THE YEAR'S STAGING DETAIL, IN
000190* THE ORDER THE GENERATIONS WERE MADE - THE LAST RECORD ON
000200* THE FILE IS THE CURRENT (HEAD) GENERATION.  EACH CARRIES
000210* ITS PARENT GENERATION, THE PROGRAM AND RUN MODE THAT MADE
000220* IT, AND THE GENERATION'S CONTENT FINGERPRINT - RECORD
000230* COUNT, DOLLAR TOTAL OF TEN99-RPT-DISB-AMT-DATA, AND A HASH
000240* TOTAL OVER EVERY BYTE OF EVERY RECORD (CLCWW130).  THE HASH
000250* IS WHAT PROVES A FILE IS THE GENERATION IT CLAIMS TO BE - A
000260* TIN RE-KEY OR ADDRESS CHANGE MOVES NEITHER COUNT NOR
000270* DOLLARS.
000280*   B - BASELINE, THE STAGING FILE AS FOUND WHEN CCCW9168
000290*       FIRST CATALOGED IT (OR RE-CATALOGED IT BY HAND).
000300*   R - REWRITE, A UTILITY COPIED THE PARENT TO A NEW FILE.
000310*   A - APPEND, A PROGRAM ADDED RECORDS TO THE PARENT; THE
000320*       FINGERPRINT IS THE PARENT'S PLUS THE RECORDS ADDED.
000330******************************************************************
000340*                      REVISIONS
000350* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000360******************************************************************
000370* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STAGING
000380*                               GENERATION CATALOG
000390******************************************************************
000400
000410  01  GEN-CATALOG-RCD.
000420      05  GC-ENTRY-TYPE                 PIC X(01).
000430          88  GC-BASELINE-ENTRY             VALUE "B".
000440          88  GC-REWRITE-ENTRY              VALUE "R".
000450          88  GC-APPEND-ENTRY               VALUE "A".
000460      05  GC-GENERATION-NO              PIC 9(07).
000470      05  GC-PARENT-GENERATION          PIC 9(07).
000480      05  GC-PROGRAM-ID                 PIC X(08).
000490      05  GC-RUN-MODE                   PIC X(06).
000500      05  GC-RUN-DATE                   PIC 9(08).
000510      05  GC-RUN-TIME                   PIC 9(06).
000520      05  GC-FINGERPRINT.
000530          10  GC-RECORD-COUNT           PIC 9(09).
000540          10  GC-DOLLAR-TOTAL           PIC S9(13)V99.
000550          10  GC-HASH-TOTAL             PIC 9(15).
000560      05  FILLER                        PIC X(18).
000570
000580******************  END OF COPYLIB CLCWW129  *****************
