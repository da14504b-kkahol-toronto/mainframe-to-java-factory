000010******************************************************************
000020*****************  START OF COPYLIB CLCWW177  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW177           USED BY: C2INX003
000070*                                                   CCCW9207
000080*   (PARAMETER AREA FOR CALL "CCCW9207" - WORKING STORAGE IN
000090*    EVERY BATCH PROGRAM THROUGH C2INX003, LINKAGE IN CCCW9207)
000100*------------------------------------------------------------
000110* OPERATIONS ALERT POSTING REQUEST
000120* THE CALLER FILLS IN WHO IS RAISING THE ALERT, HOW SEVERE
000130* IT IS, A SHORT CODE, THE TAX YEAR AND/OR RUN IT CONCERNS
000140* AND THE TEXT, THEN:
000150*     CALL "CCCW9207" USING ALERT-POST-AREA.
000160* CCCW9207 APPENDS THE ALERT TO THE CLCWW176 REGISTER AS OPEN
000170* AND RETURNS ITS ALERT ID.  ALP-REGISTER-UNAVAILABLE MEANS
000180* THE REGISTER COULD NOT BE OPENED - THE ALERT IS NOT LOST
000190* FROM THE CALLER'S OWN SYSOUT OR REPORT, AND THE CALLER'S
000200* RUN CARRIES ON; POSTING NEVER ABENDS A JOB.
000210*   SEVERITY  1 CRITICAL (JOB ABENDED)     2 HIGH
000220*             3 WARNING                    4 INFORMATION
000230******************************************************************
000240*                      REVISIONS
000250* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000260******************************************************************
000270* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - OPERATIONS
000280*                               ALERT POSTING PARAMETER AREA
000290******************************************************************
000300
000310 01  ALERT-POST-AREA.
000320     05  ALP-SOURCE-PGM                PIC X(08).
000330     05  ALP-SEVERITY                  PIC X(01).
000340         88  ALP-SEV-CRITICAL              VALUE "1".
000350         88  ALP-SEV-HIGH                  VALUE "2".
000360         88  ALP-SEV-WARNING               VALUE "3".
000370         88  ALP-SEV-INFO                  VALUE "4".
000380     05  ALP-ALERT-CODE                PIC X(08).
000390     05  ALP-TAX-YEAR                  PIC X(04).
000400     05  ALP-RUN-REF                   PIC X(08).
000410     05  ALP-ALERT-TEXT                PIC X(60).
000420     05  ALP-ALERT-ID                  PIC X(16).
000430     05  ALP-RESULT                    PIC X(01).
000440         88  ALP-POSTED                    VALUE "0".
000450         88  ALP-REGISTER-UNAVAILABLE      VALUE "1".
000460
000470******************  END OF COPYLIB CLCWW177  *****************
