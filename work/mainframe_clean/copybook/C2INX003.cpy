00067I 77  SAR-SQLCA-FOUND-SW        PIC X(01) VALUE "N".               C2INX003
00067J     88  SAR-SQLCA-HAS-DATA          VALUE "Y".                   C2INX003
00067K                                                                  C2INX003
00067L*    OPERATIONS ALERT POSTING AREA FOR CALL "CCCW9207" -          C2INX003
00067M*    USED BY 9998-COREDUMP (C2INZ004) TO REGISTER EVERY           C2INX003
00067N*    ABEND, AND BY ANY PROGRAM THAT RAISES AN OPERATIONS          C2INX003
00067O*    WARNING OF ITS OWN.                                          C2INX003
00067P     COPY CLCWW177.                                               C2INX003
00067Q                                                                  C2INX003
00067  01  SYSOUT-COUNT-RCD.                                            C2INX003
00068      05  FILLER                      PIC X(02)  VALUE SPACES.     C2INX003
00069      05  SCR-LITERAL                 PIC X(30)                    C2INX003
00080          10  SWA-CURR-HH             PIC X(02) VALUE SPACES.      C2INX003
00081          10  SWA-CURR-MM             PIC X(02) VALUE SPACES.      C2INX003
00082          10  SWA-CURR-SS             PIC X(02) VALUE SPACES.      C2INX003
00082A     05  SWA-RUN-TAX-YEAR            PIC X(04) VALUE SPACES.      C2INX003
00082B     05  SWA-RUN-MODE                PIC X(06) VALUE SPACES.      C2INX003
00082C     05  SWA-RUN-COND-CODE           PIC 9(02) VALUE ZERO.        C2INX003
00083                                                                   C2INX003
00084  01  SYSOUT-LITERALS.                                             C2INX003
00085      05  SYSOUT-COUNT-LITERALS.                                   C2INX003
