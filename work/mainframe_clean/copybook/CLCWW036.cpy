000330*                               POSITION, LEAVING THE SYSOUT
000340*                               COUNTS AND THE BRANCH SUMMARY
000350*                               REPORT SHORT ON A RESTARTED RUN
000351* 10/2026   007    R.FORTUNATE  ADDED CKPT-PRENOTE-HELD FROM
000352*                               FILLER SO A RESTART RESTORES
000353*                               THE ACH PRENOTE HOLD COUNT THE
000354*                               DISPOSITION PROOF NEEDS; LENGTH
000355*                               UNCHANGED
000360******************************************************************
000370 
000380  01  CHECKPOINT-RCD.
000546          10  CKPT-DISP-IN-DOLLARS          PIC S9(13)V99.
000547          10  CKPT-REJECTED-DOLLARS         PIC S9(13)V99.
000548          10  CKPT-FOREIGN-DOLLARS          PIC S9(13)V99.
000549          10  CKPT-PRENOTE-HELD             PIC 9(09).
00549a          10  FILLER                        PIC X(06).
000550          10  CKPT-LAST-ISSUING-BR-CODE     PIC X(03).
000560          10  CKPT-LAST-ONSITE-CHK-NUM      PIC X(08).
000570      05  CKPT-BRANCH-DATA REDEFINES CKPT-CONTROL-DATA.
