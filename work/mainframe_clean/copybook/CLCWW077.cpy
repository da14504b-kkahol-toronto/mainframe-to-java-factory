000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW077           USED BY: CCCW9150
000070*                                                   CCCW9156
000075*                                                   CCCW9201
000077*                                                   CCCW9218
000080*------------------------------------------------------------
000090* TRANSMITTED-FILE ARCHIVE RECORD
000100* RECORD LENGTH = 440
000110* THE RETENTION-MANAGED ARCHIVE OF EVERY PRODUCTION
000120* TRANSMITTAL CCCW9150 BUILDS.  EACH ARCHIVED FILE IS AN "H"
000130* HEADER RECORD (PROCESSING DATE, CLCWW043 FILE SEQUENCE,
000210******************************************************************
000220* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER -
000230*                               TRANSMITTED-FILE ARCHIVE
000232* 10/2026   002    R.FORTUNATE  AR-DATA WIDENED 380 TO 420 WITH
000234*                               THE CLCWW013 RECORD - AN OLDER
000236*                               ARCHIVE RECORD PADDED WITH
000238*                               SPACES READS AS A DOMESTIC
000239*                               ADDRESS
00023A* 10/2026   003    R.FORTUNATE  A TEN99ARC WRITTEN AT 400 BYTES
00023B*                               IS CONVERTED ONCE AT CUTOVER BY
00023C*                               CCCW9218, PARM='ARC'
000240******************************************************************
000250
000260  01  TEN99-ARCHIVE-RCD.
000345          88  AR-INT-FILE                   VALUE "I".
000350          88  AR-STATE-FILE                 VALUE "S".
000360          88  AR-LABEL-FILE                 VALUE "L".
000370      05  AR-DATA                       PIC X(420).
000380      05  FILLER                        PIC X(07).
000390
000400******************************************************************
