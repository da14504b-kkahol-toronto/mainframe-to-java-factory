000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW076           USED BY: CCCW9160
000070*                                                   CCCW9165
000072*                                                   CCCW9166
000074*                                                   CCMR6370
0000va*                                                   CCCW9201
0000vb*                                                   CCCW9100
0000vc*                                                   CCCW9110
0000vd*                                                   CCCW9202
0000ve*                                                   CCCW9205
0000vf*                                                   CCCW9206
000080*------------------------------------------------------------
000090* FILING-STATUS CONTROL RECORD
000100* RECORD LENGTH = 100
000128* STEP RECORDS 'SENT', AND CCCW9165 APPLIES THE IRS ANSWER.
000130* A REJECTED FILE CARRIES ITS
000140* REPLACEMENT DEADLINE HERE, WHERE THE MORNING REPORT SEES
000150* IT - NOT IN SOMEBODY'S MAILBOX.  CCCW9166 ALSO APPENDS ONE
000152* EXTENSION RECORD (TYPE 'X') PER FILER TIN AND FORM STREAM
000154* FOR WHICH A FORM 8809 WENT OUT; ITS EXTENDED DUE DATE IS THE
000156* FILING DEADLINE CCCW9165 AND CCMR6370 MEASURE AGAINST.
0001va* CCCW9201 APPENDS ONE CLOSE RECORD (TYPE 'C', STATUS 'C')
0001vb* WHEN A TAX YEAR IS CLOSED, CARRYING THE CERTIFIED FINAL
0001vc* COUNT AND DOLLARS AND BOTH SIGNING OPERATORS.  FROM THEN ON
0001vd* THE YEAR IS OPEN ONLY TO THE CORRECTIONS PATH (CLCWW170).
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000219*                               RECORD WIDENED FROM 60 TO 100;
00021G*                               CCCW9131 CONVERTS PRE-CUTOVER
00021H*                               60-BYTE GENERATIONS ONCE
00021I* 10/2026   004    R.FORTUNATE  FORM 8809 EXTENSION RECORDS -
00021J*                               TYPE 'X', STATUS 'X', AND THE
00021K*                               FILER TIN, FORM STREAM AND
00021L*                               EXTENDED DUE DATE (FILLER 27
00021M*                               TO 9)
0002va* 10/2026   005    R.FORTUNATE  TAX-YEAR CLOSE RECORD - TYPE
0002vb*                               'C', STATUS 'C' (NO LAYOUT
0002vc*                               CHANGE)
000220******************************************************************
000230
000240  01  FILING-STATUS-RCD.
000300          88  FC-ACCEPTED                   VALUE "A".
000310          88  FC-ACCEPTED-W-ERRORS          VALUE "E".
000320          88  FC-REJECTED                   VALUE "R".
000322          88  FC-EXTENSION-REQUESTED        VALUE "X".
0003va          88  FC-YEAR-CLOSED                VALUE "C".
000330      05  FC-STATUS-DATE                PIC 9(08).
000340      05  FC-REPLACEMENT-DUE            PIC 9(08).
000342      05  FC-PREPARED-BY                PIC X(08).
00034C      05  FC-FILE-TYPE                  PIC X(01).
00034D          88  FC-TYPE-FIRE                  VALUES "F" " ".
00034E          88  FC-TYPE-STATE                 VALUE "S".
00034F          88  FC-TYPE-EXTENSION             VALUE "X".
0003vb          88  FC-TYPE-CLOSE                 VALUE "C".
00034G*     FORM 8809 EXTENSION RECORDS ONLY - THE FILER TIN AND FORM
00034H*     STREAM THE EXTENSION WAS REQUESTED FOR, AND THE DATE THE
00034I*     RETURNS ARE NOW DUE.
00034J      05  FC-EXT-FILER-TIN              PIC X(09).
00034K      05  FC-EXT-FORM-STREAM            PIC X(01).
00034L          88  FC-EXT-STREAM-MISC            VALUE "M".
00034M          88  FC-EXT-STREAM-NEC             VALUE "N".
00034N          88  FC-EXT-STREAM-INT             VALUE "I".
00034O          88  FC-EXT-STREAM-1042S           VALUE "S".
00034P      05  FC-EXTENDED-DUE               PIC 9(08).
000350      05  FILLER                        PIC X(09).
000360
000370******************************************************************
