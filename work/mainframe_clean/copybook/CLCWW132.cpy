000010******************************************************************
000020*****************  START OF COPYLIB CLCWW132  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW132           USED BY: CCCW9150
000070*                                                   CCCW9169
000080*------------------------------------------------------------
000090* YEAR-END BUILD PARTITION SUMMARY RECORD (DDNAME TEN99PSM)
000100* RECORD LENGTH = 320
000110* ONE RECORD WRITTEN BY EACH TIN-RANGE PARTITION OF THE
000120* CCCW9150 YEAR-END BUILD AT WRAP-UP.  CCCW9169 READS THE
000130* PARTITIONS' RECORDS (CONCATENATED IN PARTITION ORDER) TO
000140* PROVE THE RANGES COVERED THE STAGING FILE EXACTLY ONCE AND
000150* THAT EVERY PARTITION STREAM IT MERGES IS COMPLETE.
000160* PS-STREAM-TOTALS OCCURS IN TRANSMITTAL STREAM ORDER -
000170*   1 OUTPUT (1099-MISC)   2 NEC   3 INT   4 STATE   5 LABEL
000180* AND CARRIES EACH STREAM'S DETAIL COUNT, DOLLAR TOTAL, AND
000190* CHECKSUM EXACTLY AS THE PARTITION'S OWN TRAILER DOES.
000200******************************************************************
000210*                      REVISIONS
000220* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000230******************************************************************
000240* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - YEAR-END
000250*                               BUILD PARTITION SUMMARY
00250a* 10/2026   002    R.FORTUNATE  PS-TABLE-OVERFLOW-SW - ANY
00250b*                               TABLE OF THE PARTITION DROPPED
00250c*                               AN ENTRY
000260******************************************************************
000270
000280  01  TEN99-PARTITION-RCD.
000290      05  PS-PARTITION-NO               PIC 9(02).
000300      05  PS-TIN-LOW                    PIC X(09).
000310      05  PS-TIN-HIGH                   PIC X(09).
000320      05  PS-TAX-YEAR                   PIC 9(04).
000330      05  PS-RUN-DATE                   PIC 9(08).
000340      05  PS-RECORDS-READ               PIC 9(09).
000350      05  PS-RECORDS-IN-RANGE           PIC 9(09).
000360      05  PS-STREAM-TOTALS              OCCURS 5 TIMES.
000370          10  PS-STREAM-COUNT           PIC 9(09).
000380          10  PS-STREAM-AMOUNT          PIC S9(13)V99.
000390          10  PS-STREAM-CHECKSUM        PIC 9(10).
000400      05  PS-RECIP-COUNT                PIC 9(09).
000410      05  PS-UNDELIV-COUNT              PIC 9(09).
000420      05  PS-YTD-COUNT                  PIC 9(09).
000430      05  PS-NETTING-COUNT              PIC 9(09).
000440      05  PS-PORTAL-COUNT               PIC 9(09).
000450      05  PS-SUPPRESS-COUNT             PIC 9(09).
000460      05  PS-CORR-HIST-COUNT            PIC 9(09).
000470      05  PS-LATER-YEAR-CARRIED         PIC 9(09).
000480      05  PS-PRIOR-YEAR-CARRIED         PIC 9(09).
000490      05  PS-BELOW-MINIMUM              PIC 9(09).
000500      05  PS-MISSING-DAYS               PIC 9(03).
000510      05  PS-BKR-OVERFLOW-SW            PIC X(01).
000520          88  PS-BKR-TABLE-OVERFLOW         VALUE "Y".
000530      05  PS-TABLE-OVERFLOW-SW          PIC X(01).
00530a          88  PS-ANY-TABLE-OVERFLOW         VALUE "Y".
00530b      05  FILLER                        PIC X(05).
000540
000550******************  END OF COPYLIB CLCWW132  *****************
