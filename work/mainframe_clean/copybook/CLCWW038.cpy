000230******************************************************************
000240* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAYEE
000250*                               NETTING REPORT
000252* 10/2026   002    R.FORTUNATE  REPORTED-IND "E" - OVER THE
000254*                               FLOOR BUT SUPPRESSED AS AN
000256*                               EXEMPT CORPORATE PAYEE
000260******************************************************************

000270  01  TEN99-NETTING-RCD.
000300      05  NT-GROSS-DISB-AMT             PIC S9(13)V99.
000310      05  NT-NET-REPORTABLE-AMT         PIC S9(13)V99.
000320      05  NT-REPORTED-IND               PIC X(01).
000322          88  NT-REPORTED                   VALUE "Y".
000324          88  NT-NOT-REPORTED               VALUE "N".
000326          88  NT-EXEMPT-SUPPRESSED          VALUE "E".
000330      05  FILLER                        PIC X(03).

000340******************  END OF COPYLIB CLCWW038  *****************
