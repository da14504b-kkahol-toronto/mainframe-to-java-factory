000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW090           USED BY: CCCW9126
000070*                                                   CCCW9110
000075*                                                   CCCW9199
000077*                                                   CCCW9201
000078*                                                   CCCW9209
00007a*                                                   CCCW9217
000080*------------------------------------------------------------
000090* W-9 SOLICITATION TRACKING RECORDS
000100* W9-SOLICIT-RCD (LENGTH 100) - ONE RECORD PER PAYEE SOLICITED,
