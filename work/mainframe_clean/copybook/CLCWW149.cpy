000010******************************************************************
000020*****************  START OF COPYLIB CLCWW149  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW149           USED BY: CCCW9142
000070*------------------------------------------------------------
000080* ACH PRENOTE ENTRY RECORD
000090* RECORD LENGTH = 100
000100* ONE ZERO-DOLLAR PRENOTIFICATION ENTRY PER NEW PAYEE ROUTING/
000110* ACCOUNT PAIR, SENT TO THE BANK FOR ORIGINATION.  THE TRACE
000120* NUMBER IS "PN" + THE CCYYMMDD SENT + A 5-DIGIT SEQUENCE, SO A
000130* RETURN OR NOC ON THE CLCWW096 FEED IS KNOWN FOR A PRENOTE BY
000140* ITS FIRST TWO BYTES.  PE-TRAN-CODE IS THE CHECKING-ACCOUNT
000150* CREDIT PRENOTE CODE 23.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - ACH PRENOTE
000210*                               ENTRY
000220******************************************************************
000230
000240 01  ACH-PRENOTE-ENTRY-RCD.
000250     05  PE-TRACE-NUM                  PIC X(15).
000260     05  PE-TRACE-PARTS REDEFINES PE-TRACE-NUM.
000270         10  PE-TRACE-PREFIX           PIC X(02).
000280         10  PE-TRACE-DATE             PIC 9(08).
000290         10  PE-TRACE-SEQ              PIC 9(05).
000300     05  PE-TRAN-CODE                  PIC X(02).
000310     05  PE-ROUTING                    PIC X(09).
000320     05  PE-ACCOUNT                    PIC X(17).
000330     05  PE-AMOUNT                     PIC 9(08)V99.
000340     05  PE-INDIVIDUAL-ID              PIC X(15).
000350     05  PE-PAYEE-NAME                 PIC X(22).
000360     05  PE-EFFECTIVE-DATE             PIC 9(08).
000370     05  FILLER                        PIC X(02).
000380
000390******************  END OF COPYLIB CLCWW149  *****************
