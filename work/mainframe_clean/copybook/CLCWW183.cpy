000010******************************************************************
000020*****************  START OF COPYLIB CLCWW183  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW183           USED BY: CCCW9212
000070*------------------------------------------------------------
000080* BANK IMAGE RETRIEVAL REQUEST RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER PAID ITEM WHOSE IMAGE WE ARE ASKING THE BANK
000110* FOR, QUOTING BACK THE IMAGE REFERENCE FROM THE BANK'S OWN
000120* CLCWW180 INDEX WITH THE ITEM'S KEY, PAID DATE AND AMOUNT SO
000130* THE BANK CAN CHECK IT IS PULLING THE RIGHT ITEM.
000140******************************************************************
000150*                      REVISIONS
000160* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000170******************************************************************
000180* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - BANK IMAGE
000190*                               RETRIEVAL REQUEST
000200******************************************************************
000210
000220  01  IMAGE-RETRIEVAL-RCD.
000230      05  IR-ISSUING-BR-CODE            PIC X(03).
000240      05  IR-ONSITE-CHK-NUM             PIC X(08).
000250      05  IR-PAID-DATE                  PIC 9(08).
000260      05  IR-PAID-AMOUNT                PIC S9(10)V99.
000270      05  IR-IMAGE-REF                  PIC X(40).
000280      05  IR-REQUEST-DATE               PIC 9(08).
000290      05  FILLER                        PIC X(01).
000300
000310******************  END OF COPYLIB CLCWW183  *****************
