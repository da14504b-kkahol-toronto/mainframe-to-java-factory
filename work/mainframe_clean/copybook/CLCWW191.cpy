000010******************************************************************
000020*****************  START OF COPYLIB CLCWW191  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW191           USED BY: CCCW9215
000070*------------------------------------------------------------
000080* SPOILED CHECK FORM RECORD
000090* RECORD LENGTH = 60
000100* ONE RECORD PER CENTRAL CHECK FORM THE PRINT ROOM SPOILED -
000110* JAMMED, TORN, MISALIGNED OR SMEARED ACROSS THE MICR LINE - KEYED
000120* BY THE CHECK NUMBER PRINTED ON IT.  THE NEXT CCCW9215 RUN VOIDS
000130* THE NUMBER WITH THE BANK AND REPRINTS THE ITEM ON THE NEXT FORM;
000140* THE SPOILED NUMBER IS NEVER ISSUED AGAIN.  A FORM SPOILED BEFORE
000150* ANY ITEM WAS PRINTED ON IT (AN ALIGNMENT SHEET) IS KEYED THE
000160* SAME WAY AND IS ONLY VOIDED.
000162* SF-ISSUING-BR-CODE IS THE BRANCH ON THE FORM'S REMITTANCE STUB -
000164* THE BRANCH THE BANK HOLDS THE ISSUE UNDER - AND IS LEFT BLANK
000166* FOR AN ALIGNMENT SHEET.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - SPOILED
000220*                               CENTRAL CHECK FORM
000222* 10/2026   002    R.FORTUNATE  ADD SF-ISSUING-BR-CODE - FILLER
000224*                               REDUCED FROM 06 TO 03
000230******************************************************************
000240
000250  01  SPOILED-FORM-RCD.
000260      05  SF-CHK-NUM                    PIC X(08).
000270      05  SF-SPOIL-DATE                 PIC X(08).
000280      05  SF-REASON                     PIC X(30).
000290      05  SF-REPORTED-BY                PIC X(08).
000292      05  SF-ISSUING-BR-CODE            PIC X(03).
000300      05  FILLER                        PIC X(03).
000310
000320******************  END OF COPYLIB CLCWW191  *****************
