000010******************************************************************
000020*****************  START OF COPYLIB CLCWW150  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW150           USED BY: CCCW9149
000070*------------------------------------------------------------
000080* PAYEE REMITTANCE DELIVERY RECORD
000090* RECORD LENGTH = 100
000100* ONE RECORD PER PAYEE WHO HAS GIVEN AN E-MAIL ADDRESS FOR
000110* REMITTANCE ADVICES, KEYED ON THE CLEAR TIN THE SAME WAY AS THE
000120* CLCWW037 VENDOR/PAYEE MASTER.  A PAYEE WITH NO RECORD - OR
000130* WITH A BLANK ADDRESS OR A STOPPED DELIVERY - GETS A PRINTED
000140* ADVICE.  RD-TIN IS HELD IN THE CLEAR ONLY BECAUSE THE FILE IS
000150* READ ONLY BY CCCW9149 UNDER THE SAME ACCESS AS THE MASTER.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - PAYEE
000210*                               REMITTANCE DELIVERY ADDRESS
000220******************************************************************
000230
000240 01  REMIT-DELIVERY-RCD.
000250     05  RD-TIN                        PIC X(09).
000260     05  RD-EMAIL-ADDR                 PIC X(60).
000270     05  RD-STATUS                     PIC X(01).
000280         88  RD-DELIVERY-ACTIVE            VALUE "A" SPACE.
000290         88  RD-DELIVERY-STOPPED           VALUE "S".
000300     05  RD-ADDED-DATE                 PIC 9(08).
000310     05  FILLER                        PIC X(22).
000320
000330******************  END OF COPYLIB CLCWW150  *****************
