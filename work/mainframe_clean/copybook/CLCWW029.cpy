000194*                               PAYER "A" RECORD SAYS WHICH FORM
000196*                               ITS PAYEE GROUP CARRIES (MC =
000198*                               1099-MISC, NE = 1099-NEC)
00019H* 10/2026   006    R.FORTUNATE  ADD FIRE-B-FOREIGN-COUNTRY-IND AND
00019I*                               THE FIRE-B-PAYEE-FOREIGN-CSZ VIEW
00019J*                               OF CITY/STATE/ZIP - A FOREIGN
00019K*                               ADDRESS CARRIES CITY, PROVINCE,
00019L*                               POSTAL CODE AND COUNTRY AS ONE
00019M*                               FIELD (PUB. 1220)
000200******************************************************************

000210 01  FIRE-T-RECORD.
000380     05  FIRE-B-TIN                    PIC X(09).
000390     05  FIRE-B-PAYEE-NAME             PIC X(40).
000400     05  FIRE-B-PAYEE-ADDRESS          PIC X(40).
000405     05  FIRE-B-PAYEE-CSZ.
000410         10  FIRE-B-PAYEE-CITY         PIC X(28).
000420         10  FIRE-B-PAYEE-STATE        PIC X(02).
000430         10  FIRE-B-PAYEE-ZIP          PIC X(09).
000432     05  FIRE-B-PAYEE-FOREIGN-CSZ REDEFINES FIRE-B-PAYEE-CSZ
000434                                       PIC X(39).
000440     05  FIRE-B-AMOUNT-1               PIC 9(10)V99.
00044A     05  FIRE-B-AMOUNT-3               PIC 9(10)V99.
00044B     05  FIRE-B-AMOUNT-4               PIC 9(10)V99.
00044E     05  FIRE-B-NAME-CONTROL           PIC X(04).
00044F     05  FIRE-B-CORRECTED-IND          PIC X(01).
00044G     05  FIRE-B-CFSF-STATE-CODE        PIC X(02).
00044H     05  FIRE-B-FOREIGN-COUNTRY-IND    PIC X(01).
00044I         88  FIRE-B-FOREIGN-PAYEE          VALUE "1".
000450     05  FILLER                        PIC X(549) VALUE SPACES.

000460 01  FIRE-C-RECORD.
000470     05  FIRE-C-RECORD-TYPE            PIC X(01) VALUE "C".
