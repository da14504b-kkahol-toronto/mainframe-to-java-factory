000040*     BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW037           USED BY: CCCW9100
000062*                                                    CCCW9150
000063*                                                    CCCW9194
000064*                                                    CCMR6330
000065*                                                    CCCW9203
000066*                                                    CCCW9209
000068*                                                    CCCW9120
000069*                                                    CCCW9126
00006A*                                                    CCCW9145
00006B*                                                    CCCW9151
00006C*                                                    CCCW9180
00006D*                                                    CCCW9216
00006E*                                                    CCCW9217
000070*------------------------------------------------------------
000080* VENDOR/PAYEE MASTER RECORD
000090* RECORD LENGTH = 250
000100* ONE RECORD PER TIN ON FILE WITH THE NAME OF RECORD FOR THAT
000110* PAYEE.  CCCW9100 LOADS THIS FILE INTO A WORKING-STORAGE TABLE
000120* AT STARTUP AND CHECKS EVERY DISBURSEMENT'S NAME/TIN PAIR
000150* BACK AS AN IRS B-NOTICE AFTER FILING.  MAINTAINED OUTSIDE THIS
000160* SYSTEM; A TIN NOT FOUND ON THIS FILE IS NOT ITSELF TREATED AS
000170* AN ERROR SINCE NOT EVERY PAYEE IS A MAINTAINED VENDOR.
000172* THE PAYEE'S W-9 FEDERAL TAX CLASSIFICATION AND EXEMPT PAYEE
000174* CODE RIDE ON THE SAME RECORD, MAINTAINED THROUGH CCMR6330;
000176* CCCW9150 SUPPRESSES THE 1099 OF AN EXEMPT CORPORATE PAYEE
000178* EXCEPT FOR THE REASON CODES REPORTABLE FOR CORPORATIONS.
000179* A VENDOR CCCW9203 FINDS UNPAID FOR THE PARM NUMBER OF YEARS
00017A* IS DEACTIVATED THROUGH CCMR6330; CCCW9100 AND CCCW9110 HOLD
00017B* ITS DISBURSEMENTS UNTIL A REACTIVATION CARRYING A NEW W-9
00017C* IS APPLIED.
00017D* THE ADDRESS OF RECORD IS THE PAYEE'S MAILING ADDRESS FOR THE
00017E* 1099 RECIPIENT COPY, B-NOTICE, W-9 AND DUE-DILIGENCE LETTERS
00017F* IN PREFERENCE TO THE ADDRESS KEYED ON THE LAST DISBURSEMENT.
00017G* IT IS CHANGED ONLY THROUGH A CCMR6330 ADDRESS (M) TRANSACTION
00017H* - KEYED, OR GENERATED FROM CCCW9151 NCOA RESULTS AND CCCW9180
00017I* RETURNED-MAIL CORRECTIONS.  CCCW9100 LISTS EACH DAY'S
00017J* DISBURSEMENTS KEYED WITH AN ADDRESS THAT DIFFERS FROM IT.
000180******************************************************************
000190*                       REVISIONS
000200* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000210******************************************************************
000220* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - VENDOR/
000230*                               PAYEE MASTER RECORD
000232* 10/2026   002    R.FORTUNATE  ADD W-9 TAX CLASSIFICATION, LLC
000234*                               TAX TREATMENT, EXEMPT PAYEE
000236*                               CODE AND W-9 DATE - RECORD
000238*                               GROWS 49 TO 80 BYTES (CCCW9131
000239*                               KIND VMS CONVERTS THE MASTER)
00023A* 10/2026   003    R.FORTUNATE  ADD VENDOR STATUS AND STATUS
00023B*                               DATE FOR THE INACTIVE-VENDOR
00023C*                               DEACTIVATION CYCLE - FILLER 19
00023D*                               TO 10, LAYOUT VERSION 003
00023E* 10/2026   004    R.FORTUNATE  ADD THE ADDRESS OF RECORD, ITS
00023F*                               SOURCE AND DATE - RECORD GROWS
00023G*                               80 TO 250 BYTES, LAYOUT VERSION
00023H*                               004
000240******************************************************************

000250  01  VENDOR-MASTER-RCD.
000260      05  VM-TIN                        PIC X(09).
000270      05  VM-NAME                       PIC X(40).
00027A*    W-9 LINE 3 FEDERAL TAX CLASSIFICATION.  BLANK MEANS NO
00027B*    W-9 CLASSIFICATION ON FILE - THE PAYEE IS TREATED AS
00027C*    REPORTABLE.
00027D      05  VM-TAX-CLASS                  PIC X(01).
00027E          88  VM-CLASS-INDIVIDUAL           VALUE "I".
00027F          88  VM-CLASS-C-CORP               VALUE "C".
00027G          88  VM-CLASS-S-CORP               VALUE "S".
00027H          88  VM-CLASS-PARTNERSHIP          VALUE "P".
00027I          88  VM-CLASS-TRUST-ESTATE         VALUE "T".
00027J          88  VM-CLASS-LLC                  VALUE "L".
00027K          88  VM-CLASS-OTHER                VALUE "O".
00027L          88  VM-CLASS-NOT-ON-FILE          VALUE " ".
00027M          88  VM-CLASS-VALID                VALUE "I" "C" "S"
00027N                                                  "P" "T" "L"
00027O                                                  "O" " ".
00027P*    AN LLC'S TAX TREATMENT FROM THE W-9 (C, S, OR P).
00027Q      05  VM-LLC-TAX-CLASS              PIC X(01).
00027R          88  VM-LLC-AS-C-CORP              VALUE "C".
00027S          88  VM-LLC-AS-S-CORP              VALUE "S".
00027T          88  VM-LLC-AS-PARTNERSHIP         VALUE "P".
00027U*    W-9 LINE 4 EXEMPT PAYEE CODE (01-13), BLANK IF NONE.
00027V      05  VM-EXEMPT-PAYEE-CODE          PIC X(02).
00027W          88  VM-NO-EXEMPT-PAYEE-CODE       VALUE SPACES.
00027X      05  VM-W9-DATE                    PIC 9(08).
00027Y*    DEACTIVATED BY CCCW9203 FOR NO DISBURSEMENT IN THE PARM
00027Z*    NUMBER OF YEARS - HELD UNTIL REACTIVATED WITH A NEW W-9.
0027Z1      05  VM-STATUS                     PIC X(01).
0027Z2          88  VM-ACTIVE                     VALUE " ".
0027Z3          88  VM-DEACTIVATED                VALUE "D".
0027Z4*    DATE OF THE LAST ADD, DEACTIVATION OR REACTIVATION.
0027Z5*    ZERO ON A MASTER BROUGHT FORWARD FROM VERSION 002 BY
0027Z6*    CCCW9200.
0027Z7      05  VM-STATUS-DATE                PIC 9(08).
0027Z8      05  FILLER                        PIC X(10).
0027Z9*    ADDRESS OF RECORD - SAME FIELD SIZES AS THE TEN99-RCD
0027ZA*    ADDRESS.  SPACES WHEN NONE HAS BEEN RECORDED; THE LAST
0027ZB*    DISBURSEMENT'S ADDRESS IS THEN USED AS BEFORE.
0027ZC      05  VM-ADDRESS-OF-RECORD.
0027ZD          10  VM-ADDR-LINE1             PIC X(40).
0027ZE              88  VM-NO-ADDRESS-OF-RECORD   VALUE SPACES.
0027ZF          10  VM-ADDR-LINE2             PIC X(40).
0027ZG          10  VM-ADDR-CITY              PIC X(28).
0027ZH          10  VM-ADDR-STATE             PIC X(05).
0027ZI          10  VM-ADDR-ZIP               PIC X(11).
0027ZJ          10  VM-ADDR-FOREIGN-IND       PIC X(01).
0027ZK              88  VM-ADDR-DOMESTIC          VALUE SPACE.
0027ZL              88  VM-ADDR-FOREIGN           VALUE "F".
0027ZM          10  VM-ADDR-COUNTRY-CODE      PIC X(03).
0027ZN          10  VM-ADDR-PROVINCE          PIC X(10).
0027ZO          10  VM-ADDR-POSTAL-CODE       PIC X(10).
0027ZP*    WHERE THE ADDRESS OF RECORD CAME FROM AND WHEN.
0027ZQ      05  VM-ADDR-SOURCE                PIC X(01).
0027ZR          88  VM-ADDR-FROM-KEYED            VALUE "K".
0027ZS          88  VM-ADDR-FROM-NCOA             VALUE "N".
0027ZT          88  VM-ADDR-FROM-RETURNED-MAIL    VALUE "R".
0027ZU      05  VM-ADDR-DATE                  PIC 9(08).
0027ZV      05  FILLER                        PIC X(13).

000280******************  END OF COPYLIB CLCWW037  *****************
