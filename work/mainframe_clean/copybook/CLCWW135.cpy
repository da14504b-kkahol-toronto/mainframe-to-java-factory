000010******************************************************************
000020*****************  START OF COPYLIB CLCWW135  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW135  USED BY: CCCW9196/CCMR6380
000070*------------------------------------------------------------
000080* MAINTAINED REFERENCE-TABLE FILE RECORD (REFTBL)
000090* RECORD LENGTH = 80
000100* ONE RECORD PER TABLE/KEY/EFFECTIVE-DATE.  A CHANGE TO A
000110* VALUE IS A NEW ROW WITH ITS OWN EFFECTIVE DATE, NOT AN
000120* UPDATE IN PLACE - THE VALUE IN FORCE FOR A KEY ON A GIVEN
000130* DATE IS THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER
000140* IT, AND A RETIRED (D) ROW TAKES THE KEY OFF THE TABLE FROM
000150* ITS EFFECTIVE DATE ON.  NOTHING IS EVER PHYSICALLY LOST, SO
000160* CCMR6385 CAN LIST WHAT WAS IN FORCE ON ANY PAST RUN DATE.
000170* MAINTAINED ONLY THROUGH CCMR6380; THE FILE IS IN TABLE/
000180* KEY/EFFECTIVE-DATE SEQUENCE.
000190*
000200* REF-DATA IS THE ENTRY IMAGE THE CONSUMING PROGRAM'S TABLE
000210* COPYBOOK HOLDS, BYTE FOR BYTE, STARTING WITH THE KEY:
000220*   RSNC  REASON CODES        CLCWW032  35 BYTES  KEY CODE
000230*   RTHR  REPORTING FLOORS    CLCWW032  15 BYTES  KEY CODE+YEAR
000240*   SRUL  STATE FILING RULES  CLCWW073  25 BYTES  KEY STATE
000250*   TRTY  NRA TREATY RATES    CLCWW086   7 BYTES  KEY COUNTRY
000260*   CFSF  CF/SF PARTICIPANTS  CLCWW088   4 BYTES  KEY STATE
000270*   RETN  RETENTION SCHEDULE  CLCWW112   6 BYTES  KEY FILE KIND
000280*   UCST  CHARGEBACK RATES    CLCWW120   9 BYTES  KEY RATE CODE
000281*   BACT  DISBURSEMENT ACCTS  CLCWW145  40 BYTES  KEY FIN LABEL
000282*   BTYP  BAI2 TYPE CODES     CLCWW145  34 BYTES  KEY TYPE CODE
00282a*   USBR  USER HOME BRANCH    CLCWW156  40 BYTES  KEY USER ID
00282b*   CNTY  COUNTRY NAMES       CLCWW173  23 BYTES  KEY COUNTRY
00282c*   ESCL  ALERT ESCALATION    CLCWW178  40 BYTES  KEY SEV+LEVEL
00282d*   CLMD  CLAIM DEADLINES     CLCWW186  40 BYTES  KEY CLAIM TYPE
000290******************************************************************
000300*                      REVISIONS
000310* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000320******************************************************************
000330* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - MAINTAINED
000340*                               REFERENCE-TABLE FILE RECORD
000341* 10/2026   002    R.FORTUNATE  ADD BACT/BTYP DISBURSEMENT
000342*                               ACCOUNT AND BAI2 TYPE CODE TABLES
00342a* 10/2026   003    R.FORTUNATE  ADD USBR USER HOME BRANCH TABLE
00342b* 10/2026   004    R.FORTUNATE  ADD CNTY COUNTRY NAME TABLE
00342c* 10/2026   005    R.FORTUNATE  ADD ESCL ALERT ESCALATION TABLE
00342d* 10/2026   006    R.FORTUNATE  ADD CLMD CLAIM DEADLINE TABLE
000350******************************************************************
000360
000370  01  REF-TABLE-RCD.
000380      05  REF-ROW-KEY.
000390          10  REF-TABLE-ID              PIC X(04).
000400              88  REF-TABLE-REASON          VALUE "RSNC".
000410              88  REF-TABLE-THRESHOLD       VALUE "RTHR".
000420              88  REF-TABLE-STATE-RULES     VALUE "SRUL".
000430              88  REF-TABLE-TREATY          VALUE "TRTY".
000440              88  REF-TABLE-CFSF            VALUE "CFSF".
000450              88  REF-TABLE-RETENTION       VALUE "RETN".
000460              88  REF-TABLE-UNIT-COST       VALUE "UCST".
000461              88  REF-TABLE-BANK-ACCOUNT    VALUE "BACT".
000462              88  REF-TABLE-BAI-TYPE        VALUE "BTYP".
00462a              88  REF-TABLE-USER-BRANCH     VALUE "USBR".
00462b              88  REF-TABLE-COUNTRY         VALUE "CNTY".
00462c              88  REF-TABLE-ESCALATION      VALUE "ESCL".
00462d              88  REF-TABLE-CLAIM-DEADLINE  VALUE "CLMD".
000470          10  REF-KEY                   PIC X(08).
000480          10  REF-EFF-DATE              PIC 9(08).
000490      05  REF-STATUS                    PIC X(01).
000500          88  REF-ROW-ACTIVE                VALUE "A".
000510          88  REF-ROW-RETIRED               VALUE "D".
000520      05  REF-DATA                      PIC X(40).
000530      05  REF-RSNC-DATA REDEFINES REF-DATA.
000540          10  REF-RSNC-CODE             PIC X(02).
000550          10  REF-RSNC-DESC             PIC X(30).
000560          10  REF-RSNC-BOX              PIC X(02).
000570          10  REF-RSNC-FORM             PIC X(01).
000580          10  FILLER                    PIC X(05).
000590      05  REF-RTHR-DATA REDEFINES REF-DATA.
000600          10  REF-RTHR-CODE             PIC X(02).
000610          10  REF-RTHR-EFF-YEAR         PIC 9(04).
000620          10  REF-RTHR-AMOUNT           PIC 9(07)V99.
000630          10  FILLER                    PIC X(25).
000640      05  REF-SRUL-DATA REDEFINES REF-DATA.
000650          10  REF-SRUL-STATE            PIC X(02).
000660          10  REF-SRUL-RATE             PIC V9(04).
000670          10  REF-SRUL-PAYER-STATE-ID   PIC X(10).
000680          10  REF-SRUL-THRESHOLD        PIC 9(04)V99.
000690          10  REF-SRUL-DEPOSIT-FREQ     PIC X(01).
000700          10  FILLER                    PIC X(17).
000710      05  REF-TRTY-DATA REDEFINES REF-DATA.
000720          10  REF-TRTY-COUNTRY          PIC X(03).
000730          10  REF-TRTY-RATE             PIC V9(04).
000740          10  FILLER                    PIC X(33).
000750      05  REF-CFSF-DATA REDEFINES REF-DATA.
000760          10  REF-CFSF-STATE            PIC X(02).
000770          10  REF-CFSF-CODE             PIC X(02).
000780          10  FILLER                    PIC X(36).
000790      05  REF-RETN-DATA REDEFINES REF-DATA.
000800          10  REF-RETN-KIND             PIC X(03).
000810          10  REF-RETN-MONTHS           PIC 9(03).
000820          10  FILLER                    PIC X(34).
000830      05  REF-UCST-DATA REDEFINES REF-DATA.
000840          10  REF-UCST-CODE             PIC X(04).
000850          10  REF-UCST-RATE             PIC 9(03)V99.
000860          10  FILLER                    PIC X(31).
000861      05  REF-BACT-DATA REDEFINES REF-DATA.
000862          10  REF-BACT-FIN-LABEL        PIC 9(04).
000863          10  REF-BACT-ACCOUNT-NUM      PIC X(17).
000864          10  REF-BACT-DESC             PIC X(19).
000865      05  REF-BTYP-DATA REDEFINES REF-DATA.
000866          10  REF-BTYP-CODE             PIC X(03).
000867          10  REF-BTYP-CATEGORY         PIC X(01).
000868          10  REF-BTYP-DESC             PIC X(30).
000869          10  FILLER                    PIC X(06).
00869a      05  REF-USBR-DATA REDEFINES REF-DATA.
00869b          10  REF-USBR-USER-ID          PIC X(08).
00869c          10  REF-USBR-BR-CODE          PIC X(03).
00869d          10  REF-USBR-USER-NAME        PIC X(29).
00869e      05  REF-CNTY-DATA REDEFINES REF-DATA.
00869f          10  REF-CNTY-CODE             PIC X(03).
00869g          10  REF-CNTY-NAME             PIC X(20).
00869h          10  FILLER                    PIC X(17).
00869i      05  REF-ESCL-DATA REDEFINES REF-DATA.
00869j          10  REF-ESCL-SEVERITY         PIC X(01).
00869k          10  REF-ESCL-LEVEL            PIC 9(02).
00869l          10  REF-ESCL-CONTACT          PIC X(08).
00869m          10  REF-ESCL-ACK-HOURS        PIC 9(03).
00869n          10  REF-ESCL-CONTACT-NAME     PIC X(26).
00869o      05  REF-CLMD-DATA REDEFINES REF-DATA.
00869p          10  REF-CLMD-TYPE             PIC X(01).
00869q          10  REF-CLMD-AFFID-DAYS       PIC 9(03).
00869r          10  REF-CLMD-FILE-DAYS        PIC 9(03).
00869s          10  REF-CLMD-RECOVER-DAYS     PIC 9(03).
00869t          10  REF-CLMD-DESC             PIC X(30).
000870      05  REF-MAINT-DATE                PIC 9(08).
000880      05  REF-MAINT-USER                PIC X(08).
000890      05  FILLER                        PIC X(03).
000900
000910******************  END OF COPYLIB CLCWW135  *****************
