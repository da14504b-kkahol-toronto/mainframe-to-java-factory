000010******************************************************************
000020*****************  START OF COPYLIB CLCWW136  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW136           USED BY: CCMR6380
000070*------------------------------------------------------------
000080* REFERENCE-TABLE MAINTENANCE TRANSACTION RECORD
000090* RECORD LENGTH = 80
000100* ONE RECORD PER REQUESTED CHANGE TO THE CLCWW135 REFERENCE
000110* FILE.  A = ADD A ROW TAKING EFFECT ON RT-EFF-DATE (A NEW
000120* KEY, OR A NEW VALUE FOR AN EXISTING KEY FROM THAT DATE);
000130* C = CORRECT THE DATA OF A ROW NOT YET IN FORCE; D = RETIRE
000140* THE KEY FROM RT-EFF-DATE ON.  RT-DATA IS THE FULL ENTRY
000150* IMAGE, KEY FIRST, IN THE LAYOUT OF THE TABLE NAMED (SEE
000160* CLCWW135); IT IS BLANK ON A D.
000170******************************************************************
000180*                      REVISIONS
000190* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000200******************************************************************
000210* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - REFERENCE
000220*                               TABLE MAINTENANCE TRANSACTION
000221* 10/2026   002    R.FORTUNATE  ADD BACT/BTYP DISBURSEMENT
000222*                               ACCOUNT AND BAI2 TYPE CODE TABLES
00222a* 10/2026   003    R.FORTUNATE  ADD USBR USER HOME BRANCH TABLE
00222b* 10/2026   004    R.FORTUNATE  ADD CNTY COUNTRY NAME TABLE
00222c* 10/2026   005    R.FORTUNATE  ADD ESCL ALERT ESCALATION TABLE
00222d* 10/2026   006    R.FORTUNATE  ADD CLMD CLAIM DEADLINE TABLE
000230******************************************************************
000240
000250  01  REF-TRAN-RCD.
000260      05  RT-ACTION                     PIC X(01).
000270          88  RT-ADD                        VALUE "A".
000280          88  RT-CHANGE                     VALUE "C".
000290          88  RT-DELETE                     VALUE "D".
000300      05  RT-ROW-KEY.
000310          10  RT-TABLE-ID               PIC X(04).
000320              88  RT-TABLE-VALID            VALUE "RSNC" "RTHR"
000330                                                  "SRUL" "TRTY"
000340                                                  "CFSF" "RETN"
000350                                                  "UCST" "BACT"
000351                                                  "BTYP" "USBR"
000352                                                  "CNTY" "ESCL"
000353                                                  "CLMD".
000360          10  RT-KEY                    PIC X(08).
000370          10  RT-EFF-DATE               PIC 9(08).
000380      05  RT-DATA                       PIC X(40).
000390      05  RT-RSNC-DATA REDEFINES RT-DATA.
000400          10  RT-RSNC-CODE              PIC X(02).
000410          10  RT-RSNC-DESC              PIC X(30).
000420          10  RT-RSNC-BOX               PIC X(02).
000430          10  RT-RSNC-FORM              PIC X(01).
000440              88  RT-RSNC-FORM-VALID        VALUE "M" "N" "I".
000450          10  FILLER                    PIC X(05).
000460      05  RT-RTHR-DATA REDEFINES RT-DATA.
000470          10  RT-RTHR-CODE              PIC X(02).
000480          10  RT-RTHR-EFF-YEAR          PIC X(04).
000490          10  RT-RTHR-AMOUNT            PIC X(09).
000500          10  FILLER                    PIC X(25).
000510      05  RT-SRUL-DATA REDEFINES RT-DATA.
000520          10  RT-SRUL-STATE             PIC X(02).
000530          10  RT-SRUL-RATE              PIC X(04).
000540          10  RT-SRUL-PAYER-STATE-ID    PIC X(10).
000550          10  RT-SRUL-THRESHOLD         PIC X(06).
000560          10  RT-SRUL-DEPOSIT-FREQ      PIC X(01).
000570              88  RT-SRUL-FREQ-VALID        VALUE "M" "Q" "A".
000580          10  FILLER                    PIC X(17).
000590      05  RT-TRTY-DATA REDEFINES RT-DATA.
000600          10  RT-TRTY-COUNTRY           PIC X(03).
000610          10  RT-TRTY-RATE              PIC X(04).
000620          10  FILLER                    PIC X(33).
000630      05  RT-CFSF-DATA REDEFINES RT-DATA.
000640          10  RT-CFSF-STATE             PIC X(02).
000650          10  RT-CFSF-CODE              PIC X(02).
000660          10  FILLER                    PIC X(36).
000670      05  RT-RETN-DATA REDEFINES RT-DATA.
000680          10  RT-RETN-KIND              PIC X(03).
000690          10  RT-RETN-MONTHS            PIC X(03).
000700          10  FILLER                    PIC X(34).
000710      05  RT-UCST-DATA REDEFINES RT-DATA.
000720          10  RT-UCST-CODE              PIC X(04).
000730          10  RT-UCST-RATE              PIC X(05).
000740          10  FILLER                    PIC X(31).
000741      05  RT-BACT-DATA REDEFINES RT-DATA.
000742          10  RT-BACT-FIN-LABEL         PIC X(04).
000743          10  RT-BACT-ACCOUNT-NUM       PIC X(17).
000744          10  RT-BACT-DESC              PIC X(19).
000745      05  RT-BTYP-DATA REDEFINES RT-DATA.
000746          10  RT-BTYP-CODE              PIC X(03).
000747          10  RT-BTYP-CATEGORY          PIC X(01).
000748              88  RT-BTYP-CATEGORY-VALID    VALUE "C" "A" "W"
000749                                                  "F" "I".
00074A          10  RT-BTYP-DESC              PIC X(30).
00074B          10  FILLER                    PIC X(06).
0074Ba      05  RT-USBR-DATA REDEFINES RT-DATA.
0074Bb          10  RT-USBR-USER-ID           PIC X(08).
0074Bc          10  RT-USBR-BR-CODE           PIC X(03).
0074Bd          10  RT-USBR-USER-NAME         PIC X(29).
0074Be      05  RT-CNTY-DATA REDEFINES RT-DATA.
0074Bf          10  RT-CNTY-CODE              PIC X(03).
0074Bg          10  RT-CNTY-NAME              PIC X(20).
0074Bh          10  FILLER                    PIC X(17).
0074Bi      05  RT-ESCL-DATA REDEFINES RT-DATA.
0074Bj          10  RT-ESCL-SEVERITY          PIC X(01).
0074Bk              88  RT-ESCL-SEVERITY-VALID    VALUE "1" "2" "3"
0074Bl                                                  "4".
0074Bm          10  RT-ESCL-LEVEL             PIC 9(02).
0074Bn          10  RT-ESCL-CONTACT           PIC X(08).
0074Bo          10  RT-ESCL-ACK-HOURS         PIC 9(03).
0074Bp          10  RT-ESCL-CONTACT-NAME      PIC X(26).
0074Bq      05  RT-CLMD-DATA REDEFINES RT-DATA.
0074Br          10  RT-CLMD-TYPE              PIC X(01).
0074Bs              88  RT-CLMD-TYPE-VALID        VALUE "F" "N".
0074Bt          10  RT-CLMD-AFFID-DAYS        PIC 9(03).
0074Bu          10  RT-CLMD-FILE-DAYS         PIC 9(03).
0074Bv          10  RT-CLMD-RECOVER-DAYS      PIC 9(03).
0074Bw          10  RT-CLMD-DESC              PIC X(30).
000750      05  RT-USER-ID                    PIC X(08).
000760      05  FILLER                        PIC X(11).
000770
000780******************  END OF COPYLIB CLCWW136  *****************
