000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW057           USED BY: CCMR6330
000062*                                                    CCCW9137
000064*                                                    CCCW9203
000065*                                                    CCCW9151
000066*                                                    CCCW9180
000068*                                                    CCCW9218
000070*------------------------------------------------------------
000080* VENDOR/PAYEE MASTER MAINTENANCE TRANSACTION RECORD
000090* RECORD LENGTH = 250
000100* ONE RECORD PER REQUESTED ADD/CHANGE/DELETE AGAINST THE
000110* CLCWW037 VENDOR MASTER.  A TRANSACTION WITH AN EFFECTIVE
000120* DATE IN THE FUTURE IS CARRIED TO THE PENDING FILE AND
000130* APPLIED BY THE CYCLE THAT RUNS ON OR AFTER THAT DATE.
000132* A DEACTIVATION (CCCW9203) HOLDS THE VENDOR'S DISBURSEMENTS;
000134* A REACTIVATION MUST CARRY A W-9 DATE ON OR AFTER THE
000136* DEACTIVATION - THE NEW W-9 THAT RELEASES THE HOLD.
000137* AN ADDRESS (M) TRANSACTION REPLACES THE ADDRESS OF RECORD;
000138* CCCW9151 GENERATES THEM FROM NCOA RESULTS AND CCCW9180 FROM
000139* RETURNED-MAIL CORRECTIONS.  AN ADD MAY CARRY AN ADDRESS; A
00013A* CHANGE NEVER TOUCHES IT.
000140******************************************************************
000150*                      REVISIONS
000160* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000170******************************************************************
000180* 08/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - VENDOR
000190*                               MASTER MAINTENANCE TRANSACTION
000192* 10/2026   002    R.FORTUNATE  CARRY THE W-9 TAX CLASS, LLC
000194*                               TAX TREATMENT, EXEMPT PAYEE
000196*                               CODE AND W-9 DATE IN THE FORMER
000198*                               FILLER.  A CHANGE WITH A BLANK
000199*                               TAX CLASS LEAVES THE MASTER'S
00019A*                               CLASSIFICATION AS IT WAS
00019B* 10/2026   003    R.FORTUNATE  ADD DEACTIVATE (I) AND
00019C*                               REACTIVATE (R) ACTIONS
00019D* 10/2026   004    R.FORTUNATE  ADD THE ADDRESS OF RECORD (M)
00019E*                               ACTION, ADDRESS AND SOURCE -
00019F*                               RECORD GROWS 80 TO 250 BYTES
00019G* 10/2026   005    R.FORTUNATE  A VMPEND WRITTEN AT 80 BYTES IS
00019H*                               CONVERTED ONCE AT CUTOVER BY
00019I*                               CCCW9218, PARM='VMP'
000200******************************************************************
000210
000220  01  VM-TRAN-RCD.
000240          88  VT-ADD                        VALUE "A".
000250          88  VT-CHANGE                     VALUE "C".
000260          88  VT-DELETE                     VALUE "D".
000262          88  VT-DEACTIVATE                 VALUE "I".
000264          88  VT-REACTIVATE                 VALUE "R".
000266          88  VT-ADDRESS-CHANGE             VALUE "M".
000270      05  VT-EFFECTIVE-DATE             PIC 9(08).
000280      05  VT-TIN                        PIC X(09).
000290      05  VT-NAME                       PIC X(40).
000300      05  VT-USER-ID                    PIC X(08).
000302      05  VT-TAX-CLASS                  PIC X(01).
000303          88  VT-CLASS-VALID                VALUE "I" "C" "S"
00303A                                                  "P" "T" "L"
00303B                                                  "O" " ".
00303C          88  VT-CLASS-LLC                  VALUE "L".
000304      05  VT-LLC-TAX-CLASS              PIC X(01).
00304A          88  VT-LLC-CLASS-VALID            VALUE "C" "S" "P".
000306      05  VT-EXEMPT-PAYEE-CODE          PIC X(02).
00306A          88  VT-EXEMPT-CODE-VALID          VALUE SPACES
00306B                                                  "01" THRU "13".
000308      05  VT-W9-DATE                    PIC 9(08).
000310      05  FILLER                        PIC X(02).
000312      05  VT-ADDRESS-OF-RECORD.
000313          10  VT-ADDR-LINE1             PIC X(40).
000314          10  VT-ADDR-LINE2             PIC X(40).
000315          10  VT-ADDR-CITY              PIC X(28).
000316          10  VT-ADDR-STATE             PIC X(05).
000317          10  VT-ADDR-ZIP               PIC X(11).
000318          10  VT-ADDR-FOREIGN-IND       PIC X(01).
000319              88  VT-ADDR-DOMESTIC          VALUE SPACE.
00031A              88  VT-ADDR-FOREIGN           VALUE "F".
00031B          10  VT-ADDR-COUNTRY-CODE      PIC X(03).
00031C          10  VT-ADDR-PROVINCE          PIC X(10).
00031D          10  VT-ADDR-POSTAL-CODE       PIC X(10).
00031E*    K - KEYED, N - NCOA, R - RETURNED MAIL.  BLANK IS TAKEN
00031F*    AS KEYED.
00031G      05  VT-ADDR-SOURCE                PIC X(01).
00031H          88  VT-ADDR-SOURCE-VALID          VALUE "K" "N" "R"
00031I                                                  " ".
00031J      05  FILLER                        PIC X(21).
000320
000330******************  END OF COPYLIB CLCWW057  *****************
