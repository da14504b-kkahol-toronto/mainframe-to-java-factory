000010******************************************************************
000020*****************  START OF COPYLIB CLCWW139  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW139           USED BY: CCMR6380
000070*------------------------------------------------------------
000080* REFERENCE-FILE CONVERSION IMAGE
000090* THE VALUES THE CLCWW032/073/086/088/112/120 TABLES CARRIED
000100* AS COMPILED CONSTANTS WHEN THEY MOVED TO THE CLCWW135
000110* REFERENCE FILE, ONE ENTRY PER ROW: TABLE ID (4), KEY (8),
000120* ENTRY IMAGE (40).  CCMR6380 PARM='INIT' WRITES THEM TO AN
000130* EMPTY REFERENCE FILE, EFFECTIVE WS-SEED-EFF-DATE, AUDITED AS
000140* ADDS BY WS-SEED-USER-ID.  NOT A PLACE TO MAINTAIN VALUES -
000150* EVERY CHANGE AFTER CONVERSION IS A CCMR6380 TRANSACTION.
000160******************************************************************
000170*                      REVISIONS
000180* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000190******************************************************************
000200* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - REFERENCE
000210*                               FILE CONVERSION IMAGE
000220******************************************************************
000230
000240  01  WS-REF-SEED-TABLE.
000400      05  FILLER  PIC X(52) VALUE
000410          "RSNC01      01RENTS                         01M     ".
000420      05  FILLER  PIC X(52) VALUE
000430          "RSNC02      02ROYALTIES                     02M     ".
000440      05  FILLER  PIC X(52) VALUE
000450          "RSNC03      03OTHER INCOME                  03M     ".
000460      05  FILLER  PIC X(52) VALUE
000470          "RSNC06      06MEDICAL AND HEALTH CARE PMTS  06M     ".
000480      05  FILLER  PIC X(52) VALUE
000490          "RSNC07      07NONEMPLOYEE COMPENSATION      01N     ".
000500      05  FILLER  PIC X(52) VALUE
000510          "RSNC14      14GROSS PROCEEDS TO ATTORNEY    14M     ".
000520      05  FILLER  PIC X(52) VALUE
000530          "RSNC20      20INTEREST ON LATE CHECKS       01I     ".
000540      05  FILLER  PIC X(52) VALUE
000550          "RSNC99      99OTHER / UNCLASSIFIED          03M     ".
000560      05  FILLER  PIC X(52) VALUE
000570          "RTHR010000  010000000060000                         ".
000580      05  FILLER  PIC X(52) VALUE
000590          "RTHR020000  020000000001000                         ".
000600      05  FILLER  PIC X(52) VALUE
000610          "RTHR030000  030000000060000                         ".
000620      05  FILLER  PIC X(52) VALUE
000630          "RTHR060000  060000000060000                         ".
000640      05  FILLER  PIC X(52) VALUE
000650          "RTHR070000  070000000060000                         ".
000660      05  FILLER  PIC X(52) VALUE
000670          "RTHR140000  140000000000000                         ".
000680      05  FILLER  PIC X(52) VALUE
000690          "RTHR200000  200000000001000                         ".
000700      05  FILLER  PIC X(52) VALUE
000710          "RTHR990000  990000000060000                         ".
000720      05  FILLER  PIC X(52) VALUE
000730          "SRULCA      CA0700CA384-9921060000M                 ".
000740      05  FILLER  PIC X(52) VALUE
000750          "SRULNJ      NJ0000NJ-22-7743100000A                 ".
000760      05  FILLER  PIC X(52) VALUE
000770          "SRULWI      WI0000WI036-8812060000A                 ".
000780      05  FILLER  PIC X(52) VALUE
000790          "SRULMA      MA0000MA-4411-02060000A                 ".
000800      05  FILLER  PIC X(52) VALUE
000810          "SRULOR      OR0800OR-8837-10060000Q                 ".
000820      05  FILLER  PIC X(52) VALUE
000830          "TRTYCAN     CAN1500                                 ".
000840      05  FILLER  PIC X(52) VALUE
000850          "TRTYGBR     GBR0000                                 ".
000860      05  FILLER  PIC X(52) VALUE
000870          "TRTYDEU     DEU0000                                 ".
000880      05  FILLER  PIC X(52) VALUE
000890          "TRTYJPN     JPN1000                                 ".
000900      05  FILLER  PIC X(52) VALUE
000910          "TRTYMEX     MEX1000                                 ".
000920      05  FILLER  PIC X(52) VALUE
000930          "TRTYFRA     FRA1500                                 ".
000940      05  FILLER  PIC X(52) VALUE
000950          "CFSFCA      CA06                                    ".
000960      05  FILLER  PIC X(52) VALUE
000970          "CFSFCO      CO07                                    ".
000980      05  FILLER  PIC X(52) VALUE
000990          "CFSFGA      GA10                                    ".
001000      05  FILLER  PIC X(52) VALUE
001010          "CFSFIN      IN13                                    ".
001020      05  FILLER  PIC X(52) VALUE
001030          "CFSFKS      KS14                                    ".
001040      05  FILLER  PIC X(52) VALUE
001050          "CFSFMA      MA19                                    ".
001060      05  FILLER  PIC X(52) VALUE
001070          "CFSFMN      MN21                                    ".
001080      05  FILLER  PIC X(52) VALUE
001090          "CFSFMO      MO24                                    ".
001100      05  FILLER  PIC X(52) VALUE
001110          "CFSFNJ      NJ30                                    ".
001120      05  FILLER  PIC X(52) VALUE
001130          "CFSFOH      OH39                                    ".
001140      05  FILLER  PIC X(52) VALUE
001150          "CFSFSC      SC42                                    ".
001160      05  FILLER  PIC X(52) VALUE
001170          "CFSFWI      WI50                                    ".
001180      05  FILLER  PIC X(52) VALUE
001190          "RETNHST     HST120                                  ".
001200      05  FILLER  PIC X(52) VALUE
001210          "RETNSTA     STA084                                  ".
001220      05  FILLER  PIC X(52) VALUE
001230          "RETNRNH     RNH036                                  ".
001240      05  FILLER  PIC X(52) VALUE
001250          "RETNARC     ARC120                                  ".
001260      05  FILLER  PIC X(52) VALUE
001270          "RETNVAU     VAU084                                  ".
001280      05  FILLER  PIC X(52) VALUE
001290          "UCSTDISB    DISB00042                               ".
001300      05  FILLER  PIC X(52) VALUE
001310          "UCSTSUSP    SUSP00350                               ".
001320      05  FILLER  PIC X(52) VALUE
001330          "UCSTCOPY    COPY00068                               ".
001340      05  FILLER  PIC X(52) VALUE
001350          "UCSTCORR    CORR00500                               ".
001370
001380  01  WS-REF-SEED-TBL REDEFINES WS-REF-SEED-TABLE.
001390      05  WS-SEED-ENTRY                  OCCURS 48 TIMES.
001400          10  WS-SEED-TABLE-ID           PIC X(04).
001410          10  WS-SEED-KEY                PIC X(08).
001420          10  WS-SEED-DATA               PIC X(40).
001430
001440  77  WS-SEED-COUNT                   PIC 9(04) COMP VALUE 48.
001450  77  WS-SEED-EFF-DATE                PIC 9(08) VALUE 19000101.
001460  77  WS-SEED-USER-ID                 PIC X(08) VALUE "CONVERT".
001470
001480******************  END OF COPYLIB CLCWW139  *****************
