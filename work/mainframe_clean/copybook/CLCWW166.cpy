000010******************************************************************
000020*****************  START OF COPYLIB CLCWW166  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW166           USED BY: CCCW9100
000070*   (WORKING STORAGE FOR THE CLCWW167               CCCW9110
000080*    LAYOUT-VERSION PARAGRAPHS - COPY BOTH          CCCW9112
000090*    MEMBERS TOGETHER; CCCW9195 USES THE            CCCW9120
000100*    TABLE ALONE)                                   CCCW9125
000110*                                                   CCCW9126
000120*                                                   CCCW9129
000130*                                                   CCCW9130
000140*                                                   CCCW9134
000150*                                                   CCCW9135
000160*                                                   CCCW9137
000170*                                                   CCCW9140
000180*                                                   CCCW9141
000190*                                                   CCCW9142
000200*                                                   CCCW9143
000210*                                                   CCCW9144
000220*                                                   CCCW9145
000230*                                                   CCCW9146
000240*                                                   CCCW9147
000250*                                                   CCCW9150
000255*                                                   CCCW9151
000260*                                                   CCCW9160
000270*                                                   CCCW9161
000280*                                                   CCCW9165
000290*                                                   CCCW9166
000300*                                                   CCCW9169
000305*                                                   CCCW9180
000310*                                                   CCCW9190
000320*                                                   CCCW9191
000330*                                                   CCCW9192
000340*                                                   CCCW9194
000350*                                                   CCCW9195
000360*                                                   CCCW9197
000370*                                                   CCCW9198
000380*                                                   CCCW9199
000390*                                                   CCCW9200
000395*                                                   CCCW9201
000397*                                                   CCCW9202
000398*                                                   CCCW9203
000399*                                                   CCCW9204
00039A*                                                   CCCW9205
00039B*                                                   CCCW9206
00039C*                                                   CCCW9209
00039D*                                                   CCCW9210
00039E*                                                   CCCW9211
00039F*                                                   CCCW9212
00039G*                                                   CCCW9213
00039H*                                                   CCCW9214
00039I*                                                   CCCW9216
00039J*                                                   CCCW9217
000400*                                                   CCMR6330
000410*                                                   CCMR6350
000420*                                                   CCMR6370
000430*------------------------------------------------------------
000440* LAYOUT-VERSION HEADER - CARRIED-FORWARD AND ACCUMULATING FILES
000450* EVERY GENERATION OF A FILE IN WS-LV-TABLE BEGINS WITH ONE
000460* LAYOUT-HEADER-RCD, WRITTEN IN FRONT OF THE DATA RECORDS AND
000470* PADDED WITH SPACES TO THE FILE'S RECORD LENGTH.  IT NAMES
000480* THE COPYBOOK THE DATA RECORDS WERE WRITTEN FROM, THE LAYOUT
000490* VERSION OF THAT COPYBOOK, AND THE RECORD LENGTH, SO A
000500* PROGRAM NEVER READS ONE LAYOUT AGAINST ANOTHER.  A WIDENED
000510* RECORD READ AGAINST THE OLD COPYBOOK (OR THE REVERSE) DOES
000520* NOT ABEND ON ITS OWN - IT READS GARBAGE - SO EVERY READER
000530* CHECKS THE HEADER AND REJECTS A VERSION IT WAS NOT BUILT
000540* FOR.  AN EMPTY GENERATION HAS NO HEADER AND IS ACCEPTED.
000550*
000560* WS-LV-TABLE IS COMPILED IN ON PURPOSE: THE VERSION A PROGRAM
000570* UNDERSTANDS IS THE VERSION OF THE COPYBOOK IT WAS COMPILED
000580* WITH.  WHEN A RECORD IS WIDENED OR REARRANGED, RAISE ITS
000590* VERSION AND LENGTH HERE, RECOMPILE EVERY USER OF THE
000600* COPYBOOK, AND ADD THE STEP TO THE CLCWW168 CONVERSION TABLE
000610* SO CCCW9200 CAN BRING THE OLD GENERATIONS FORWARD.
000620* A GENERATION WRITTEN BEFORE THE HEADER EXISTED IS STAMPED
000630* ONCE BY CCCW9200 BEFORE ITS FIRST READ.
000640******************************************************************
000650*                      REVISIONS
000660* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000670******************************************************************
000680* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - LAYOUT-
000690*                               VERSION HEADER AND TABLE
000692* 10/2026   002    R.FORTUNATE  ADDED CLCWW171 SUCCESSOR
000694*                               RELATIONSHIP FILE
000696* 10/2026   003    R.FORTUNATE  VENDOR MASTER TO VERSION 003 -
000698*                               DEACTIVATION STATUS AND DATE
000699* 10/2026   004    R.FORTUNATE  ADDED CLCWW181 PAID-ITEM IMAGE
00699a*                               HISTORY
00699b* 10/2026   005    R.FORTUNATE  ADDED CLCWW187 PAID-ITEM CLAIM
00699c*                               REGISTER
00699d* 10/2026   006    R.FORTUNATE  VENDOR MASTER TO VERSION 004 -
00699e*                               ADDRESS OF RECORD; ADDED
00699f*                               CLCWW188 ADDRESS HISTORY
00699g* 10/2026   007    R.FORTUNATE  ADDED CLCWW193 PAYEE 1099
00699h*                               DISPUTE CASE REGISTER
000700******************************************************************
000710
000720 01  LAYOUT-HEADER-RCD.
000730     05  LH-MARKER                     PIC X(08).
000740         88  LH-HEADER-PRESENT             VALUE "@@LAYOUT".
000750     05  LH-FILE-ID                    PIC X(08).
000760     05  LH-VERSION                    PIC 9(03).
000770     05  LH-RECORD-LENGTH              PIC 9(05).
000780     05  LH-WRITTEN-BY                 PIC X(08).
000790     05  LH-WRITTEN-DATE               PIC 9(08).
000800
000810 01  WS-LV-TABLE-DATA.
000820     05  FILLER  PIC X(36)
000830             VALUE "CLCWW03700400250VENDOR MASTER       ".
000840     05  FILLER  PIC X(36)
000850             VALUE "CLCWW04900100040BACKUP WH FLAGS     ".
000860     05  FILLER  PIC X(36)
000870             VALUE "CLCWW05000100080BACKUP WH LEDGER    ".
000880     05  FILLER  PIC X(36)
000890             VALUE "CLCWW05300100100OUTSTANDING REGISTER".
000900     05  FILLER  PIC X(36)
000910             VALUE "CLCWW06300100060TEN99 MANIFEST      ".
000920     05  FILLER  PIC X(36)
000930             VALUE "CLCWW06600100100RUN STATISTICS      ".
000940     05  FILLER  PIC X(36)
000950             VALUE "CLCWW072002002601042-S STAGING      ".
000960     05  FILLER  PIC X(36)
000970             VALUE "CLCWW07600200100FILING STATUS       ".
000980     05  FILLER  PIC X(36)
000990             VALUE "CLCWW09000100100W-9 SOLICIT MASTER  ".
001000     05  FILLER  PIC X(36)
001010             VALUE "CLCWW12500100100STATE WH LEDGER     ".
001020     05  FILLER  PIC X(36)
001030             VALUE "CLCWW14400100100RECON OPEN BREAKS   ".
001040     05  FILLER  PIC X(36)
001050             VALUE "CLCWW14600100100UNCLAIMED PROP LEDGR".
001060     05  FILLER  PIC X(36)
001070             VALUE "CLCWW14700100150PRENOTE MASTER      ".
001080     05  FILLER  PIC X(36)
001090             VALUE "CLCWW15300100320BLOCKED PROP LEDGER ".
001100     05  FILLER  PIC X(36)
001110             VALUE "CLCWW15900100080SCORECARD HISTORY   ".
001120     05  FILLER  PIC X(36)
001130             VALUE "CLCWW16300100460CLEARING LAG HISTORY".
001132     05  FILLER  PIC X(36)
001134             VALUE "CLCWW17100100200SUCCESSOR RELATION  ".
001136     05  FILLER  PIC X(36)
001138             VALUE "CLCWW18100100100PAID IMAGE HISTORY  ".
001139     05  FILLER  PIC X(36)
00113A             VALUE "CLCWW18700100150PAID ITEM CLAIMS    ".
00113B     05  FILLER  PIC X(36)
00113C             VALUE "CLCWW18800100340ADDR OF RECORD HIST ".
00113D     05  FILLER  PIC X(36)
00113E             VALUE "CLCWW19300100400DISPUTE CASES       ".
001140
001150 01  WS-LV-TABLE REDEFINES WS-LV-TABLE-DATA.
001160     05  WS-LV-ENTRY                   OCCURS 21 TIMES.
001170         10  WS-LV-FILE-ID             PIC X(08).
001180         10  WS-LV-VERSION             PIC 9(03).
001190         10  WS-LV-RECORD-LENGTH       PIC 9(05).
001200         10  WS-LV-DESC                PIC X(20).
001210
001220 77  WS-LV-TBL-MAX                   PIC 9(02) COMP VALUE 21.
001230
001240 01  WS-LV-CHECK-AREA.
001250     05  WS-LV-CHECK-FILE-ID           PIC X(08) VALUE SPACES.
001260     05  WS-LV-CHECK-DDNAME            PIC X(08) VALUE SPACES.
001270     05  WS-LV-CUR-VERSION             PIC 9(03) VALUE ZERO.
001280     05  WS-LV-CUR-LENGTH              PIC 9(05) VALUE ZERO.
001290     05  WS-LV-CUR-DESC                PIC X(20) VALUE SPACES.
001300     05  WS-LV-SUB                     PIC 9(02) COMP VALUE ZERO.
001310     05  WS-LV-EMPTY-SW                PIC X(01) VALUE "N".
001320         88  WS-LV-FILE-EMPTY              VALUE "Y".
001330     05  WS-LV-FOUND-SW                PIC X(01) VALUE "N".
001340         88  WS-LV-FOUND                   VALUE "Y".
001350     05  WS-LV-ABEND-CODE              PIC X(05) VALUE SPACES.
001360     05  WS-LV-REASON                  PIC X(60) VALUE SPACES.
001370     05  WS-LV-ACTION                  PIC X(60) VALUE SPACES.
001380
001390 01  WS-LV-MSG-FAILED.
001400     05  FILLER                        PIC X(02) VALUE SPACES.
001410     05  FILLER                        PIC X(32) VALUE
001420         "*** LAYOUT CHECK FAILED - DDNAME".
001430     05  FILLER                        PIC X(01) VALUE SPACES.
001440     05  WS-LVM-DDNAME                 PIC X(08).
001450     05  FILLER                        PIC X(03) VALUE " - ".
001460     05  WS-LVM-DESC                   PIC X(20).
001470     05  FILLER                        PIC X(67) VALUE SPACES.
001480
001490 01  WS-LV-MSG-EXPECTED.
001500     05  FILLER                        PIC X(06) VALUE SPACES.
001510     05  FILLER                        PIC X(10) VALUE "EXPECTED".
001520     05  WS-LVM-EXP-FILE-ID            PIC X(08).
001530     05  FILLER                        PIC X(09) VALUE
001540         " VERSION ".
001550     05  WS-LVM-EXP-VERSION            PIC 9(03).
001560     05  FILLER                        PIC X(08) VALUE " LENGTH ".
001570     05  WS-LVM-EXP-LENGTH             PIC 9(05).
001580     05  FILLER                        PIC X(84) VALUE SPACES.
001590
001600 01  WS-LV-MSG-FOUND.
001610     05  FILLER                        PIC X(06) VALUE SPACES.
001620     05  FILLER                        PIC X(10) VALUE "FOUND".
001630     05  WS-LVM-FND-FILE-ID            PIC X(08).
001640     05  FILLER                        PIC X(09) VALUE
001650         " VERSION ".
001660     05  WS-LVM-FND-VERSION            PIC 9(03).
001670     05  FILLER                        PIC X(08) VALUE " LENGTH ".
001680     05  WS-LVM-FND-LENGTH             PIC 9(05).
001690     05  FILLER                        PIC X(12) VALUE
001700         " WRITTEN BY ".
001710     05  WS-LVM-FND-WRITTEN-BY         PIC X(08).
001720     05  FILLER                        PIC X(04) VALUE " ON ".
001730     05  WS-LVM-FND-WRITTEN-DATE       PIC 9(08).
001740     05  FILLER                        PIC X(52) VALUE SPACES.
001750
001760 01  WS-LV-MSG-NO-HEADER.
001770     05  FILLER                        PIC X(06) VALUE SPACES.
001780     05  FILLER                        PIC X(10) VALUE "FOUND".
001790     05  FILLER                        PIC X(40) VALUE
001800         "NO LAYOUT HEADER ON THE FIRST RECORD".
001810     05  FILLER                        PIC X(77) VALUE SPACES.
001820
001830 01  WS-LV-MSG-TEXT.
001840     05  FILLER                        PIC X(06) VALUE SPACES.
001850     05  WS-LVM-TEXT                   PIC X(60).
001860     05  FILLER                        PIC X(67) VALUE SPACES.
001870
001880******************  END OF COPYLIB CLCWW166  *****************
