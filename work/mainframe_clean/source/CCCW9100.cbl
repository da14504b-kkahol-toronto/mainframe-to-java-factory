00096K*                STOPPED-THEN-REISSUED PAYMENT VANISH FROM
00096L*                THE PAYEE'S 1099; THE REISSUE-NETTED TERM
00096M*                LEAVES THE DISPOSITION EQUATION WITH IT
00096N* 10/2026  RF    CATALOG THE RUN'S STAGING RECORDS ON THE
00096O*                STAGING GENERATION CATALOG (CLCWW129-131) AS AN
00096P*                APPEND GENERATION ON TOP OF THE CATALOG HEAD
0096Pa* 10/2026  RF    COUNT WHAT EVERY IN-MEMORY TABLE COULD NOT HOLD -
0096Pb*                A FULL TABLE'S LOAD NOW READS TO END OF FILE AND
0096Pc*                COUNTS THE ENTRIES DROPPED - PRINT THE CLCWW134
0096Pd*                TABLE CAPACITY REPORT EACH RUN (80% WARNING), AND
0096Pe*                END RC=12 WHEN ANY ENTRY WAS DROPPED
096Pea* 10/2026  RF    LOAD THE REASON-CODE AND TREATY-RATE TABLES FROM
096Peb*                THE CLCWW135 REFERENCE FILE THROUGH CCCW9196 IN
096Pec*                PLACE OF THE COMPILED VALUES - ABEND REF01 WHEN
096Ped*                A TABLE HAS NOTHING IN FORCE, REF04 WHEN CODE 99
096Pee*                IS NOT THE LAST REASON CODE
96Peea* 10/2026  RF    HOLD A LIVE ACH TO A ROUTING/ACCOUNT PAIR NOT YET
96Peeb*                ACTIVE ON THE CLCWW147 PRENOTE MASTER ON THE
96Peec*                CLCWW148 PRENOTE HOLD QUEUE FOR CCCW9142 INSTEAD
96Peed*                OF STAGING IT - THE DISPOSITION PROOF AND THE
96Peee*                CHECKPOINT CARRY THE PRENOTE-HELD COUNT
6Peeea* 10/2026  RF    WRITE EVERY DENIED-PARTY HOLD, WITH THE LIST
6Peeeb*                ENTRY IT MATCHED, TO THE CLCWW152 HIT FILE FOR
6Peeec*                THE CCCW9192 BLOCKED-PROPERTY LEDGER, AND LET A
6Peeed*                PAYEE TIN COMPLIANCE CLEARED AS A FALSE POSITIVE
6Peeee*                ON THAT ENTRY (CLCWW155) THROUGH INSTEAD OF
6Peeef*                STOPPING IT AGAIN
6Peeeg* 10/2026  RF    SKIP THE VOID-TYPE POSITIVE-PAY RECORD FOR A
6Peeeh*                STOP/VOID WHOSE VOID THE CCMR6319 IMMEDIATE-
6Peeei*                STOP OPTION ALREADY SENT THE BANK
6Peeej* 10/2026  RF    CARRY THE REASON CODE OF THE PAYEE'S LATEST
6Peeek*                DISBURSEMENT ON THE YTD POSITION (CLCWW014) FOR
6Peeel*                THE CCCW9199 THRESHOLD EARLY WARNING
6Peeva* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER OF THE VENDOR
6Peevb*                MASTER, BW FLAGS, PRENOTE MASTER AND REGISTER;
6Peevc*                CHECK (OR START) THE HEADER OF THE MANIFEST, RUN
6Peevd*                STATISTICS AND 1042-S STAGING BEFORE APPENDING -
6Peeve*                THE STAGING IS NOW ALWAYS APPENDED
6Peevf* 10/2026  RF    HOLD A DISBURSEMENT FOR A TAX YEAR CLOSED
6Peevg*                BY CCCW9201 (FILSTAT, CLCWW169/170) - A CLOSED
6Peevh*                YEAR TAKES CORRECTIONS ONLY, NOT NEW STAGING
6Peevi* 10/2026  RF    CARRY A U.S. PERSON'S FOREIGN MAILING ADDRESS
6Peevj*                (DISB-FOREIGN-IND "U", COUNTRY, PROVINCE AND
6Peevk*                POSTAL CODE) ONTO THE CLCWW013 ADDRESS TAIL AND
6Peevl*                THE YTD FILE - SUCH A PAYEE STAYS ON THE 1099
6Peevm*                PATH.  A "U" RECORD WITH NO FOREIGN COUNTRY
6Peevn*                SUSPENDS
6Peevo* 10/2026  RF    HOLD THE DISBURSEMENT OF A VENDOR DEACTIVATED ON
6Peevp*                THE CLCWW037 MASTER UNTIL IT IS REACTIVATED
6Peevq*                WITH A NEW W-9
6Peevr* 10/2026  RF    ARCHIVE THE DISPOSITION STATEMENT (TEN99DSP) TO
6Peevs*                THE CLCWW114 REPOSITORY WITH ITS PROOF RESULT,
6Peevt*                AND SET THE RETURN CODE AHEAD OF THE WRAP-UP SO
6Peevu*                THE RUN-HISTORY END RECORD CARRIES IT - BOTH ARE
6Peevv*                SOX CONTROL EVIDENCE FOR THE CCCW9206 BINDER
6Peevw* 10/2026  RF    POST EACH BRANCH FLAGGED FOR A CHECK STOCK
6Peevx*                REORDER TO THE OPERATIONS ALERT REGISTER
6Peevy*                (CCCW9207) AS A SEVERITY 3 WARNING
6Peevz* 10/2026  RF    NO STOCK FORECAST, REORDER FLAG OR ALERT FOR A
6Pef01*                BRANCH THAT IS NOT OPEN - ITS USAGE IS STILL
6Pef02*                CARRIED FORWARD
6Pef03* 10/2026  RF    LIST EVERY DISBURSEMENT WHOSE KEYED PAYEE ADDRESS
6Pef04*                DIFFERS FROM THE VENDOR MASTER ADDRESS OF RECORD
6Pef05*                (CLCWW189/190) ON THE ADDREXCP EXCEPTION LIST
6Pef06* 10/2026  RF    A CHECK PRINTED ON THE CENTRAL STOCK BY CCCW9215
6Pef07*                (DISB-CENTRAL-PRINTED) IS RANGE-CHECKED AGAINST
6Pef08*                THE CENTRAL DESK'S STOCK AND ADVANCES ITS HIGH-
6Pef09*                WATER MARK, AND GETS NO SECOND POSITIVE-PAY
6Pef10*                ISSUE; ONE NOT YET PRINTED IS REJECTED
6Pef11* 10/2026  RF    THE STOCK-USAGE CARRY CLEARS THE CENTRAL DESK'S
6Pef12*                UNPOSTED LOW NUMBER (CLCWW118) FOR CCCW9215
000970******************************************************************
000980  ENVIRONMENT DIVISION.
000990  CONFIGURATION SECTION.
0136y8
0136y9      SELECT FX-RATE-FILE       ASSIGN TO FXRATES
0136z1          ORGANIZATION IS SEQUENTIAL.
0136va
0136vb      SELECT FILING-STATUS-FILE ASSIGN TO FILSTAT
0136vc          ORGANIZATION IS SEQUENTIAL.
0136z2
0136z3      SELECT FX-AUDIT-RPT       ASSIGN TO FXAUDIT
0136z4          ORGANIZATION IS SEQUENTIAL.
0136za
0136zb      SELECT ADDR-EXCEPTION-RPT ASSIGN TO ADDREXCP
0136zc          ORGANIZATION IS SEQUENTIAL.
0136z5
0136z6      SELECT BW-RATE-FILE       ASSIGN TO BWRATES
0136z7          ORGANIZATION IS SEQUENTIAL.
001362          RECORD KEY IS TEN99-YTD-KEY
001363          FILE STATUS IS WS-YTD-FILE-STATUS.
001364
001365      SELECT GEN-CATALOG-FILE   ASSIGN TO GENCAT
001366          ORGANIZATION IS SEQUENTIAL.
001364
01364a      SELECT PRENOTE-MASTER-FILE ASSIGN TO PNMASTR
01364b          ORGANIZATION IS SEQUENTIAL.
01364c
01364d      SELECT PRENOTE-HOLD-FILE  ASSIGN TO PNHOLD
01364e          ORGANIZATION IS SEQUENTIAL.
01364f
1364fa      SELECT DENY-HIT-FILE      ASSIGN TO DENYHIT
1364fb          ORGANIZATION IS SEQUENTIAL.
1364fc
1364fd      SELECT DENY-CLEAR-FILE    ASSIGN TO DPCLEAR
1364fe          ORGANIZATION IS SEQUENTIAL.
1364ff
001370      COPY C2INX004.
001380 
001390  DATA DIVISION.
0226D8
0226D9      COPY CLCWW116.
0226E1
0226va  FD  FILING-STATUS-FILE
0226vb      BLOCK CONTAINS 0 RECORDS
0226vc      RECORDING MODE IS F
0226vd      LABEL RECORDS ARE STANDARD
0226ve      DATA RECORD IS FILING-STATUS-RCD.
0226vf
0226vg      COPY CLCWW076.
0226vh
0226E2  FD  FX-AUDIT-RPT
0226E3      BLOCK CONTAINS 0 RECORDS
0226E4      RECORDING MODE IS F
0226E7
0226E8  01  FX-AUDIT-RCD                  PIC X(133).
0226E9
0226Ea  FD  ADDR-EXCEPTION-RPT
0226Eb      BLOCK CONTAINS 0 RECORDS
0226Ec      RECORDING MODE IS F
0226Ed      LABEL RECORDS ARE STANDARD
0226Ee      DATA RECORD IS ADDR-EXCEPTION-RCD.
0226Ef
0226Eg  01  ADDR-EXCEPTION-RCD            PIC X(133).
0226Eh
0226F1  FD  BW-RATE-FILE
0226F2      BLOCK CONTAINS 0 RECORDS
0226F3      RECORDING MODE IS F
00227D      DATA RECORD IS BRANCH-MASTER-RCD.
00227E
00227F      COPY CLCWW081.
00227G
00227H  FD  GEN-CATALOG-FILE
00227I      BLOCK CONTAINS 0 RECORDS
00227J      RECORDING MODE IS F
00227K      LABEL RECORDS ARE STANDARD
00227L      DATA RECORD IS GEN-CATALOG-RCD.
00227M
00227N      COPY CLCWW129.
0227Na
0227Nb  FD  PRENOTE-MASTER-FILE
0227Nc      BLOCK CONTAINS 0 RECORDS
0227Nd      RECORDING MODE IS F
0227Ne      LABEL RECORDS ARE STANDARD
0227Nf      DATA RECORD IS ACH-PRENOTE-RCD.
0227Ng
0227Nh      COPY CLCWW147.
0227Ni
0227Nj  FD  PRENOTE-HOLD-FILE
0227Nk      BLOCK CONTAINS 0 RECORDS
0227Nl      RECORDING MODE IS F
0227Nm      LABEL RECORDS ARE STANDARD
0227Nn      DATA RECORD IS PRENOTE-HOLD-RCD.
0227No
0227Np      COPY CLCWW148.
227Npa
227Npb  FD  DENY-HIT-FILE
227Npc      BLOCK CONTAINS 0 RECORDS
227Npd      RECORDING MODE IS F
227Npe      LABEL RECORDS ARE STANDARD
227Npf      DATA RECORD IS DENIED-PARTY-HIT-RCD.
227Npg
227Nph      COPY CLCWW152.
227Npi
227Npj  FD  DENY-CLEAR-FILE
227Npk      BLOCK CONTAINS 0 RECORDS
227Npl      RECORDING MODE IS F
227Npm      LABEL RECORDS ARE STANDARD
227Npn      DATA RECORD IS DENY-CLEAR-RCD.
227Npo
227Npp      COPY CLCWW155.
002249
002250      COPY C2INX005.
002260 
002290      COPY C2INX003.
002300 
002310      COPY C2INX006.
0023va
0023vb      COPY CLCWW166.
0023vc
0023vd      COPY CLCWW169.
0023ve
0023vf      COPY CLCWW189.
002320 
002330      COPY CLCWW032.
002331
002332      COPY CLCWW130.
02332a
02332b      COPY CLCWW133.
2332ba
2332bb      COPY CLCWW138.
002340 
00234a* THE COMPILED CLCWW040 RATE TABLE IS RETIRED - THE RATES
00234b* NOW LOAD FROM THE DAILY CLCWW116 FEED AT 1765-LOAD-FX-
003180* 1500-DETECT-DUPLICATES FOUND REPEATED WITHIN THIS RUN, SO       
003190* 3000-BUILD-DETAIL CAN ROUTE THOSE REQUESTS TO SUSPENSE INSTEAD  
003200* OF STAGING THEM OR SENDING THEM TO THE BANK.  SIZED WELL ABOVE  
003210* ANY DUPLICATE VOLUME SEEN IN A NORMAL DAILY RUN; ONCE FULL,
003220* ADDITIONAL DUPLICATE KEYS ARE COUNTED IN WS-DUP-DROPPED AND THE
03220a* RUN ENDS RC=12.
003230  01  WS-DUPLICATE-KEY-TABLE.
003240      05  WS-DUP-KEY-ENTRY        PIC X(16) OCCURS 500 TIMES.
003250 
003260  77  WS-DUP-KEY-COUNT            PIC 9(03) COMP VALUE ZERO.
003270  77  WS-DUP-TABLE-MAX            PIC 9(03) COMP VALUE 500.
03270a  77  WS-DUP-DROPPED              PIC 9(07) COMP VALUE ZERO.
003280  77  WS-DUP-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
003290  77  WS-HOLD-DUP-KEY             PIC X(16) VALUE SPACES.
003300  77  WS-DUP-CHECK-KEY            PIC X(16) VALUE SPACES.
003450 
003460  77  WS-BR-SUM-COUNT-TOTAL        PIC 9(03) COMP VALUE ZERO.
003470  77  WS-BR-SUM-TABLE-MAX          PIC 9(03) COMP VALUE 200.
03470a  77  WS-BR-SUM-DROPPED            PIC 9(07) COMP VALUE ZERO.
003480  77  WS-BR-SUM-TBL-SUB            PIC 9(03) COMP VALUE ZERO.
003490  77  WS-BR-SUM-MATCHED-SUB        PIC 9(03) COMP VALUE ZERO.
003500  77  WS-BR-SUM-SEARCH-KEY         PIC X(06) VALUE SPACES.
0360Il  01  WS-DISP-DOLLAR-RESIDUAL     PIC S9(13)V99 VALUE ZERO.
0360Im  77  WS-DISP-BAD-SW              PIC X(01) VALUE "N".
0360In      88  WS-DISP-OUT-OF-BALANCE      VALUE "Y".
0360Iu
0360Iv* THE DISPOSITION PROOF'S RESULT LINE ON THE ARCHIVED
0360Iw* TEN99DSP STATEMENT - CCCW9206 READS IT AS CONTROL EVIDENCE.
0360Ix  01  WS-DISP-RESULT-LINE.
0360Iy      05  FILLER                  PIC X(02) VALUE SPACES.
0360Iz      05  FILLER                  PIC X(26) VALUE
0360J1          "DISPOSITION PROOF RESULT: ".
0360J2      05  DRL-RESULT              PIC X(14) VALUE SPACES.
0360J3      05  FILLER                  PIC X(91) VALUE SPACES.
0360Io
0360Ip* EDITED WORK LINE FOR A SIGNED/DECIMAL DOLLAR TOTAL ON
0360Iq* SYSOUT - SCR-COUNT IS UNSIGNED AND WHOLE-DOLLAR ONLY.
0360I1          10  WS-YP-BR-CODE           PIC X(03).
0360I2          10  WS-YP-TAX-TYPE          PIC X(01).
0360I3          10  WS-YP-TIN-IND           PIC X(01).
360I3a          10  WS-YP-RSN-CODE          PIC X(02).
360Iva          10  WS-YP-FOREIGN-IND       PIC X(01).
360Ivb          10  WS-YP-COUNTRY-CODE      PIC X(03).
360Ivc          10  WS-YP-PROVINCE          PIC X(10).
360Ivd          10  WS-YP-POSTAL-CODE       PIC X(10).
0360I4
0360I5  77  WS-YP-COUNT-TOTAL           PIC 9(04) COMP VALUE ZERO.
0360I6  77  WS-YP-TABLE-MAX             PIC 9(04) COMP VALUE 1100.
360I6a  77  WS-YP-HIGH-WATER            PIC 9(04) COMP VALUE ZERO.
0360I7  77  WS-YP-TBL-SUB               PIC 9(04) COMP VALUE ZERO.
0360I8  77  WS-YP-MATCHED-SUB           PIC 9(04) COMP VALUE ZERO.
0360I9  77  WS-YP-FOUND-SW              PIC X(01) VALUE "N".
0360He
0360Ia  77  WS-RC8-REJECT-PCT           PIC 9(03) VALUE 10.
0360Ib  77  WS-REJECT-PCT-WORK          PIC 9(09) COMP VALUE ZERO.
0360Ie
0360Ja  77  WS-GUARD-EOF-SW             PIC X(01) VALUE "N".
0360Jb      88  WS-GUARD-EOF                VALUE "Y".
00376k
00376l  77  WS-FX-RATE-COUNT            PIC 9(03) COMP VALUE ZERO.
00376m  77  WS-FX-RATE-TBL-MAX          PIC 9(03) COMP VALUE 100.
0376ma  77  WS-FX-RATE-DROPPED          PIC 9(07) COMP VALUE ZERO.
00376n  77  WS-FX-DEFAULT-CODE          PIC X(03) VALUE "USD".
00376o  77  WS-FXF-EOF-SW               PIC X(01) VALUE "N".
00376p      88  WS-FXF-EOF                  VALUE "Y".
00376t  77  WS-FX-RATE-MISSING-SW       PIC X(01) VALUE "N".
00376u      88  WS-FX-RATE-MISSING          VALUE "Y".
00376v  77  WS-FX-RATE-HOLDS            PIC 9(09) COMP VALUE ZERO.
0037va  77  WS-CLOSED-YEAR-HOLDS        PIC 9(09) COMP VALUE ZERO.
0037vb  77  WS-ADDR-EXCEPTIONS          PIC 9(09) COMP VALUE ZERO.
00376w
00376x  01  WS-FX-AUDIT-LINE.
00376y      05  FILLER                  PIC X(01) VALUE SPACES.
00377h      05  FXL-USD-AMOUNT          PIC ---,---,---,--9.99.
00377i      05  FILLER                  PIC X(71) VALUE SPACES.
00377j
0377ja* ONE LINE PER DISBURSEMENT WHOSE KEYED ADDRESS DIFFERS FROM
0377jb* THE VENDOR'S ADDRESS OF RECORD - KEYED STREET/ZIP AGAINST
0377jc* THE RECORD STREET/ZIP, WITH THE RECORD'S SOURCE AND DATE.
0377jd  01  WS-ADDR-EXCEPTION-LINE.
0377je      05  FILLER                  PIC X(01) VALUE SPACES.
0377jf      05  AXL-MASKED-TIN          PIC X(09).
0377jg      05  FILLER                  PIC X(01) VALUE SPACES.
0377jh      05  AXL-NAME                PIC X(24).
0377ji      05  FILLER                  PIC X(01) VALUE SPACES.
0377jj      05  AXL-KEYED-LINE1         PIC X(30).
0377jk      05  FILLER                  PIC X(01) VALUE SPACES.
0377jl      05  AXL-KEYED-ZIP           PIC X(05).
0377jm      05  FILLER                  PIC X(04) VALUE " VS ".
0377jn      05  AXL-RECORD-LINE1        PIC X(30).
0377jo      05  FILLER                  PIC X(01) VALUE SPACES.
0377jp      05  AXL-RECORD-ZIP          PIC X(05).
0377jq      05  FILLER                  PIC X(01) VALUE SPACES.
0377jr      05  AXL-RECORD-SOURCE       PIC X(01).
0377js      05  FILLER                  PIC X(01) VALUE SPACES.
0377jt      05  AXL-RECORD-DATE         PIC 9(08).
0377ju      05  FILLER                  PIC X(10) VALUE SPACES.
0377jv
003770  77  WS-FX-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
003780  77  WS-FX-LOOKUP-CODE           PIC X(03) VALUE SPACES.
003790  77  WS-FX-MATCHED-RATE         PIC 9(01)V9(06) VALUE ZERO.
003890      05  WS-VENDOR-ENTRY         OCCURS 3000 TIMES.
003900          10  WS-VENDOR-TIN           PIC X(09).
003910          10  WS-VENDOR-NAME          PIC X(40).
0039va          10  WS-VENDOR-STATUS        PIC X(01).
003920 
003930  77  WS-VENDOR-COUNT             PIC 9(04) COMP VALUE ZERO.
003940  77  WS-VENDOR-TABLE-MAX         PIC 9(04) COMP VALUE 3000.
03940a  77  WS-VENDOR-DROPPED           PIC 9(07) COMP VALUE ZERO.
003950  77  WS-VENDOR-TBL-SUB           PIC 9(04) COMP VALUE ZERO.
003960  77  WS-VENDOR-LOOKUP-TIN        PIC X(09) VALUE SPACES.
003970  77  WS-VENDOR-MATCHED-NAME      PIC X(40) VALUE SPACES.
0039vb  77  WS-VENDOR-MATCHED-STATUS    PIC X(01) VALUE SPACE.
0039vc      88  WS-VENDOR-INACTIVE          VALUE "D".
0039vd  77  WS-INACTIVE-VENDOR-HOLDS    PIC 9(09) COMP VALUE ZERO.
003972
003973* MANDATORY BACKUP-WITHHOLDING FLAGS (CLCWW049, MAINTAINED BY
003974* CCCW9120 FROM IRS B-NOTICES) LOADED AT STARTUP BY 1750-LOAD-
003981
003982  77  WS-BWF-COUNT                PIC 9(04) COMP VALUE ZERO.
003983  77  WS-BWF-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
03983a  77  WS-BWF-DROPPED              PIC 9(07) COMP VALUE ZERO.
003984  77  WS-BWF-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
003985
003990* BACKUP WITHHOLDING RATE - THE COMPILED VALUE IS ONLY THE
00402h
00402i  77  WS-BWR-COUNT                PIC 9(02) COMP VALUE ZERO.
00402j  77  WS-BWR-TABLE-MAX            PIC 9(02) COMP VALUE 20.
0402ja  77  WS-BWR-DROPPED              PIC 9(07) COMP VALUE ZERO.
00402k  77  WS-BWR-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
00402l  77  WS-BWR-EOF-SW               PIC X(01) VALUE "N".
00402m      88  WS-BWR-EOF                  VALUE "Y".
0402Ek
0402El  77  WS-W8-COUNT                 PIC 9(04) COMP VALUE ZERO.
0402Em  77  WS-W8-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
402Ema  77  WS-W8-DROPPED               PIC 9(07) COMP VALUE ZERO.
0402En  77  WS-W8-TBL-SUB               PIC 9(04) COMP VALUE ZERO.
0402Eo  77  WS-W8-MATCHED-SUB           PIC 9(04) COMP VALUE ZERO.
0402Ep  77  WS-W8-EOF-SW                PIC X(01) VALUE "N".
0402Ez  77  WS-W8-EXPIRED-CNT           PIC 9(09) COMP VALUE ZERO.
0402F1  77  WS-W8-MISSING-CNT           PIC 9(09) COMP VALUE ZERO.
0402F2  77  WS-TREATY-RATE-APPLIED      PIC 9(09) COMP VALUE ZERO.
402F2a
402F2b* ACH PRENOTE MASTER (CLCWW147) LOADED AT STARTUP BY
402F2c* 1797-LOAD-PRENOTE-MASTER AND SEARCHED BY 2060-CHECK-PRENOTE
402F2d* FOR EVERY LIVE ACH.  ONLY AN ACTIVE PAIR STAGES; ANY OTHER
402F2e* ACH IS HELD ON THE PRENOTE HOLD QUEUE FOR CCCW9142.
402F2f  01  WS-PN-TABLE.
402F2g      05  WS-PN-ENTRY             OCCURS 5000 TIMES.
402F2h          10  WS-PN-KEY               PIC X(42).
402F2i          10  WS-PN-STATUS            PIC X(01).
402F2j
402F2k  77  WS-PN-COUNT                 PIC 9(04) COMP VALUE ZERO.
402F2l  77  WS-PN-TABLE-MAX             PIC 9(04) COMP VALUE 5000.
402F2m  77  WS-PN-DROPPED               PIC 9(07) COMP VALUE ZERO.
402F2n  77  WS-PN-TBL-SUB               PIC 9(04) COMP VALUE ZERO.
402F2o  77  WS-PN-MATCHED-SUB           PIC 9(04) COMP VALUE ZERO.
402F2p  77  WS-PN-SEARCH-KEY            PIC X(42) VALUE SPACES.
402F2q  77  WS-PN-EOF-SW                PIC X(01) VALUE "N".
402F2r      88  WS-PN-EOF                   VALUE "Y".
402F2s  77  WS-PN-FOUND-SW              PIC X(01) VALUE "N".
402F2t      88  WS-PN-FOUND                 VALUE "Y".
402F2u  77  WS-PN-HOLD-SW               PIC X(01) VALUE "N".
402F2v      88  WS-PN-HOLD                  VALUE "Y".
402F2w  77  WS-PRENOTE-HELD             PIC 9(09) COMP VALUE ZERO.
402F2x  77  WS-ACH-NO-BANKING           PIC 9(09) COMP VALUE ZERO.
0402F3
0402F4* DENIED-PARTY LIST (CLCWW092) LOADED AT STARTUP BY
0402F5* 1785-LOAD-DENIED-PARTIES, NAMES HELD IN THE SQUEEZED FORM
0402F6* (LETTERS AND DIGITS ONLY) CCCW9118 MATCHES ON, AND
0402F7* SCREENED BY 3540-SCREEN-DENIED-PARTY FOR EVERY
0402F8* DISBURSEMENT BEFORE IT IS STAGED.
402F8a*  THE LIST NAME AS PUBLISHED AND ITS SANCTIONS PROGRAM RIDE
402F8b*  ALONG FOR THE HIT RECORD.
0402F9  01  WS-DENY-TABLE.
0402G1      05  WS-DENY-ENTRY           OCCURS 5000 TIMES.
402F9b          10  WS-DENY-NAME-ENTRY      PIC X(40).
402F9c          10  WS-DENY-LIST-NAME       PIC X(40).
402F9d          10  WS-DENY-LIST-PROGRAM    PIC X(10).
0402G2
0402G3  77  WS-DENY-COUNT               PIC 9(04) COMP VALUE ZERO.
0402G4  77  WS-DENY-TABLE-MAX           PIC 9(04) COMP VALUE 5000.
402G4a  77  WS-DENY-DROPPED             PIC 9(07) COMP VALUE ZERO.
0402G5  77  WS-DENY-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
0402G6  77  WS-DENY-EOF-SW              PIC X(01) VALUE "N".
0402G7      88  WS-DENY-EOF                 VALUE "Y".
0402G8  77  WS-DENY-HIT-SW              PIC X(01) VALUE "N".
0402G9      88  WS-DENY-HIT                 VALUE "Y".
0402H1  77  WS-DENIED-HELD              PIC 9(09) COMP VALUE ZERO.
402H1a  77  WS-DENY-MATCHED-SUB         PIC 9(04) COMP VALUE ZERO.
402H1b  77  WS-DENY-CLEARED             PIC 9(09) COMP VALUE ZERO.
402H1c  77  WS-DENY-TIN-PROT            PIC X(16) VALUE SPACES.
402H1d
402H1e* FALSE-POSITIVE CLEARS (CLCWW155) LOADED AT STARTUP BY
402H1f* 1787-LOAD-DENY-CLEARS - PROTECTED TIN PLUS THE LIST ENTRY
402H1g* (SQUEEZED NAME AND PROGRAM) COMPLIANCE CLEARED IT AGAINST.
402H1h  01  WS-DCL-TABLE.
402H1i      05  WS-DCL-ENTRY            OCCURS 5000 TIMES.
402H1j          10  WS-DCL-TIN              PIC X(16).
402H1k          10  WS-DCL-LIST-NAME        PIC X(40).
402H1l          10  WS-DCL-LIST-PROGRAM     PIC X(10).
402H1m
402H1n  77  WS-DCL-COUNT                PIC 9(04) COMP VALUE ZERO.
402H1o  77  WS-DCL-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
402H1p  77  WS-DCL-DROPPED              PIC 9(07) COMP VALUE ZERO.
402H1q  77  WS-DCL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
402H1r  77  WS-DCL-EOF-SW               PIC X(01) VALUE "N".
402H1s      88  WS-DCL-EOF                  VALUE "Y".
402H1t  77  WS-DCL-FOUND-SW             PIC X(01) VALUE "N".
402H1u      88  WS-DCL-FOUND                VALUE "Y".
0402H2
0402I2* LEVY/GARNISHMENT ORDERS (CLCWW093) LOADED AT STARTUP BY
0402I3* 1788-LOAD-LEVIES AND CHECKED BY 3690-CHECK-LEVY FOR EVERY
0402J3
0402J4  77  WS-LEVY-COUNT               PIC 9(04) COMP VALUE ZERO.
0402J5  77  WS-LEVY-TABLE-MAX           PIC 9(04) COMP VALUE 1000.
402J5a  77  WS-LEVY-DROPPED             PIC 9(07) COMP VALUE ZERO.
0402J6  77  WS-LEVY-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
0402J7  77  WS-LEVY-MATCHED-SUB         PIC 9(04) COMP VALUE ZERO.
0402J8  77  WS-LEVY-EOF-SW              PIC X(01) VALUE "N".
0402U5
0402U6  77  WS-GLD-COUNT                PIC 9(03) COMP VALUE ZERO.
0402U7  77  WS-GLD-TABLE-MAX            PIC 9(03) COMP VALUE 300.
402U7a  77  WS-GLD-DROPPED              PIC 9(07) COMP VALUE ZERO.
0402U8  77  WS-GLD-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
0402U9  77  WS-GLD-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
0402V1  77  WS-GLD-SEARCH-KEY           PIC X(11) VALUE SPACES.
0402V9
0402W1  77  WS-GLC-COUNT                PIC 9(02) COMP VALUE ZERO.
0402W2  77  WS-GLC-TABLE-MAX            PIC 9(02) COMP VALUE 50.
402W2a  77  WS-GLC-DROPPED              PIC 9(07) COMP VALUE ZERO.
0402W3  77  WS-GLC-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
0402W4  77  WS-GLC-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
0402W5  77  WS-GLC-FOUND-SW             PIC X(01) VALUE "N".
0402Q6
0402Q7  77  WS-FND-COUNT-TOTAL          PIC 9(03) COMP VALUE ZERO.
0402Q8  77  WS-FND-TABLE-MAX            PIC 9(03) COMP VALUE 100.
402Q8a  77  WS-FND-DROPPED              PIC 9(07) COMP VALUE ZERO.
0402Q9  77  WS-FND-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
0402R1  77  WS-FND-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
0402R2  77  WS-FND-SEARCH-KEY           PIC X(05) VALUE SPACES.
0402N3
0402N4  77  WS-DM-COUNT                 PIC 9(04) COMP VALUE ZERO.
0402N5  77  WS-DM-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
402N5a  77  WS-DM-DROPPED               PIC 9(07) COMP VALUE ZERO.
0402N6  77  WS-DM-TBL-SUB               PIC 9(04) COMP VALUE ZERO.
0402N7  77  WS-DM-MATCHED-SUB           PIC 9(04) COMP VALUE ZERO.
0402N8  77  WS-DM-EOF-SW                PIC X(01) VALUE "N".
00402l
00402m 77  WS-BM-COUNT                 PIC 9(03) COMP VALUE ZERO.
00402n 77  WS-BM-TABLE-MAX             PIC 9(03) COMP VALUE 500.
0402na 77  WS-BM-DROPPED               PIC 9(07) COMP VALUE ZERO.
00402o 77  WS-BM-TBL-SUB               PIC 9(03) COMP VALUE ZERO.
00402p 77  WS-BM-MATCHED-SUB           PIC 9(03) COMP VALUE ZERO.
0402pa* THE CENTRAL DESK'S ENTRY (BM-CENTRAL-DESK) - ZERO WHEN THE
0402pb* MASTER CARRIES NONE.
0402pc 77  WS-BM-CENTRAL-SUB           PIC 9(03) COMP VALUE ZERO.
00402q 77  WS-BM-EOF-SW                PIC X(01) VALUE "N".
00402r     88  WS-BM-EOF                   VALUE "Y".
00402s 77  WS-BM-FOUND-SW              PIC X(01) VALUE "N".
00402M      05  WS-OCREG-KEY-ENTRY      PIC X(11) OCCURS 10000 TIMES.
00402N  77  WS-OCREG-COUNT              PIC 9(05) COMP VALUE ZERO.
00402O  77  WS-OCREG-TABLE-MAX          PIC 9(05) COMP VALUE 10000.
0402Oa  77  WS-OCREG-DROPPED            PIC 9(07) COMP VALUE ZERO.
00402P  77  WS-OCREG-TBL-SUB            PIC 9(05) COMP VALUE ZERO.
00402Q  77  WS-OCREG-EOF-SW             PIC X(01) VALUE "N".
00402R      88  WS-OCREG-EOF                VALUE "Y".
00454B      PERFORM 1900-PROCESS-STOP-VOIDS THRU 1900-EXIT.
004550 
004560      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
004570 
004580      GOBACK.
004590 
004630      OPEN EXTEND RUN-HISTORY-FILE.
004640 
004650      COPY C2INZ001.
04650a
04650b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
004660 
004670      PERFORM 1050-CHECK-PANVALET-LEVEL THRU 1050-EXIT.
00467A
00467B      PERFORM 1060-CHECK-SAME-DAY-RUN THRU 1060-EXIT.
0046va
0046vb      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
004680 
004690      IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = "TEST"
004700          MOVE "Y" TO WS-TEST-MODE-SW
005240          OPEN EXTEND TEN99-STAGING-FILE
005250          OPEN EXTEND TEN99-SUSPENSE-RPT
005260          OPEN EXTEND TEN99-HELD-FILE
05260a          OPEN EXTEND PRENOTE-HOLD-FILE
5260aa          OPEN EXTEND DENY-HIT-FILE
005270          OPEN EXTEND TEN99-WITHHOLD-RPT
005280          OPEN EXTEND TEN99-POSPAY-RPT
0528va          PERFORM 1470-OPEN-T42-STAGING THRU 1470-EXIT
0528b           OPEN EXTEND W8-RESOL-FILE
0528c           OPEN EXTEND LEVY-REMIT-FILE
0528d           OPEN EXTEND LEVY-REGISTER-RPT
0528e           OPEN EXTEND FX-AUDIT-RPT
0528f           OPEN EXTEND ADDR-EXCEPTION-RPT
005290          OPEN EXTEND TEN99-BRANCH-RPT
005300      ELSE
005310          OPEN OUTPUT TEN99-STAGING-FILE
005320          OPEN OUTPUT TEN99-SUSPENSE-RPT
005330          OPEN OUTPUT TEN99-HELD-FILE
05330a          OPEN OUTPUT PRENOTE-HOLD-FILE
5330aa          OPEN OUTPUT DENY-HIT-FILE
005340          OPEN OUTPUT TEN99-WITHHOLD-RPT
005350          OPEN OUTPUT TEN99-POSPAY-RPT
0535va          PERFORM 1470-OPEN-T42-STAGING THRU 1470-EXIT
0535b           OPEN OUTPUT W8-RESOL-FILE
0535c           OPEN OUTPUT LEVY-REMIT-FILE
0535d           OPEN OUTPUT LEVY-REGISTER-RPT
0535e           OPEN OUTPUT FX-AUDIT-RPT
0535f           OPEN OUTPUT ADDR-EXCEPTION-RPT
005360          OPEN OUTPUT TEN99-BRANCH-RPT
005370      END-IF.
005380 
005414      PERFORM 1750-LOAD-BW-FLAGS     THRU 1750-EXIT.
005416
005418      PERFORM 1795-LOAD-W8-CERTS     THRU 1795-EXIT.
05418a
05418b      PERFORM 1797-LOAD-PRENOTE-MASTER THRU 1797-EXIT.
005419
00541A      PERFORM 1785-LOAD-DENIED-PARTIES THRU 1785-EXIT.
0541Aa
0541Ab      PERFORM 1787-LOAD-DENY-CLEARS  THRU 1787-EXIT.
00541B
00541C      PERFORM 1788-LOAD-LEVIES       THRU 1788-EXIT.
00541D
005420
005430  1000-EXIT.
005440      EXIT.
0544aa
0544ab* 1080-LOAD-REF-TABLES
0544ac*   LOADS THE REFERENCE TABLES THIS PROGRAM USES FROM THE
0544ad*   CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN
0544ae*   FORCE ON THE RUN DATE.  A TABLE WITH NOTHING IN FORCE
0544af*   ABENDS THE RUN RATHER THAN LET IT RUN WITHOUT ITS RULES.
0544ag  1080-LOAD-REF-TABLES.
0544ah
0544ai      MOVE "D"                    TO RL-ENTRY-FORMAT.
0544aj      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
0544ak
0544al      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0544am      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0544an      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0544ao      PERFORM 8999-WRITE-SYSOUT.
0544ap
0544aq      MOVE "RSNC"                 TO RL-TABLE-ID.
0544ar      MOVE WS-REASON-ENTRY-LEN    TO RL-ENTRY-LENGTH.
0544as      MOVE WS-REASON-TBL-LIMIT    TO RL-ENTRY-LIMIT.
0544at      CALL "CCCW9196" USING REF-LOAD-AREA
0544au                            WS-REASON-CODE-TBL.
0544av      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0544aw      MOVE RL-ENTRY-COUNT         TO WS-REASON-TBL-MAX.
0544ax      MOVE RL-DROPPED             TO WS-REASON-DROPPED.
0544ay
0544az*   CODE 99 IS THE CATCH-ALL EVERY UNMATCHED CODE FALLS TO -
0544ba*   IT MUST BE IN FORCE AND, SORTING LAST, END THE TABLE.
0544bb      IF WS-REASON-TBL-CODE (WS-REASON-TBL-MAX)
0544bc              NOT = WS-REASON-DEFAULT-CODE
0544bd          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0544be          MOVE "REF04"               TO SAR-RETURN-CODE
0544bf          MOVE SPACES                TO SAR-DB-NAME
0544bg          MOVE "REFTBL RSNC NO 99"   TO SAR-TABLE-NAME
0544bh          MOVE SPACES                TO SAR-SQLCODE
0544bi          GO TO 9998-COREDUMP
0544bj      END-IF.
0544bk
0544bl      MOVE "TRTY"                 TO RL-TABLE-ID.
0544bm      MOVE WS-TRT-ENTRY-LEN       TO RL-ENTRY-LENGTH.
0544bn      MOVE WS-TRT-TBL-LIMIT       TO RL-ENTRY-LIMIT.
0544bo      CALL "CCCW9196" USING REF-LOAD-AREA
0544bp                            WS-TREATY-RATE-TBL.
0544bq      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0544br      MOVE RL-ENTRY-COUNT         TO WS-TRT-TBL-MAX.
0544bs      MOVE RL-DROPPED             TO WS-TRT-DROPPED.
0544bt
0544bu  1080-EXIT.
0544bv      EXIT.
0544bw
0544bx* 1085-CHECK-REF-LOAD
0544by*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0544bz*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0544ca  1085-CHECK-REF-LOAD.
0544cb
0544cc      IF RL-TABLE-EMPTY
0544cd          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0544ce          MOVE "REF01"               TO SAR-RETURN-CODE
0544cf          MOVE SPACES                TO SAR-DB-NAME
0544cg          MOVE SPACES                TO SAR-TABLE-NAME
0544ch          STRING "REFTBL " RL-TABLE-ID
0544ci              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0544cj          MOVE SPACES                TO SAR-SQLCODE
0544ck          GO TO 9998-COREDUMP
0544cl      END-IF.
0544cm
0544cn      MOVE SPACES                 TO SCR-LITERAL.
0544co      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0544cp          DELIMITED BY SIZE INTO SCR-LITERAL.
0544cq      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0544cr      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0544cs      PERFORM 8999-WRITE-SYSOUT.
0544ct
0544cu  1085-EXIT.
0544cv      EXIT.
005450 
005460* 1050-CHECK-PANVALET-LEVEL                                       
005470*   PANV-LEVEL WAS JUST STAMPED INTO PAN-VALET/PANV-DATA BY       
00645C          MOVE CKPT-DISP-IN-DOLLARS  TO WS-DISP-IN-DOLLARS
00645D          MOVE CKPT-REJECTED-DOLLARS TO WS-REJECTED-DOLLARS
00645E          MOVE CKPT-FOREIGN-DOLLARS  TO WS-FOREIGN-DOLLARS
0645Ea          MOVE CKPT-PRENOTE-HELD     TO WS-PRENOTE-HELD
006460          MOVE ZERO                  TO WS-BR-SUM-COUNT-TOTAL
00646a          MOVE ZERO                  TO WS-FND-COUNT-TOTAL
006470      ELSE
006560                      TO WS-BR-SUM-COUNT (WS-BR-SUM-COUNT-TOTAL)
006570                  MOVE CKPT-BR-SUM-AMOUNT
006580                      TO WS-BR-SUM-AMOUNT (WS-BR-SUM-COUNT-TOTAL)
06580a              ELSE
06580b                  ADD 1 TO WS-BR-SUM-DROPPED
006590              END-IF
006600          END-IF
00660a          IF CKPT-FUNDING-RECORD
00660i                      TO WS-FND-COUNT (WS-FND-COUNT-TOTAL)
00660j                  MOVE CKPT-FND-AMOUNT
00660k                      TO WS-FND-AMOUNT (WS-FND-COUNT-TOTAL)
0660ka              ELSE
0660kb                  ADD 1 TO WS-FND-DROPPED
00660l              END-IF
00660m          END-IF
006610      END-IF.
00666O
00666P  1460-EXIT.
00666Q      EXIT.
0066va
0066vb* 1470-OPEN-T42-STAGING
0066vc*   THE 1042-S STAGING ACCUMULATES ACROSS THE TAX YEAR, SO A
0066vd*   NORMAL RUN APPENDS TO IT THE SAME AS A RESTART.
0066ve*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0066vf*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0066vg*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0066vh*   LAYOUT HEADER AS ITS FIRST RECORD.
0066vi  1470-OPEN-T42-STAGING.
0066vj
0066vk      MOVE "CLCWW072"             TO WS-LV-CHECK-FILE-ID.
0066vl      MOVE "T42STAGE"             TO WS-LV-CHECK-DDNAME.
0066vm      MOVE "N"                    TO WS-LV-EMPTY-SW.
0066vn      OPEN INPUT T42-STAGING-FILE.
0066vo      READ T42-STAGING-FILE INTO LAYOUT-HEADER-RCD
0066vp          AT END
0066vq              MOVE "Y"            TO WS-LV-EMPTY-SW
0066vr      END-READ.
0066vs      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0066vt      CLOSE T42-STAGING-FILE.
0066vu
0066vv      OPEN EXTEND T42-STAGING-FILE.
0066vw      IF WS-LV-FILE-EMPTY
0066vx          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0066vy          WRITE T42-STAGING-RCD FROM LAYOUT-HEADER-RCD
0066vz      END-IF.
0066wa
0066wb  1470-EXIT.
0066wc      EXIT.
006650 
006660* 1500-DETECT-DUPLICATES                                          
006670*   MAKES AN UP-FRONT PASS OVER DISB-REQ-FILE, SORTING ON ISSUING 
007610              MOVE DS-DUP-KEY
007620                  TO WS-DUP-KEY-ENTRY (WS-DUP-KEY-COUNT)
00762A          ELSE
00762B              ADD 1 TO WS-DUP-DROPPED
007630          END-IF
007640      END-IF.
007650 
008700  1700-LOAD-VENDOR-MASTER.
008710 
008720      OPEN INPUT VENDOR-MASTER-FILE.
0087va      PERFORM 1705-CHECK-VENDOR-LAYOUT THRU 1705-EXIT.
008730 
008740      PERFORM 1710-READ-VENDOR-MASTER THRU 1710-EXIT
008750          UNTIL WS-VENDOR-EOF.
008780 
008790  1700-EXIT.
008800      EXIT.
0088va
0088vb* 1705-CHECK-VENDOR-LAYOUT
0088vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0088vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0088ve*   READ SEES END OF FILE.
0088vf  1705-CHECK-VENDOR-LAYOUT.
0088vg
0088vh      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0088vi      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
0088vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0088vk      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
0088vl          AT END
0088vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0088vn      END-READ.
0088vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0088vp
0088vq      IF WS-LV-FILE-EMPTY
0088vr          CLOSE VENDOR-MASTER-FILE
0088vs          OPEN INPUT VENDOR-MASTER-FILE
0088vt      END-IF.
0088vu
0088vv  1705-EXIT.
0088vw      EXIT.
008810 
008820  1710-READ-VENDOR-MASTER.
008830 
008910                      TO WS-VENDOR-TIN (WS-VENDOR-COUNT)
008920                  MOVE VM-NAME
008930                      TO WS-VENDOR-NAME (WS-VENDOR-COUNT)
0089vb                  MOVE VM-STATUS
0089vc                      TO WS-VENDOR-STATUS (WS-VENDOR-COUNT)
08930a              ELSE
08930b                  ADD 1 TO WS-VENDOR-DROPPED
008940              END-IF
008945              PERFORM 9310-ADD-ADDRESS-OF-RECORD THRU 9310-EXIT
008950      END-READ.
008960 
008970  1710-EXIT.
008988  1750-LOAD-BW-FLAGS.
008989
008990      OPEN INPUT BW-FLAG-FILE.
0089va      PERFORM 1755-CHECK-BW-FLAG-LAYOUT THRU 1755-EXIT.
008991
008992      PERFORM 1760-READ-BW-FLAG THRU 1760-EXIT
008993          UNTIL WS-BWF-EOF.
008995
008996      IF WS-BWF-DROPPED > ZERO
00899a          MOVE "*BW FLAG TABLE FULL, DROPPED:" TO SCR-LITERAL
008997          MOVE WS-BWF-DROPPED         TO SCR-COUNT
008999          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
009000          PERFORM 8999-WRITE-SYSOUT
009001      END-IF.
009004
009005  1750-EXIT.
009006      EXIT.
0090va
0090vf* 1755-CHECK-BW-FLAG-LAYOUT
0090we*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0090wf*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0090wg*   READ SEES END OF FILE.
0090wh  1755-CHECK-BW-FLAG-LAYOUT.
0090wi
0090wj      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
0090wk      MOVE "BWFLAG"               TO WS-LV-CHECK-DDNAME.
0090wl      MOVE "N"                    TO WS-LV-EMPTY-SW.
0090wm      READ BW-FLAG-FILE INTO LAYOUT-HEADER-RCD
0090wn          AT END
0090wo              MOVE "Y"            TO WS-LV-EMPTY-SW
0090wp      END-READ.
0090wq      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0090wr
0090ws      IF WS-LV-FILE-EMPTY
0090wt          CLOSE BW-FLAG-FILE
0090wu          OPEN INPUT BW-FLAG-FILE
0090wv      END-IF.
0090ww
0090wx  1755-EXIT.
0090wy      EXIT.
009007
009008  1760-READ-BW-FLAG.
009009
009013              GO TO 1760-EXIT
009014      END-READ.
009015
09015a      IF WS-BWF-COUNT NOT < WS-BWF-TABLE-MAX
09015b          ADD 1 TO WS-BWF-DROPPED
09015c          GO TO 1760-EXIT
09015d      END-IF.
09015e
009016      ADD 1 TO WS-BWF-COUNT.
009017      MOVE BW-SSN-TAX-ID TO WS-BWF-TIN-ENTRY (WS-BWF-COUNT).
009018
00902h      OPEN INPUT BRANCH-MASTER-FILE.
00902i
00902j      PERFORM 1780-READ-BRANCH-MASTER THRU 1780-EXIT
00902k          UNTIL WS-BM-EOF.
00902m
00902n      CLOSE BRANCH-MASTER-FILE.
00902o
00902x              GO TO 1780-EXIT
00902y      END-READ.
00902z
0902za      IF WS-BM-COUNT NOT < WS-BM-TABLE-MAX
0902zb          ADD 1 TO WS-BM-DROPPED
0902zc          GO TO 1780-EXIT
0902zd      END-IF.
0902ze
0090sa      ADD 1 TO WS-BM-COUNT.
0090sb      MOVE BM-BR-CODE    TO WS-BM-BR-CODE (WS-BM-COUNT).
0090sc      MOVE BM-BR-NAME    TO WS-BM-BR-NAME (WS-BM-COUNT).
0090sg      MOVE BM-STOCK-LOW  TO WS-BM-HIGH-USED (WS-BM-COUNT).
0090sh      MOVE BM-STOCK-LOW  TO WS-BM-PRIOR-HIGH (WS-BM-COUNT).
0090si      MOVE "N"           TO WS-BM-STOCK-WARNED (WS-BM-COUNT).
090si1      IF BM-CENTRAL-DESK
090si2          MOVE WS-BM-COUNT   TO WS-BM-CENTRAL-SUB
090si3      END-IF.
0090sg
0090sh  1780-EXIT.
0090si      EXIT.
0090j3*   STARTUP, EACH NAME SQUEEZED TO LETTERS AND DIGITS ONLY SO
0090j4*   3540-SCREEN-DENIED-PARTY COMPARES PUNCTUATION-BLIND.  AN
0090j5*   EMPTY LIST (NOT YET LOADED BY COMPLIANCE) SCREENS
0090j6*   NOTHING.  THE PUBLISHED NAME AND PROGRAM ARE KEPT BESIDE
090j5b*   THE SQUEEZED FORM FOR THE HIT RECORD.
0090j7  1785-LOAD-DENIED-PARTIES.
0090j8
0090j9      OPEN INPUT DENIED-PARTY-FILE.
0090k1
0090k2      PERFORM 1786-READ-DENIED-PARTY THRU 1786-EXIT
0090k3          UNTIL WS-DENY-EOF.
0090k5
0090k6      IF WS-DENY-DROPPED > ZERO
0090k7          MOVE "*DENY TABLE FULL, DROPPED:"   TO SCR-LITERAL
0090k8          MOVE WS-DENY-DROPPED        TO SCR-COUNT
0090l1          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0090l2          PERFORM 8999-WRITE-SYSOUT
0090l3      END-IF.
0090m6              GO TO 1786-EXIT
0090m7      END-READ.
0090m8
090m8a      IF WS-DENY-COUNT NOT < WS-DENY-TABLE-MAX
090m8b          ADD 1 TO WS-DENY-DROPPED
090m8c          GO TO 1786-EXIT
090m8d      END-IF.
090m8e
0090m9      MOVE DP-NAME TO WS-SQZ-NAME-IN.
0090n1      PERFORM 3543-SQUEEZE-NAME THRU 3543-EXIT.
0090n2      ADD 1 TO WS-DENY-COUNT.
0090n3      MOVE WS-SQZ-NAME-OUT
0090n4          TO WS-DENY-NAME-ENTRY (WS-DENY-COUNT).
090n4a      MOVE DP-NAME         TO WS-DENY-LIST-NAME (WS-DENY-COUNT).
090n4b      MOVE DP-LIST-PROGRAM
090n4c          TO WS-DENY-LIST-PROGRAM (WS-DENY-COUNT).
0090n5
0090n6  1786-EXIT.
0090n7      EXIT.
0090n8
90n8aa
90n8ab* 1787-LOAD-DENY-CLEARS
90n8ac*   LOADS THE FALSE-POSITIVE CLEARS (CLCWW155) CCCW9192 CARRIES
90n8ad*   FORWARD FROM COMPLIANCE'S LEDGER DECISIONS.  THE TIN IS
90n8ae*   ALREADY PROTECTED ON THE FILE; THE LIST NAME IS SQUEEZED
90n8af*   THE SAME WAY AS THE DENIED-PARTY TABLE SO 3544 COMPARES
90n8ag*   LIKE WITH LIKE.  AN EMPTY FILE CLEARS NOTHING.
90n8ah  1787-LOAD-DENY-CLEARS.
90n8ai
90n8aj      OPEN INPUT DENY-CLEAR-FILE.
90n8ak
90n8al      PERFORM 1790-READ-DENY-CLEAR THRU 1790-EXIT
90n8am          UNTIL WS-DCL-EOF.
90n8an
90n8ao      IF WS-DCL-DROPPED > ZERO
90n8ap          MOVE "*CLEAR TABLE FULL, DROPPED:"  TO SCR-LITERAL
90n8aq          MOVE WS-DCL-DROPPED         TO SCR-COUNT
90n8ar          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
90n8as          PERFORM 8999-WRITE-SYSOUT
90n8at      END-IF.
90n8au
90n8av      CLOSE DENY-CLEAR-FILE.
90n8aw
90n8ax  1787-EXIT.
90n8ay      EXIT.
90n8az
90n8aA  1790-READ-DENY-CLEAR.
90n8aB
90n8aC      READ DENY-CLEAR-FILE
90n8aD          AT END
90n8aE              MOVE "Y" TO WS-DCL-EOF-SW
90n8aF              GO TO 1790-EXIT
90n8aG      END-READ.
90n8aH
90n8aI      IF FP-SSN-TAX-ID = SPACES
90n8aJ          GO TO 1790-EXIT
90n8aK      END-IF.
90n8aL
90n8aM      IF WS-DCL-COUNT NOT < WS-DCL-TABLE-MAX
90n8aN          ADD 1 TO WS-DCL-DROPPED
90n8aO          GO TO 1790-EXIT
90n8aP      END-IF.
90n8aQ
90n8aR      MOVE FP-LIST-NAME TO WS-SQZ-NAME-IN.
90n8aS      PERFORM 3543-SQUEEZE-NAME THRU 3543-EXIT.
90n8aT      ADD 1 TO WS-DCL-COUNT.
90n8aU      MOVE FP-SSN-TAX-ID   TO WS-DCL-TIN (WS-DCL-COUNT).
90n8aV      MOVE WS-SQZ-NAME-OUT TO WS-DCL-LIST-NAME (WS-DCL-COUNT).
90n8aW      MOVE FP-LIST-PROGRAM TO WS-DCL-LIST-PROGRAM (WS-DCL-COUNT).
90n8aX
90n8aY  1790-EXIT.
90n8aZ      EXIT.
90n8ba
0090x1* 1765-LOAD-FX-RATES
0090x2*   LOADS THE DAILY FX RATE FEED (CLCWW116) ONE TIME AT
0090x3*   STARTUP FOR 3050-CONVERT-CURRENCY.  AN EMPTY FEED STILL
0090x7      OPEN INPUT FX-RATE-FILE.
0090x8
0090x9      PERFORM 1766-READ-FX-RATE THRU 1766-EXIT
0090y1          UNTIL WS-FXF-EOF.
0090y3
0090y4      IF WS-FX-RATE-DROPPED > ZERO
0090y5          MOVE "*FX RATE TABLE FULL, DROPPED:" TO SCR-LITERAL
0090y6          MOVE WS-FX-RATE-DROPPED     TO SCR-COUNT
0090y8          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0090y9          PERFORM 8999-WRITE-SYSOUT
0090z1      END-IF.
0091a4              GO TO 1766-EXIT
0091a5      END-READ.
0091a6
091a6a      IF WS-FX-RATE-COUNT NOT < WS-FX-RATE-TBL-MAX
091a6b          ADD 1 TO WS-FX-RATE-DROPPED
091a6c          GO TO 1766-EXIT
091a6d      END-IF.
091a6e
0091a7      ADD 1 TO WS-FX-RATE-COUNT.
0091a8      MOVE FXR-CURRENCY-CODE
0091a9          TO WS-FX-TBL-CURRENCY-CODE (WS-FX-RATE-COUNT).
0091c7      OPEN INPUT BW-RATE-FILE.
0091c8
0091c9      PERFORM 1769-READ-BW-RATE THRU 1769-EXIT
0091d1          UNTIL WS-BWR-EOF.
0091d3
0091d4      CLOSE BW-RATE-FILE.
0091d5
0091e5              GO TO 1769-EXIT
0091e6      END-READ.
0091e7
091e7a      IF WS-BWR-COUNT NOT < WS-BWR-TABLE-MAX
091e7b          ADD 1 TO WS-BWR-DROPPED
091e7c          GO TO 1769-EXIT
091e7d      END-IF.
091e7e
0091e8      ADD 1 TO WS-BWR-COUNT.
0091e9      MOVE BWR-EFFECTIVE-DATE
0091f1          TO WS-BWR-EFF-DATE (WS-BWR-COUNT).
0090o7      OPEN INPUT LEVY-FILE.
0090o8
0090o9      PERFORM 1789-READ-LEVY THRU 1789-EXIT
0090p1          UNTIL WS-LEVY-EOF.
0090p3
0090p4      IF WS-LEVY-DROPPED > ZERO
0090p5          MOVE "*LEVY TABLE FULL, DROPPED:" TO SCR-LITERAL
0090p6          MOVE WS-LEVY-DROPPED        TO SCR-COUNT
0090p8          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0090p9          PERFORM 8999-WRITE-SYSOUT
0090q1      END-IF.
0090r4              GO TO 1789-EXIT
0090r5      END-READ.
0090r6
090r6a      IF WS-LEVY-COUNT NOT < WS-LEVY-TABLE-MAX
090r6b          ADD 1 TO WS-LEVY-DROPPED
090r6c          GO TO 1789-EXIT
090r6d      END-IF.
090r6e
0090r7      ADD 1 TO WS-LEVY-COUNT.
0090r8      MOVE LV-SSN-TAX-ID  TO WS-LEVY-TIN (WS-LEVY-COUNT).
0090r9      MOVE LV-SOURCE      TO WS-LEVY-SOURCE (WS-LEVY-COUNT).
0090t6      OPEN INPUT DEATH-MASTER-FILE.
0090t7
0090t8      PERFORM 1793-READ-DEATH-MASTER THRU 1793-EXIT
0090t9          UNTIL WS-DM-EOF.
0090vb
0090vc     IF WS-DM-DROPPED > ZERO
0090vd         MOVE "*DEATH MASTER FULL, DROPPED:" TO SCR-LITERAL
0090ve         MOVE WS-DM-DROPPED          TO SCR-COUNT
0090vg         MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0090vh         PERFORM 8999-WRITE-SYSOUT
0090vi     END-IF.
0090vu             GO TO 1793-EXIT
0090vv     END-READ.
0090vw
090vwa     IF WS-DM-COUNT NOT < WS-DM-TABLE-MAX
090vwb         ADD 1 TO WS-DM-DROPPED
090vwc         GO TO 1793-EXIT
090vwd     END-IF.
090vwe
0090vx     ADD 1 TO WS-DM-COUNT.
0090vy     MOVE DM-SSN-TAX-ID    TO WS-DM-TIN (WS-DM-COUNT).
0090vz     MOVE DM-DATE-OF-DEATH TO WS-DM-DOD (WS-DM-COUNT).
0090ss      OPEN INPUT W8-CERT-FILE.
0090st
0090su      PERFORM 1796-READ-W8-CERT THRU 1796-EXIT
0090sv          UNTIL WS-W8-EOF.
0090sx
0090sy      IF WS-W8-DROPPED > ZERO
0090sz          MOVE "*W8 CERT TABLE FULL, DROPPED:" TO SCR-LITERAL
0090t1          MOVE WS-W8-DROPPED          TO SCR-COUNT
0090t3          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0090t4          PERFORM 8999-WRITE-SYSOUT
0090t5      END-IF.
0090u8              GO TO 1796-EXIT
0090u9      END-READ.
0090v1
090v1a      IF WS-W8-COUNT NOT < WS-W8-TABLE-MAX
090v1b          ADD 1 TO WS-W8-DROPPED
090v1c          GO TO 1796-EXIT
090v1d      END-IF.
090v1e
0090v2      ADD 1 TO WS-W8-COUNT.
0090v3      MOVE W8-SSN-TAX-ID TO WS-W8-TIN (WS-W8-COUNT).
0090v4      IF W8-EXPIRY-DATE > ZERO
0090w1
0090w2  1796-EXIT.
0090w3      EXIT.
090w3a
090w3b* 1797-LOAD-PRENOTE-MASTER
090w3c*   LOADS THE ACH PRENOTE MASTER (CLCWW147) ONE TIME AT
090w3d*   STARTUP FOR 2060-CHECK-PRENOTE.  THE FILE IS READ ONLY -
090w3e*   CCCW9142 OWNS IT.
090w3f  1797-LOAD-PRENOTE-MASTER.
090w3g
090w3h      OPEN INPUT PRENOTE-MASTER-FILE.
090wva      PERFORM 1799-CHECK-PRENOTE-LAYOUT THRU 1799-EXIT.
090w3i
090w3j      PERFORM 1798-READ-PRENOTE THRU 1798-EXIT
090w3k          UNTIL WS-PN-EOF.
090w3l
090w3m      IF WS-PN-DROPPED > ZERO
090w3n          MOVE "*PRENOTE TABLE FULL, DROPPED:" TO SCR-LITERAL
090w3o          MOVE WS-PN-DROPPED          TO SCR-COUNT
090w3p          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
090w3q          PERFORM 8999-WRITE-SYSOUT
090w3r      END-IF.
090w3s
090w3t      CLOSE PRENOTE-MASTER-FILE.
090w3u
090w3v  1797-EXIT.
090w3w      EXIT.
090w3x
090w3y  1798-READ-PRENOTE.
090w3z
090w3A      READ PRENOTE-MASTER-FILE
090w3B          AT END
090w3C              MOVE "Y" TO WS-PN-EOF-SW
090w3D              GO TO 1798-EXIT
090w3E      END-READ.
090w3F
090w3G      IF WS-PN-COUNT NOT < WS-PN-TABLE-MAX
090w3H          ADD 1 TO WS-PN-DROPPED
090w3I          GO TO 1798-EXIT
090w3J      END-IF.
090w3K
090w3L      ADD 1 TO WS-PN-COUNT.
090w3M      MOVE PN-KEY        TO WS-PN-KEY (WS-PN-COUNT).
090w3N      MOVE PN-STATUS     TO WS-PN-STATUS (WS-PN-COUNT).
090w3O
090w3P  1798-EXIT.
090w3Q      EXIT.
090wvb
090wvc* 1799-CHECK-PRENOTE-LAYOUT
090wvd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
090wve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
090wvf*   READ SEES END OF FILE.
090wvg  1799-CHECK-PRENOTE-LAYOUT.
090wvh
090wvi      MOVE "CLCWW147"             TO WS-LV-CHECK-FILE-ID.
090wvj      MOVE "PNMASTR"              TO WS-LV-CHECK-DDNAME.
090wvk      MOVE "N"                    TO WS-LV-EMPTY-SW.
090wvl      READ PRENOTE-MASTER-FILE INTO LAYOUT-HEADER-RCD
090wvm          AT END
090wvn              MOVE "Y"            TO WS-LV-EMPTY-SW
090wvo      END-READ.
090wvp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
090wvq
090wvr      IF WS-LV-FILE-EMPTY
090wvs          CLOSE PRENOTE-MASTER-FILE
090wvt          OPEN INPUT PRENOTE-MASTER-FILE
090wvu      END-IF.
090wvv
090wvw  1799-EXIT.
090wvx      EXIT.
00902A
00902B* 1900-PROCESS-STOP-VOIDS
00902C*   WORKS THE DAY'S STOP-PAYMENT/VOID FEED AFTER THE MAIN
00902Y  1910-LOAD-REGISTER-KEYS.
00902Z
00903A      OPEN INPUT OC-REGISTER-IN-FILE.
0090wz      PERFORM 1915-CHECK-REGISTER-LAYOUT THRU 1915-EXIT.
00903B
00903C      PERFORM 1920-LOAD-REGISTER-KEY THRU 1920-EXIT
00903D          UNTIL WS-OCREG-EOF.
00903F
00903G      CLOSE OC-REGISTER-IN-FILE.
00903H
00903I  1910-EXIT.
00903J      EXIT.
0090xa
0090xb* 1915-CHECK-REGISTER-LAYOUT
0090xc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0090xd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0090xe*   READ SEES END OF FILE.
0090xf  1915-CHECK-REGISTER-LAYOUT.
0090xg
0090xh      MOVE "CLCWW053"             TO WS-LV-CHECK-FILE-ID.
0090xi      MOVE "OCREGI"               TO WS-LV-CHECK-DDNAME.
0090xj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0090xk      READ OC-REGISTER-IN-FILE INTO LAYOUT-HEADER-RCD
0090xl          AT END
0090xm              MOVE "Y"            TO WS-LV-EMPTY-SW
0090xn      END-READ.
0090xo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0090xp
0090xq      IF WS-LV-FILE-EMPTY
0090xr          CLOSE OC-REGISTER-IN-FILE
0090xs          OPEN INPUT OC-REGISTER-IN-FILE
0090xt      END-IF.
0090xu
0090xv  1915-EXIT.
0090xw      EXIT.
00903K
00903L  1920-LOAD-REGISTER-KEY.
00903M
00903Q              GO TO 1920-EXIT
00903R      END-READ.
00903S
0903Sa      IF WS-OCREG-COUNT NOT < WS-OCREG-TABLE-MAX
0903Sb          ADD 1 TO WS-OCREG-DROPPED
0903Sc          GO TO 1920-EXIT
0903Sd      END-IF.
0903Se
00903T      ADD 1 TO WS-OCREG-COUNT.
00903U      MOVE OC-ISSUING-BR-CODE
00903V          TO WS-OCREG-KEY-ENTRY (WS-OCREG-COUNT) (1:3).
00904K      ADD 1 TO WS-STOPS-PROCESSED.
00904L
00904M*   THE BANK MATCHES VOIDS AS WELL AS ISSUES.
0904Ma*   AN IMMEDIATE STOP KEYED ONLINE (CCMR6319) SENT ITS VOID
0904Mb*   TO THE BANK THE SAME DAY - IT IS NOT SENT TWICE.
0904Mc      IF NOT SV-POSPAY-SENT
00904N          MOVE SPACES                 TO TEN99-POSPAY-RCD
00904O          MOVE SV-ISSUING-BR-CODE     TO PP-ISSUING-BR-CODE
00904P          MOVE SV-ONSITE-CHK-NUM      TO PP-ONSITE-CHK-NUM
00904Q          MOVE SWA-CCYY-CEN           TO PP-ISSUE-DATE-CEN
00904R          MOVE SWA-CCYY-YR            TO PP-ISSUE-DATE-YR
00904S          MOVE SWA-CCYY-MO            TO PP-ISSUE-DATE-MO
00904T          MOVE SWA-CCYY-DA            TO PP-ISSUE-DATE-DA
00904U          MOVE ZERO                   TO PP-DISB-AMOUNT
00904V          MOVE "V"                    TO PP-VOID-IND
00904W          WRITE TEN99-POSPAY-RCD
00904X          ADD 1 TO WS-POSPAY-RCDS-WRITTEN
0904Xa      END-IF.
00904Y
00904Z      MOVE SPACES                 TO BKR-RETURN-RCD.
00905A      MOVE SV-ISSUING-BR-CODE     TO BKR-ISSUING-BR-CODE.
009150      ADD 1 TO WS-RECORDS-READ.
009160      PERFORM 1620-WRITE-CHECKPOINT  THRU 1620-EXIT.
009170 
09170a      IF DISB-METHOD-ACH
09170b          PERFORM 2060-CHECK-PRENOTE THRU 2060-EXIT
09170c          IF WS-PN-HOLD
09170d              GO TO 2000-EXIT
09170e          END-IF
09170f      END-IF.
09170g
009180      PERFORM 3000-BUILD-DETAIL      THRU 3000-EXIT.
009190 
009200  2000-EXIT.
00922C
00922D  2050-EXIT.
00922E      EXIT.
922Eaa
922Eab* 2060-CHECK-PRENOTE
922Eac*   A LIVE ACH MOVES MONEY ONLY TO A ROUTING/ACCOUNT PAIR THE
922Ead*   PRENOTE MASTER HAS ACTIVE FOR THE PAYEE.  A PAIR NOT ON
922Eae*   THE MASTER, OR STILL PENDING, RETURNED OR CHANGED BY AN
922Eaf*   NOC, HOLDS THE REQUEST AS FED ON THE PRENOTE HOLD QUEUE
922Eag*   - CCCW9142 SENDS THE PRENOTE AND RELEASES THE ITEM ONCE
922Eah*   THE PAIR IS GOOD.  A REQUEST FED WITH NO BANKING AT ALL
922Eai*   CANNOT BE PRENOTED AND PASSES AS BEFORE, COUNTED.
922Eaj  2060-CHECK-PRENOTE.
922Eak
922Eal      MOVE "N" TO WS-PN-HOLD-SW.
922Eam
922Ean      IF DISB-ACH-ROUTING = SPACES
922Eao          AND DISB-ACH-ACCOUNT = SPACES
922Eap          ADD 1 TO WS-ACH-NO-BANKING
922Eaq          GO TO 2060-EXIT
922Ear      END-IF.
922Eas
922Eat      MOVE DISB-SSN-TAX-ID       TO WS-PN-SEARCH-KEY (1:16).
922Eau      MOVE DISB-ACH-ROUTING      TO WS-PN-SEARCH-KEY (17:9).
922Eav      MOVE DISB-ACH-ACCOUNT      TO WS-PN-SEARCH-KEY (26:17).
922Eaw      MOVE "N" TO WS-PN-FOUND-SW.
922Eax      MOVE ZERO TO WS-PN-MATCHED-SUB.
922Eay      PERFORM 2065-SEARCH-PRENOTE THRU 2065-EXIT
922Eaz          VARYING WS-PN-TBL-SUB FROM 1 BY 1
922EaA          UNTIL WS-PN-TBL-SUB > WS-PN-COUNT
922EaB             OR WS-PN-FOUND.
922EaC
922EaD      IF WS-PN-FOUND
922EaE          IF WS-PN-STATUS (WS-PN-MATCHED-SUB) = "A"
922EaF              GO TO 2060-EXIT
922EaG          END-IF
922EaH      END-IF.
922EaI
922EaJ      MOVE "Y" TO WS-PN-HOLD-SW.
922EaK      MOVE SPACES                TO PRENOTE-HOLD-RCD.
922EaL      MOVE SWA-CURRENT-CCYY-DATE TO PH-FIRST-HELD-DATE.
922EaM      MOVE DISB-REQ-RCD          TO PH-DETAIL-DATA.
922EaN      WRITE PRENOTE-HOLD-RCD.
922EaO      ADD 1 TO WS-PRENOTE-HELD.
922EaP
922EaQ  2060-EXIT.
922EaR      EXIT.
922EaS
922EaT  2065-SEARCH-PRENOTE.
922EaU
922EaV      IF WS-PN-KEY (WS-PN-TBL-SUB) = WS-PN-SEARCH-KEY
922EaW          MOVE "Y" TO WS-PN-FOUND-SW
922EaX          MOVE WS-PN-TBL-SUB TO WS-PN-MATCHED-SUB
922EaY      END-IF.
922EaZ
922Eba  2065-EXIT.
922Ebb      EXIT.
009220 
009230* 1620-WRITE-CHECKPOINT                                           
009240*   WRITES A NEW CHECKPOINT RECORD EVERY WS-CKPT-INTERVAL         
00951C          MOVE WS-DISP-IN-DOLLARS  TO CKPT-DISP-IN-DOLLARS
00951D          MOVE WS-REJECTED-DOLLARS TO CKPT-REJECTED-DOLLARS
00951E          MOVE WS-FOREIGN-DOLLARS  TO CKPT-FOREIGN-DOLLARS
0951Ea          MOVE WS-PRENOTE-HELD     TO CKPT-PRENOTE-HELD
009520          MOVE DISB-ISSUING-BR-CODE
009530                       TO CKPT-LAST-ISSUING-BR-CODE
009540          MOVE DISB-ONSITE-CHK-NUM TO CKPT-LAST-ONSITE-CHK-NUM
010150      MOVE DISB-CORRECTED-VOID-IND
010160                           TO TEN99-CORRECTED-VOID-IND.
010170      MOVE "A"                 TO TEN99-A-CONSTANT-DATA.
0101va
0101vb*   A U.S. PERSON WITH A FOREIGN MAILING ADDRESS STAYS ON THE
0101vc*   1099 PATH - THE CLCWW013 ADDRESS TAIL CARRIES THE COUNTRY,
0101vd*   PROVINCE AND POSTAL CODE, AND STATE/ZIP ARRIVE BLANK.
0101ve      IF DISB-US-PERSON-ABROAD
0101vf          MOVE "F"                 TO TEN99-FOREIGN-ADDR-IND
0101vg          MOVE DISB-COUNTRY-CODE   TO TEN99-COUNTRY-CODE-DATA
0101vh          MOVE DISB-PROVINCE       TO TEN99-PROVINCE-DATA
0101vi          MOVE DISB-POSTAL-CODE    TO TEN99-POSTAL-CODE-DATA
0101vj      END-IF.
010180      MOVE ZERO                TO TEN99-BACKUP-WITHHOLD-AMT-DATA.
01018a      MOVE ZERO            TO TEN99-STATE-WITHHOLD-AMT-DATA.
01018A
01027D*   RATIONALE ABOVE DOES NOT EXTEND TO AN ITEM THE BANK
01027E*   SHOULD BE STOPPING.  A DENIED-PARTY HIT IS KEPT OFF FOR
0127Ea*   THE SAME REASON - THE BANK MUST NOT PAY THE CHECK WHILE
0127Eb*   THE COMPLIANCE HOLD IS OPEN.  A CHECK PRINTED ON THE
0127Ec*   CENTRAL STOCK ALREADY WENT TO THE BANK FROM CCCW9215.
01027F      IF NOT (DISB-METHOD-ACH OR DISB-METHOD-WIRE)
01027G          AND WS-BRANCH-OK
0127Ga          AND NOT WS-DENY-HIT
0127Gb          AND NOT DISB-CENTRAL-PRINTED
010280          PERFORM 3900-WRITE-POSPAY    THRU 3900-EXIT
01028A      END-IF.
01028B
0102Dm          GO TO 3000-EXIT
0102Dn      END-IF.
0102Do
0102va*   A DISBURSEMENT EFFECTIVE IN A TAX YEAR CCCW9201 HAS CLOSED
0102vb*   HOLDS HERE - THE YEAR'S FILING IS FINAL AND ITS STAGING IS
0102vc*   ARCHIVED, SO ANY CHANGE TO IT IS A CORRECTION, NOT NEW
0102vd*   STAGING.  A DUPLICATE CHECK NUMBER STILL TAKES ITS OWN
0102ve*   SUSPENSE PATH BELOW.
0102vf      MOVE WS-EFF-YEAR         TO WS-CY-CHECK-YEAR.
0102vg      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
0102vh      IF WS-CY-YEAR-CLOSED
0102vi          AND NOT WS-DUPLICATE-CHECK
0102vj          MOVE "TAX YEAR CLOSED - CORRECTIONS ONLY"
0102vk                               TO WS-REJECT-REASON-TEXT
0102vl          PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
0102vm          ADD 1 TO WS-RECORDS-REJECTED
0102vn          ADD 1 TO WS-CLOSED-YEAR-HOLDS
0102vo          GO TO 3000-EXIT
0102vp      END-IF.
0102vq
0102Ba*   DENIED-PARTY HOLD - THE SCREEN RAN ABOVE, BEFORE THE
0102Bb*   POSITIVE-PAY WRITE, SO A HIT NEVER REACHED THE BANK.  A
0102Bc*   POTENTIAL SDN MATCH MUST NOT GO OUT UNDER ANY FORM.  THE
0102Bd*   HOLD CARRIES A DISTINCT COMPLIANCE REASON, AND THE HIT
102Bcb*   FILE CARRIES IT TO THE CCCW9192 BLOCKED-PROPERTY LEDGER
102Bcc*   WHERE COMPLIANCE BLOCKS OR CLEARS IT.  A DUPLICATE CHECK
102Bcd*   NUMBER STILL TAKES
0102Bf*   ITS OWN SUSPENSE PATH BELOW.
0102Bg      IF NOT WS-DUPLICATE-CHECK
0102Bi          IF WS-DENY-HIT
0102Bj              MOVE "DENIED PARTY MATCH - COMPLIANCE HOLD"
0102Bk                               TO WS-REJECT-REASON-TEXT
0102Bl              PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
102Bla              PERFORM 3541-WRITE-DENY-HIT THRU 3541-EXIT
0102Bm              ADD 1 TO WS-RECORDS-REJECTED
0102Bn              ADD 1 TO WS-DENIED-HELD
0102Bo              GO TO 3000-EXIT
01029G          PERFORM 3850-ROUTE-1042S THRU 3850-EXIT
01029H          GO TO 3000-EXIT
01029I      END-IF.
0102vr
0102vs*   A FOREIGN MAILING ADDRESS WITHOUT A FOREIGN COUNTRY CANNOT
0102vt*   BE PRINTED, MAILED OR FILED - THE BRANCH CORRECTS AND
0102vu*   RE-FEEDS IT.
0102vv      IF DISB-US-PERSON-ABROAD AND NOT WS-DUPLICATE-CHECK
0102vw          IF DISB-COUNTRY-CODE = SPACES OR "US " OR "USA"
0102vx              MOVE "FOREIGN ADDRESS COUNTRY CODE MISSING"
0102vy                               TO WS-REJECT-REASON-TEXT
0102vz              PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
0102wa              ADD 1 TO WS-RECORDS-REJECTED
0102wb              GO TO 3000-EXIT
0102wc          END-IF
0102wd      END-IF.
01029J
010300      IF WS-DUPLICATE-CHECK
010310          MOVE "DUPLICATE CHECK NUMBER IN RUN"
010380          PERFORM 3500-EDIT-TIN       THRU 3500-EXIT
010390          IF WS-TIN-VALID
010400              PERFORM 3550-EDIT-VENDOR-MASTER THRU 3550-EXIT
010410              IF WS-VENDOR-MISMATCH OR WS-VENDOR-INACTIVE
0104va                  IF WS-VENDOR-INACTIVE
0104vb                      MOVE "VENDOR DEACTIVATED - NEW W-9 REQUIRED"
0104vc                               TO WS-REJECT-REASON-TEXT
0104vd                      ADD 1 TO WS-INACTIVE-VENDOR-HOLDS
0104ve                  ELSE
010420                      MOVE "NAME/TIN MISMATCH VS VENDOR MASTER"
010430                               TO WS-REJECT-REASON-TEXT
0104vf                  END-IF
010440                  PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
010450                  ADD 1 TO WS-RECORDS-REJECTED
010460              ELSE
01133c          GO TO 3520-EXIT
01133d      END-IF.
01133e
1133e1*   A CHECK LEFT FOR THE CENTRAL PRINT RUN (CCCW9215) HAS NO
1133e2*   NUMBER YET - THE FEED SKIPPED THAT RUN.  ONE IT PRINTED
1133e3*   CARRIES A CENTRAL STOCK NUMBER: IT IS EDITED AGAINST, AND
1133e4*   ADVANCES, THE CENTRAL DESK'S RANGE, NOT THE ISSUING
1133e5*   BRANCH'S.
1133e6      IF DISB-CENTRAL-ISSUE
1133e7          MOVE "N" TO WS-BRANCH-OK-SW
1133e8          MOVE "CENTRAL CHECK NOT YET PRINTED"
1133e9                               TO WS-REJECT-REASON-TEXT
1133f1          ADD 1 TO WS-STOCK-RANGE-REJECTS
1133f2          GO TO 3520-EXIT
1133f3      END-IF.
1133f4
1133f5      IF DISB-CENTRAL-PRINTED
1133f6          AND WS-BM-CENTRAL-SUB > ZERO
1133f7          MOVE WS-BM-CENTRAL-SUB  TO WS-BM-MATCHED-SUB
1133f8      END-IF.
1133f9
01133f      IF NOT (DISB-METHOD-ACH OR DISB-METHOD-WIRE)
01133g          IF TEN99-ONSITE-CHK-NUM-DATA <
01133h                  WS-BM-STOCK-LOW (WS-BM-MATCHED-SUB)
0113u1* 3540-SCREEN-DENIED-PARTY
0113u2*   SQUEEZES THE DISBURSEMENT'S PAYEE NAME AND SEARCHES THE
0113u3*   LOADED DENIED-PARTY TABLE FOR AN EXACT SQUEEZED MATCH.
113u3a*   A MATCH COMPLIANCE ALREADY CLEARED AS A FALSE POSITIVE FOR
113u3b*   THIS PAYEE'S TIN ON THE SAME LIST ENTRY IS LET THROUGH.
0113u4  3540-SCREEN-DENIED-PARTY.
0113u5
0113u6      MOVE "N" TO WS-DENY-HIT-SW.
0113v8          UNTIL WS-DENY-TBL-SUB > WS-DENY-COUNT
0113v9             OR WS-DENY-HIT.
0113w1
113w1a      IF WS-DENY-HIT
113w1b          PERFORM 3544-CHECK-DENY-CLEAR THRU 3544-EXIT
113w1c      END-IF.
113w1d
0113w2  3540-EXIT.
0113w3      EXIT.
0113w4
0114a3
0114a4      IF WS-SQZ-NAME-OUT = WS-DENY-NAME-ENTRY (WS-DENY-TBL-SUB)
0114a5          MOVE "Y" TO WS-DENY-HIT-SW
114a5a          MOVE WS-DENY-TBL-SUB TO WS-DENY-MATCHED-SUB
0114a6      END-IF.
0114a7
0114a8  3548-EXIT.
0114a9      EXIT.
14a9aa
14a9ab* 3544-CHECK-DENY-CLEAR
14a9ac*   LOOKS THE PAYEE'S TIN, PROTECTED THE WAY THE CLEAR FILE
14a9ad*   HOLDS IT, AND THE MATCHED LIST ENTRY UP IN THE FALSE-
14a9ae*   POSITIVE CLEARS.  A CLEARED PAYEE IS NO LONGER A HIT.  A
14a9af*   PAYEE WITH NO TIN CAN NEVER BE CLEARED - THE NAME ALONE IS
14a9ag*   WHAT MATCHED THE LIST.
14a9ah  3544-CHECK-DENY-CLEAR.
14a9ai
14a9aj      MOVE "N" TO WS-DCL-FOUND-SW.
14a9ak
14a9al      IF WS-DCL-COUNT = ZERO
14a9am          OR TEN99-SSN-TAX-ID-DATA = SPACES
14a9an          GO TO 3544-EXIT
14a9ao      END-IF.
14a9ap
14a9aq      MOVE TEN99-SSN-TAX-ID-DATA TO TP-TIN-WORK.
14a9ar      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
14a9as      MOVE TP-TIN-WORK TO WS-DENY-TIN-PROT.
14a9at
14a9au      PERFORM 3547-SEARCH-DENY-CLEAR THRU 3547-EXIT
14a9av          VARYING WS-DCL-TBL-SUB FROM 1 BY 1
14a9aw          UNTIL WS-DCL-TBL-SUB > WS-DCL-COUNT
14a9ax             OR WS-DCL-FOUND.
14a9ay
14a9az      IF WS-DCL-FOUND
14a9aA          MOVE "N" TO WS-DENY-HIT-SW
14a9aB          ADD 1 TO WS-DENY-CLEARED
14a9aC      END-IF.
14a9aD
14a9aE  3544-EXIT.
14a9aF      EXIT.
14a9aG
14a9aH  3547-SEARCH-DENY-CLEAR.
14a9aI
14a9aJ      IF WS-DENY-TIN-PROT = WS-DCL-TIN (WS-DCL-TBL-SUB)
14a9aK          AND WS-DENY-NAME-ENTRY (WS-DENY-MATCHED-SUB)
14a9aL                      = WS-DCL-LIST-NAME (WS-DCL-TBL-SUB)
14a9aM          AND WS-DENY-LIST-PROGRAM (WS-DENY-MATCHED-SUB)
14a9aN                      = WS-DCL-LIST-PROGRAM (WS-DCL-TBL-SUB)
14a9aO          MOVE "Y" TO WS-DCL-FOUND-SW
14a9aP      END-IF.
14a9aQ
14a9aR  3547-EXIT.
14a9aS      EXIT.
14a9aT
14a9aU* 3541-WRITE-DENY-HIT
14a9aV*   WRITES THE HELD DISBURSEMENT AND THE LIST ENTRY IT MATCHED
14a9aW*   TO THE HIT FILE CCCW9192 POSTS TO THE BLOCKED-PROPERTY
14a9aX*   LEDGER.  THE TIN GOES TO REST PROTECTED.
14a9aY  3541-WRITE-DENY-HIT.
14a9aZ
14a9ba      MOVE SPACES TO DENIED-PARTY-HIT-RCD.
14a9bb      MOVE TEN99-ISSUING-BR-CODE-DATA  TO DH-ISSUING-BR-CODE.
14a9bc      MOVE TEN99-ONSITE-CHK-NUM-DATA   TO DH-ONSITE-CHK-NUM.
14a9bd      MOVE TEN99-DISB-REQ-SEQ-NUM-DATA TO DH-DISB-REQ-SEQ-NUM.
14a9be      MOVE WS-RUN-DATE                 TO DH-RUN-DATE.
14a9bf      MOVE WS-RUN-SEQ                  TO DH-RUN-SEQ.
14a9bg      MOVE TEN99-SSN-TAX-ID-DATA       TO TP-TIN-WORK.
14a9bh      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
14a9bi      MOVE TP-TIN-WORK                 TO DH-SSN-TAX-ID.
14a9bj      MOVE TEN99-NAME-DATA             TO DH-PAYEE-NAME.
14a9bk      MOVE TEN99-ADDRESS-LINE1-DATA    TO DH-ADDRESS-LINE1.
14a9bl      MOVE TEN99-CITY-DATA             TO DH-CITY.
14a9bm      MOVE TEN99-STATE-DATA            TO DH-STATE.
14a9bn      MOVE TEN99-ZIP-DATA              TO DH-ZIP.
14a9bo      MOVE TEN99-RPT-DISB-AMT-DATA     TO DH-AMOUNT.
14a9bp      MOVE TEN99-PAYMENT-METHOD        TO DH-PAYMENT-METHOD.
14a9bq      MOVE WS-DENY-LIST-NAME (WS-DENY-MATCHED-SUB)
14a9br                                       TO DH-LIST-NAME.
14a9bs      MOVE WS-DENY-LIST-PROGRAM (WS-DENY-MATCHED-SUB)
14a9bt                                       TO DH-LIST-PROGRAM.
14a9bu      WRITE DENIED-PARTY-HIT-RCD.
14a9bv
14a9bw  3541-EXIT.
14a9bx      EXIT.
0114e4
0114e5  3549-SEARCH-DM.
0114e6
011600*   REASON AS WS-FX-MATCHED-RATE IN 3060-SEARCH-FX-TABLE ABOVE,   
011610*   WS-VENDOR-TBL-SUB ON EXIT FROM PERFORM ... VARYING ... UNTIL  
011620*   IS ONE ROW PAST A MID-TABLE MATCH, NOT AT IT.                 
0116va*   A VENDOR THE MASTER CARRIES AS DEACTIVATED (CCCW9203) IS
0116vb*   FLAGGED WS-VENDOR-INACTIVE - ITS DISBURSEMENT HOLDS UNTIL
0116vc*   CCMR6330 REACTIVATES IT WITH A NEW W-9.
011630  3550-EDIT-VENDOR-MASTER.
011640 
011650      MOVE "N" TO WS-VENDOR-MISMATCH-SW.
011660      MOVE "N" TO WS-VENDOR-FOUND-SW.
0116vd      MOVE SPACE TO WS-VENDOR-MATCHED-STATUS.
011670      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-VENDOR-LOOKUP-TIN.
011680      MOVE ZERO TO WS-VENDOR-TBL-SUB.
011690 
011760          IF TEN99-NAME-DATA NOT = WS-VENDOR-MATCHED-NAME
011770              MOVE "Y" TO WS-VENDOR-MISMATCH-SW
011780          END-IF
011785          PERFORM 3555-CHECK-ADDRESS-OF-RECORD THRU 3555-EXIT
011790      END-IF.
011800 
011810  3550-EXIT.
011820      EXIT.
011822
011824* 3555-CHECK-ADDRESS-OF-RECORD
011826*   A DISBURSEMENT KEYED WITH AN ADDRESS OTHER THAN THE VENDOR'S
011828*   ADDRESS OF RECORD GOES ON THE DAILY EXCEPTION LIST.  THE
01182A*   DISBURSEMENT ITSELF IS NOT HELD - THE LIST IS WORKED BY
01182B*   VENDOR MAINTENANCE, WHICH KEYS AN M TRANSACTION WHERE THE
01182C*   NEW ADDRESS IS RIGHT.
01182D  3555-CHECK-ADDRESS-OF-RECORD.
01182E
01182F      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-AR-SEARCH-TIN.
01182G      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
01182H
01182I      IF NOT WS-AR-ADDRESS-ON-FILE
01182J          GO TO 3555-EXIT
01182K      END-IF.
01182L
01182M      MOVE TEN99-ADDRESS-LINE1-DATA TO WS-AR-KEY-LINE1.
01182N      MOVE TEN99-ADDRESS-LINE2-DATA TO WS-AR-KEY-LINE2.
01182O      MOVE TEN99-CITY-DATA        TO WS-AR-KEY-CITY.
01182P      MOVE TEN99-STATE-DATA       TO WS-AR-KEY-STATE.
01182Q      MOVE TEN99-ZIP-DATA         TO WS-AR-KEY-ZIP.
01182R      MOVE TEN99-FOREIGN-ADDR-IND TO WS-AR-KEY-FOREIGN-IND.
01182S      MOVE TEN99-COUNTRY-CODE-DATA TO WS-AR-KEY-COUNTRY-CODE.
01182T      MOVE TEN99-PROVINCE-DATA    TO WS-AR-KEY-PROVINCE.
01182U      MOVE TEN99-POSTAL-CODE-DATA TO WS-AR-KEY-POSTAL-CODE.
01182V      PERFORM 9330-COMPARE-ADDRESS THRU 9330-EXIT.
01182W
01182X      IF NOT WS-AR-ADDRESS-DIFFERS
01182Y          GO TO 3555-EXIT
01182Z      END-IF.
011830
011831      MOVE SPACES                 TO WS-ADDR-EXCEPTION-LINE.
011832      MOVE "XXXXX"                TO AXL-MASKED-TIN (1:5).
011833      MOVE TEN99-SSN-TAX-ID-DATA (6:4)
011834                                  TO AXL-MASKED-TIN (6:4).
011835      MOVE TEN99-NAME-DATA        TO AXL-NAME.
011836      MOVE TEN99-ADDRESS-LINE1-DATA TO AXL-KEYED-LINE1.
011837      MOVE WS-AR-LINE1            TO AXL-RECORD-LINE1.
011838      IF TEN99-FOREIGN-ADDRESS
011839          MOVE TEN99-POSTAL-CODE-DATA TO AXL-KEYED-ZIP
01183A      ELSE
01183B          MOVE TEN99-ZIP-DATA     TO AXL-KEYED-ZIP
01183C      END-IF.
01183D      IF WS-AR-FOREIGN
01183E          MOVE WS-AR-POSTAL-CODE  TO AXL-RECORD-ZIP
01183F      ELSE
01183G          MOVE WS-AR-ZIP          TO AXL-RECORD-ZIP
01183H      END-IF.
01183I      MOVE WS-AR-SOURCE           TO AXL-RECORD-SOURCE.
01183J      MOVE WS-AR-DATE             TO AXL-RECORD-DATE.
01183K      MOVE WS-ADDR-EXCEPTION-LINE TO ADDR-EXCEPTION-RCD.
01183L      WRITE ADDR-EXCEPTION-RCD.
01183M      ADD 1 TO WS-ADDR-EXCEPTIONS.
01183N
01183O  3555-EXIT.
01183P      EXIT.
011830 
011840  3560-SEARCH-VENDOR-MASTER.
011850 
011870          MOVE "Y" TO WS-VENDOR-FOUND-SW
011880          MOVE WS-VENDOR-NAME (WS-VENDOR-TBL-SUB)
011890                               TO WS-VENDOR-MATCHED-NAME
0118va          MOVE WS-VENDOR-STATUS (WS-VENDOR-TBL-SUB)
0118vb                               TO WS-VENDOR-MATCHED-STATUS
011900      END-IF.
011910 
011920  3560-EXIT.
01288G              GO TO 9998-COREDUMP
01288H          END-IF
01288I          ADD 1 TO WS-YP-COUNT-TOTAL
1288Ia          IF WS-YP-COUNT-TOTAL > WS-YP-HIGH-WATER
1288Ib              MOVE WS-YP-COUNT-TOTAL TO WS-YP-HIGH-WATER
1288Ic          END-IF
01288J          MOVE WS-YP-COUNT-TOTAL TO WS-YP-MATCHED-SUB
01288K          MOVE TEN99-TAX-YEAR-DATA
01288L              TO WS-YP-TAX-YEAR (WS-YP-MATCHED-SUB)
01289J              TO WS-YP-TAX-TYPE (WS-YP-MATCHED-SUB)
01289K          MOVE TEN99-TIN-IND
01289L              TO WS-YP-TIN-IND (WS-YP-MATCHED-SUB)
0128va          MOVE TEN99-FOREIGN-ADDR-IND
0128vb              TO WS-YP-FOREIGN-IND (WS-YP-MATCHED-SUB)
0128vc          MOVE TEN99-COUNTRY-CODE-DATA
0128vd              TO WS-YP-COUNTRY-CODE (WS-YP-MATCHED-SUB)
0128ve          MOVE TEN99-PROVINCE-DATA
0128vf              TO WS-YP-PROVINCE (WS-YP-MATCHED-SUB)
0128vg          MOVE TEN99-POSTAL-CODE-DATA
0128vh              TO WS-YP-POSTAL-CODE (WS-YP-MATCHED-SUB)
01289M      END-IF.
01289N
01289O      ADD TEN99-RPT-DISB-AMT-DATA
01289P          TO WS-YP-AMOUNT (WS-YP-MATCHED-SUB).
01289Q      ADD 1 TO WS-YP-COUNT (WS-YP-MATCHED-SUB).
1289Qa      MOVE TEN99-RSN-CODE
1289Qb          TO WS-YP-RSN-CODE (WS-YP-MATCHED-SUB).
01289R
01289S  3750-EXIT.
01289T      EXIT.
0128E6                  TO TEN99-YTD-GROSS-DISB-AMT
0128E7          ADD WS-YP-COUNT (WS-YP-TBL-SUB)
0128E8                  TO TEN99-YTD-CHECK-COUNT
128E8a          MOVE WS-YP-RSN-CODE (WS-YP-TBL-SUB)
128E8b                              TO TEN99-YTD-RSN-CODE
0128E9          REWRITE TEN99-YTD-RCD
0128F1          ADD 1 TO WS-YTD-PAYEES-UPDATED
0128F2          GO TO 3770-EXIT
0128I3                              TO TEN99-YTD-TAX-TYPE
0128I4          MOVE WS-YP-TIN-IND (WS-YP-TBL-SUB)
0128I5                              TO TEN99-YTD-TIN-IND
0128vi          MOVE WS-YP-FOREIGN-IND (WS-YP-TBL-SUB)
0128vj                              TO TEN99-YTD-FOREIGN-ADDR-IND
0128vk          MOVE WS-YP-COUNTRY-CODE (WS-YP-TBL-SUB)
0128vl                              TO TEN99-YTD-COUNTRY-CODE
0128vm          MOVE WS-YP-PROVINCE (WS-YP-TBL-SUB)
0128vn                              TO TEN99-YTD-PROVINCE
0128vo          MOVE WS-YP-POSTAL-CODE (WS-YP-TBL-SUB)
0128vp                              TO TEN99-YTD-POSTAL-CODE
128I5a          MOVE WS-YP-RSN-CODE (WS-YP-TBL-SUB)
128I5b                              TO TEN99-YTD-RSN-CODE
0128I6          MOVE WS-YP-AMOUNT (WS-YP-TBL-SUB)
0128I7                              TO TEN99-YTD-GROSS-DISB-AMT
0128I8          MOVE WS-YP-COUNT (WS-YP-TBL-SUB)
014130              MOVE WS-BR-SUM-COUNT-TOTAL TO WS-BR-SUM-MATCHED-SUB
014140              MOVE WS-BR-SUM-SEARCH-KEY
014150                       TO WS-BR-SUM-KEY (WS-BR-SUM-MATCHED-SUB)
14150a          ELSE
14150b              ADD 1 TO WS-BR-SUM-DROPPED
014160          END-IF
014170      END-IF.
014180 
01437E                       TO WS-FND-KEY (WS-FND-MATCHED-SUB)
01437F              MOVE ZERO TO WS-FND-COUNT (WS-FND-MATCHED-SUB)
01437G              MOVE ZERO TO WS-FND-AMOUNT (WS-FND-MATCHED-SUB)
1437Ga          ELSE
1437Gb              ADD 1 TO WS-FND-DROPPED
01437H          END-IF
01437I      END-IF.
01437J
01486C      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
01486D      PERFORM 8999-WRITE-SYSOUT.
01486E
486Eaa      MOVE "ACH HELD FOR PRENOTE:" TO SCR-LITERAL.
486Eab      MOVE WS-PRENOTE-HELD        TO SCR-COUNT.
486Eac      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
486Ead      PERFORM 8999-WRITE-SYSOUT.
486Eae
486Eaf      MOVE "ACH FED WITH NO BANKING:" TO SCR-LITERAL.
486Eag      MOVE WS-ACH-NO-BANKING      TO SCR-COUNT.
486Eah      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
486Eai      PERFORM 8999-WRITE-SYSOUT.
486Eaj
1486Ea      MOVE "TREATY RATE APPLIED:"  TO SCR-LITERAL.
1486Eb      MOVE WS-TREATY-RATE-APPLIED TO SCR-COUNT.
1486Ec      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
1486Er      MOVE WS-DENIED-HELD         TO SCR-COUNT.
1486Es      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
1486Et      PERFORM 8999-WRITE-SYSOUT.
486Eta
486Etb      MOVE "DENIED PARTY CLEARED:" TO SCR-LITERAL.
486Etc      MOVE WS-DENY-CLEARED        TO SCR-COUNT.
486Etd      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
486Ete      PERFORM 8999-WRITE-SYSOUT.
1486Eu
1486Ev      MOVE "LEVY INTERCEPTS:"      TO SCR-LITERAL.
1486Ew      MOVE WS-LEVIES-INTERCEPTED  TO SCR-COUNT.
1486F2      MOVE WS-DECEASED-HELD       TO SCR-COUNT.
1486F3      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
1486F4      PERFORM 8999-WRITE-SYSOUT.
1486va
1486vb      MOVE "INACTIVE VENDOR HOLDS:" TO SCR-LITERAL.
1486vc      MOVE WS-INACTIVE-VENDOR-HOLDS TO SCR-COUNT.
1486vd      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
1486ve      PERFORM 8999-WRITE-SYSOUT.
1486F5
1486F6      MOVE "REISSUES STAGED:"     TO SCR-LITERAL.
1486F7      MOVE WS-REISSUES-STAGED     TO SCR-COUNT.
014910      MOVE WS-FX-RATE-HOLDS         TO SCR-COUNT.
014920      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
014930      PERFORM 8999-WRITE-SYSOUT.
0149va
0149vb      MOVE "CLOSED TAX YEAR HOLDS:"  TO SCR-LITERAL.
0149vc      MOVE WS-CLOSED-YEAR-HOLDS     TO SCR-COUNT.
0149vd      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
0149ve      PERFORM 8999-WRITE-SYSOUT.
0149vf
0149vg      MOVE "ADDRESS EXCEPTIONS:"     TO SCR-LITERAL.
0149vh      MOVE WS-ADDR-EXCEPTIONS       TO SCR-COUNT.
0149vi      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
0149vj      PERFORM 8999-WRITE-SYSOUT.
014940 
014950      PERFORM 8300-WRITE-BRANCH-SUMMARY THRU 8300-EXIT.
01495a
01496H      PERFORM 8800-WRITE-RUN-STATS THRU 8800-EXIT.
01496I
01496J      PERFORM 8850-PROVE-DISPOSITION THRU 8850-EXIT.
01496K
01496L      PERFORM 8395-CATALOG-STAGING   THRU 8395-EXIT.
01496D
014970      PERFORM 8400-CLEAR-CHECKPOINT  THRU 8400-EXIT.
14970A
14970a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
14970b
14970c      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
14970d      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
014980 
014990      COPY C2INZ003.
015000 
01538u                       TO WS-GLD-KEY (WS-GLD-MATCHED-SUB)
01538v              MOVE ZERO TO WS-GLD-AMOUNT (WS-GLD-MATCHED-SUB)
01538w          ELSE
01538x              ADD 1 TO WS-GLD-DROPPED
01538y          END-IF
01538z      END-IF.
01539a
01539s                       TO WS-GLC-FIN-LABEL (WS-GLC-MATCHED-SUB)
01539t              MOVE ZERO TO WS-GLC-AMOUNT (WS-GLC-MATCHED-SUB)
01539u          ELSE
01539v              ADD 1 TO WS-GLC-DROPPED
01539w          END-IF
01539x      END-IF.
01539y
01546J          GO TO 8500-EXIT
01546K      END-IF.
01546L
01546M      PERFORM 8505-OPEN-MANIFEST THRU 8505-EXIT.
01546N
01546O      MOVE SPACES                 TO TEN99-MANIFEST-RCD.
01546P      MOVE WS-RUN-DATE            TO RM-RUN-DATE.
01546W
01546X  8500-EXIT.
01546Y      EXIT.
0154va
0154vb* 8505-OPEN-MANIFEST
0154vc*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0154vd*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0154ve*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0154vf*   LAYOUT HEADER AS ITS FIRST RECORD.
0154vg  8505-OPEN-MANIFEST.
0154vh
0154vi      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
0154vj      MOVE "TEN99MAN"             TO WS-LV-CHECK-DDNAME.
0154vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0154vl      OPEN INPUT TEN99-MANIFEST-FILE.
0154vm      READ TEN99-MANIFEST-FILE INTO LAYOUT-HEADER-RCD
0154vn          AT END
0154vo              MOVE "Y"            TO WS-LV-EMPTY-SW
0154vp      END-READ.
0154vq      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0154vr      CLOSE TEN99-MANIFEST-FILE.
0154vs
0154vt      OPEN EXTEND TEN99-MANIFEST-FILE.
0154vu      IF WS-LV-FILE-EMPTY
0154vv          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0154vw          WRITE TEN99-MANIFEST-RCD FROM LAYOUT-HEADER-RCD
0154vx      END-IF.
0154vy
0154vz  8505-EXIT.
0154wa      EXIT.
01546Z
01547A* 8600-SAVE-RUN-SEQUENCE
01547B*   REWRITES THE CLCWW062 CONTROL FILE WITH THE RUN
01550V          GO TO 8800-EXIT
01550W      END-IF.
01550X
01550Y      PERFORM 8805-OPEN-RUN-STATS THRU 8805-EXIT.
01550Z
01551A      MOVE SPACES                 TO RUN-STATS-RCD.
01551B      MOVE WS-RUN-DATE            TO ST-RUN-DATE.
01551P
01551Q  8800-EXIT.
01551R      EXIT.
0155va
0155vb* 8805-OPEN-RUN-STATS
0155vc*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0155vd*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0155ve*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0155vf*   LAYOUT HEADER AS ITS FIRST RECORD.
0155vg  8805-OPEN-RUN-STATS.
0155vh
0155vi      MOVE "CLCWW066"             TO WS-LV-CHECK-FILE-ID.
0155vj      MOVE "STATHIST"             TO WS-LV-CHECK-DDNAME.
0155vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0155vl      OPEN INPUT RUN-STATS-FILE.
0155vm      READ RUN-STATS-FILE INTO LAYOUT-HEADER-RCD
0155vn          AT END
0155vo              MOVE "Y"            TO WS-LV-EMPTY-SW
0155vp      END-READ.
0155vq      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0155vr      CLOSE RUN-STATS-FILE.
0155vs
0155vt      OPEN EXTEND RUN-STATS-FILE.
0155vu      IF WS-LV-FILE-EMPTY
0155vv          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0155vw          WRITE RUN-STATS-RCD FROM LAYOUT-HEADER-RCD
0155vx      END-IF.
0155vy
0155vz  8805-EXIT.
0155wa      EXIT.
01551S
0153A1* 8380-WRITE-STOCK-USAGE
0153A2*   CARRIES THE USAGE FILE FORWARD WITH EACH BRANCH'S NEW
0153C4
0153C5  8390-WRITE-STOCK-BRANCH.
0153C6
153C6a*   STARTING FROM SPACES ALSO CLEARS SU-CENTRAL-UNPOSTED-LOW -
153C6b*   EVERY CENTRAL NUMBER CCCW9215 PRINTED BEFORE THIS RUN NOW
153C6c*   COUNTS AS POSTED, AND IT WILL NOT REPRINT ONE AS SPOILED.
0153C7      MOVE SPACES                 TO STOCK-USAGE-RCD.
0153C8      MOVE WS-BM-BR-CODE (WS-BM-TBL-SUB)   TO SU-BR-CODE.
0153C9      MOVE WS-BM-HIGH-USED (WS-BM-TBL-SUB) TO SU-HIGH-USED.
0153D4      MOVE STOCK-USAGE-RCD        TO STOCK-USAGE-OUT-RCD.
0153D5      WRITE STOCK-USAGE-OUT-RCD.
0153D6
0153Da*   A CLOSED OR CONSOLIDATED BRANCH ORDERS NO MORE STOCK -
0153Db*   ITS USAGE IS CARRIED FOR THE AUDIT TRAIL ONLY.
0153Dc      IF WS-BM-STATUS (WS-BM-TBL-SUB) NOT = "O"
0153Dd          GO TO 8390-EXIT
0153De      END-IF.
0153Df
0153D7      IF WS-BM-HIGH-USED (WS-BM-TBL-SUB) NOT NUMERIC
0153D8          OR WS-BM-PRIOR-HIGH (WS-BM-TBL-SUB) NOT NUMERIC
0153D9          OR WS-BM-STOCK-HIGH (WS-BM-TBL-SUB) NOT NUMERIC
0153H4      END-IF.
0153H5      MOVE WS-STOCK-RPT-LINE      TO STOCK-REORDER-RCD.
0153H6      WRITE STOCK-REORDER-RCD.
0153Ha
0153Hb      IF SKL-FLAG = "*REORDER*"
0153Hc          AND NOT WS-TEST-MODE-RUN
0153Hd          PERFORM 8391-POST-REORDER-ALERT THRU 8391-EXIT
0153He      END-IF.
0153H7
0153H8  8390-EXIT.
0153H9      EXIT.
0153I1
0153Hf* 8391-POST-REORDER-ALERT
0153Hg*   THE BRANCH, ITS NAME AND CHECKS LEFT FROM THE REORDER LINE
0153Hh*   GO TO THE OPERATIONS ALERT REGISTER.  A TEST RUN POSTS
0153Hi*   NOTHING.  A REGISTER THAT CANNOT BE WRITTEN IS NOTED ON
0153Hj*   SYSOUT AND THE RUN CARRIES ON.
0153Hk  8391-POST-REORDER-ALERT.
0153Hl
0153Hm      MOVE SPACES                 TO ALERT-POST-AREA.
0153Hn      MOVE "CCCW9100"             TO ALP-SOURCE-PGM.
0153Ho      MOVE "3"                    TO ALP-SEVERITY.
0153Hp      MOVE "STOCKLOW"             TO ALP-ALERT-CODE.
0153Hq      MOVE SWA-RUN-TAX-YEAR       TO ALP-TAX-YEAR.
0153Hr      MOVE SWA-CURRENT-CCYY-DATE  TO ALP-RUN-REF.
0153Hs      MOVE WS-STOCK-RPT-LINE (2:51) TO ALP-ALERT-TEXT.
0153Ht      MOVE " REORDER"             TO ALP-ALERT-TEXT (52:8).
0153Hu
0153Hv      CALL "CCCW9207" USING ALERT-POST-AREA.
0153Hw
0153Hx      IF ALP-REGISTER-UNAVAILABLE
0153Hy          MOVE "*ALERT REGISTER UNAVAILABLE - ALERT NOT POSTED"
0153Hz                                  TO CC-E01W-DISPLAY-RCD
0153HA          PERFORM 8999-WRITE-SYSOUT
0153HB      END-IF.
0153HC
0153HD  8391-EXIT.
0153HE      EXIT.
0153HF
0153I2* 8395-CATALOG-STAGING
0153I3*   THE RUN'S STAGING RECORDS JOIN THE YEAR'S TEN99DTL, SO
0153I4*   THEY ARE CATALOGED AS AN APPEND GENERATION ON TOP OF THE
0153I5*   CATALOG HEAD - OTHERWISE THE NEXT TEN99DTL UTILITY WOULD
0153I6*   FIND ITS INPUT DOES NOT MATCH THE HEAD AND REFUSE TO
0153I7*   RUN.  THE FILE IS RE-READ RATHER THAN COUNTED AT THE
0153I8*   WRITE SO A RESTART'S EARLIER ATTEMPT IS INCLUDED, THEN
0153I9*   REOPENED EXTEND SO THE COMMON CLOSE STILL FINDS IT OPEN.
0153IA*   A TEST RUN'S STAGING (TEN99DTT) IS NEVER CATALOGED.
0153IB  8395-CATALOG-STAGING.
0153IC
0153ID      IF WS-TEST-MODE-RUN
0153IE          GO TO 8395-EXIT
0153IF      END-IF.
0153IG
0153IH      CLOSE TEN99-STAGING-FILE.
0153II      PERFORM 9610-FINGERPRINT-STAGING THRU 9610-EXIT.
0153IJ      OPEN EXTEND TEN99-STAGING-FILE.
0153IK
0153IL      IF GN-IN-COUNT = ZERO
0153IM          GO TO 8395-EXIT
0153IN      END-IF.
0153IO
0153IP      MOVE GN-INPUT-PRINT         TO GN-OUTPUT-PRINT.
0153IQ      PERFORM 9635-CATALOG-APPEND THRU 9635-EXIT.
0153IR
0153IS  8395-EXIT.
0153IT      EXIT.
0153IU
0154A1* 8850-PROVE-DISPOSITION
0154A2*   THE END-OF-RUN DISPOSITION STATEMENT: EVERY IN-SCOPE
0154A3*   DETAIL RECORD READ MUST SIT IN EXACTLY ONE OUTCOME
0154A9
0154B1      COMPUTE WS-DISP-COUNT-RESIDUAL =
0154B2          WS-RECORDS-READ - WS-RECORDS-WRITTEN
154B2a          - WS-RECORDS-REJECTED - WS-FOREIGN-ROUTED
154B2b          - WS-PRENOTE-HELD.
0154B4
0154B5      COMPUTE WS-DISP-DOLLAR-RESIDUAL =
0154B6          WS-DISP-IN-DOLLARS - WS-STAGED-DOLLAR-TOTAL
0154F6          PERFORM 8999-WRITE-SYSOUT
0154F7      END-IF.
0154F8
0154Fa      PERFORM 8860-ARCHIVE-DISPOSITION THRU 8860-EXIT.
0154Fb
0154F9  8850-EXIT.
0154G1      EXIT.
0154G2
0154G3* 8860-ARCHIVE-DISPOSITION
0154G4*   THE DISPOSITION STATEMENT GOES TO THE REPOSITORY AS ITS
0154G5*   OWN REPORT (TEN99DSP) - THE DOLLAR LINES AND A CLOSING
0154G6*   RESULT LINE - SO THE PROOF FOR ANY DAY CAN BE PRODUCED
0154G7*   AFTER THE SPOOL AGES OFF.
0154G8  8860-ARCHIVE-DISPOSITION.
0154G9
0154H1      MOVE "TEN99DSP"             TO RA-REPORT-ID.
0154H2      PERFORM 8960-WRITE-RPT-HEADER THRU 8960-EXIT.
0154H3
0154H4      MOVE SPACES                 TO RA-LINE.
0154H5      MOVE "DISPOSITION DOLLARS IN:" TO GTL-LITERAL.
0154H6      MOVE WS-DISP-IN-DOLLARS     TO GTL-AMOUNT.
0154H7      MOVE WS-GRAND-TOTAL-LINE    TO RA-LINE.
0154H8      PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT.
0154H9      MOVE "DISPOSITION REJECTED $:" TO GTL-LITERAL.
0154I1      MOVE WS-REJECTED-DOLLARS    TO GTL-AMOUNT.
0154I2      MOVE WS-GRAND-TOTAL-LINE    TO RA-LINE.
0154I3      PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT.
0154I4      MOVE "DISPOSITION 1042-S $:"  TO GTL-LITERAL.
0154I5      MOVE WS-FOREIGN-DOLLARS     TO GTL-AMOUNT.
0154I6      MOVE WS-GRAND-TOTAL-LINE    TO RA-LINE.
0154I7      PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT.
0154I8      MOVE "DISPOSITION RESIDUAL $:" TO GTL-LITERAL.
0154I9      MOVE WS-DISP-DOLLAR-RESIDUAL TO GTL-AMOUNT.
0154J1      MOVE WS-GRAND-TOTAL-LINE    TO RA-LINE.
0154J2      PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT.
0154J3
0154J4      IF WS-DISP-OUT-OF-BALANCE
0154J5          MOVE "OUT OF BALANCE"   TO DRL-RESULT
0154J6      ELSE
0154J7          MOVE "IN BALANCE"       TO DRL-RESULT
0154J8      END-IF.
0154J9      MOVE WS-DISP-RESULT-LINE    TO RA-LINE.
0154K1      PERFORM 8970-WRITE-RPT-LINE THRU 8970-EXIT.
0154K2
0154K3  8860-EXIT.
0154K4      EXIT.
0154K5
0155A1* 8960-WRITE-RPT-HEADER
0155A2*   ONE 'H' RECORD OPENS THE NAMED REPORT FOR THIS RUN ON
0155A3*   THE REPOSITORY - THE CALLER HAS SET RA-REPORT-ID.
0155C9  8970-EXIT.
0155D1      EXIT.
0155D2
155Daa* 8980-NOTE-TABLE-CAPACITY
155Dab*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
155Dac*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
155Dad*   DROPPED ENTRY SETS TC-TABLE-OVERFLOW FOR 8900.
155Dae  8980-NOTE-TABLE-CAPACITY.
155Daf
155Dag      MOVE "DUPLICATE KEYS"         TO TC-NOTE-NAME.
155Dah      MOVE WS-DUP-TABLE-MAX         TO TC-NOTE-LIMIT.
155Dai      MOVE WS-DUP-KEY-COUNT         TO TC-NOTE-HIGH.
155Daj      MOVE WS-DUP-DROPPED           TO TC-NOTE-DROPPED.
155Dak      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dal
155Dam      MOVE "BRANCH SUMMARY"         TO TC-NOTE-NAME.
155Dan      MOVE WS-BR-SUM-TABLE-MAX      TO TC-NOTE-LIMIT.
155Dao      MOVE WS-BR-SUM-COUNT-TOTAL    TO TC-NOTE-HIGH.
155Dap      MOVE WS-BR-SUM-DROPPED        TO TC-NOTE-DROPPED.
155Daq      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dar
155Das      MOVE "YTD PENDING POSTS"      TO TC-NOTE-NAME.
155Dat      MOVE WS-YP-TABLE-MAX          TO TC-NOTE-LIMIT.
155Dau      MOVE WS-YP-HIGH-WATER         TO TC-NOTE-HIGH.
155Dav      MOVE ZERO                     TO TC-NOTE-DROPPED.
155Daw      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dax
155Day      MOVE "FX RATES"               TO TC-NOTE-NAME.
155Daz      MOVE WS-FX-RATE-TBL-MAX       TO TC-NOTE-LIMIT.
155Dba      MOVE WS-FX-RATE-COUNT         TO TC-NOTE-HIGH.
155Dbb      MOVE WS-FX-RATE-DROPPED       TO TC-NOTE-DROPPED.
155Dbc      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dbd
155Dbe      MOVE "VENDOR MASTER"          TO TC-NOTE-NAME.
155Dbf      MOVE WS-VENDOR-TABLE-MAX      TO TC-NOTE-LIMIT.
155Dbg      MOVE WS-VENDOR-COUNT          TO TC-NOTE-HIGH.
155Dbh      MOVE WS-VENDOR-DROPPED        TO TC-NOTE-DROPPED.
155Dbi      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
55Dbig
55Dbih      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
55Dbii      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
55Dbij      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
55Dbik      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
55Dbil      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
55Dbia
55Dbib      MOVE "ACH PRENOTE MASTER"     TO TC-NOTE-NAME.
55Dbic      MOVE WS-PN-TABLE-MAX          TO TC-NOTE-LIMIT.
55Dbid      MOVE WS-PN-COUNT              TO TC-NOTE-HIGH.
55Dbie      MOVE WS-PN-DROPPED            TO TC-NOTE-DROPPED.
55Dbif      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dbj
155Dbk      MOVE "BW FLAGS"               TO TC-NOTE-NAME.
155Dbl      MOVE WS-BWF-TABLE-MAX         TO TC-NOTE-LIMIT.
155Dbm      MOVE WS-BWF-COUNT             TO TC-NOTE-HIGH.
155Dbn      MOVE WS-BWF-DROPPED           TO TC-NOTE-DROPPED.
155Dbo      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dbp
155Dbq      MOVE "BW RATES"               TO TC-NOTE-NAME.
155Dbr      MOVE WS-BWR-TABLE-MAX         TO TC-NOTE-LIMIT.
155Dbs      MOVE WS-BWR-COUNT             TO TC-NOTE-HIGH.
155Dbt      MOVE WS-BWR-DROPPED           TO TC-NOTE-DROPPED.
155Dbu      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dbv
155Dbw      MOVE "W-8 CERTIFICATIONS"     TO TC-NOTE-NAME.
155Dbx      MOVE WS-W8-TABLE-MAX          TO TC-NOTE-LIMIT.
155Dby      MOVE WS-W8-COUNT              TO TC-NOTE-HIGH.
155Dbz      MOVE WS-W8-DROPPED            TO TC-NOTE-DROPPED.
155Dca      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dcb
155Dcc      MOVE "DENIED PARTIES"         TO TC-NOTE-NAME.
155Dcd      MOVE WS-DENY-TABLE-MAX        TO TC-NOTE-LIMIT.
155Dce      MOVE WS-DENY-COUNT            TO TC-NOTE-HIGH.
155Dcf      MOVE WS-DENY-DROPPED          TO TC-NOTE-DROPPED.
155Dcg      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
55Dcga
55Dcgb      MOVE "DENIED-PARTY CLEARS"    TO TC-NOTE-NAME.
55Dcgc      MOVE WS-DCL-TABLE-MAX         TO TC-NOTE-LIMIT.
55Dcgd      MOVE WS-DCL-COUNT             TO TC-NOTE-HIGH.
55Dcge      MOVE WS-DCL-DROPPED           TO TC-NOTE-DROPPED.
55Dcgf      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dch
155Dci      MOVE "LEVIES"                 TO TC-NOTE-NAME.
155Dcj      MOVE WS-LEVY-TABLE-MAX        TO TC-NOTE-LIMIT.
155Dck      MOVE WS-LEVY-COUNT            TO TC-NOTE-HIGH.
155Dcl      MOVE WS-LEVY-DROPPED          TO TC-NOTE-DROPPED.
155Dcm      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dcn
155Dco      MOVE "GL DEBIT SUMMARY"       TO TC-NOTE-NAME.
155Dcp      MOVE WS-GLD-TABLE-MAX         TO TC-NOTE-LIMIT.
155Dcq      MOVE WS-GLD-COUNT             TO TC-NOTE-HIGH.
155Dcr      MOVE WS-GLD-DROPPED           TO TC-NOTE-DROPPED.
155Dcs      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dct
155Dcu      MOVE "GL CREDIT SUMMARY"      TO TC-NOTE-NAME.
155Dcv      MOVE WS-GLC-TABLE-MAX         TO TC-NOTE-LIMIT.
155Dcw      MOVE WS-GLC-COUNT             TO TC-NOTE-HIGH.
155Dcx      MOVE WS-GLC-DROPPED           TO TC-NOTE-DROPPED.
155Dcy      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Dcz
155Dda      MOVE "FUNDING SUMMARY"        TO TC-NOTE-NAME.
155Ddb      MOVE WS-FND-TABLE-MAX         TO TC-NOTE-LIMIT.
155Ddc      MOVE WS-FND-COUNT-TOTAL       TO TC-NOTE-HIGH.
155Ddd      MOVE WS-FND-DROPPED           TO TC-NOTE-DROPPED.
155Dde      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Ddf
155Ddg      MOVE "DEATH MASTER"           TO TC-NOTE-NAME.
155Ddh      MOVE WS-DM-TABLE-MAX          TO TC-NOTE-LIMIT.
155Ddi      MOVE WS-DM-COUNT              TO TC-NOTE-HIGH.
155Ddj      MOVE WS-DM-DROPPED            TO TC-NOTE-DROPPED.
155Ddk      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Ddl
155Ddm      MOVE "BRANCH MASTER"          TO TC-NOTE-NAME.
155Ddn      MOVE WS-BM-TABLE-MAX          TO TC-NOTE-LIMIT.
155Ddo      MOVE WS-BM-COUNT              TO TC-NOTE-HIGH.
155Ddp      MOVE WS-BM-DROPPED            TO TC-NOTE-DROPPED.
155Ddq      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Ddr
155Dds      MOVE "OUTSTANDING CHECK KEYS" TO TC-NOTE-NAME.
155Ddt      MOVE WS-OCREG-TABLE-MAX       TO TC-NOTE-LIMIT.
155Ddu      MOVE WS-OCREG-COUNT           TO TC-NOTE-HIGH.
155Ddv      MOVE WS-OCREG-DROPPED         TO TC-NOTE-DROPPED.
155Ddw      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
155Ddx
55Ddxa      MOVE "REASON CODES"           TO TC-NOTE-NAME.
55Ddxb      MOVE WS-REASON-TBL-LIMIT      TO TC-NOTE-LIMIT.
55Ddxc      MOVE WS-REASON-TBL-MAX        TO TC-NOTE-HIGH.
55Ddxd      MOVE WS-REASON-DROPPED        TO TC-NOTE-DROPPED.
55Ddxe      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
55Ddxf
55Ddxg      MOVE "TREATY RATES"           TO TC-NOTE-NAME.
55Ddxh      MOVE WS-TRT-TBL-LIMIT         TO TC-NOTE-LIMIT.
55Ddxi      MOVE WS-TRT-TBL-MAX           TO TC-NOTE-HIGH.
55Ddxj      MOVE WS-TRT-DROPPED           TO TC-NOTE-DROPPED.
55Ddxk      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
55Ddxl
155Ddy      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
155Ddz
155Dea  8980-EXIT.
155Deb      EXIT.
01551T* 8900-SET-RETURN-CODE
01551U*   RC=0 CLEAN; RC=4 ANY RECORD HELD OR REJECTED (REVIEW THE
01551V*   SUSPENSE REPORT BEFORE THE 1099 BUILD); RC=8 THE REJECT
01551W*   PERCENTAGE REACHED THE PARM THRESHOLD OR THE DISPOSITION
01551X*   PROOF FAILED (HOLD THE DOWNSTREAM SCHEDULE); RC=12 AN
1551Xa*   IN-MEMORY TABLE DROPPED ENTRIES (SEE THE CAPACITY REPORT).
01551Y  8900-SET-RETURN-CODE.
01551Z
01552A      MOVE ZERO TO RETURN-CODE.
01552N          END-IF
01552O      END-IF.
01552P
01552Q      IF WS-DISP-OUT-OF-BALANCE
01552R          MOVE 8 TO RETURN-CODE
01552S      END-IF.
01552T
01552U      IF TC-TABLE-OVERFLOW
01552V          MOVE TC-OVERFLOW-RC TO RETURN-CODE
01552W      END-IF.
01552T
01552U  8900-EXIT.
015470 
01547a      COPY CLCWW111.
01547b
01547c      COPY CLCWW131.
01547d
1547da      COPY CLCWW134.
547daa
0154wb      COPY CLCWW167.
0154wc
0154wd      COPY CLCWW170.
0154we
0154wf      COPY CLCWW190.
0154wg
015480      COPY C2INZ002.
015490
015500      COPY C2INZ004.
015550      TEN99-STAGING-FILE
015560      TEN99-SUSPENSE-RPT
015570      TEN99-HELD-FILE
15570a      PRENOTE-HOLD-FILE
5570aa      DENY-HIT-FILE
015580      TEN99-WITHHOLD-RPT
01558A      T42-STAGING-FILE
01558B      W8-RESOL-FILE
01558C      LEVY-REMIT-FILE
01558D      LEVY-REGISTER-RPT
01558E      FX-AUDIT-RPT
01558F      ADDR-EXCEPTION-RPT
015590      TEN99-POSPAY-RPT
015600      TEN99-BRANCH-RPT
015610      CHECKPOINT-FILE
