000200*              TEN99-RECORD-TLR).  ALSO SPLITS OFF A SEPARATE     
000210*              TRANSMITTAL FILE OF THE DETAIL FOR STATES THAT     
000220*              REQUIRE THEIR OWN DIRECT 1099 FILING.              
000221*              A CORR RUN REBUILDS A TAX YEAR CLOSED BY CCCW9201: 
000222*              DD TEN99DTL IS THE CLOSE'S TEN99DXA STAGING ARCHIVE
000223*              CONCATENATED WITH TEN99DXR, THE CLOSED-YEAR        
000224*              ADJUSTMENTS CCCW9205 HAS POSTED SINCE (EMPTY IF    
000225*              NONE, BUT ALWAYS IN THE CONCATENATION - LEFT OUT,  
000226*              ITS REPAYMENTS NEVER REACH A CORRECTED RETURN).    
000227*              TEN99YTD IS RELOADED FROM THE CLOSE'S TEN99YXA.    
000230*                                                                 
000240******************************************************************
000250*                      MODIFICATION HISTORY                       
00084D*                THE PREPARING OPERATOR FROM THE PARM - THE
00084E*                STATE FILES NOW PASS THE SAME CCCW9161
00084F*                DUAL-CONTROL GATE AS THE FIRE TRANSMISSION
00084G* 10/2026  RF    LOAD THE W-9 TAX CLASSIFICATION FROM THE
00084H*                CLCWW037 VENDOR MASTER AND SUPPRESS THE 1099
00084I*                OF AN EXEMPT CORPORATE PAYEE (C/S-CORP, LLC
00084J*                TAXED AS ONE, OR AN EXEMPT PAYEE CODE) UNLESS
00084K*                THE REASON CODE IS 06 MEDICAL OR 14 ATTORNEY;
00084L*                SUPPRESSED PAYEES GO TO THE NEW CLCWW123
00084M*                REGISTER FOR TAX REVIEW
00084N* 10/2026  RF    YEAR-END PREREQUISITE GATE - A PRODUCTION BUILD
00084O*                REFUSES TO RUN (ABEND PREQ1/PREQ2) UNLESS THE
00084P*                RUN-HISTORY FILE SHOWS THE TAX YEAR'S CCCW9122
00084Q*                TIN-MATCH APPLY, CCCW9127 FORCE, CCCW9151 APLY,
00084R*                AND CCCW9132 VERIFY ENDED CLEAN (CLCWW127/128);
00084S*                THE TAX YEAR IS LOGGED ON THE END RECORD
00084T* 10/2026  RF    TIN-RANGE PARTITIONED BUILD - A PARTITION PARM
00084U*                RESTRICTS THE RUN TO ONE TIN RANGE SO SEVERAL
00084V*                PARTITIONS RUN IN PARALLEL; A PARTITION WRITES
00084W*                ITS STREAMS, A YTD EXTRACT (TEN99YXP), AND A
00084X*                CLCWW132 SUMMARY (TEN99PSM) AND LEAVES THE
00084Y*                YTD FILE, SEQUENCE, ARCHIVE, AND STATE READY
00084Z*                REGISTRATION TO THE CCCW9169 MERGE STEP
0084Za* 10/2026  RF    COUNT EVERY ENTRY A REFERENCE OR TALLY TABLE
0084Zb*                COULD NOT HOLD, PRINT THE TABLE CAPACITY
0084Zc*                REPORT, AND END RC=12 (BANK-RETURN OVERFLOW WAS
0084Zd*                RC=8) WHEN ANY ENTRY WAS DROPPED; A PARTITION
0084Ze*                CARRIES THE CONDITION TO CCCW9169 ON ITS
0084Zf*                CLCWW132 SUMMARY (PS-TABLE-OVERFLOW-SW)
084Zfa* 10/2026  RF    LOAD THE REASON-CODE, REPORTING-FLOOR, STATE
084Zfb*                FILING RULES AND CF/SF TABLES FROM THE CLCWW135
084Zfc*                REFERENCE FILE THROUGH CCCW9196 IN PLACE OF THE
084Zfd*                COMPILED VALUES - ABEND REF01 WHEN A TABLE HAS
084Zfe*                NOTHING IN FORCE, REF04 WHEN CODE 99 IS NOT THE
084Zff*                LAST REASON CODE; THE REASON BREAKDOWN GROWS TO
084Zfg*                THE 20-CODE TABLE LIMIT
084Zfh* 10/2026  RF    CARRY THE PAYEE'S REASON CODE ON THE
084Zfi*                CONSOLIDATED YTD RECORD (CLCWW014)
084Zva* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON TEN99MAN AND
084Zvb*                VNDRMSTR; CHECK FILSTAT BEFORE APPENDING AND
084Zvc*                HEADER IT WHEN EMPTY
084Zvd* 10/2026  RF    REFUSE TO BUILD FOR A TAX YEAR CLOSED BY CCCW9201
084Zve*                (CLCWW169/170) UNLESS THE PARM IS CORR - THE
084Zvf*                CORRECTIONS REBUILD, RUN AGAINST THE CLOSE'S
084Zvg*                STAGING AND YTD ARCHIVES
084Zvh* 10/2026  RF    WIDEN THE TEN99 AND RECIPIENT-COPY RECORD
084Zvi*                IMAGES FOR THE FOREIGN-ADDRESS FIELDS.
084Zvj* 10/2026  RF    CARRY THE FOREIGN-ADDRESS INDICATOR, COUNTRY,
084Zvk*                PROVINCE AND POSTAL CODE ONTO THE YTD RECORD
084Zvl* 10/2026  RF    A U.S. PERSON AT A FOREIGN ADDRESS (CLCWW013
084Zvm*                ADDRESS TAIL) SKIPS THE CLCWW069 STATE/ZIP EDIT
084Zvn*                AND INSTEAD NEEDS A COUNTRY ON THE NEW CNTY
084Zvo*                REFERENCE TABLE (CLCWW173); THE RECIPIENT COPY
084Zvp*                CARRIES THE COUNTRY, PROVINCE, POSTAL CODE AND
084Zvq*                COUNTRY NAME, AND GETS NO IMB SERIAL
084Zvr* 10/2026  RF    LOG A SIMULATION, CORRECTIONS OR TEST RUN AS SUCH
084Zvs*                ON THE RUN-HISTORY END RECORD (SWA-RUN-MODE) SO
084Zvt*                THE CCCW9206 CONTROL BINDER DOES NOT TAKE IT FOR
084Zvu*                A PRODUCTION BUILD
084Zvv* 10/2026  RF    ADDRESS EACH PAYEE'S 1099 TO ITS VENDOR MASTER
084Zvw*                ADDRESS OF RECORD (CLCWW189/190) IN PREFERENCE
084Zvx*                TO THE LAST DISBURSEMENT'S ADDRESS
084Zvy* 10/2026  RF    SUPPRESS ON EXEMPT PAYEE CODES 01-05 ONLY - CODES
084Zvz*                06-13 ARE NOT EXEMPT FROM 1099-MISC/NEC
084Zwa* 10/2026  RF    A PARTITION WRITES ITS CORRECTION HISTORY TO
084Zwb*                P99CHS FOR CCCW9169 INSTEAD OF EXTENDING CORRHIST
084Zwc* 10/2026  RF    A CORR RUN READS TEN99DXA AND TEN99DXR
084Zwd*                CONCATENATED ON TEN99DTL AND SKIPS THE
084Zwe*                MANIFEST AUDIT THE CLOSE ALREADY PROVED
000850******************************************************************
000860  ENVIRONMENT DIVISION.
000870  CONFIGURATION SECTION.
001440* AGAINST IT WITHOUT A SEPARATE SORT/MATCH PASS.                  
001450      SELECT TEN99-BANKRTN-FILE  ASSIGN TO BANKRTN
001460          ORGANIZATION IS SEQUENTIAL.
001462
001464      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
001466          ORGANIZATION IS SEQUENTIAL.
001468
00146A      SELECT TEN99-SUPPRESS-FILE
00146C          ASSIGN TO WS-TEN99-SUPPRESS-DDNAME
00146B          ORGANIZATION IS SEQUENTIAL.
00146D
00146E      SELECT TEN99-YTD-EXTRACT-FILE ASSIGN TO TEN99YXP
00146F          ORGANIZATION IS SEQUENTIAL.
00146G
00146H      SELECT TEN99-PARTITION-FILE ASSIGN TO TEN99PSM
00146I          ORGANIZATION IS SEQUENTIAL.
001470 
001480      COPY C2INX004.
001490 
001670  01  TEN99-SORT-RCD.
001680      05  TS-SSN-TAX-ID             PIC X(16).
00168A      05  TS-COMPASS-ENT-CDE        PIC X(03).
001690      05  TS-DETAIL                 PIC X(420).
001700 
001710  FD  TEN99-YTD-FILE
001720      BLOCK CONTAINS 0 RECORDS
001820      LABEL RECORDS ARE STANDARD
001830      DATA RECORD IS TEN99-OUT-RCD.
001840 
001850  01  TEN99-OUT-RCD                 PIC X(420).
001860 
00186A  FD  TEN99-NEC-FILE
00186B      BLOCK CONTAINS 0 RECORDS
00186D      LABEL RECORDS ARE STANDARD
00186E      DATA RECORD IS TEN99-NEC-OUT-RCD.
00186F
00186G  01  TEN99-NEC-OUT-RCD             PIC X(420).
0186Ga
0186Gb  FD  TEN99-INT-FILE
0186Gc      BLOCK CONTAINS 0 RECORDS
0186Ge      LABEL RECORDS ARE STANDARD
0186Gf      DATA RECORD IS TEN99-INT-OUT-RCD.
0186Gg
0186Gh  01  TEN99-INT-OUT-RCD             PIC X(420).
00186H
0186HA* STAGING RECORDS STAMPED FOR A TAX YEAR OTHER THAN THE ONE
0186HB* BEING CONSOLIDATED, CARRIED FORWARD FOR THE RUN THAT OWNS
0186HG      LABEL RECORDS ARE STANDARD
0186HH      DATA RECORD IS TEN99-CARRY-RCD.
0186HI
0186HJ  01  TEN99-CARRY-RCD               PIC X(420).
0186HL
0186HM  FD  TEN99-MANIFEST-FILE
0186HN      BLOCK CONTAINS 0 RECORDS
0186K6      LABEL RECORDS ARE STANDARD
0186K7      DATA RECORD IS UNDELIV-RCD.
0186K8
0186K9  01  UNDELIV-RCD                   PIC X(360).
0186L1
0186L2  FD  TEN96-SUMMARY-FILE
0186L3      BLOCK CONTAINS 0 RECORDS
001900      LABEL RECORDS ARE STANDARD
001910      DATA RECORD IS TEN99-STATE-OUT-RCD.
001920 
001930  01  TEN99-STATE-OUT-RCD           PIC X(420).
001940 
001950  FD  TEN99-LABEL-FILE
001960      BLOCK CONTAINS 0 RECORDS
001980      LABEL RECORDS ARE STANDARD
001990      DATA RECORD IS TEN99-LABEL-OUT-RCD.
002000 
002010  01  TEN99-LABEL-OUT-RCD           PIC X(420).
002020 
002030  FD  TEN99-RECIP-FILE
002040      BLOCK CONTAINS 0 RECORDS
002560 
002570      COPY CLCWW045.
002580 
002582  FD  VENDOR-MASTER-FILE
002584      BLOCK CONTAINS 0 RECORDS
002586      RECORDING MODE IS F
002588      LABEL RECORDS ARE STANDARD
00258A      DATA RECORD IS VENDOR-MASTER-RCD.
00258B
00258C      COPY CLCWW037.
00258D
00258E  FD  TEN99-SUPPRESS-FILE
00258F      BLOCK CONTAINS 0 RECORDS
00258G      RECORDING MODE IS F
00258H      LABEL RECORDS ARE STANDARD
00258I      DATA RECORD IS TEN99-SUPPRESS-RCD.
00258J
00258K      COPY CLCWW123.
00258L
00258M* A PARTITION RUN LEAVES ITS CONSOLIDATED YTD RECORDS (CLCWW014
00258N* IMAGES) HERE FOR CCCW9169 TO APPLY - PARALLEL PARTITIONS MUST
00258O* NOT ALL HOLD THE KEYED YTD FILE FOR UPDATE AT ONCE.
00258P  FD  TEN99-YTD-EXTRACT-FILE
00258Q      BLOCK CONTAINS 0 RECORDS
00258R      RECORDING MODE IS F
00258S      LABEL RECORDS ARE STANDARD
00258T      DATA RECORD IS TEN99-YTD-XTR-RCD.
00258U
00258V  01  TEN99-YTD-XTR-RCD             PIC X(240).
00258W
00258X  FD  TEN99-PARTITION-FILE
00258Y      BLOCK CONTAINS 0 RECORDS
00258Z      RECORDING MODE IS F
0258Z1      LABEL RECORDS ARE STANDARD
0258Z2      DATA RECORD IS TEN99-PARTITION-RCD.
0258Z3
0258Z4      COPY CLCWW132.
0258Z5
002590      COPY C2INX005.
002600 
002610  WORKING-STORAGE SECTION.
002630      COPY C2INX003.
002640 
002650      COPY C2INX006.
0026va
0026vb      COPY CLCWW166.
0026vc
0026vd      COPY CLCWW169.
0026ve
0026vf      COPY CLCWW189.
002660 
002670  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9150".
002680  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
00270D      COPY CLCWW088.
00270E
00270F      COPY CLCWW110.
00270G
00270H      COPY CLCWW127.
0270Ha
0270Hb      COPY CLCWW133.
270Hba
270Hbb      COPY CLCWW138.
270Hva
270Hvb      COPY CLCWW173.
002710
002720* RUNNING COUNT/DOLLAR TOTAL PER CLCWW032 REASON CODE ENTRY,      
002730* SAME SUBSCRIPT AS WS-REASON-ENTRY, ROLLED TO TEN99-REASON-RPT   
002740* (CLCWW033) AT WRAP-UP.                                          
002750  01  WS-REASON-BREAKDOWN-TABLE.
002760      05  WS-REASON-BRK-ENTRY         OCCURS 20 TIMES.
002770          10  WS-REASON-BRK-COUNT     PIC 9(09) COMP VALUE ZERO.
002780          10  WS-REASON-BRK-AMOUNT    PIC S9(13)V99 VALUE ZERO.
002790 
002910 
002920  77  WS-BKR-COUNT-TOTAL              PIC 9(04) COMP VALUE ZERO.
002930  77  WS-BKR-TABLE-MAX               PIC 9(04) COMP VALUE 2000.
02930a  77  WS-BKR-DROPPED              PIC 9(07) COMP VALUE ZERO.
002940  77  WS-BKR-TBL-SUB                  PIC 9(04) COMP VALUE ZERO.
002950  77  WS-BKR-SEARCH-KEY               PIC X(11) VALUE SPACES.
002960 
003220          88  WS-TEST-MODE-RUN            VALUE "Y".
003222      05  WS-SIM-MODE-SW          PIC X(01) VALUE "N".
003224          88  WS-SIM-MODE-RUN             VALUE "Y".
0032va      05  WS-CORR-MODE-SW         PIC X(01) VALUE "N".
0032vb          88  WS-CORR-MODE-RUN            VALUE "Y".
003226      05  WS-SIMPARM-EOF-SW       PIC X(01) VALUE "N".
003228          88  WS-SIMPARM-EOF              VALUE "Y".
003230      05  WS-BANKRTN-EOF-SW       PIC X(01) VALUE "N".
003280          88  WS-PAYEE-RETURNED           VALUE "Y".
003290      05  WS-BKR-OVERFLOW-SW      PIC X(01) VALUE "N".
003300          88  WS-BKR-TABLE-OVERFLOW       VALUE "Y".
003302      05  WS-VENDOR-EOF-SW        PIC X(01) VALUE "N".
003304          88  WS-VENDOR-EOF               VALUE "Y".
003306      05  WS-VENDOR-FOUND-SW      PIC X(01) VALUE "N".
003308          88  WS-VENDOR-FOUND             VALUE "Y".
00330A      05  WS-EXEMPT-PAYEE-SW      PIC X(01) VALUE "N".
00330B          88  WS-EXEMPT-PAYEE             VALUE "Y".
00330C      05  WS-PARTITION-SW         PIC X(01) VALUE "N".
00330D          88  WS-PARTITION-RUN            VALUE "Y".
003310 
003320* TEST/PARALLEL RUN SUPPORT - A RUN STARTED WITH PARM 'TEST'      
003330* STAMPS TEN99-FILE-ID-HDR WITH A DIFFERENT LITERAL AND WRITES    
0347Aa  01  WS-TEN99-CARRY-DDNAME       PIC X(08) VALUE "TEN99CFW".
0347Ab  01  WS-UNDELIV-DDNAME           PIC X(08) VALUE "UNDELIVQ".
0347Ac  01  WS-TEN96-SUM-DDNAME         PIC X(08) VALUE "TEN96SUM".
0347Ad  01  WS-TEN99-SUPPRESS-DDNAME    PIC X(08) VALUE "TEN99SUP".
003480  77  WS-TEST-OUTPUT-DDNAME-LIT   PIC X(08) VALUE "TEN99TST".
003490  77  WS-TEST-STATE-DDNAME-LIT    PIC X(08) VALUE "TEN99STT".
00349A  77  WS-TEST-NEC-DDNAME-LIT      PIC X(08) VALUE "TEN99NCT".
0356Aa  77  WS-TEST-CARRY-DDNAME-LIT    PIC X(08) VALUE "TEN99CFT".
0356Ab  77  WS-TEST-UNDELIV-DDNAME-LIT  PIC X(08) VALUE "UNDELVQT".
0356Ac  77  WS-TEST-TEN96-DDNAME-LIT    PIC X(08) VALUE "TEN96SMT".
0356Ad  77  WS-TEST-SUPPRESS-DDNAME-LIT PIC X(08) VALUE "TEN99SPT".
0356Ae  77  WS-PART-CORRHST-DDNAME-LIT  PIC X(08) VALUE "P99CHS".
003570  77  WS-TEST-FILE-ID-HDR         PIC X(17) VALUE
003580              "B&CCW 1099 TEST  ".
003590 
003710      05  WS-CORR-HIST-RCDS-WRITTEN PIC 9(09) COMP VALUE ZERO.
003720      05  WS-BKR-RETURNS-LOADED   PIC 9(09) COMP VALUE ZERO.
003730      05  WS-CHECKS-RETURNED      PIC 9(09) COMP VALUE ZERO.
003732      05  WS-VENDORS-LOADED       PIC 9(09) COMP VALUE ZERO.
003734      05  WS-EXEMPT-SUPPRESSED    PIC 9(09) COMP VALUE ZERO.
003736      05  WS-ADDR-OF-RECORD-USED  PIC 9(09) COMP VALUE ZERO.
003740 
003750  01  WS-RETURNED-AMOUNT           PIC S9(13)V99 VALUE ZERO.
003752  01  WS-EXEMPT-SUPPRESSED-AMT     PIC S9(13)V99 VALUE ZERO.
003760 
003770* EDITED WORK LINE FOR A SIGNED/DECIMAL DOLLAR TOTAL ON SYSOUT -  
003780* SCR-COUNT (SYSOUT-COUNT-RCD) IS UNSIGNED AND WHOLE-DOLLAR ONLY. 
0387A7          10  WS-SIMO-THRESHOLD       PIC 9(07)V99.
0387A8  77  WS-SIMO-COUNT               PIC 9(02) COMP VALUE ZERO.
0387A9  77  WS-SIMO-TABLE-MAX           PIC 9(02) COMP VALUE 10.
387A9a  77  WS-SIMO-DROPPED             PIC 9(07) COMP VALUE ZERO.
0387B1  77  WS-SIMO-TBL-SUB             PIC 9(02) COMP VALUE ZERO.
0387B2  77  WS-SIMO-FOUND-SW            PIC X(01) VALUE "N".
0387B3      88  WS-SIMO-FOUND               VALUE "Y".
0387D1          10  WS-SIMS-SIM-DOLLARS     PIC S9(13)V99.
0387D2  77  WS-SIMS-COUNT               PIC 9(02) COMP VALUE ZERO.
0387D3  77  WS-SIMS-TABLE-MAX           PIC 9(02) COMP VALUE 60.
387D3a  77  WS-SIMS-DROPPED             PIC 9(07) COMP VALUE ZERO.
0387D4  77  WS-SIMS-TBL-SUB             PIC 9(02) COMP VALUE ZERO.
0387D5  77  WS-SIMS-MATCHED-SUB         PIC 9(02) COMP VALUE ZERO.
0387D6  77  WS-SIMS-FOUND-SW            PIC X(01) VALUE "N".
0387E4          10  WS-SIME-SIM-COUNT       PIC 9(09) COMP.
0387E5  77  WS-SIME-COUNT               PIC 9(02) COMP VALUE ZERO.
0387E6  77  WS-SIME-TABLE-MAX           PIC 9(02) COMP VALUE 20.
387E6a  77  WS-SIME-DROPPED             PIC 9(07) COMP VALUE ZERO.
0387E7  77  WS-SIME-TBL-SUB             PIC 9(02) COMP VALUE ZERO.
0387E8  77  WS-SIME-MATCHED-SUB         PIC 9(02) COMP VALUE ZERO.
0387E9  77  WS-SIME-FOUND-SW            PIC X(01) VALUE "N".
00393G
00393H  77  WS-PST-COUNT                PIC 9(02) COMP VALUE ZERO.
00393I  77  WS-PST-TABLE-MAX            PIC 9(02) COMP VALUE 80.
0393Ia  77  WS-PST-DROPPED              PIC 9(07) COMP VALUE ZERO.
00393J  77  WS-PST-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
00393K  77  WS-PST-EOF-SW               PIC X(01) VALUE "N".
00393L      88  WS-PST-EOF                  VALUE "Y".
00393Q  77  WS-ADDR-VALID-SW            PIC X(01) VALUE "N".
00393R      88  WS-ADDR-VALID               VALUE "Y".
00393S  77  WS-UNDELIV-CNT              PIC 9(09) COMP VALUE ZERO.
0039va  77  WS-FOREIGN-ADDR-CNT         PIC 9(09) COMP VALUE ZERO.
0039vb  77  WS-CNTY-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
0039vc  77  WS-CNTY-FOUND-SW            PIC X(01) VALUE "N".
0039vd      88  WS-CNTY-FOUND               VALUE "Y".
0039ve  77  WS-CNTY-NAME-WORK           PIC X(20) VALUE SPACES.
00393T
00394A* ELECTRONIC-DELIVERY CONSENTS (CLCWW068), LOADED AT STARTUP
00394B* AND CHECKED PER PAYEE AT RECIPIENT-COPY TIME.
00394H
00394I  77  WS-CNS-COUNT                PIC 9(04) COMP VALUE ZERO.
00394J  77  WS-CNS-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
0394Ja  77  WS-CNS-DROPPED              PIC 9(07) COMP VALUE ZERO.
00394K  77  WS-CNS-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
00394L  77  WS-CNS-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
00394M  77  WS-CNS-EOF-SW               PIC X(01) VALUE "N".
00395E      05  WS-CAL-DATE-ENTRY       PIC 9(08) OCCURS 400 TIMES.
00395F  77  WS-CAL-COUNT                PIC 9(03) COMP VALUE ZERO.
00395G  77  WS-CAL-TABLE-MAX            PIC 9(03) COMP VALUE 400.
0395Ga  77  WS-CAL-DROPPED              PIC 9(07) COMP VALUE ZERO.
00395H  77  WS-CAL-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
00395I  01  WS-RUN-DAY-TABLE.
00395J      05  WS-RUN-DAY-ENTRY        PIC 9(08) OCCURS 400 TIMES.
00395K  77  WS-RUN-DAY-COUNT            PIC 9(03) COMP VALUE ZERO.
0395Ka  77  WS-RUN-DAY-DROPPED          PIC 9(07) COMP VALUE ZERO.
00395L  77  WS-RUN-DAY-SUB              PIC 9(03) COMP VALUE ZERO.
00395M  77  WS-BUSCAL-EOF-SW            PIC X(01) VALUE "N".
00395N      88  WS-BUSCAL-EOF               VALUE "Y".
00396M
00396N  77  WS-MAN-COUNT-TOTAL          PIC 9(03) COMP VALUE ZERO.
00396O  77  WS-MAN-TABLE-MAX            PIC 9(03) COMP VALUE 500.
0396Oa  77  WS-MAN-DROPPED              PIC 9(07) COMP VALUE ZERO.
00396P  77  WS-MAN-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
00396Q  77  WS-MAN-MATCHED-SUB          PIC 9(03) COMP VALUE ZERO.
00396R  77  WS-MAN-EOF-SW               PIC X(01) VALUE "N".
00397L
00397M  77  WS-PM-COUNT                 PIC 9(02) COMP VALUE ZERO.
00397N  77  WS-PM-TABLE-MAX             PIC 9(02) COMP VALUE 50.
0397Na  77  WS-PM-DROPPED               PIC 9(07) COMP VALUE ZERO.
00397O  77  WS-PM-TBL-SUB               PIC 9(02) COMP VALUE ZERO.
00397P  77  WS-PM-MATCHED-SUB           PIC 9(02) COMP VALUE ZERO.
00397Q  77  WS-PM-FOUND-SW              PIC X(01) VALUE "N".
00397R      88  WS-PM-FOUND                 VALUE "Y".
00397S  77  WS-PM-EOF-SW                PIC X(01) VALUE "N".
00397T      88  WS-PM-EOF                   VALUE "Y".
00397U
00397V* W-9 TAX CLASSIFICATION FROM THE VENDOR/PAYEE MASTER (CLCWW037),
00397W* LOADED AT STARTUP AND SEARCHED BY 2330-CHECK-EXEMPT-PAYEE FOR
00397X* EVERY PAYEE THAT MEETS ITS REPORTING FLOOR.  SAME CAPACITY AS
00397Y* THE CCCW9100 AND CCMR6330 VENDOR TABLES.
00397Z  01  WS-VENDOR-CLASS-TABLE.
0397Z1      05  WS-VCL-ENTRY            OCCURS 3000 TIMES.
0397Z2          10  WS-VCL-TIN              PIC X(09).
0397Z3          10  WS-VCL-TAX-CLASS        PIC X(01).
0397Z4              88  WS-VCL-CORPORATION      VALUE "C" "S".
0397Z5              88  WS-VCL-LLC              VALUE "L".
0397Z6          10  WS-VCL-LLC-CLASS        PIC X(01).
0397Z7              88  WS-VCL-LLC-CORPORATION  VALUE "C" "S".
0397Z8          10  WS-VCL-EXEMPT-CODE      PIC X(02).
397Z8a              88  WS-VCL-EXEMPT-MISC-NEC  VALUE "01" THRU "05".
0397Z9
0397ZA  77  WS-VCL-COUNT                PIC 9(04) COMP VALUE ZERO.
0397ZB  77  WS-VCL-TABLE-MAX            PIC 9(04) COMP VALUE 3000.
397ZBa  77  WS-VCL-DROPPED              PIC 9(07) COMP VALUE ZERO.
0397ZC  77  WS-VCL-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
0397ZD  77  WS-VCL-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
003980 
003990  01  WS-DOLLAR-TOTAL             PIC S9(13)V99 VALUE ZERO.
00399A* THE PAYEE'S FEDERAL BACKUP WITHHOLDING, SUMMED ACROSS THE
004190  01  WS-HOLD-AREA.
00419A      05  WS-HOLD-ENT-CDE         PIC X(03).
004200      05  WS-HOLD-SSN-TAX-ID      PIC X(16).
004210      05  WS-HOLD-RCD             PIC X(420).
004220 
004230* STATES THAT REQUIRE THEIR OWN DIRECT 1099 FILING, INDEPENDENT   
004240* OF THE IRS COMBINED FEDERAL/STATE PROGRAM.  MAINTAINED HERE     
004710      05  WS-BAL-COUNT-RAW        PIC X(09).
004720  01  WS-BAL-DETAIL-AMOUNT        PIC S9(13)V99 VALUE ZERO.
004730  01  WS-BAL-CHECKSUM             PIC 9(10) COMP VALUE ZERO.
00473A
00473B* TIN-RANGE PARTITION OF A PARALLEL BUILD - SET FROM THE PARM BY
00473C* 1050-SET-PARTITION.  A LOW BOUND OF ALL ZEROS OR A HIGH BOUND
00473D* OF ALL NINES IS OPEN-ENDED, SO THE FIRST AND LAST PARTITIONS
00473E* ALSO TAKE ANY TIN THAT DOES NOT SORT AMONG THE DIGITS.  THE
00473F* PARTITION RUN MODE ('PARTNN') IS LOGGED ON THE END RECORD.
00473G  01  WS-PARTITION-AREA.
00473H      05  WS-PART-NO              PIC 9(02) VALUE ZERO.
00473I      05  WS-PART-TIN-LOW         PIC X(09) VALUE SPACES.
00473J      05  WS-PART-TIN-HIGH        PIC X(09) VALUE SPACES.
00473K  01  WS-PART-RUN-MODE.
00473L      05  FILLER                  PIC X(04) VALUE "PART".
00473M      05  WS-PART-RUN-MODE-NO     PIC 9(02) VALUE ZERO.
00473N  77  WS-PART-IN-RANGE            PIC 9(09) COMP VALUE ZERO.
00473O  77  WS-PART-OUT-OF-RANGE        PIC 9(09) COMP VALUE ZERO.
00473P  01  WS-PART-BANNER.
00473Q      05  FILLER                  PIC X(14)
0473Qa                                  VALUE "*** PARTITION ".
00473R      05  WS-PB-PART-NO           PIC 9(02).
00473S      05  FILLER                  PIC X(07) VALUE " - TIN ".
00473T      05  WS-PB-TIN-LOW           PIC X(09).
00473U      05  FILLER                  PIC X(06) VALUE " THRU ".
00473V      05  WS-PB-TIN-HIGH          PIC X(09).
00473W      05  FILLER                  PIC X(04) VALUE " ***".
004740 
004750  LINKAGE SECTION.
004760 
00478B* ABENDS WHEN THE BUSINESS-CALENDAR COMPLETENESS GATE FINDS
00478C* AN EXPECTED PROCESSING DAY WITH NO SUCCESSFUL CCCW9100 RUN;
00478D* WITHOUT IT THE MISSING DAYS ARE LISTED AND THE BUILD RUNS.
0047va* PARM='CORR' IS THE CORRECTIONS REBUILD OF A TAX YEAR CLOSED BY
0047vb* CCCW9201 - A PRODUCTION BUILD WHOSE TEN99DTL IS THE CLOSE'S
0047vc* TEN99DXA STAGING ARCHIVE CONCATENATED WITH THE CCCW9205
047vca* TEN99DXR CLOSED-YEAR ADJUSTMENTS, AND WHOSE TEN99YTD IS
047vcb* RELOADED FROM ITS TEN99YXA YTD ARCHIVE.  NO OTHER RUN MAY
0047vd* BUILD FOR A CLOSED YEAR.  THE MANIFEST AUDIT IS NOT RUN - THE
0047ve* CLOSE PROVED THE ARCHIVE AGAINST THE MANIFESTS AND RETIRED THEM.
004790  01  LS-PARM-DATA.
004800      05  LS-PARM-LENGTH          PIC S9(04) COMP.
004810      05  LS-PARM-TEXT            PIC X(04).
00481E*     TRANSMITTAL'S READY RECORD FOR THE DUAL-CONTROL GATE,
00481F*     E.G. PARM='PROD A JSMITH02'.
00481G      05  LS-PARM-OPERATOR        PIC X(08).
00481H*     A PARTITION OF A PARALLEL BUILD - PARTITION NUMBER IN
00481I*     17-18, LOW TIN IN 20-28, HIGH TIN IN 30-38, E.G.
00481J*     PARM='PROD   JSMITH02 02 300000000 599999999'.  BLANK FOR
00481K*     THE ORDINARY SINGLE-JOB BUILD.  A PARTITION WRITES ITS
0481Ka*     CORRECTION HISTORY TO DD P99CHS IN PLACE OF CORRHIST; THE
0481Kb*     CCCW9169 MERGE APPENDS EVERY PARTITION'S P99CHS TO CORRHIST.
00481L      05  FILLER                  PIC X(01).
00481M      05  LS-PARM-PARTITION       PIC X(02).
00481N      05  FILLER                  PIC X(01).
00481O      05  LS-PARM-TIN-LOW         PIC X(09).
00481P      05  FILLER                  PIC X(01).
00481Q      05  LS-PARM-TIN-HIGH        PIC X(09).
004820 
004830  PROCEDURE DIVISION USING LS-PARM-DATA.
004840 
004980      OPEN EXTEND RUN-HISTORY-FILE.
004990 
005000      COPY C2INZ001.
05000a
05000b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
005010 
00501A      IF LS-PARM-LENGTH > ZERO AND LS-PARM-TEXT = "SIM "
00501B          MOVE "Y" TO WS-SIM-MODE-SW
0501Ba          MOVE "SIM"              TO SWA-RUN-MODE
00501C          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
00501D          PERFORM 8999-WRITE-SYSOUT
00501E          MOVE "*** S I M U L A T I O N - COUNTS ONLY ***"
00501G          PERFORM 8999-WRITE-SYSOUT
00501H      END-IF.
00501I
0050va      IF LS-PARM-LENGTH > ZERO AND LS-PARM-TEXT = "CORR"
0050vb          MOVE "Y" TO WS-CORR-MODE-SW
050vba          MOVE "CORR"             TO SWA-RUN-MODE
0050vc          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
0050vd          PERFORM 8999-WRITE-SYSOUT
0050ve          MOVE "*** CORRECTIONS - CLOSED TAX YEAR ***"
0050vf                                  TO CC-E01W-DISPLAY-RCD
0050vg          PERFORM 8999-WRITE-SYSOUT
0050vh      END-IF.
0050vi
005020      IF LS-PARM-LENGTH > ZERO AND LS-PARM-TEXT = "TEST"
005030          MOVE "Y" TO WS-TEST-MODE-SW
05030a          MOVE "TEST"             TO SWA-RUN-MODE
005040          MOVE WS-TEST-OUTPUT-DDNAME-LIT TO WS-TEN99-OUTPUT-DDNAME
005050          MOVE WS-TEST-STATE-DDNAME-LIT  TO WS-TEN99-STATE-DDNAME
00505A          MOVE WS-TEST-NEC-DDNAME-LIT    TO WS-TEN99-NEC-DDNAME
0514Ad                                  TO WS-UNDELIV-DDNAME
0514Ae          MOVE WS-TEST-TEN96-DDNAME-LIT
0514Af                                  TO WS-TEN96-SUM-DDNAME
0514Ag          MOVE WS-TEST-SUPPRESS-DDNAME-LIT
0514Ah                                  TO WS-TEN99-SUPPRESS-DDNAME
005150          MOVE SPACES             TO CC-E01W-DISPLAY-RCD
005160          PERFORM 8999-WRITE-SYSOUT
005170          MOVE "*** T E S T   R U N - NOT FOR PRODUCTION ***"
005180                                  TO CC-E01W-DISPLAY-RCD
005190          PERFORM 8999-WRITE-SYSOUT
005200      END-IF.
00520A
00520B*   A SIMULATION ALWAYS COUNTS THE WHOLE POPULATION - A
00520C*   PARTITION PARM ON A SIMULATION RUN IS IGNORED.
00520D      IF LS-PARM-LENGTH > 16 AND NOT WS-SIM-MODE-RUN
00520E          IF LS-PARM-PARTITION NOT = SPACES
00520F              PERFORM 1050-SET-PARTITION THRU 1050-EXIT
00520G          END-IF
00520H      END-IF.
005210 
005220      MOVE SPR-DATE-CEN           TO WS-RUN-YEAR-CEN.
005230      MOVE SWA-CURR-YR            TO WS-RUN-YEAR-YR.
005240      COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
005241      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
0052va
0052vb*   A TAX YEAR CLOSED BY CCCW9201 IS CORRECTIONS ONLY - A CORR
0052vc*   RUN IS THE ONLY BUILD FOR IT, AND A CORR RUN IS ONLY FOR IT.
0052vd*   A SIMULATION WRITES NOTHING AND IS NOT STOPPED.
0052ve      PERFORM 9100-LOAD-CLOSED-YEARS THRU 9100-EXIT.
0052vf      MOVE WS-TAX-YEAR            TO WS-CY-CHECK-YEAR.
0052vg      PERFORM 9120-CHECK-CLOSED-YEAR THRU 9120-EXIT.
0052vh      IF WS-CY-YEAR-CLOSED
0052vi          PERFORM 9140-PRINT-CLOSED-YEAR THRU 9140-EXIT
0052vj      END-IF.
0052vk      IF WS-CY-YEAR-CLOSED
0052vl          AND NOT WS-CORR-MODE-RUN
0052vm          AND NOT WS-SIM-MODE-RUN
0052vn          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
0052vo          MOVE "CLOSD"            TO SAR-RETURN-CODE
0052vp          MOVE SPACES             TO SAR-DB-NAME
0052vq          MOVE "FILSTAT"          TO SAR-TABLE-NAME
0052vr          MOVE SPACES             TO SAR-SQLCODE
0052vs          GO TO 9998-COREDUMP
0052vt      END-IF.
0052vu      IF WS-CORR-MODE-RUN
0052vv          AND NOT WS-CY-YEAR-CLOSED
0052vw          MOVE "*CORR RUN BUT THE TAX YEAR IS NOT CLOSED"
0052vx                                  TO CC-E01W-DISPLAY-RCD
0052vy          PERFORM 8999-WRITE-SYSOUT
0052vz          MOVE "1000-INITIALIZE"  TO SAR-PARAGRAPH
0052wa          MOVE "PARM1"            TO SAR-RETURN-CODE
0052wb          MOVE SPACES             TO SAR-DB-NAME
0052wc          MOVE "FILSTAT"          TO SAR-TABLE-NAME
0052wd          MOVE SPACES             TO SAR-SQLCODE
0052we          GO TO 9998-COREDUMP
0052wf      END-IF.
005242
005243*   A PRODUCTION BUILD WAITS ON THE JANUARY SEQUENCE - SEE THE
005244*   CLCWW127 TABLE.  SIMULATION AND TEST RUNS ARE NOT GATED.
005245      IF NOT WS-SIM-MODE-RUN AND NOT WS-TEST-MODE-RUN
005246          MOVE WS-PROGRAM-ID      TO PQ-GATED-STEP-WANT
005247          MOVE WS-TAX-YEAR        TO PQ-TAX-YEAR-WANT
005248          PERFORM 9700-CHECK-PREREQUISITES THRU 9700-EXIT
005249      END-IF.
005250
0525Aa*   A SIMULATION RUN READS THE STAGED DETAIL, THE BANK
0525Ab*   RETURNS (EXCLUSIONS MOVE THE COUNTS), AND THE OVERRIDE
0525Aj
005260      PERFORM 1100-GET-FILE-SEQUENCE THRU 1100-EXIT.
005270 
00527A*   A PARTITION OPENS THE KEYED YTD FILE INPUT ONLY - ITS
00527B*   CONSOLIDATED RECORDS GO TO THE EXTRACT FOR CCCW9169.
00527C      IF WS-PARTITION-RUN
00527D          OPEN INPUT  TEN99-YTD-FILE
00527E          OPEN OUTPUT TEN99-YTD-EXTRACT-FILE
00527F      ELSE
005280          OPEN I-O    TEN99-YTD-FILE
00528A      END-IF.
005290      OPEN OUTPUT TEN99-OUTPUT-FILE.
005300      OPEN OUTPUT TEN99-STATE-FILE.
00530A      OPEN OUTPUT TEN99-NEC-FILE.
005330      OPEN OUTPUT TEN99-REASON-RPT.
005340      OPEN OUTPUT TEN99-NETTING-RPT.
005350      OPEN OUTPUT TEN99-PORTAL-FILE.
005352      OPEN OUTPUT TEN99-SUPPRESS-FILE.
005360 
005370* TEN99-CORR-HIST-FILE IS A PERMANENT CROSS-YEAR LOG, NOT A       
005380* PER-RUN OUTPUT FILE, SO IT IS OPENED EXTEND LIKE RUN-HISTORY-   
005390* FILE RATHER THAN OUTPUT LIKE THE FILES ABOVE.                   
00539A*   A PARTITION WRITES ITS OWN CORRECTION HISTORY TO P99CHS
00539B*   (SET BY 1050-SET-PARTITION) - PARALLEL PARTITIONS CANNOT
00539C*   ALL EXTEND THE ONE LOG, AND CCCW9169 APPENDS THE
00539D*   PARTITIONS' FILES TO IT IN PARTITION ORDER.
00539E      IF WS-PARTITION-RUN
00539F          OPEN OUTPUT TEN99-CORR-HIST-FILE
00539G      ELSE
005400          OPEN EXTEND TEN99-CORR-HIST-FILE
00540A      END-IF.
005410 
005420      PERFORM 1200-LOAD-BANK-RETURNS THRU 1200-EXIT.
00542A
00542H      PERFORM 1600-LOAD-CONSENTS     THRU 1600-EXIT.
00542I
00542J      PERFORM 1700-LOAD-POSTAL-REF   THRU 1700-EXIT.
00542K
00542L      PERFORM 1750-LOAD-VENDOR-CLASS THRU 1750-EXIT.
005430 
005440      MOVE SWA-CURR-YR            TO TEN99-YY-HDR.
005450      MOVE SWA-CURR-MO            TO TEN99-MM-HDR.
005580 
005590  1000-EXIT.
005600      EXIT.
0560aa
0560ab* 1080-LOAD-REF-TABLES
0560ac*   LOADS THE REFERENCE TABLES THIS PROGRAM USES FROM THE
0560ad*   CLCWW135 REFERENCE FILE THROUGH CCCW9196 - THE VALUES IN
0560ae*   FORCE ON THE RUN DATE.  A TABLE WITH NOTHING IN FORCE
0560af*   ABENDS THE RUN RATHER THAN LET IT RUN WITHOUT ITS RULES.
0560ag  1080-LOAD-REF-TABLES.
0560ah
0560ai      MOVE "D"                    TO RL-ENTRY-FORMAT.
0560aj      MOVE SWA-CURRENT-CCYY-DATE  TO RL-AS-OF-DATE.
0560ak
0560al      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0560am      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0560an      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0560ao      PERFORM 8999-WRITE-SYSOUT.
0560ap
0560aq      MOVE "RSNC"                 TO RL-TABLE-ID.
0560ar      MOVE WS-REASON-ENTRY-LEN    TO RL-ENTRY-LENGTH.
0560as      MOVE WS-REASON-TBL-LIMIT    TO RL-ENTRY-LIMIT.
0560at      CALL "CCCW9196" USING REF-LOAD-AREA
0560au                            WS-REASON-CODE-TBL.
0560av      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0560aw      MOVE RL-ENTRY-COUNT         TO WS-REASON-TBL-MAX.
0560ax      MOVE RL-DROPPED             TO WS-REASON-DROPPED.
0560ay
0560az*   CODE 99 IS THE CATCH-ALL EVERY UNMATCHED CODE FALLS TO -
0560ba*   IT MUST BE IN FORCE AND, SORTING LAST, END THE TABLE.
0560bb      IF WS-REASON-TBL-CODE (WS-REASON-TBL-MAX)
0560bc              NOT = WS-REASON-DEFAULT-CODE
0560bd          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0560be          MOVE "REF04"               TO SAR-RETURN-CODE
0560bf          MOVE SPACES                TO SAR-DB-NAME
0560bg          MOVE "REFTBL RSNC NO 99"   TO SAR-TABLE-NAME
0560bh          MOVE SPACES                TO SAR-SQLCODE
0560bi          GO TO 9998-COREDUMP
0560bj      END-IF.
0560bk
0560bl      MOVE "RTHR"                 TO RL-TABLE-ID.
0560bm      MOVE WS-THRESH-ENTRY-LEN    TO RL-ENTRY-LENGTH.
0560bn      MOVE WS-THRESH-TBL-LIMIT    TO RL-ENTRY-LIMIT.
0560bo      CALL "CCCW9196" USING REF-LOAD-AREA
0560bp                            WS-REASON-THRESHOLD-TBL.
0560bq      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0560br      MOVE RL-ENTRY-COUNT         TO WS-THRESH-TBL-MAX.
0560bs      MOVE RL-DROPPED             TO WS-THRESH-DROPPED.
0560bt
0560bu      MOVE "SRUL"                 TO RL-TABLE-ID.
0560bv      MOVE WS-SRULE-ENTRY-LEN     TO RL-ENTRY-LENGTH.
0560bw      MOVE WS-SRULE-TBL-LIMIT     TO RL-ENTRY-LIMIT.
0560bx      CALL "CCCW9196" USING REF-LOAD-AREA
0560by                            WS-STATE-RULES-TBL.
0560bz      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0560ca      MOVE RL-ENTRY-COUNT         TO WS-SRULE-TBL-MAX.
0560cb      MOVE RL-DROPPED             TO WS-SRULE-DROPPED.
0560cc
0560cd      MOVE "CFSF"                 TO RL-TABLE-ID.
0560ce      MOVE WS-CFSF-ENTRY-LEN      TO RL-ENTRY-LENGTH.
0560cf      MOVE WS-CFSF-TBL-LIMIT      TO RL-ENTRY-LIMIT.
0560cg      CALL "CCCW9196" USING REF-LOAD-AREA
0560ch                            WS-CFSF-STATE-TBL.
0560ci      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0560cj      MOVE RL-ENTRY-COUNT         TO WS-CFSF-TBL-MAX.
0560ck      MOVE RL-DROPPED             TO WS-CFSF-DROPPED.
0560va
0560vb      MOVE "CNTY"                 TO RL-TABLE-ID.
0560vc      MOVE WS-CNTY-ENTRY-LEN      TO RL-ENTRY-LENGTH.
0560vd      MOVE WS-CNTY-TBL-LIMIT      TO RL-ENTRY-LIMIT.
0560ve      CALL "CCCW9196" USING REF-LOAD-AREA
0560vf                            WS-COUNTRY-TBL.
0560vg      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0560vh      MOVE RL-ENTRY-COUNT         TO WS-CNTY-TBL-MAX.
0560vi      MOVE RL-DROPPED             TO WS-CNTY-DROPPED.
0560cl
0560cm  1080-EXIT.
0560cn      EXIT.
0560co
0560cp* 1085-CHECK-REF-LOAD
0560cq*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0560cr*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0560cs  1085-CHECK-REF-LOAD.
0560ct
0560cu      IF RL-TABLE-EMPTY
0560cv          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0560cw          MOVE "REF01"               TO SAR-RETURN-CODE
0560cx          MOVE SPACES                TO SAR-DB-NAME
0560cy          MOVE SPACES                TO SAR-TABLE-NAME
0560cz          STRING "REFTBL " RL-TABLE-ID
0560da              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0560db          MOVE SPACES                TO SAR-SQLCODE
0560dc          GO TO 9998-COREDUMP
0560dd      END-IF.
0560de
0560df      MOVE SPACES                 TO SCR-LITERAL.
0560dg      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0560dh          DELIMITED BY SIZE INTO SCR-LITERAL.
0560di      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0560dj      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0560dk      PERFORM 8999-WRITE-SYSOUT.
0560dl
0560dm  1085-EXIT.
0560dn      EXIT.
00560A
00560B* 1050-SET-PARTITION
00560C*   VALIDATES THE PARTITION NUMBER AND TIN RANGE ON THE PARM.
00560D*   CCCW9169 PROVES, FROM THE PARTITIONS' CLCWW132 SUMMARIES,
00560E*   THAT THE RANGES TOGETHER COVERED THE STAGING FILE ONCE.
00560F  1050-SET-PARTITION.
00560G
00560H      IF LS-PARM-LENGTH < 38
00560I          OR LS-PARM-PARTITION NOT NUMERIC
00560J          OR LS-PARM-TIN-LOW = SPACES
00560K          OR LS-PARM-TIN-HIGH = SPACES
00560L          OR LS-PARM-TIN-LOW > LS-PARM-TIN-HIGH
00560M          MOVE "1050-SET-PARTITION"  TO SAR-PARAGRAPH
00560N          MOVE "PART1"               TO SAR-RETURN-CODE
00560O          MOVE SPACES                TO SAR-DB-NAME
00560P          MOVE "TEN99PSM"            TO SAR-TABLE-NAME
00560Q          MOVE SPACES                TO SAR-SQLCODE
00560R          GO TO 9998-COREDUMP
00560S      END-IF.
00560T
00560U      MOVE LS-PARM-PARTITION      TO WS-PART-NO.
00560V      IF WS-PART-NO = ZERO
00560W          MOVE "1050-SET-PARTITION"  TO SAR-PARAGRAPH
00560X          MOVE "PART1"               TO SAR-RETURN-CODE
00560Y          MOVE SPACES                TO SAR-DB-NAME
00560Z          MOVE "TEN99PSM"            TO SAR-TABLE-NAME
0560Z1          MOVE SPACES                TO SAR-SQLCODE
0560Z2          GO TO 9998-COREDUMP
0560Z3      END-IF.
0560Z4
0560Z5      MOVE "Y"                    TO WS-PARTITION-SW.
0560Z6      MOVE LS-PARM-TIN-LOW        TO WS-PART-TIN-LOW.
0560Z7      MOVE LS-PARM-TIN-HIGH       TO WS-PART-TIN-HIGH.
0560Z8      MOVE WS-PART-NO             TO WS-PART-RUN-MODE-NO.
0560Z9      MOVE WS-PART-RUN-MODE       TO SWA-RUN-MODE.
560Z9a      MOVE WS-PART-CORRHST-DDNAME-LIT
560Z9b                                  TO WS-TEN99-CORRHST-DDNAME.
0560ZA
0560ZB      MOVE WS-PART-NO             TO WS-PB-PART-NO.
0560ZC      MOVE WS-PART-TIN-LOW        TO WS-PB-TIN-LOW.
0560ZD      MOVE WS-PART-TIN-HIGH       TO WS-PB-TIN-HIGH.
0560ZE      MOVE SPACES                 TO CC-E01W-DISPLAY-RCD.
0560ZF      PERFORM 8999-WRITE-SYSOUT.
0560ZG      MOVE WS-PART-BANNER         TO CC-E01W-DISPLAY-RCD.
0560ZH      PERFORM 8999-WRITE-SYSOUT.
0560ZI
0560ZJ  1050-EXIT.
0560ZK      EXIT.
005610 
005620* 1100-GET-FILE-SEQUENCE                                          
005630*   READS TEN99-SEQCTL-FILE (CLCWW043) FOR THE FILE-SEQUENCE      
006090      OPEN INPUT TEN99-BANKRTN-FILE.
006100 
006110      PERFORM 1210-LOAD-BANK-RETURN THRU 1210-EXIT
006120          UNTIL WS-BANKRTN-EOF.
006130
006140      IF WS-BKR-DROPPED > ZERO
006150          MOVE "Y" TO WS-BKR-OVERFLOW-SW
006160          MOVE "*BANK RTN TABLE FULL, DROPPED:" TO SCR-LITERAL
006170          MOVE WS-BKR-DROPPED         TO SCR-COUNT
006180          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
006190          PERFORM 8999-WRITE-SYSOUT
006200      END-IF.
006220 
006230      CLOSE TEN99-BANKRTN-FILE.
006240 
006330              GO TO 1210-EXIT
006340      END-READ.
006350 
06350a      IF WS-BKR-COUNT-TOTAL NOT < WS-BKR-TABLE-MAX
06350b          ADD 1 TO WS-BKR-DROPPED
06350c          GO TO 1210-EXIT
06350d      END-IF.
06350e
006360      ADD 1 TO WS-BKR-COUNT-TOTAL.
006370      MOVE BKR-ISSUING-BR-CODE
006380              TO WS-BKR-ISSUING-BR-CODE (WS-BKR-COUNT-TOTAL).
00644I      OPEN INPUT PAYER-MASTER-FILE.
00644J
00644K      PERFORM 1310-LOAD-PAYER-RCD THRU 1310-EXIT
00644L          UNTIL WS-PM-EOF.
00644N
00644O      CLOSE PAYER-MASTER-FILE.
00644P
00644Y              GO TO 1310-EXIT
00644Z      END-READ.
00645A
0645Aa      IF WS-PM-COUNT NOT < WS-PM-TABLE-MAX
0645Ab          ADD 1 TO WS-PM-DROPPED
0645Ac          GO TO 1310-EXIT
0645Ad      END-IF.
0645Ae
00645B      ADD 1 TO WS-PM-COUNT.
00645C      MOVE PF-FIN-LABEL-CODE TO WS-PM-LABEL-CODE (WS-PM-COUNT).
00645D      MOVE PF-FILER-TIN      TO WS-PM-FILER-TIN (WS-PM-COUNT).
00645V*   (A RESTORED OLD GENERATION), ABENDS BEFORE THE YEAR IS
00645W*   CONSOLIDATED SHORT.  RECORDS STAGED BEFORE RUN-STAMPING
00645X*   BEGAN (RUN DATE ZERO) ARE COUNTED BUT NOT AUDITED.
0645Xa*   A CORR RUN READS THE CLOSED YEAR'S ARCHIVE, WHOSE RUNS
0645Xb*   CCCW9201 PROVED AND TOOK OFF THEIR MANIFESTS AT THE
0645Xc*   CLOSE, SO THERE IS NOTHING LEFT TO AUDIT IT AGAINST.
00645Y  1400-AUDIT-STAGING.
00645Z
0645Za      IF WS-CORR-MODE-RUN
0645Zb          GO TO 1400-EXIT
0645Zc      END-IF.
0645Zd
00646A      OPEN INPUT TEN99-MANIFEST-FILE.
0064va      PERFORM 1405-CHECK-MANIFEST-LAYOUT THRU 1405-EXIT.
00646B      PERFORM 1410-LOAD-MANIFEST THRU 1410-EXIT
00646C          UNTIL WS-MAN-EOF.
00646D      CLOSE TEN99-MANIFEST-FILE.
00647J
00647K  1400-EXIT.
00647L      EXIT.
0064vb
0064vc* 1405-CHECK-MANIFEST-LAYOUT
0064vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0064ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0064vf*   READ SEES END OF FILE.
0064vg  1405-CHECK-MANIFEST-LAYOUT.
0064vh
0064vi      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
0064vj      MOVE "TEN99MAN"             TO WS-LV-CHECK-DDNAME.
0064vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0064vl      READ TEN99-MANIFEST-FILE INTO LAYOUT-HEADER-RCD
0064vm          AT END
0064vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0064vo      END-READ.
0064vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0064vq
0064vr      IF WS-LV-FILE-EMPTY
0064vs          CLOSE TEN99-MANIFEST-FILE
0064vt          OPEN INPUT TEN99-MANIFEST-FILE
0064vu      END-IF.
0064vv
0064vw  1405-EXIT.
0064vx      EXIT.
00647M
00647N  1410-LOAD-MANIFEST.
00647O
00648G              TO WS-MAN-ACTUAL-COUNT (WS-MAN-COUNT-TOTAL)
00648H          MOVE ZERO
00648I              TO WS-MAN-ACTUAL-DOLLARS (WS-MAN-COUNT-TOTAL)
0648Ia      ELSE
0648Ib          ADD 1 TO WS-MAN-DROPPED
00648J      END-IF.
00648K
00648L  1410-EXIT.
00651V      CLOSE RUN-HISTORY-FILE.
00651W      OPEN EXTEND RUN-HISTORY-FILE.
00651X
0651Xa      IF WS-RUN-DAY-DROPPED > ZERO
0651Xb          MOVE "*RUN-DAY TABLE FULL, DROPPED:" TO SCR-LITERAL
0651Xc          MOVE WS-RUN-DAY-DROPPED     TO SCR-COUNT
0651Xd          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
0651Xe          PERFORM 8999-WRITE-SYSOUT
0651Xf      END-IF.
0651Xg
00651Y      PERFORM 1540-CHECK-CAL-DAY THRU 1540-EXIT
00651Z          VARYING WS-CAL-TBL-SUB FROM 1 BY 1
00652A          UNTIL WS-CAL-TBL-SUB > WS-CAL-COUNT.
0653Fd          IF BC-PROCESS-DATE > WS-CAL-MAX-DATE
0653Fe              MOVE BC-PROCESS-DATE TO WS-CAL-MAX-DATE
0653Ff          END-IF
653Ffa      ELSE
653Ffb          ADD 1 TO WS-CAL-DROPPED
00653G      END-IF.
00653H
00653I  1510-EXIT.
00654J          MOVE WS-RHR-CCYYMMDD
00654K              TO WS-RUN-DAY-ENTRY (WS-RUN-DAY-COUNT)
0654Ka      ELSE
0654Kb          ADD 1 TO WS-RUN-DAY-DROPPED
00654L      END-IF.
00654M
00654N  1520-EXIT.
00656F      OPEN INPUT CONSENT-FILE.
00656G
00656H      PERFORM 1610-LOAD-CONSENT-RCD THRU 1610-EXIT
00656I          UNTIL WS-CNS-EOF.
00656J
00656K      IF WS-CNS-DROPPED > ZERO
00656L          MOVE "*CONSENT TABLE FULL, DROPPED:" TO SCR-LITERAL
00656M          MOVE WS-CNS-DROPPED         TO SCR-COUNT
00656N          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
00656O          PERFORM 8999-WRITE-SYSOUT
00656P      END-IF.
00656R
00656S      CLOSE CONSENT-FILE.
00656T
00657C              GO TO 1610-EXIT
00657D      END-READ.
00657E
0657Ea      IF WS-CNS-COUNT NOT < WS-CNS-TABLE-MAX
0657Eb          ADD 1 TO WS-CNS-DROPPED
0657Ec          GO TO 1610-EXIT
0657Ed      END-IF.
0657Ee
00657F      ADD 1 TO WS-CNS-COUNT.
00657G      MOVE CN-SSN-TAX-ID TO WS-CNS-TIN (WS-CNS-COUNT).
00657H      MOVE CN-CONSENT-EFF-DATE
00657U      OPEN INPUT POSTAL-REF-FILE.
00657V
00657W      PERFORM 1710-LOAD-POSTAL-RCD THRU 1710-EXIT
00657X          UNTIL WS-PST-EOF.
00657Z
00658A      CLOSE POSTAL-REF-FILE.
00658B
00658K              GO TO 1710-EXIT
00658L      END-READ.
00658M
0658Ma      IF WS-PST-COUNT NOT < WS-PST-TABLE-MAX
0658Mb          ADD 1 TO WS-PST-DROPPED
0658Mc          GO TO 1710-EXIT
0658Md      END-IF.
0658Me
00658N      ADD 1 TO WS-PST-COUNT.
00658O      MOVE PS-STATE    TO WS-PST-STATE (WS-PST-COUNT).
00658P      MOVE PS-ZIP-LOW  TO WS-PST-ZIP-LOW (WS-PST-COUNT).
00658R
00658S  1710-EXIT.
00658T      EXIT.
658T01
658T02* 1750-LOAD-VENDOR-CLASS
658T03*   LOADS THE W-9 TAX CLASSIFICATION OF EVERY VENDOR/PAYEE ON
658T04*   THE CLCWW037 MASTER.  A VENDOR WITH NO CLASS AND NO EXEMPT
658T05*   PAYEE CODE ON FILE CANNOT BE SUPPRESSED AND IS NOT KEPT.
658T5a*   EVERY VENDOR'S ADDRESS OF RECORD GOES TO THE CLCWW189
658T5b*   TABLE FIRST.
658T06  1750-LOAD-VENDOR-CLASS.
658T07
658T08      OPEN INPUT VENDOR-MASTER-FILE.
658Tva      PERFORM 1755-CHECK-VENDOR-LAYOUT THRU 1755-EXIT.
658T09
658T10      PERFORM 1760-LOAD-VENDOR-RCD THRU 1760-EXIT
658T11          UNTIL WS-VENDOR-EOF.
658T13
658T14      CLOSE VENDOR-MASTER-FILE.
658T15
658T16  1750-EXIT.
658T17      EXIT.
658Tvb
658Tvc* 1755-CHECK-VENDOR-LAYOUT
658Tvd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
658Tve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
658Tvf*   READ SEES END OF FILE.
658Tvg  1755-CHECK-VENDOR-LAYOUT.
658Tvh
658Tvi      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
658Tvj      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
658Tvk      MOVE "N"                    TO WS-LV-EMPTY-SW.
658Tvl      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
658Tvm          AT END
658Tvn              MOVE "Y"            TO WS-LV-EMPTY-SW
658Tvo      END-READ.
658Tvp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
658Tvq
658Tvr      IF WS-LV-FILE-EMPTY
658Tvs          CLOSE VENDOR-MASTER-FILE
658Tvt          OPEN INPUT VENDOR-MASTER-FILE
658Tvu      END-IF.
658Tvv
658Tvw  1755-EXIT.
658Tvx      EXIT.
658T18
658T19  1760-LOAD-VENDOR-RCD.
658T20
658T21      READ VENDOR-MASTER-FILE
658T22          AT END
658T23              MOVE "Y" TO WS-VENDOR-EOF-SW
658T24              GO TO 1760-EXIT
658T25      END-READ.
658T26
658T2a      PERFORM 9310-ADD-ADDRESS-OF-RECORD THRU 9310-EXIT.
658T2b
658T27      IF VM-CLASS-NOT-ON-FILE
658T28          AND VM-NO-EXEMPT-PAYEE-CODE
658T29          GO TO 1760-EXIT
658T30      END-IF.
658T31
58T31a      IF WS-VCL-COUNT NOT < WS-VCL-TABLE-MAX
58T31b          ADD 1 TO WS-VCL-DROPPED
58T31c          GO TO 1760-EXIT
58T31d      END-IF.
58T31e
658T32      ADD 1 TO WS-VCL-COUNT.
658T33      ADD 1 TO WS-VENDORS-LOADED.
658T34      MOVE VM-TIN              TO WS-VCL-TIN (WS-VCL-COUNT).
658T35      MOVE VM-TAX-CLASS     TO WS-VCL-TAX-CLASS (WS-VCL-COUNT).
658T36      MOVE VM-LLC-TAX-CLASS TO WS-VCL-LLC-CLASS (WS-VCL-COUNT).
658T37      MOVE VM-EXEMPT-PAYEE-CODE
658T38                            TO WS-VCL-EXEMPT-CODE (WS-VCL-COUNT).
658T39
658T40  1760-EXIT.
658T41      EXIT.
00658U
00658V* 1800-LOAD-SIM-PARMS
00658W*   LOADS THE WHAT-IF OVERRIDE THRESHOLDS (CLCWW108).  AN
00659B      OPEN INPUT SIM-PARM-FILE.
00659C
00659D      PERFORM 1810-LOAD-SIM-PARM THRU 1810-EXIT
00659E          UNTIL WS-SIMPARM-EOF.
00659G
00659H      CLOSE SIM-PARM-FILE.
00659I
00659W              GO TO 1810-EXIT
00659X      END-READ.
00659Y
0659Ya      IF WS-SIMO-COUNT NOT < WS-SIMO-TABLE-MAX
0659Yb          ADD 1 TO WS-SIMO-DROPPED
0659Yc          GO TO 1810-EXIT
0659Yd      END-IF.
0659Ye
00659Z      ADD 1 TO WS-SIMO-COUNT.
0065A1      MOVE SIM-RSN-CODE TO WS-SIMO-RSN-CODE (WS-SIMO-COUNT).
0065A2      MOVE SIM-THRESHOLD
006790      END-READ.
006800 
006810      ADD 1 TO WS-RECORDS-READ.
06810a
06810b*   A PARTITION TAKES ONLY ITS OWN TIN RANGE - CARRY-FORWARD
06810c*   RECORDS INCLUDED, SO EACH ONE IS CARRIED BY EXACTLY ONE
06810d*   PARTITION.  THE RANGE IS ON THE RESOLVED TIN, THE SAME
06810e*   VALUE THE SORT BELOW ORDERS ON, SO THE PARTITIONS'
06810f*   STREAMS CONCATENATE IN SERIAL-BUILD ORDER.
06810g      IF WS-PARTITION-RUN
06810h          MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK
06810i          PERFORM 9810-RESOLVE-TIN THRU 9810-EXIT
06810j          IF (TP-TIN-WORK (1:9) < WS-PART-TIN-LOW
06810k                  AND WS-PART-TIN-LOW NOT = ALL "0")
06810l              OR (TP-TIN-WORK (1:9) > WS-PART-TIN-HIGH
06810m                  AND WS-PART-TIN-HIGH NOT = ALL "9")
06810n              ADD 1 TO WS-PART-OUT-OF-RANGE
06810o              GO TO 2110-EXIT
06810p          END-IF
06810q          ADD 1 TO WS-PART-IN-RANGE
06810r      END-IF.
00680A*   ONLY RECORDS STAMPED FOR THE YEAR BEING CONSOLIDATED (OR
00680B*   NOT YET STAMPED AT ALL) GO INTO THE BUILD; ANYTHING ELSE
00680C*   CARRIES FORWARD FOR THE RUN THAT OWNS IT.
007990      MOVE WS-DOLLAR-TOTAL        TO TEN99-RPT-DISB-AMT-DATA.
0799a       MOVE WS-WITHHOLD-TOTAL
0799b                       TO TEN99-BACKUP-WITHHOLD-AMT-DATA.
0799c       PERFORM 2310-APPLY-ADDRESS-OF-RECORD THRU 2310-EXIT.
008000 
008010*   WS-HOLD-RCD WAS CAPTURED FROM THE LAST DISBURSEMENT SEEN      
008020*   FOR THIS PAYEE, SO ITS OWN RETURNED-CHECK FLAG                
0080Ee          GO TO 2300-EXIT
0080Ef      END-IF.
0080Eg
0080Eh*   A PAYEE OVER ITS FLOOR WHOSE W-9 MAKES IT AN EXEMPT
0080Ei*   CORPORATE PAYEE IS NOT FILED - IT GOES TO THE SUPPRESSION
0080Ej*   REGISTER INSTEAD.  ITS YTD AND NETTING RECORDS ARE STILL
0080Ek*   WRITTEN SO THE CONSOLIDATED TOTAL STAYS ON FILE.
0080El      MOVE "N" TO WS-EXEMPT-PAYEE-SW.
0080Em      IF WS-DOLLAR-TOTAL NOT < WS-PAYEE-THRESHOLD
0080En          PERFORM 2330-CHECK-EXEMPT-PAYEE THRU 2330-EXIT
0080Eo      END-IF.
0080Ep
008100      PERFORM 2400-WRITE-YTD-RCD  THRU 2400-EXIT.
008110      PERFORM 2350-WRITE-NETTING-RCD THRU 2350-EXIT.
008120 
008140          PERFORM 2360-WRITE-CORR-HISTORY THRU 2360-EXIT
008150      END-IF.
008160 
00816A      IF WS-EXEMPT-PAYEE
00816B          PERFORM 2340-WRITE-SUPPRESSED THRU 2340-EXIT
00816C          GO TO 2300-EXIT
00816D      END-IF.
00816E
008170      IF WS-DOLLAR-TOTAL NOT < WS-PAYEE-THRESHOLD
00817A          PERFORM 2850-CHECK-CONSENT THRU 2850-EXIT
008180          PERFORM 2500-WRITE-OUTPUT   THRU 2500-EXIT
008320 
008330  2300-EXIT.
008340      EXIT.
008341
00834a* 2310-APPLY-ADDRESS-OF-RECORD
00834b*   A PAYEE ON THE VENDOR MASTER WITH AN ADDRESS OF RECORD IS
00834c*   MAILED THERE - ITS YTD RECORD, RECIPIENT COPY, LABEL AND
00834d*   STATE RECORDS ALL TAKE IT - RATHER THAN AT WHATEVER
00834e*   ADDRESS WAS KEYED ON ITS LAST DISBURSEMENT.
00834f  2310-APPLY-ADDRESS-OF-RECORD.
00834g
00834h      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-AR-SEARCH-TIN.
00834i      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
00834j      IF NOT WS-AR-ADDRESS-ON-FILE
00834k          GO TO 2310-EXIT
00834l      END-IF.
00834m
00834n      MOVE WS-AR-LINE1            TO TEN99-ADDRESS-LINE1-DATA.
00834o      MOVE WS-AR-LINE2            TO TEN99-ADDRESS-LINE2-DATA.
00834p      MOVE WS-AR-CITY             TO TEN99-CITY-DATA.
00834q      MOVE WS-AR-STATE            TO TEN99-STATE-DATA.
00834r      MOVE WS-AR-ZIP              TO TEN99-ZIP-DATA.
00834s      MOVE WS-AR-FOREIGN-IND      TO TEN99-FOREIGN-ADDR-IND.
00834t      MOVE WS-AR-COUNTRY-CODE     TO TEN99-COUNTRY-CODE-DATA.
00834u      MOVE WS-AR-PROVINCE         TO TEN99-PROVINCE-DATA.
00834v      MOVE WS-AR-POSTAL-CODE      TO TEN99-POSTAL-CODE-DATA.
00834w      ADD 1 TO WS-ADDR-OF-RECORD-USED.
00834x
00834y  2310-EXIT.
00834z      EXIT.
008342
008344* 2330-CHECK-EXEMPT-PAYEE
008346*   A PAYEE IS AN EXEMPT CORPORATE PAYEE WHEN ITS VENDOR
008348*   MASTER W-9 SAYS C-CORP OR S-CORP, AN LLC TAXED AS EITHER,
00834A*   OR EXEMPT PAYEE CODE 01-05 (06-13 ARE NOT EXEMPT FROM
00834B*   1099-MISC/NEC).  MEDICAL AND HEALTH CARE (06) AND ATTORNEY
00834C*   GROSS PROCEEDS (14) ARE REPORTABLE FOR CORPORATIONS ANYWAY
00834D*   AND ARE NEVER SUPPRESSED.  A PAYEE NOT ON THE MASTER, OR
00834E*   WITH NO W-9 CLASS ON FILE, STAYS REPORTABLE.
00834F  2330-CHECK-EXEMPT-PAYEE.
00834G
00834H      IF TEN99-RSN-CODE = "06" OR "14"
00834I          GO TO 2330-EXIT
00834J      END-IF.
00834K
00834L      MOVE "N" TO WS-VENDOR-FOUND-SW.
00834M      MOVE ZERO TO WS-VCL-MATCHED-SUB.
00834N
00834O      PERFORM 2335-SEARCH-VENDOR-CLASS THRU 2335-EXIT
00834P          VARYING WS-VCL-TBL-SUB FROM 1 BY 1
00834Q          UNTIL WS-VCL-TBL-SUB > WS-VCL-COUNT
00834R             OR WS-VENDOR-FOUND.
00834S
00834T      IF NOT WS-VENDOR-FOUND
00834U          GO TO 2330-EXIT
00834V      END-IF.
00834W
00834X      IF WS-VCL-CORPORATION (WS-VCL-MATCHED-SUB)
00834Y          OR (WS-VCL-LLC (WS-VCL-MATCHED-SUB)
00834Z              AND WS-VCL-LLC-CORPORATION (WS-VCL-MATCHED-SUB))
0834Z1          OR WS-VCL-EXEMPT-MISC-NEC (WS-VCL-MATCHED-SUB)
0834Z2          MOVE "Y" TO WS-EXEMPT-PAYEE-SW
0834Z3      END-IF.
0834Z4
0834Z5  2330-EXIT.
0834Z6      EXIT.
0834Z7
0834Z8  2335-SEARCH-VENDOR-CLASS.
0834Z9
0834ZA      IF TEN99-SSN-TAX-ID-DATA (1:9) = WS-VCL-TIN (WS-VCL-TBL-SUB)
0834ZB          MOVE "Y" TO WS-VENDOR-FOUND-SW
0834ZC          MOVE WS-VCL-TBL-SUB TO WS-VCL-MATCHED-SUB
0834ZD      END-IF.
0834ZE
0834ZF  2335-EXIT.
0834ZG      EXIT.
0834ZH
0834ZI* 2340-WRITE-SUPPRESSED
0834ZJ*   ONE CLCWW123 REGISTER RECORD PER SUPPRESSED PAYEE, WITH
0834ZK*   THE CLASSIFICATION THAT DROVE THE DECISION.
0834ZL  2340-WRITE-SUPPRESSED.
0834ZM
0834ZN      MOVE SPACES                 TO TEN99-SUPPRESS-RCD.
0834ZO      MOVE WS-TAX-YEAR            TO SP-TAX-YEAR.
0834ZP      MOVE TEN99-SSN-TAX-ID-DATA  TO TP-TIN-WORK.
0834ZQ      PERFORM 9800-PROTECT-TIN THRU 9800-EXIT.
0834ZR      MOVE TP-TIN-WORK            TO SP-SSN-TAX-ID.
0834ZS      MOVE TEN99-NAME-DATA        TO SP-NAME.
0834ZT      MOVE TEN99-COMPASS-ENT-CDE-DATA TO SP-COMPASS-ENT-CDE.
0834ZU      MOVE TEN99-FIN-LABEL-CODE-DATA  TO SP-FIN-LABEL-CODE.
0834ZV      MOVE TEN99-ISSUING-BR-CODE-DATA TO SP-ISSUING-BR-CODE.
0834ZW      MOVE TEN99-RSN-CODE         TO SP-RSN-CODE.
0834ZX      MOVE WS-VCL-TAX-CLASS (WS-VCL-MATCHED-SUB)
0834ZY                                  TO SP-TAX-CLASS.
0834ZZ      MOVE WS-VCL-LLC-CLASS (WS-VCL-MATCHED-SUB)
08350A                                  TO SP-LLC-TAX-CLASS.
08350B      MOVE WS-VCL-EXEMPT-CODE (WS-VCL-MATCHED-SUB)
08350C                                  TO SP-EXEMPT-PAYEE-CODE.
08350D      MOVE WS-DOLLAR-TOTAL        TO SP-SUPPRESSED-AMT.
08350E      MOVE WS-PAYEE-CHECK-COUNT   TO SP-CHECK-COUNT.
08350F      MOVE SWA-CURRENT-CCYY-DATE  TO SP-RUN-DATE.
08350G      WRITE TEN99-SUPPRESS-RCD.
08350H
08350I      ADD 1 TO WS-EXEMPT-SUPPRESSED.
08350J      ADD WS-DOLLAR-TOTAL         TO WS-EXEMPT-SUPPRESSED-AMT.
08350K
08350L  2340-EXIT.
08350M      EXIT.
008350 
008360* 2350-WRITE-NETTING-RCD                                          
008370*   WRITES ONE TEN99-NETTING-RCD (CLCWW038) FOR EVERY PAYEE,      
008450      MOVE TEN99-NAME-DATA        TO NT-NAME.
008460      MOVE WS-GROSS-TOTAL         TO NT-GROSS-DISB-AMT.
008470      MOVE WS-DOLLAR-TOTAL        TO NT-NET-REPORTABLE-AMT.
00847A*   "E" - OVER THE FLOOR BUT SUPPRESSED AS AN EXEMPT PAYEE.
008480      IF WS-EXEMPT-PAYEE
008482          MOVE "E" TO NT-REPORTED-IND
008484      ELSE
008486      IF WS-DOLLAR-TOTAL NOT < WS-PAYEE-THRESHOLD
008490          MOVE "Y" TO NT-REPORTED-IND
008500      ELSE
008510          MOVE "N" TO NT-REPORTED-IND
008515      END-IF
008520      END-IF.
008530 
008540      WRITE TEN99-NETTING-RCD.
00888F              MOVE ZERO
00888G                 TO WS-SIMS-SIM-DOLLARS (WS-SIMS-MATCHED-SUB)
00888H          ELSE
0888Ha              ADD 1 TO WS-SIMS-DROPPED
00888I              MOVE WS-SIMS-TABLE-MAX TO WS-SIMS-MATCHED-SUB
00888J          END-IF
00888K      END-IF.
00889T              MOVE ZERO
00889U                  TO WS-SIME-SIM-COUNT (WS-SIME-MATCHED-SUB)
00889V          ELSE
0889Va              ADD 1 TO WS-SIME-DROPPED
00889W              MOVE WS-SIME-TABLE-MAX TO WS-SIME-MATCHED-SUB
00889X          END-IF
00889Y      END-IF.
008950      MOVE TEN99-CITY-DATA           TO TEN99-YTD-CITY.
008960      MOVE TEN99-STATE-DATA          TO TEN99-YTD-STATE.
008970      MOVE TEN99-ZIP-DATA            TO TEN99-YTD-ZIP.
0089va      MOVE TEN99-FOREIGN-ADDR-IND
0089vb                             TO TEN99-YTD-FOREIGN-ADDR-IND.
0089vc      MOVE TEN99-COUNTRY-CODE-DATA   TO TEN99-YTD-COUNTRY-CODE.
0089vd      MOVE TEN99-PROVINCE-DATA       TO TEN99-YTD-PROVINCE.
0089ve      MOVE TEN99-POSTAL-CODE-DATA    TO TEN99-YTD-POSTAL-CODE.
008980      MOVE TEN99-COMPASS-ENT-CDE-DATA
008990                             TO TEN99-YTD-COMPASS-ENT-CDE.
009000      MOVE TEN99-FIN-LABEL-CODE-DATA
009030                             TO TEN99-YTD-ISSUING-BR-CODE.
009040      MOVE TEN99-TAX-TYPE            TO TEN99-YTD-TAX-TYPE.
009050      MOVE TEN99-TIN-IND             TO TEN99-YTD-TIN-IND.
009055      MOVE TEN99-RSN-CODE            TO TEN99-YTD-RSN-CODE.
009060      MOVE WS-DOLLAR-TOTAL
009070                             TO TEN99-YTD-GROSS-DISB-AMT.
009080      MOVE WS-PAYEE-CHECK-COUNT      TO TEN99-YTD-CHECK-COUNT.
009090 
00909A*   A PARTITION HANDS THE RECORD TO CCCW9169 INSTEAD.
00909B      IF WS-PARTITION-RUN
00909C          MOVE TEN99-YTD-RCD      TO TEN99-YTD-XTR-RCD
00909D          WRITE TEN99-YTD-XTR-RCD
00909E          ADD 1 TO WS-PAYEES-ACCUMULATED
00909F          GO TO 2400-EXIT
00909G      END-IF.
00909H
00909a*   CCCW9100 HAS USUALLY ALREADY BUILT THIS KEY DURING THE
00909b*   YEAR - THE CONSOLIDATED RECORD REPLACES IT.  ONLY THE
00909c*   BUILD YEAR'S KEYS ARE EVER TOUCHED; OTHER YEARS'
011130      MOVE TEN99-CITY-DATA         TO RCP-RECIPIENT-CITY.
011140      MOVE TEN99-STATE-DATA (1:2)  TO RCP-RECIPIENT-STATE.
011150      MOVE TEN99-ZIP-DATA          TO RCP-RECIPIENT-ZIP.
0111va      IF TEN99-FOREIGN-ADDRESS
0111vb          MOVE TEN99-FOREIGN-ADDR-IND  TO RCP-FOREIGN-ADDR-IND
0111vc          MOVE TEN99-COUNTRY-CODE-DATA TO RCP-COUNTRY-CODE
0111vd          MOVE TEN99-PROVINCE-DATA     TO RCP-PROVINCE
0111ve          MOVE TEN99-POSTAL-CODE-DATA  TO RCP-POSTAL-CODE
0111vf          MOVE WS-CNTY-NAME-WORK       TO RCP-COUNTRY-NAME
0111vg          ADD 1 TO WS-FOREIGN-ADDR-CNT
0111vh      END-IF.
011160      MOVE TEN99-ONSITE-CHK-NUM-DATA
011170                           TO RCP-ACCOUNT-NUMBER.
011180      MOVE ZERO                    TO RCP-BOX-1-RENTS.
01144B*     UNDELIVERABLE WORK QUEUE FOR BRANCH CORRECTION - THE
01144C*     IRS FILING ABOVE ALREADY WENT OUT EITHER WAY.
01144D      IF WS-ADDR-VALID
1144Da*         ONLY A DOMESTIC PIECE THAT ACTUALLY MAILS EARNS AN
1144Db*         IMB SERIAL - THE UNDELIVERABLE QUEUE CARRIES ZERO
1144va*         AND A FOREIGN PIECE GOES INTERNATIONAL WITHOUT ONE.
1144vb          IF RCP-FOREIGN-ADDRESS
1144vc              MOVE ZERO TO RCP-IMB-SERIAL
1144vd          ELSE
1144Dc              IF TSC-LAST-IMB-SERIAL NOT < 999999999
1144Dd                  MOVE ZERO TO TSC-LAST-IMB-SERIAL
1144De              END-IF
1144Df              ADD 1 TO TSC-LAST-IMB-SERIAL
1144Dg              MOVE TSC-LAST-IMB-SERIAL TO WS-IMB-SERIAL-WORK
1144Dh              MOVE WS-IMB-SERIAL-WORK TO RCP-IMB-SERIAL
1144ve          END-IF
011450          WRITE TEN99-RECIP-COPY-RCD
011460          ADD 1 TO WS-RECIP-RCDS-WRITTEN
01146A      ELSE
01172X*   REFERENCE TABLE (FILE NOT YET LOADED BY OPERATIONS)
01172Y*   SKIPS THE STATE AND ZIP TESTS RATHER THAN QUEUEING THE
01172Z*   WHOLE MAILING.
0117va*   A FOREIGN ADDRESS (CLCWW013 ADDRESS TAIL) HAS NO STATE OR
0117vb*   ZIP TO PROVE - 2890-VALIDATE-FOREIGN TAKES ITS PLACE.
01173A  2870-VALIDATE-ADDRESS.
01173B
01173C      MOVE "N" TO WS-ADDR-VALID-SW.
01173D      MOVE "N" TO WS-STATE-VALID-SW.
01173E      MOVE "N" TO WS-ZIP-VALID-SW.
0117vc      MOVE SPACES TO WS-CNTY-NAME-WORK.
01173F
01173G      IF TEN99-ADDRESS-LINE1-DATA = SPACES
01173H          OR TEN99-CITY-DATA = SPACES
01173I          GO TO 2870-EXIT
01173J      END-IF.
0117vd
0117ve      IF TEN99-FOREIGN-ADDRESS
0117vf          PERFORM 2890-VALIDATE-FOREIGN THRU 2890-EXIT
0117vg          GO TO 2870-EXIT
0117vh      END-IF.
01173K
01173L      IF WS-PST-COUNT = ZERO
01173M          MOVE "Y" TO WS-ADDR-VALID-SW
01174Q
01174R  2880-EXIT.
01174S      EXIT.
0117vi
0117vj* 2890-VALIDATE-FOREIGN
0117vk*   A FOREIGN ADDRESS IS MAILABLE WHEN ITS COUNTRY CODE IS ON
0117vl*   THE CNTY REFERENCE TABLE - THE COUNTRY NAME IS THE LAST
0117vm*   LINE OF THE ADDRESS.  THE POSTAL CODE IS NOT REQUIRED;
0117vn*   NOT EVERY COUNTRY USES ONE.
0117vo  2890-VALIDATE-FOREIGN.
0117vp
0117vq      MOVE "N" TO WS-CNTY-FOUND-SW.
0117vr
0117vs      PERFORM 2895-SEARCH-COUNTRY THRU 2895-EXIT
0117vt          VARYING WS-CNTY-TBL-SUB FROM 1 BY 1
0117vu          UNTIL WS-CNTY-TBL-SUB > WS-CNTY-TBL-MAX
0117vv             OR WS-CNTY-FOUND.
0117vw
0117vx      IF WS-CNTY-FOUND
0117vy          MOVE "Y" TO WS-ADDR-VALID-SW
0117vz      END-IF.
0117wa
0117wb  2890-EXIT.
0117wc      EXIT.
0117wd
0117we  2895-SEARCH-COUNTRY.
0117wf
0117wg      IF TEN99-COUNTRY-CODE-DATA = WS-CNTY-CODE (WS-CNTY-TBL-SUB)
0117wh          MOVE "Y" TO WS-CNTY-FOUND-SW
0117wi          MOVE WS-CNTY-NAME (WS-CNTY-TBL-SUB)
0117wj                               TO WS-CNTY-NAME-WORK
0117wk      END-IF.
0117wl
0117wm  2895-EXIT.
0117wn      EXIT.
011710 
0117G1* 8050-SIM-WRAPUP
0117G2*   THE SIMULATION'S ONLY DELIVERABLE - BASELINE VS
0117J4          VARYING WS-SIME-TBL-SUB FROM 1 BY 1
0117J5          UNTIL WS-SIME-TBL-SUB > WS-SIME-COUNT.
0117J6
117J6a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
117J6b
0117J7      COPY C2INZ003.
0117J8
0117J9      CLOSE CC-E01W-DISPLAY-FILE
011850      MOVE WS-PAYEES-BELOW-MINIMUM  TO SCR-COUNT.
011860      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
011870      PERFORM 8999-WRITE-SYSOUT.
011872
011874      MOVE "VENDOR W-9 CLASSES LOADED:" TO SCR-LITERAL.
011876      MOVE WS-VENDORS-LOADED        TO SCR-COUNT.
011878      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
01187A      PERFORM 8999-WRITE-SYSOUT.
01187B
01187b      MOVE "ADDRESS OF RECORD USED:" TO SCR-LITERAL.
01187c      MOVE WS-ADDR-OF-RECORD-USED   TO SCR-COUNT.
01187d      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
01187e      PERFORM 8999-WRITE-SYSOUT.
01187f
01187C      MOVE "EXEMPT PAYEES SUPPRESSED:" TO SCR-LITERAL.
01187D      MOVE WS-EXEMPT-SUPPRESSED     TO SCR-COUNT.
01187E      MOVE SYSOUT-COUNT-RCD         TO CC-E01W-DISPLAY-RCD.
01187F      PERFORM 8999-WRITE-SYSOUT.
01187G
01187H      MOVE "EXEMPT AMOUNT SUPPRESSED:" TO GTL-LITERAL.
01187I      MOVE WS-EXEMPT-SUPPRESSED-AMT TO GTL-AMOUNT.
01187J      MOVE WS-GRAND-TOTAL-LINE      TO CC-E01W-DISPLAY-RCD.
01187K      PERFORM 8999-WRITE-SYSOUT.
011880 
011890      MOVE "RECIPIENT COPIES WRITTEN:" TO SCR-LITERAL.
011900      MOVE WS-RECIP-RCDS-WRITTEN      TO SCR-COUNT.
01212M      MOVE WS-UNDELIV-CNT        TO SCR-COUNT.
01212N      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
01212O      PERFORM 8999-WRITE-SYSOUT.
0121va
0121vb      MOVE "FOREIGN ADDRESS COPIES:" TO SCR-LITERAL.
0121vc      MOVE WS-FOREIGN-ADDR-CNT   TO SCR-COUNT.
0121vd      MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD.
0121ve      PERFORM 8999-WRITE-SYSOUT.
012130 
012140      MOVE "BANK RETURNS LOADED:"     TO SCR-LITERAL.
012150      MOVE WS-BKR-RETURNS-LOADED     TO SCR-COUNT.
0125Fc*   DUAL-CONTROL GATE AS THE FIRE FILE - IT REGISTERS READY
0125Fd*   HERE AND TRANSMITS ONLY AFTER A SECOND OPERATOR'S
0125Fe*   CCCW9161 APPROVAL.  A TEST RUN ARCHIVED NOTHING, SO IT
0125Ff*   REGISTERS NOTHING EITHER; A PARTITION LEAVES IT TO CCCW9169.
0125Fg      IF NOT WS-TEST-MODE-RUN AND NOT WS-PARTITION-RUN
0125Fh          PERFORM 8795-REGISTER-STATE-READY THRU 8795-EXIT
0125Fi      END-IF.
01254G
01254H*   A TEST OR PARTITION RUN SKIPPED THE ARCHIVE PASS, SO ITS
01254I*   STATE AND LABEL STREAMS ARE STILL OPEN AND CLOSE HERE.
01254J      IF WS-TEST-MODE-RUN OR WS-PARTITION-RUN
01254K          CLOSE TEN99-STATE-FILE
01254L          CLOSE TEN99-LABEL-FILE
01254M      END-IF.
012550 
12550a*   THE CAPACITY REPORT PRINTS AHEAD OF THE PARTITION
12550b*   SUMMARY SO THE SUMMARY CARRIES ANY OVERFLOW TO CCCW9169.
12550c      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
12550d
01255A      IF WS-PARTITION-RUN
01255B          PERFORM 8800-WRITE-PARTITION-SUMMARY THRU 8800-EXIT
01255C      END-IF.
01255D
012560      PERFORM 8300-SAVE-FILE-SEQUENCE THRU 8300-EXIT.
012570 
012580      COPY C2INZ003.
012610 
012620  8000-EXIT.
012630      EXIT.
1263aa
1263ab* 8980-NOTE-TABLE-CAPACITY
1263ac*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
1263ad*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
1263ae*   DROPPED ENTRY ENDS THE RUN RC=12.
1263af  8980-NOTE-TABLE-CAPACITY.
1263ag
1263ah      MOVE "BANK RETURNS"           TO TC-NOTE-NAME.
1263ai      MOVE WS-BKR-TABLE-MAX         TO TC-NOTE-LIMIT.
1263aj      MOVE WS-BKR-COUNT-TOTAL       TO TC-NOTE-HIGH.
1263ak      MOVE WS-BKR-DROPPED           TO TC-NOTE-DROPPED.
1263al      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263am
1263an      MOVE "PAYER MASTER"           TO TC-NOTE-NAME.
1263ao      MOVE WS-PM-TABLE-MAX          TO TC-NOTE-LIMIT.
1263ap      MOVE WS-PM-COUNT              TO TC-NOTE-HIGH.
1263aq      MOVE WS-PM-DROPPED            TO TC-NOTE-DROPPED.
1263ar      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263as
1263at      MOVE "RUN MANIFESTS"          TO TC-NOTE-NAME.
1263au      MOVE WS-MAN-TABLE-MAX         TO TC-NOTE-LIMIT.
1263av      MOVE WS-MAN-COUNT-TOTAL       TO TC-NOTE-HIGH.
1263aw      MOVE WS-MAN-DROPPED           TO TC-NOTE-DROPPED.
1263ax      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263ay
1263az      MOVE "BUSINESS CALENDAR"      TO TC-NOTE-NAME.
1263ba      MOVE WS-CAL-TABLE-MAX         TO TC-NOTE-LIMIT.
1263bb      MOVE WS-CAL-COUNT             TO TC-NOTE-HIGH.
1263bc      MOVE WS-CAL-DROPPED           TO TC-NOTE-DROPPED.
1263bd      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263be
1263bf      MOVE "RUN DAYS"               TO TC-NOTE-NAME.
1263bg      MOVE WS-CAL-TABLE-MAX         TO TC-NOTE-LIMIT.
1263bh      MOVE WS-RUN-DAY-COUNT         TO TC-NOTE-HIGH.
1263bi      MOVE WS-RUN-DAY-DROPPED       TO TC-NOTE-DROPPED.
1263bj      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263bk
1263bl      MOVE "E-DELIVERY CONSENTS"    TO TC-NOTE-NAME.
1263bm      MOVE WS-CNS-TABLE-MAX         TO TC-NOTE-LIMIT.
1263bn      MOVE WS-CNS-COUNT             TO TC-NOTE-HIGH.
1263bo      MOVE WS-CNS-DROPPED           TO TC-NOTE-DROPPED.
1263bp      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263bq
1263br      MOVE "POSTAL REFERENCE"       TO TC-NOTE-NAME.
1263bs      MOVE WS-PST-TABLE-MAX         TO TC-NOTE-LIMIT.
1263bt      MOVE WS-PST-COUNT             TO TC-NOTE-HIGH.
1263bu      MOVE WS-PST-DROPPED           TO TC-NOTE-DROPPED.
1263bv      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263bw
1263bx      MOVE "VENDOR TAX CLASS"       TO TC-NOTE-NAME.
1263by      MOVE WS-VCL-TABLE-MAX         TO TC-NOTE-LIMIT.
1263bz      MOVE WS-VCL-COUNT             TO TC-NOTE-HIGH.
1263ca      MOVE WS-VCL-DROPPED           TO TC-NOTE-DROPPED.
1263cb      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263cx
1263cy      MOVE "VENDOR ADDRESS"         TO TC-NOTE-NAME.
1263cz      MOVE WS-AR-TABLE-MAX          TO TC-NOTE-LIMIT.
1263c0      MOVE WS-AR-COUNT              TO TC-NOTE-HIGH.
1263c1      MOVE WS-AR-DROPPED            TO TC-NOTE-DROPPED.
1263c2      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263cc
1263cd      MOVE "SIM OVERRIDES"          TO TC-NOTE-NAME.
1263ce      MOVE WS-SIMO-TABLE-MAX        TO TC-NOTE-LIMIT.
1263cf      MOVE WS-SIMO-COUNT            TO TC-NOTE-HIGH.
1263cg      MOVE WS-SIMO-DROPPED          TO TC-NOTE-DROPPED.
1263ch      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263ci
1263cj      MOVE "SIM STATES"             TO TC-NOTE-NAME.
1263ck      MOVE WS-SIMS-TABLE-MAX        TO TC-NOTE-LIMIT.
1263cl      MOVE WS-SIMS-COUNT            TO TC-NOTE-HIGH.
1263cm      MOVE WS-SIMS-DROPPED          TO TC-NOTE-DROPPED.
1263cn      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263co
1263cp      MOVE "SIM ENTITIES"           TO TC-NOTE-NAME.
1263cq      MOVE WS-SIME-TABLE-MAX        TO TC-NOTE-LIMIT.
1263cr      MOVE WS-SIME-COUNT            TO TC-NOTE-HIGH.
1263cs      MOVE WS-SIME-DROPPED          TO TC-NOTE-DROPPED.
1263ct      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
1263cu
263cua      MOVE "REASON CODES"           TO TC-NOTE-NAME.
263cub      MOVE WS-REASON-TBL-LIMIT      TO TC-NOTE-LIMIT.
263cuc      MOVE WS-REASON-TBL-MAX        TO TC-NOTE-HIGH.
263cud      MOVE WS-REASON-DROPPED        TO TC-NOTE-DROPPED.
263cue      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
263cuf
263cug      MOVE "REPORTING FLOORS"       TO TC-NOTE-NAME.
263cuh      MOVE WS-THRESH-TBL-LIMIT      TO TC-NOTE-LIMIT.
263cui      MOVE WS-THRESH-TBL-MAX        TO TC-NOTE-HIGH.
263cuj      MOVE WS-THRESH-DROPPED        TO TC-NOTE-DROPPED.
263cuk      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
263cul
263cum      MOVE "STATE FILING RULES"     TO TC-NOTE-NAME.
263cun      MOVE WS-SRULE-TBL-LIMIT       TO TC-NOTE-LIMIT.
263cuo      MOVE WS-SRULE-TBL-MAX         TO TC-NOTE-HIGH.
263cup      MOVE WS-SRULE-DROPPED         TO TC-NOTE-DROPPED.
263cuq      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
263cur
263cus      MOVE "CF/SF STATES"           TO TC-NOTE-NAME.
263cut      MOVE WS-CFSF-TBL-LIMIT        TO TC-NOTE-LIMIT.
263cuu      MOVE WS-CFSF-TBL-MAX          TO TC-NOTE-HIGH.
263cuv      MOVE WS-CFSF-DROPPED          TO TC-NOTE-DROPPED.
263cuw      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
263cva
263cvb      MOVE "COUNTRY NAMES"          TO TC-NOTE-NAME.
263cvc      MOVE WS-CNTY-TBL-LIMIT        TO TC-NOTE-LIMIT.
263cvd      MOVE WS-CNTY-TBL-MAX          TO TC-NOTE-HIGH.
263cve      MOVE WS-CNTY-DROPPED          TO TC-NOTE-DROPPED.
263cvf      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
263cux
1263cv      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
1263cw
1263cx      IF TC-TABLE-OVERFLOW
1263cy          MOVE TC-OVERFLOW-RC TO RETURN-CODE
1263cz      END-IF.
1263da
1263db  8980-EXIT.
1263dc      EXIT.
012640 
012650* 8200-WRITE-REASON-BREAKDOWN                                     
012660*   WRITES ONE TEN99-REASON-BRK-RCD (CLCWW033) PER CLCWW032       
013030  8300-SAVE-FILE-SEQUENCE.
01304A
01304B*   A TEST RUN WRITES TO REDIRECTED DDS AND MUST NOT BURN A
01304C*   PRODUCTION FILE SEQUENCE.  A PARTITION'S HEADER SEQUENCE
0304Ca*   IS PROVISIONAL - CCCW9169 BURNS THE ONE THE MERGED FILE
0304Cb*   CARRIES, AND ADVANCES THE IMB SERIAL AS IT RE-STAMPS.
01304D      IF WS-TEST-MODE-RUN OR WS-PARTITION-RUN
01304E          GO TO 8300-EXIT
01304F      END-IF.
013040 
01377K*   COPIES EACH TRANSMITTAL STREAM, AS WRITTEN, INTO THE
01377L*   CUMULATIVE ARCHIVE BEHIND AN 'H' HEADER CARRYING THE
01377M*   PROCESSING DATE, FILE SEQUENCE, AND STREAM TYPE.  A
01377N*   TEST RUN ARCHIVES NOTHING, AND A PARTITION LEAVES IT TO
1377Na*   CCCW9169, WHICH ARCHIVES THE MERGED STREAMS ONCE.  THE
1377Nb*   OUTPUT AND NEC STREAMS
01377O*   WERE CLOSED BY THEIR BALANCING PASSES; THE STATE AND
01377P*   LABEL STREAMS ARE CLOSED HERE BEFORE THEIR RE-READ.
01377Q  8750-ARCHIVE-TRANSMITTALS.
01377R
01377S      IF WS-TEST-MODE-RUN OR WS-PARTITION-RUN
01377T          GO TO 8750-EXIT
01377U      END-IF.
01377V
0137J7*   AGAINST THE AR-STATE-FILE ARCHIVE STREAM JUST WRITTEN.
0137J8  8795-REGISTER-STATE-READY.
0137J9
0137K1      PERFORM 8796-OPEN-FILING-STATUS THRU 8796-EXIT.
0137K2
0137K3      MOVE SPACES                 TO FILING-STATUS-RCD.
0137K4      MOVE WS-TAX-YEAR            TO FC-TAX-YEAR.
0137M4
0137M5  8795-EXIT.
0137M6      EXIT.
0137va
0137vb* 8796-OPEN-FILING-STATUS
0137vc*   THE ACCUMULATING FILE IS CHECKED BEFORE ANYTHING IS
0137vd*   APPENDED - RECORDS OF THIS LAYOUT MUST NOT BE ADDED TO A
0137ve*   GENERATION OF ANOTHER.  AN EMPTY FILE GETS ITS CLCWW166
0137vf*   LAYOUT HEADER AS ITS FIRST RECORD.
0137vg  8796-OPEN-FILING-STATUS.
0137vh
0137vi      MOVE "CLCWW076"             TO WS-LV-CHECK-FILE-ID.
0137vj      MOVE "FILSTAT"              TO WS-LV-CHECK-DDNAME.
0137vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0137vl      OPEN INPUT FILING-STATUS-FILE.
0137vm      READ FILING-STATUS-FILE INTO LAYOUT-HEADER-RCD
0137vn          AT END
0137vo              MOVE "Y"            TO WS-LV-EMPTY-SW
0137vp      END-READ.
0137vq      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0137vr      CLOSE FILING-STATUS-FILE.
0137vs
0137vt      OPEN EXTEND FILING-STATUS-FILE.
0137vu      IF WS-LV-FILE-EMPTY
0137vv          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
0137vw          WRITE FILING-STATUS-RCD FROM LAYOUT-HEADER-RCD
0137vx      END-IF.
0137vy
0137vz  8796-EXIT.
0137wa      EXIT.
0137M7
0137M8* 8800-WRITE-PARTITION-SUMMARY
0137M9*   WRITES THIS PARTITION'S CLCWW132 SUMMARY - ITS RANGE, THE
0137MA*   STAGING RECORDS READ AND TAKEN, AND EVERY STREAM'S TOTALS
0137MB*   - FOR CCCW9169 TO PROVE THE MERGE AGAINST.
0137MC  8800-WRITE-PARTITION-SUMMARY.
0137MD
0137ME      CLOSE TEN99-YTD-EXTRACT-FILE.
0137MF
0137MG      MOVE SPACES                 TO TEN99-PARTITION-RCD.
0137MH      MOVE WS-PART-NO             TO PS-PARTITION-NO.
0137MI      MOVE WS-PART-TIN-LOW        TO PS-TIN-LOW.
0137MJ      MOVE WS-PART-TIN-HIGH       TO PS-TIN-HIGH.
0137MK      MOVE WS-TAX-YEAR            TO PS-TAX-YEAR.
0137ML      MOVE SWA-CURRENT-CCYY-DATE  TO PS-RUN-DATE.
0137MM      MOVE WS-RECORDS-READ        TO PS-RECORDS-READ.
0137MN      MOVE WS-PART-IN-RANGE       TO PS-RECORDS-IN-RANGE.
0137MO      MOVE WS-RECORDS-WRITTEN     TO PS-STREAM-COUNT (1).
0137MP      MOVE WS-FILE-TOTAL-AMT      TO PS-STREAM-AMOUNT (1).
0137MQ      MOVE WS-FILE-CHECKSUM       TO PS-STREAM-CHECKSUM (1).
0137MR      MOVE WS-NEC-RCDS-WRITTEN    TO PS-STREAM-COUNT (2).
0137MS      MOVE WS-NEC-TOTAL-AMT       TO PS-STREAM-AMOUNT (2).
0137MT      MOVE WS-NEC-CHECKSUM        TO PS-STREAM-CHECKSUM (2).
0137MU      MOVE WS-INT-RCDS-WRITTEN    TO PS-STREAM-COUNT (3).
0137MV      MOVE WS-INT-TOTAL-AMT       TO PS-STREAM-AMOUNT (3).
0137MW      MOVE WS-INT-CHECKSUM        TO PS-STREAM-CHECKSUM (3).
0137MX      MOVE WS-STATE-RCDS-WRITTEN  TO PS-STREAM-COUNT (4).
0137MY      MOVE WS-STATE-TOTAL-AMT     TO PS-STREAM-AMOUNT (4).
0137MZ      MOVE WS-STATE-CHECKSUM      TO PS-STREAM-CHECKSUM (4).
0137N1      MOVE WS-LABEL-RCDS-WRITTEN  TO PS-STREAM-COUNT (5).
0137N2      MOVE WS-LABEL-TOTAL-AMT     TO PS-STREAM-AMOUNT (5).
0137N3      MOVE WS-LABEL-CHECKSUM      TO PS-STREAM-CHECKSUM (5).
0137N4      MOVE WS-RECIP-RCDS-WRITTEN  TO PS-RECIP-COUNT.
0137N5      MOVE WS-UNDELIV-CNT         TO PS-UNDELIV-COUNT.
0137N6      MOVE WS-PAYEES-ACCUMULATED  TO PS-YTD-COUNT.
0137N7      MOVE WS-NETTING-RCDS-WRITTEN TO PS-NETTING-COUNT.
0137N8      MOVE WS-PORTAL-RCDS-WRITTEN TO PS-PORTAL-COUNT.
0137N9      MOVE WS-EXEMPT-SUPPRESSED   TO PS-SUPPRESS-COUNT.
0137NA      MOVE WS-CORR-HIST-RCDS-WRITTEN TO PS-CORR-HIST-COUNT.
0137NB      MOVE WS-LATER-YEAR-CARRIED  TO PS-LATER-YEAR-CARRIED.
0137NC      MOVE WS-PRIOR-YEAR-CARRIED  TO PS-PRIOR-YEAR-CARRIED.
0137ND      MOVE WS-PAYEES-BELOW-MINIMUM TO PS-BELOW-MINIMUM.
0137NE      MOVE WS-MISSING-DAYS        TO PS-MISSING-DAYS.
0137NF      MOVE WS-BKR-OVERFLOW-SW     TO PS-BKR-OVERFLOW-SW.
137NFa      MOVE TC-OVERFLOW-SW         TO PS-TABLE-OVERFLOW-SW.
0137NG
0137NH      OPEN OUTPUT TEN99-PARTITION-FILE.
0137NI      WRITE TEN99-PARTITION-RCD.
0137NJ      CLOSE TEN99-PARTITION-FILE.
0137NK
0137NL      MOVE "PARTITION RECORDS IN RANGE:" TO SCR-LITERAL.
0137NM      MOVE WS-PART-IN-RANGE       TO SCR-COUNT.
0137NN      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0137NO      PERFORM 8999-WRITE-SYSOUT.
0137NP
0137NQ      MOVE "OTHER PARTITIONS' RECORDS:" TO SCR-LITERAL.
0137NR      MOVE WS-PART-OUT-OF-RANGE   TO SCR-COUNT.
0137NS      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0137NT      PERFORM 8999-WRITE-SYSOUT.
0137NU
0137NV  8800-EXIT.
0137NW      EXIT.
01372i
01372j* 8900-SET-RETURN-CODE
01372k*   RC=0 CLEAN; RC=4 OTHER-YEAR RECORDS CARRIED FORWARD OR A
01372l*   BUSINESS DAY MISSING A CCCW9100 RUN - REVIEW BEFORE
01372m*   TRANSMITTING; RC=12 ANY TABLE DROPPED AN ENTRY (SEE THE
01372n*   CAPACITY REPORT) - A SHORT BANK-RETURN TABLE MEANS
1372na*   RETURNED CHECKS MAY NOT ALL HAVE BEEN EXCLUDED.
01372o  8900-SET-RETURN-CODE.
01372p
01372q      MOVE ZERO TO RETURN-CODE.
01372v          MOVE 4 TO RETURN-CODE
01372w      END-IF.
01372x
01372y      IF TC-TABLE-OVERFLOW
01372z          MOVE TC-OVERFLOW-RC TO RETURN-CODE
013731      END-IF.
013732
013733  8900-EXIT.
013720 
01372z      COPY CLCWW111.
013731
01373A      COPY CLCWW128.
01373B
1373Ba      COPY CLCWW134.
1373Bb
0137wb      COPY CLCWW167.
0137wc
0137wd      COPY CLCWW170.
0137wf
0137wg      COPY CLCWW190.
0137we
013730      COPY C2INZ002.
013740 
013750      COPY C2INZ004.
013840      TEN99-NETTING-RPT
013850      TEN99-PORTAL-FILE
013860      TEN99-CORR-HIST-FILE
013862      TEN99-SUPPRESS-FILE
013870      RUN-HISTORY-FILE.
013880 
013890  9999-EXIT.
