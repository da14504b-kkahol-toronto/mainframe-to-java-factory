000010******************************************************************
000020*****************  START OF COPYLIB CLCWW189  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW189           USED BY: CCCW9100
000070*   (WORKING STORAGE FOR THE CLCWW190               CCCW9120
000080*    ADDRESS-OF-RECORD PARAGRAPHS - COPY            CCCW9126
000090*    BOTH MEMBERS TOGETHER)                         CCCW9145
000100*                                                   CCCW9150
000110*                                                   CCCW9151
000120*                                                   CCCW9180
000125*                                                   CCCW9216
000130*------------------------------------------------------------
000140* VENDOR ADDRESS OF RECORD
000150* WS-AR-TABLE HOLDS EVERY VENDOR ON THE CLCWW037 MASTER WITH
000160* ITS ADDRESS OF RECORD (SPACES WHEN NONE IS ON FILE), LOADED
000170* BY 9300-LOAD-ADDRESS-OF-RECORD OR ONE RECORD AT A TIME BY
000180* 9310-ADD-ADDRESS-OF-RECORD FROM A PROGRAM'S OWN MASTER LOAD.
000190* 9320-FIND-ADDRESS-OF-RECORD RETURNS A VENDOR'S ADDRESS IN
000200* WS-AR-ADDRESS; 9330-COMPARE-ADDRESS COMPARES IT WITH THE
000210* ADDRESS THE CALLER MOVED TO WS-AR-KEYED-ADDRESS.  SAME
000220* CAPACITY AS THE VENDOR TABLE CCCW9100 LOADS THE MASTER INTO;
000230* A VENDOR THE TABLE CANNOT HOLD IS COUNTED IN WS-AR-DROPPED
000240* FOR THE CALLER'S TABLE CAPACITY REPORT AND IS MAILED AT ITS
000250* LAST-DISBURSEMENT ADDRESS AS BEFORE.
000260******************************************************************
000270*                      REVISIONS
000280* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000290******************************************************************
000300* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - VENDOR
000310*                               ADDRESS-OF-RECORD TABLE
000320******************************************************************
000330
000340 01  WS-AR-AREA.
000350     05  WS-AR-SEARCH-TIN              PIC X(09) VALUE SPACES.
000360     05  WS-AR-FOUND-SW                PIC X(01) VALUE "N".
000370         88  WS-AR-VENDOR-FOUND            VALUE "Y".
000380     05  WS-AR-ON-FILE-SW              PIC X(01) VALUE "N".
000390         88  WS-AR-ADDRESS-ON-FILE         VALUE "Y".
000400     05  WS-AR-DIFFERS-SW              PIC X(01) VALUE "N".
000410         88  WS-AR-ADDRESS-DIFFERS         VALUE "Y".
000420     05  WS-AR-EOF-SW                  PIC X(01) VALUE "N".
000430         88  WS-AR-EOF                     VALUE "Y".
000440     05  WS-AR-COUNT                   PIC 9(04) COMP VALUE ZERO.
000450     05  WS-AR-TABLE-MAX               PIC 9(04) COMP VALUE 3000.
000460     05  WS-AR-DROPPED                 PIC 9(07) COMP VALUE ZERO.
000470     05  WS-AR-SUB                     PIC 9(04) COMP VALUE ZERO.
000480     05  WS-AR-MATCHED-SUB             PIC 9(04) COMP VALUE ZERO.
000490*    THE ADDRESS OF RECORD FOUND BY 9320, ITS SOURCE AND DATE.
000500     05  WS-AR-ADDRESS.
000510         10  WS-AR-LINE1               PIC X(40).
000520         10  WS-AR-LINE2               PIC X(40).
000530         10  WS-AR-CITY                PIC X(28).
000540         10  WS-AR-STATE               PIC X(05).
000550         10  WS-AR-ZIP                 PIC X(11).
000560         10  WS-AR-FOREIGN-IND         PIC X(01).
000570             88  WS-AR-FOREIGN             VALUE "F".
000580         10  WS-AR-COUNTRY-CODE        PIC X(03).
000590         10  WS-AR-PROVINCE            PIC X(10).
000600         10  WS-AR-POSTAL-CODE         PIC X(10).
000610     05  WS-AR-SOURCE                  PIC X(01) VALUE SPACES.
000620     05  WS-AR-DATE                    PIC 9(08) VALUE ZERO.
000630*    THE ADDRESS 9330 COMPARES WITH WS-AR-ADDRESS.
000640     05  WS-AR-KEYED-ADDRESS.
000650         10  WS-AR-KEY-LINE1           PIC X(40).
000660         10  WS-AR-KEY-LINE2           PIC X(40).
000670         10  WS-AR-KEY-CITY            PIC X(28).
000680         10  WS-AR-KEY-STATE           PIC X(05).
000690         10  WS-AR-KEY-ZIP             PIC X(11).
000700         10  WS-AR-KEY-FOREIGN-IND     PIC X(01).
000710         10  WS-AR-KEY-COUNTRY-CODE    PIC X(03).
000720         10  WS-AR-KEY-PROVINCE        PIC X(10).
000730         10  WS-AR-KEY-POSTAL-CODE     PIC X(10).
000740
000750 01  WS-AR-TABLE.
000760     05  WS-AR-ENTRY                   OCCURS 3000 TIMES.
000770         10  WS-AR-TIN                 PIC X(09).
000780         10  WS-AR-TBL-ADDRESS         PIC X(148).
000790         10  WS-AR-TBL-SOURCE          PIC X(01).
000800         10  WS-AR-TBL-DATE            PIC 9(08).
000810
000820******************  END OF COPYLIB CLCWW189  *****************
