000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9207.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9207
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    OPERATIONS ALERT POSTING.  A CALLED SUBPROGRAM
000130*              (LIKE CCCW9196, NOT A SCHEDULED JOB) THAT
000140*              APPENDS ONE ALERT TO THE CLCWW176 OPERATIONS
000150*              ALERT REGISTER WITH STATUS OPEN AT ESCALATION
000160*              LEVEL 01, AND RETURNS THE ALERT ID - THE RAISED
000170*              DATE AND TIME TO THE HUNDREDTH.  TWO ALERTS
000180*              POSTED IN THE SAME HUNDREDTH BY ONE RUN ARE
000190*              KEPT APART BY STEPPING THE SECOND ID PAST THE
000200*              FIRST.  THE REGISTER IS OPENED AND CLOSED ON
000210*              EVERY CALL SO EACH ALERT IS ON THE FILE THE
000220*              MOMENT IT IS RAISED, EVEN IF THE CALLER THEN
000230*              ABENDS.  A REGISTER THAT CANNOT BE OPENED OR
000240*              WRITTEN IS REPORTED BACK IN ALP-RESULT, NEVER
000250*              AS AN ABEND - AN ALERT MUST NOT TAKE A JOB
000260*              DOWN.  CALLED FROM 9998-COREDUMP (C2INZ004) FOR
000270*              EVERY ABEND, AND BY THE JOBS THAT RAISE AN
000280*              OPERATIONS WARNING.
000290*
000300*  CALL:       CALL "CCCW9207" USING ALERT-POST-AREA (CLCWW177).
000310*
000320******************************************************************
000330*                      MODIFICATION HISTORY
000340******************************************************************
000350* DATE     INIT  DESCRIPTION
000360* -------- ----  --------------------------------------------
000370* 10/2026  RF    NEW PROGRAM - OPERATIONS ALERT REGISTER
000380*                POSTING
000390******************************************************************
000400  ENVIRONMENT DIVISION.
000410  CONFIGURATION SECTION.
000420  SOURCE-COMPUTER.   IBM-370.
000430  OBJECT-COMPUTER.   IBM-370.
000440  INPUT-OUTPUT SECTION.
000450  FILE-CONTROL.
000460
000470      SELECT ALERT-REGISTER-FILE ASSIGN TO ALERTREG
000480          ORGANIZATION IS SEQUENTIAL
000490          FILE STATUS IS WS-ALERTREG-FILE-STATUS.
000500
000510  DATA DIVISION.
000520  FILE SECTION.
000530
000540  FD  ALERT-REGISTER-FILE
000550      BLOCK CONTAINS 0 RECORDS
000560      RECORDING MODE IS F
000570      LABEL RECORDS ARE STANDARD
000580      DATA RECORD IS ALERT-REG-RCD.
000590
000600      COPY CLCWW176.
000610
000620  WORKING-STORAGE SECTION.
000630
000640  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9207".
000650
000660  01  WS-ALERTREG-CONTROLS.
000670      05  WS-ALERTREG-FILE-STATUS PIC X(02) VALUE SPACES.
000680          88  WS-ALERTREG-OK              VALUE "00".
000690
000700* THE ALERT ID - RAISED DATE (CCYYMMDD) AND TIME (HHMMSSHH) -
000710* AS ONE NUMBER SO A COLLIDING ID CAN BE STEPPED PAST THE LAST
000720* ONE THIS RUN ISSUED.  WS-LAST-ALERT-ID SURVIVES FROM CALL
000730* TO CALL FOR THE LIFE OF THE RUN.
000740  01  WS-NEW-ALERT-ID             PIC 9(16) VALUE ZERO.
000750  01  WS-NEW-ALERT-ID-PARTS REDEFINES WS-NEW-ALERT-ID.
000760      05  WS-NEW-RAISED-DATE      PIC 9(08).
000770      05  WS-NEW-RAISED-TIME      PIC 9(08).
000780      05  WS-NEW-RAISED-HHMMSS REDEFINES WS-NEW-RAISED-TIME.
000790          10  WS-NEW-HHMMSS           PIC 9(06).
000800          10  FILLER                  PIC 9(02).
000810  77  WS-LAST-ALERT-ID            PIC 9(16) VALUE ZERO.
000820
000830  LINKAGE SECTION.
000840
000850      COPY CLCWW177.
000860
000870  PROCEDURE DIVISION USING ALERT-POST-AREA.
000880
000890  0000-MAINLINE.
000900
000910      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
000920
000930      PERFORM 2000-POST-ALERT        THRU 2000-EXIT.
000940
000950      GOBACK.
000960
000970* 1000-INITIALIZE
000980*   STAMPS THE ALERT ID.  IF THE CLOCK HAS NOT MOVED PAST THE
000990*   LAST ID THIS RUN ISSUED, THE NEW ID IS THE LAST ONE PLUS A
001000*   HUNDREDTH SO EVERY ALERT ID IN THE REGISTER IS UNIQUE.
001010  1000-INITIALIZE.
001020
001030      MOVE "0"                    TO ALP-RESULT.
001040
001050      ACCEPT WS-NEW-RAISED-DATE   FROM DATE YYYYMMDD.
001060      ACCEPT WS-NEW-RAISED-TIME   FROM TIME.
001070
001080      IF WS-NEW-ALERT-ID NOT > WS-LAST-ALERT-ID
001090          COMPUTE WS-NEW-ALERT-ID = WS-LAST-ALERT-ID + 1
001100      END-IF.
001110
001120      MOVE WS-NEW-ALERT-ID        TO WS-LAST-ALERT-ID.
001130      MOVE WS-NEW-ALERT-ID        TO ALP-ALERT-ID.
001140
001150  1000-EXIT.
001160      EXIT.
001170
001180* 2000-POST-ALERT
001190*   APPENDS THE ALERT AS OPEN, LEVEL 01, NO CONTACT YET - THE
001200*   LEVEL 01 CONTACT IS FILLED IN FROM THE ESCL TABLE BY THE
001210*   NEXT CCCW9208 ESCALATION RUN.  ANY FILE STATUS OTHER THAN
001220*   00 ON THE OPEN OR THE WRITE IS RETURNED AS REGISTER
001230*   UNAVAILABLE.
001240  2000-POST-ALERT.
001250
001260      OPEN EXTEND ALERT-REGISTER-FILE.
001270
001280      IF NOT WS-ALERTREG-OK
001290          MOVE "1"                TO ALP-RESULT
001300          GO TO 2000-EXIT
001310      END-IF.
001320
001330      MOVE SPACES                 TO ALERT-REG-RCD.
001340      MOVE WS-NEW-RAISED-DATE     TO ALR-RAISED-DATE.
001350      MOVE WS-NEW-RAISED-TIME     TO ALR-RAISED-TIME.
001360      MOVE ALP-SOURCE-PGM         TO ALR-SOURCE-PGM.
001370      MOVE ALP-SEVERITY           TO ALR-SEVERITY.
001380      MOVE ALP-ALERT-CODE         TO ALR-ALERT-CODE.
001390      MOVE ALP-TAX-YEAR           TO ALR-TAX-YEAR.
001400      MOVE ALP-RUN-REF            TO ALR-RUN-REF.
001410      MOVE ALP-ALERT-TEXT         TO ALR-ALERT-TEXT.
001420      MOVE "O"                    TO ALR-STATUS.
001430      MOVE ZERO                   TO ALR-ACK-DATE.
001440      MOVE ZERO                   TO ALR-ACK-TIME.
001450      MOVE ZERO                   TO ALR-RES-DATE.
001460      MOVE ZERO                   TO ALR-RES-TIME.
001470      MOVE 1                      TO ALR-ESCL-LEVEL.
001480      MOVE WS-NEW-RAISED-DATE     TO ALR-ESCL-DATE.
001490      MOVE WS-NEW-HHMMSS          TO ALR-ESCL-TIME.
001500
001510      WRITE ALERT-REG-RCD.
001520
001530      IF NOT WS-ALERTREG-OK
001540          MOVE "1"                TO ALP-RESULT
001550      END-IF.
001560
001570      CLOSE ALERT-REGISTER-FILE.
001580
001590  2000-EXIT.
001600      EXIT.
