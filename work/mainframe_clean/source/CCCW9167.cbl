000010  IDENTIFICATION DIVISION.
000020******************************************************************
000030  PROGRAM-ID.     CCCW9167.
000040  AUTHOR.         R. FORTUNATE.
000050  INSTALLATION.   B&CCW - CHECKWRITING SYSTEMS.
000060  DATE-WRITTEN.   OCTOBER 2026.
000070  DATE-COMPILED.
000080******************************************************************
000090*
000100*  PROGRAM:    CCCW9167
000110*  SYSTEM:     BRANCH & CENTRALIZED CHECKWRITING (B&CCW)
000120*  PURPOSE:    YEAR-END STEP PREREQUISITE GATE FOR STEPS THAT
000130*              ARE NOT COBOL PROGRAMS - CHIEFLY THE FIRE AND
000140*              STATE FILE TRANSFERS, WHICH MUST NOT SEND
000150*              ANYTHING UNTIL CCCW9161'S DUAL-CONTROL APPROVAL
000160*              HAS ENDED CLEAN FOR THE TAX YEAR.  RUN AS THE
000170*              STEP IMMEDIATELY AHEAD OF THE GATED STEP; IT
000180*              CHECKS THE RUN-HISTORY FILE AGAINST THE CLCWW127
000190*              PREREQUISITE TABLE ENTRIES FOR THE STEP NAMED ON
000200*              THE PARM AND ABENDS (PREQ1 NOT RUN, PREQ2 ENDED
000210*              IN ERROR) WHEN ONE IS NOT MET, SO THE GATED STEP
000220*              NEVER STARTS.  COBOL STEPS SUCH AS CCCW9150 RUN
000230*              THE SAME CLCWW128 CHECK THEMSELVES AT STARTUP.
000240*
000250*  PARM:       COLS 1-8   GATED STEP NAME AS KEYED ON CLCWW127
000260*                         (FIRESEND, STATSEND).
000270*              COLS 10-13 TAX YEAR (CCYY).
000280*                         E.G. PARM='FIRESEND 2026'.
000290*
000300*  FILES:      RUNHIST  - RUN-HISTORY AUDIT FILE (C2INW005)
000310*
000320******************************************************************
000330*                      MODIFICATION HISTORY
000340******************************************************************
000350* DATE     INIT  DESCRIPTION
000360* -------- ----  --------------------------------------------
000370* 10/2026  RF    NEW PROGRAM - PRE-TRANSMISSION PREREQUISITE
000380*                GATE
000390******************************************************************
000400  ENVIRONMENT DIVISION.
000410  CONFIGURATION SECTION.
000420  SOURCE-COMPUTER.   IBM-370.
000430  OBJECT-COMPUTER.   IBM-370.
000440  INPUT-OUTPUT SECTION.
000450  FILE-CONTROL.
000460
000470      COPY C2INX001.
000480
000490      COPY C2INX004.
000500
000510  DATA DIVISION.
000520  FILE SECTION.
000530
000540      COPY C2INX002.
000550
000560      COPY C2INX005.
000570
000580  WORKING-STORAGE SECTION.
000590
000600      COPY C2INX003.
000610
000620      COPY C2INX006.
000630
000640      COPY CLCWW127.
000650
000660  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9167".
000670
000680  LINKAGE SECTION.
000690
000700  01  LS-PARM-DATA.
000710      05  LS-PARM-LENGTH          PIC S9(04) COMP.
000720      05  LS-PARM-STEP            PIC X(08).
000730      05  FILLER                  PIC X(01).
000740      05  LS-PARM-YEAR            PIC X(04).
000750
000760  PROCEDURE DIVISION USING LS-PARM-DATA.
000770
000780  0000-MAINLINE.
000790
000800      PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
000810
000820      PERFORM 2000-CHECK-STEP        THRU 2000-EXIT.
000830
000840      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
000850
000860      MOVE ZERO TO RETURN-CODE.
000870
000880      GOBACK.
000890
000900  1000-INITIALIZE.
000910
000920      OPEN OUTPUT CC-E01W-DISPLAY-FILE.
000930      OPEN EXTEND RUN-HISTORY-FILE.
000940
000950      COPY C2INZ001.
000960
000970      IF LS-PARM-LENGTH > 12
000980          AND LS-PARM-STEP NOT = SPACES
000990          AND LS-PARM-YEAR NUMERIC
001000          MOVE LS-PARM-STEP       TO PQ-GATED-STEP-WANT
001010          MOVE LS-PARM-YEAR       TO PQ-TAX-YEAR-WANT
001020          MOVE LS-PARM-YEAR       TO SWA-RUN-TAX-YEAR
001030      ELSE
001040          MOVE "1000-INITIALIZE"     TO SAR-PARAGRAPH
001050          MOVE "PARM1"               TO SAR-RETURN-CODE
001060          MOVE SPACES                TO SAR-DB-NAME
001070          MOVE "RUNHIST"             TO SAR-TABLE-NAME
001080          MOVE SPACES                TO SAR-SQLCODE
001090          GO TO 9998-COREDUMP
001100      END-IF.
001110
001120  1000-EXIT.
001130      EXIT.
001140
001150* 2000-CHECK-STEP
001160*   A STEP NAME WITH NO ENTRY ON THE TABLE IS A PARM ERROR,
001170*   NOT A PASS - A MISTYPED NAME MUST NOT WAVE A TRANSFER
001180*   THROUGH UNCHECKED.
001190  2000-CHECK-STEP.
001200
001210      PERFORM 9700-CHECK-PREREQUISITES THRU 9700-EXIT.
001220
001230      IF PQ-GATED-ENTRIES = ZERO
001240          MOVE "*NO PREREQUISITES ON FILE FOR THAT STEP"
001250                                  TO CC-E01W-DISPLAY-RCD
001260          PERFORM 8999-WRITE-SYSOUT
001270          MOVE "2000-CHECK-STEP"     TO SAR-PARAGRAPH
001280          MOVE "PARM1"               TO SAR-RETURN-CODE
001290          MOVE SPACES                TO SAR-DB-NAME
001300          MOVE "RUNHIST"             TO SAR-TABLE-NAME
001310          MOVE SPACES                TO SAR-SQLCODE
001320          GO TO 9998-COREDUMP
001330      END-IF.
001340
001350  2000-EXIT.
001360      EXIT.
001370
001380  8000-WRAPUP.
001390
001400      MOVE "PREREQUISITES CHECKED:" TO SCR-LITERAL.
001410      MOVE PQ-GATED-ENTRIES       TO SCR-COUNT.
001420      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
001430      PERFORM 8999-WRITE-SYSOUT.
001440
001450      COPY C2INZ003.
001460
001470      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
001480
001490  8000-EXIT.
001500      EXIT.
001510
001520      COPY CLCWW128.
001530
001540      COPY C2INZ002.
001550
001560      COPY C2INZ004.
001570
001580      COPY C2INZ005.
001590
001600      RUN-HISTORY-FILE.
001610
001620  9999-EXIT.
001630      EXIT.
