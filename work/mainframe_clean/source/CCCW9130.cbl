000320******************************************************************
000330* DATE     INIT  DESCRIPTION
000340* -------- ----  --------------------------------------------
0003ve* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vf*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0003vc* 10/2026  RF    CARRY THE CCCW9201 TAX-YEAR CLOSING-BALANCE
0003vd*                RECORDS (TYPE "C") INTO EACH NEW GENERATION
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON WHLEDGI
0003vb*                AND WRITE ONE ON THE NEW WHLEDGO GENERATION
00340a* 10/2026  RF    COUNT EVERY DEPOSIT THE HISTORY TABLE COULD NOT
00340b*                HOLD, PRINT THE TABLE CAPACITY REPORT, AND END
00340c*                RC=12 WHEN ANY DEPOSIT WAS DROPPED
00033a* 09/2026  RF    Y945 MODE ALSO SUMS THE NEW 1099-INT STREAM -
00033b*                WITHHOLDING ON INTEREST REISSUES DEPOSITS
00033c*                THROUGH THE SAME LEDGER
001070      LABEL RECORDS ARE STANDARD
001080      DATA RECORD IS TEN99-IN-RCD.
001090
001100  01  TEN99-IN-RCD                  PIC X(420).
00110a
00110b  FD  TEN99-NEC-FILE
00110c      BLOCK CONTAINS 0 RECORDS
00110e      LABEL RECORDS ARE STANDARD
00110f      DATA RECORD IS TEN99-NEC-IN-RCD.
00110g
00110h  01  TEN99-NEC-IN-RCD              PIC X(420).
00110i
00110j  FD  TEN99-INT-FILE
00110k      BLOCK CONTAINS 0 RECORDS
00110m      LABEL RECORDS ARE STANDARD
00110n      DATA RECORD IS TEN99-INT-IN-RCD.
00110o
00110p  01  TEN99-INT-IN-RCD              PIC X(420).
001110
001120      COPY C2INX005.
001130
001160      COPY C2INX003.
001170
001180      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
001190
001200      COPY CLCWW013.
01200a
01200b      COPY CLCWW133.
001210
001220  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9130".
001230
001630
001640  77  WS-DEP-COUNT                PIC 9(03) COMP VALUE ZERO.
001650  77  WS-DEP-TABLE-MAX            PIC 9(03) COMP VALUE 500.
01650a  77  WS-DEP-DROPPED              PIC 9(07) COMP VALUE ZERO.
001660  77  WS-DEP-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
0016va
0016vb* CLOSING-BALANCE RECORDS OF THE TAX YEARS ALREADY CLOSED BY
0016vc* CCCW9201 - CARRIED THROUGH UNCHANGED BEHIND THE BALANCE
0016vd* RECORD.  ONE PER CLOSED YEAR.
0016ve  01  WS-CLOSING-TABLE.
0016vf      05  WS-CLS-ENTRY            OCCURS 20 TIMES
0016vg                                  PIC X(80).
0016vh
0016vi  77  WS-CLS-COUNT                PIC 9(03) COMP VALUE ZERO.
0016vj  77  WS-CLS-TABLE-MAX            PIC 9(03) COMP VALUE 20.
0016vk  77  WS-CLS-TBL-SUB              PIC 9(03) COMP VALUE ZERO.
001670
001680  77  WS-PARM-TRIGGER-N           PIC 9(09) VALUE ZERO.
001690
002520  1200-LOAD-LEDGER.
002530
002540      OPEN INPUT WHLEDG-IN-FILE.
0025va      PERFORM 1205-CHECK-LEDGER-LAYOUT THRU 1205-EXIT.
002550
002560      PERFORM 1210-LOAD-LEDGER-RCD THRU 1210-EXIT
002570          UNTIL WS-LEDGER-EOF.
002600
002610  1200-EXIT.
002620      EXIT.
0026va
0026vb* 1205-CHECK-LEDGER-LAYOUT
0026vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0026vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0026ve*   READ SEES END OF FILE.
0026vf  1205-CHECK-LEDGER-LAYOUT.
0026vg
0026vh      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
0026vi      MOVE "WHLEDGI"              TO WS-LV-CHECK-DDNAME.
0026vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0026vk      READ WHLEDG-IN-FILE INTO LAYOUT-HEADER-RCD
0026vl          AT END
0026vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0026vn      END-READ.
0026vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0026vp
0026vq      IF WS-LV-FILE-EMPTY
0026vr          CLOSE WHLEDG-IN-FILE
0026vs          OPEN INPUT WHLEDG-IN-FILE
0026vt      END-IF.
0026vu
0026vv  1205-EXIT.
0026vw      EXIT.
002630
002640  1210-LOAD-LEDGER-RCD.
002650
002830                  MOVE WL-DEPOSIT-AMOUNT
002840                      TO WS-DEP-AMOUNT (WS-DEP-COUNT)
002850                  ADD 1 TO WS-DEPOSITS-CARRIED
02850a              ELSE
02850b                  ADD 1 TO WS-DEP-DROPPED
002860              END-IF
0028va          ELSE
0028vb              IF WL-CLOSING-RECORD
0028vc                  PERFORM 1220-LOAD-CLOSING-RCD THRU 1220-EXIT
0028vd              END-IF
002870          END-IF
002880      END-IF.
002890
002900  1210-EXIT.
0029va      EXIT.
0029vb
0029vc* 1220-LOAD-CLOSING-RCD
0029vd*   A TYPE "C" CLOSING-BALANCE RECORD IS HELD AS IT STANDS AND
0029ve*   WRITTEN BACK UNCHANGED - A CLOSED YEAR IS NEVER REPOSTED.
0029vf  1220-LOAD-CLOSING-RCD.
0029vg
0029vh      IF WS-CLS-COUNT NOT < WS-CLS-TABLE-MAX
0029vi          MOVE "*CLOSING-BALANCE TABLE FULL AT:"
0029vj                                  TO CC-E01W-DISPLAY-RCD
0029vk          PERFORM 8999-WRITE-SYSOUT
0029vl          MOVE WS-CLS-TABLE-MAX   TO SCR-COUNT
0029vm          MOVE "CLOSING TABLE MAXIMUM:" TO SCR-LITERAL
0029vn          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
0029vo          PERFORM 8999-WRITE-SYSOUT
0029vp          MOVE "1220-LOAD-CLOSING-RCD" TO SAR-PARAGRAPH
0029vq          MOVE "TBLFL"            TO SAR-RETURN-CODE
0029vr          MOVE SPACES             TO SAR-DB-NAME
0029vs          MOVE "WHLEDGI"          TO SAR-TABLE-NAME
0029vt          MOVE SPACES             TO SAR-SQLCODE
0029vu          GO TO 9998-COREDUMP
0029vv      END-IF.
0029vw
0029vx      ADD 1 TO WS-CLS-COUNT.
0029vy      MOVE WHLEDGER-RCD           TO WS-CLS-ENTRY (WS-CLS-COUNT).
0029vz
0029wa  1220-EXIT.
002910      EXIT.
002920
002930* 2000-POST-DAILY-RUN
003540                          TO WS-DEP-DATE (WS-DEP-COUNT)
003550          MOVE WS-LIABILITY-BALANCE
003560                          TO WS-DEP-AMOUNT (WS-DEP-COUNT)
03560a      ELSE
03560b          ADD 1 TO WS-DEP-DROPPED
003570      END-IF.
003580
003590      ADD WS-LIABILITY-BALANCE    TO WS-DEPOSITED-YTD.
003640
003650* 2300-WRITE-LEDGER
003660*   WRITES THE NEW LEDGER GENERATION - THE TYPE "L" BALANCE
003670*   RECORD FIRST, THE CLOSED YEARS' CLOSING-BALANCE RECORDS,
0036va*   THEN THE FULL DEPOSIT HISTORY.
003680  2300-WRITE-LEDGER.
003690
003700      OPEN OUTPUT WHLEDG-OUT-FILE.
0037va      MOVE "CLCWW050"             TO WS-LV-CHECK-FILE-ID.
0037vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0037vc      WRITE WHLEDG-OUT-RCD FROM LAYOUT-HEADER-RCD.
003710
003720      MOVE SPACES                 TO WHLEDGER-RCD.
003730      MOVE "L"                    TO WL-RECORD-TYPE.
003780      MOVE WHLEDGER-RCD           TO WHLEDG-OUT-RCD.
003790      WRITE WHLEDG-OUT-RCD.
003800
0038va      PERFORM 2320-WRITE-CLOSING-RCD THRU 2320-EXIT
0038vb          VARYING WS-CLS-TBL-SUB FROM 1 BY 1
0038vc          UNTIL WS-CLS-TBL-SUB > WS-CLS-COUNT.
0038vd
003810      PERFORM 2310-WRITE-DEPOSIT-RCD THRU 2310-EXIT
003820          VARYING WS-DEP-TBL-SUB FROM 1 BY 1
003830          UNTIL WS-DEP-TBL-SUB > WS-DEP-COUNT.
003970      WRITE WHLEDG-OUT-RCD.
003980
003990  2310-EXIT.
0039va      EXIT.
0039vb
0039vc  2320-WRITE-CLOSING-RCD.
0039vd
0039ve      MOVE WS-CLS-ENTRY (WS-CLS-TBL-SUB) TO WHLEDG-OUT-RCD.
0039vf      WRITE WHLEDG-OUT-RCD.
0039vg
0039vh  2320-EXIT.
004000      EXIT.
004010
004020* 3000-RECONCILE-945
005150          MOVE SYSOUT-COUNT-RCD      TO CC-E01W-DISPLAY-RCD
005160          PERFORM 8999-WRITE-SYSOUT
005170      END-IF.
05170a
05170b      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
005180
005190      COPY C2INZ003.
005200
005220
005230  8000-EXIT.
005240      EXIT.
05240a
05240b* 8980-NOTE-TABLE-CAPACITY
05240c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05240d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05240e*   DROPPED ENTRY ENDS THE RUN RC=12.
05240f  8980-NOTE-TABLE-CAPACITY.
05240g
05240h      MOVE "945 DEPOSIT HISTORY"    TO TC-NOTE-NAME.
05240i      MOVE WS-DEP-TABLE-MAX         TO TC-NOTE-LIMIT.
05240j      MOVE WS-DEP-COUNT             TO TC-NOTE-HIGH.
05240k      MOVE WS-DEP-DROPPED           TO TC-NOTE-DROPPED.
05240l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05240m
05240n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05240o
05240p      IF TC-TABLE-OVERFLOW
05240q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05240r      END-IF.
05240s
05240t  8980-EXIT.
05240u      EXIT.
005250
05250a      COPY CLCWW134.
05250b
0052va      COPY CLCWW167.
0052vb
005260      COPY C2INZ002.
005270
005280      COPY C2INZ004.
