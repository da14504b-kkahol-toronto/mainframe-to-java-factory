000340* DATE     INIT  DESCRIPTION
000350* -------- ----  --------------------------------------------
000360* 09/2026  RF    NEW PROGRAM - YTD FILE REBUILD/VERIFY
000361* 10/2026  RF    LOG THE TAX YEAR, RUN MODE (VERIFY/REPAIR), AND
000362*                CONDITION CODE ON THE RUN-HISTORY END RECORD
000363*                FOR CCCW9150'S PREREQUISITE GATE - THE RETURN
000364*                CODE IS NOW SET AHEAD OF THE WRAP-UP
000365* 10/2026  RF    REBUILD THE YTD REASON CODE (CLCWW014) FROM THE
000366*                LAST STAGED DISBURSEMENT WITH THE NAME/ADDRESS
0003va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0003vc* 10/2026  RF    CARRY THE FOREIGN-ADDRESS INDICATOR, COUNTRY,
0003vd*                PROVINCE AND POSTAL CODE ONTO THE YTD RECORD
000370******************************************************************
000380  ENVIRONMENT DIVISION.
000390  CONFIGURATION SECTION.
000800  01  TEN99-SORT-RCD.
000810      05  TS-SSN-TAX-ID             PIC X(16).
000820      05  TS-COMPASS-ENT-CDE        PIC X(03).
000830      05  TS-DETAIL                 PIC X(420).
000840
000850  FD  TEN99-YTD-FILE
000860      BLOCK CONTAINS 0 RECORDS
001370  01  WS-HOLD-AREA.
001380      05  WS-HOLD-ENT-CDE         PIC X(03).
001390      05  WS-HOLD-SSN-TAX-ID      PIC X(16).
001400      05  WS-HOLD-RCD             PIC X(420).
001410
001420  01  WS-DOLLAR-TOTAL             PIC S9(13)V99 VALUE ZERO.
001430  01  WS-PAYEE-CHECK-COUNT        PIC 9(05) COMP VALUE ZERO.
001790
001800      PERFORM 5000-COUNT-FILE-KEYS   THRU 5000-EXIT.
001810
001820      PERFORM 8900-SET-RETURN-CODE   THRU 8900-EXIT.
001830
001840      PERFORM 8000-WRAPUP            THRU 8000-EXIT.
001850
001860      GOBACK.
001870
002090                                  TO CC-E01W-DISPLAY-RCD
002100          PERFORM 8999-WRITE-SYSOUT
002110      END-IF.
002111
002112      MOVE WS-WANT-YEAR           TO SWA-RUN-TAX-YEAR.
002113      IF WS-REPAIR-MODE-RUN
002114          MOVE "REPAIR"           TO SWA-RUN-MODE
002115      ELSE
002116          MOVE "VERIFY"           TO SWA-RUN-MODE
002117      END-IF.
002120
002130      IF WS-REPAIR-MODE-RUN
002140          OPEN I-O TEN99-YTD-FILE
004260      MOVE TEN99-CITY-DATA        TO TEN99-YTD-CITY.
004270      MOVE TEN99-STATE-DATA       TO TEN99-YTD-STATE.
004280      MOVE TEN99-ZIP-DATA         TO TEN99-YTD-ZIP.
0042va      MOVE TEN99-FOREIGN-ADDR-IND
0042vb                              TO TEN99-YTD-FOREIGN-ADDR-IND.
0042vc      MOVE TEN99-COUNTRY-CODE-DATA
0042vd                              TO TEN99-YTD-COUNTRY-CODE.
0042ve      MOVE TEN99-PROVINCE-DATA    TO TEN99-YTD-PROVINCE.
0042vf      MOVE TEN99-POSTAL-CODE-DATA
0042vg                              TO TEN99-YTD-POSTAL-CODE.
004290      MOVE TEN99-FIN-LABEL-CODE-DATA
004300                              TO TEN99-YTD-FIN-LABEL-CODE.
004310      MOVE TEN99-ISSUING-BR-CODE-DATA
004320                              TO TEN99-YTD-ISSUING-BR-CODE.
004330      MOVE TEN99-TAX-TYPE         TO TEN99-YTD-TAX-TYPE.
004340      MOVE TEN99-TIN-IND          TO TEN99-YTD-TIN-IND.
004345      MOVE TEN99-RSN-CODE         TO TEN99-YTD-RSN-CODE.
004350      MOVE WS-DOLLAR-TOTAL        TO TEN99-YTD-GROSS-DISB-AMT.
004360      MOVE WS-PAYEE-CHECK-COUNT   TO TEN99-YTD-CHECK-COUNT.
004370
005250          PERFORM 8999-WRITE-SYSOUT
005260      END-IF.
005270
005271      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
005272
005280      COPY C2INZ003.
005290
005300      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
