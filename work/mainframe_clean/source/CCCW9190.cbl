000337*                (CLCWW110/111) AT SORT INPUT - CCCW9100 NOW
000338*                PROTECTS T42-SSN-TAX-ID ON T42STAGE THE WAY
000339*                IT PROTECTS THE TEN99DTL STAGING DETAIL
0003va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON T42STAGE
0003vb*                AND WRITE ONE ON THE NEW T42CFW GENERATION
000340******************************************************************
000350  ENVIRONMENT DIVISION.
000360  CONFIGURATION SECTION.
001330      COPY C2INX003.
001340
001350      COPY C2INX006.
0013va
0013vb      COPY CLCWW166.
001355
001356      COPY CLCWW110.
001360
002260      OPEN OUTPUT T42-IRS-FILE.
002270      OPEN OUTPUT T42-RECIP-FILE.
002280      OPEN OUTPUT T42-CARRY-FILE.
0022va      MOVE "CLCWW072"             TO WS-LV-CHECK-FILE-ID.
0022vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0022vc      WRITE T42-CARRY-RCD FROM LAYOUT-HEADER-RCD.
002290
002300      PERFORM 1500-WRITE-T-RECORD    THRU 1500-EXIT.
002310      PERFORM 1600-WRITE-W-RECORD    THRU 1600-EXIT.
003470  2100-SORT-INPUT.
003480
003490      OPEN INPUT T42-STAGING-FILE.
0034va      PERFORM 2105-CHECK-STAGING-LAYOUT THRU 2105-EXIT.
003500
003510      PERFORM 2110-SORT-IN-RECORD THRU 2110-EXIT
003520          UNTIL WS-SORT-EOF.
003550
003560  2100-EXIT.
003570      EXIT.
0035va
0035vb* 2105-CHECK-STAGING-LAYOUT
0035vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0035vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0035ve*   READ SEES END OF FILE.
0035vf  2105-CHECK-STAGING-LAYOUT.
0035vg
0035vh      MOVE "CLCWW072"             TO WS-LV-CHECK-FILE-ID.
0035vi      MOVE "T42STAGE"             TO WS-LV-CHECK-DDNAME.
0035vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0035vk      READ T42-STAGING-FILE INTO LAYOUT-HEADER-RCD
0035vl          AT END
0035vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0035vn      END-READ.
0035vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0035vp
0035vq      IF WS-LV-FILE-EMPTY
0035vr          CLOSE T42-STAGING-FILE
0035vs          OPEN INPUT T42-STAGING-FILE
0035vt      END-IF.
0035vu
0035vv  2105-EXIT.
0035vw      EXIT.
003580
003590  2110-SORT-IN-RECORD.
003600
005840
005842      COPY CLCWW111.
005844
0058va      COPY CLCWW167.
0058vb
005850      COPY C2INZ002.
005860
005870      COPY C2INZ004.
