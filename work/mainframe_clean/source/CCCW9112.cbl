000300******************************************************************
000310* DATE     INIT  DESCRIPTION
000320* -------- ----  --------------------------------------------
0003vc* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0003vd*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0003va* 10/2026  RF    THE MANIFEST CARRIES A CLCWW166 LAYOUT HEADER -
0003vb*                WRITTEN ON THE NEW GENERATION, CHECKED ON THE OLD
000321* 10/2026  RF    REFUSE TO RUN UNLESS TEN99DTL IS THE HEAD
000322*                GENERATION ON THE STAGING GENERATION CATALOG
000323*                (CLCWW129-131), AND CATALOG THE NEW GENERATION
000324*                WITH ITS PARENT AT WRAP-UP
00032a* 08/2026  RF    REVERSE EACH DROPPED RECORD OUT OF THE KEYED
00032b*                YTD FILE - THE BACKED-OUT RUN'S POSTINGS WERE
00032c*                COMMITTED, AND REPROCESSING THE CORRECTED
00054d          ACCESS MODE IS DYNAMIC
00054e          RECORD KEY IS TEN99-YTD-KEY
00054f          FILE STATUS IS WS-YTD-FILE-STATUS.
00054g
00054h      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00054i          ORGANIZATION IS SEQUENTIAL.
000550
000560      COPY C2INX004.
000570
000740      LABEL RECORDS ARE STANDARD
000750      DATA RECORD IS TEN99-STAGING-OUT-RCD.
000760
000770  01  TEN99-STAGING-OUT-RCD         PIC X(420).
000780
000790  FD  TEN99-MANIFEST-FILE
000800      BLOCK CONTAINS 0 RECORDS
00096f      DATA RECORD IS TEN99-YTD-RCD.
00096g
00096h      COPY CLCWW014.
00096i
00096j  FD  GEN-CATALOG-FILE
00096k      BLOCK CONTAINS 0 RECORDS
00096l      RECORDING MODE IS F
00096m      LABEL RECORDS ARE STANDARD
00096n      DATA RECORD IS GEN-CATALOG-RCD.
00096o
00096p      COPY CLCWW129.
000970
000980      COPY C2INX005.
000990
001020      COPY C2INX003.
001030
001040      COPY C2INX006.
0010va
0010vb      COPY CLCWW166.
00104a
00104b      COPY CLCWW130.
001050
001060  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9112".
001070
001800          DELIMITED BY SIZE INTO CC-E01W-DISPLAY-RCD.
001810      PERFORM 8999-WRITE-SYSOUT.
001820
00182a*   A BACKOUT TAKEN FROM ANYTHING BUT THE HEAD GENERATION
00182b*   WOULD THROW AWAY EVERY CHANGE MADE SINCE.
00182c      PERFORM 9600-VERIFY-HEAD       THRU 9600-EXIT.
00182d
001830      OPEN INPUT  TEN99-STAGING-FILE.
001840      OPEN OUTPUT TEN99-STAGING-OUT.
0184a       OPEN I-O    TEN99-YTD-FILE.
002040      ELSE
002050          MOVE TEN99-RCD          TO TEN99-STAGING-OUT-RCD
002060          WRITE TEN99-STAGING-OUT-RCD
00206a          MOVE TEN99-RCD TO GN-HASH-RECORD
00206b          PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT
002070          ADD 1 TO WS-RECORDS-KEPT
002080      END-IF.
002090
002210
002220      OPEN INPUT  TEN99-MANIFEST-FILE.
002230      OPEN OUTPUT TEN99-MANIFEST-OUT.
0022va      PERFORM 3005-CHECK-MANIFEST-LAYOUT THRU 3005-EXIT.
0022vb      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
0022vc      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0022vd      WRITE TEN99-MANIFEST-OUT-RCD FROM LAYOUT-HEADER-RCD.
002240
002250      PERFORM 3100-READ-MANIFEST THRU 3100-EXIT
002260          UNTIL WS-MANIFEST-EOF.
002410
002420  3000-EXIT.
002430      EXIT.
0024va
0024vb* 3005-CHECK-MANIFEST-LAYOUT
0024vc*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0024vd*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0024ve*   READ SEES END OF FILE.
0024vf  3005-CHECK-MANIFEST-LAYOUT.
0024vg
0024vh      MOVE "CLCWW063"             TO WS-LV-CHECK-FILE-ID.
0024vi      MOVE "TEN99MAN"             TO WS-LV-CHECK-DDNAME.
0024vj      MOVE "N"                    TO WS-LV-EMPTY-SW.
0024vk      READ TEN99-MANIFEST-FILE INTO LAYOUT-HEADER-RCD
0024vl          AT END
0024vm              MOVE "Y"            TO WS-LV-EMPTY-SW
0024vn      END-READ.
0024vo      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0024vp
0024vq      IF WS-LV-FILE-EMPTY
0024vr          CLOSE TEN99-MANIFEST-FILE
0024vs          OPEN INPUT TEN99-MANIFEST-FILE
0024vt      END-IF.
0024vu
0024vv  3005-EXIT.
0024vw      EXIT.
002440
002450  3100-READ-MANIFEST.
002460
002860      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
002870      PERFORM 8999-WRITE-SYSOUT.
002880
00288a      PERFORM 9630-CATALOG-REWRITE THRU 9630-EXIT.
00288b
002890      COPY C2INZ003.
002900
002910      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
002930  8000-EXIT.
002940      EXIT.
002950
00295a      COPY CLCWW131.
00295b
0029va      COPY CLCWW167.
0029vb
002960      COPY C2INZ002.
002970
002980      COPY C2INZ004.
