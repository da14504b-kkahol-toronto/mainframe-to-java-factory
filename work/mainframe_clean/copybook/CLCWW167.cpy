000010******************************************************************
000020*****************  START OF COPYLIB CLCWW167  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW167           USED BY: CCCW9100
000070*   PLACE NEAR THE END OF THE PROCEDURE             CCCW9110
000080*   DIVISION.  REQUIRES THE CLCWW166 WORK           CCCW9112
000090*   AREAS IN WORKING STORAGE AND THE                CCCW9120
000100*   C2INZ002/C2INZ004 SYSOUT AND ABEND              CCCW9125
000110*   PARAGRAPHS.                                     CCCW9126
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
000350*                                                   CCCW9197
000360*                                                   CCCW9198
000370*                                                   CCCW9199
000380*                                                   CCCW9200
000385*                                                   CCCW9201
000387*                                                   CCCW9202
000388*                                                   CCCW9203
000389*                                                   CCCW9204
00038A*                                                   CCCW9205
00038B*                                                   CCCW9206
00038C*                                                   CCCW9209
00038D*                                                   CCCW9210
00038E*                                                   CCCW9211
00038F*                                                   CCCW9212
00038G*                                                   CCCW9213
00038H*                                                   CCCW9214
00038I*                                                   CCCW9216
00038J*                                                   CCCW9217
000390*                                                   CCMR6330
000400*                                                   CCMR6350
000410*                                                   CCMR6370
000420*------------------------------------------------------------
000430* LAYOUT-VERSION HEADER - COMMON PARAGRAPHS
000440*   9200-CHECK-LAYOUT        - CHECKS THE FIRST RECORD OF AN
000450*                              INPUT GENERATION.  THE CALLER
000460*                              MOVES THE COPYBOOK NAME TO
000470*                              WS-LV-CHECK-FILE-ID AND THE DD
000480*                              NAME TO WS-LV-CHECK-DDNAME, READS
000490*                              THE FIRST RECORD INTO LAYOUT-
000500*                              HEADER-RCD, AND MOVES "Y" TO
000510*                              WS-LV-EMPTY-SW AT END.  A
000520*                              GENERATION WITHOUT A HEADER, OF
000530*                              ANOTHER FILE, OR OF ANY VERSION
000540*                              BUT THE COMPILED ONE IS REJECTED
000550*                              WITH A SYSOUT EXPLANATION AND AN
000560*                              ABEND (LAYV1 - LAYV4).  AN EMPTY
000570*                              GENERATION PASSES; THE CALLER
000580*                              REOPENS IT SO ITS OWN FIRST READ
000590*                              SEES END OF FILE.
000600*   9210-BUILD-LAYOUT-HEADER - BUILDS LAYOUT-HEADER-RCD FOR
000610*                              WS-LV-CHECK-FILE-ID AT THE
000620*                              COMPILED VERSION, FOR THE CALLER
000630*                              TO WRITE FROM AS THE FIRST RECORD
000640*                              OF A NEW GENERATION, SIGNED WITH
000650*                              THE CALLER'S WS-PROGRAM-ID.
000660*   9220-FIND-LAYOUT         - LOOKS WS-LV-CHECK-FILE-ID UP IN
000670*                              WS-LV-TABLE (LAYV0 IF ABSENT).
000680* CALL WITH PERFORM ... THRU ...-EXIT.
000690******************************************************************
000700*                      REVISIONS
000710* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000720******************************************************************
000730* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - LAYOUT-
000740*                               VERSION CHECK/BUILD PARAGRAPHS
000750******************************************************************
000760
000770 9200-CHECK-LAYOUT.
000780
000790     PERFORM 9220-FIND-LAYOUT THRU 9220-EXIT.
000800
000810     IF WS-LV-FILE-EMPTY
000820         GO TO 9200-EXIT
000830     END-IF.
000840
000850     IF NOT LH-HEADER-PRESENT
000860         MOVE "LAYV1"                 TO WS-LV-ABEND-CODE
000870         MOVE "THE GENERATION CARRIES NO LAYOUT HEADER"
000880                                      TO WS-LV-REASON
000890         MOVE "STAMP IT WITH CCCW9200 BEFORE IT IS READ"
000900                                      TO WS-LV-ACTION
000910         GO TO 9290-REJECT-LAYOUT
000920     END-IF.
000930
000940     IF LH-FILE-ID NOT = WS-LV-CHECK-FILE-ID
000950         MOVE "LAYV2"                 TO WS-LV-ABEND-CODE
000960         MOVE "THE GENERATION IS A DIFFERENT FILE"
000970                                      TO WS-LV-REASON
000980         MOVE "CHECK THE DATA SET NAME ON THE DD STATEMENT"
000990                                      TO WS-LV-ACTION
001000         GO TO 9290-REJECT-LAYOUT
001010     END-IF.
001020
001030     IF LH-VERSION < WS-LV-CUR-VERSION
001040         MOVE "LAYV3"                 TO WS-LV-ABEND-CODE
001050         MOVE "THE GENERATION IS AN OLDER LAYOUT VERSION"
001060                                      TO WS-LV-REASON
001070         MOVE "CONVERT IT FORWARD WITH CCCW9200 AND RERUN"
001080                                      TO WS-LV-ACTION
001090         GO TO 9290-REJECT-LAYOUT
001100     END-IF.
001110
001120     IF LH-VERSION > WS-LV-CUR-VERSION
001130         MOVE "LAYV3"                 TO WS-LV-ABEND-CODE
001140         MOVE "THE GENERATION IS NEWER THAN THIS PROGRAM"
001150                                      TO WS-LV-REASON
001160         MOVE "RECOMPILE AGAINST THE CURRENT COPYBOOK"
001170                                      TO WS-LV-ACTION
001180         GO TO 9290-REJECT-LAYOUT
001190     END-IF.
001200
001210     IF LH-RECORD-LENGTH NOT = WS-LV-CUR-LENGTH
001220         MOVE "LAYV4"                 TO WS-LV-ABEND-CODE
001230         MOVE "THE RECORD LENGTH DISAGREES WITH THE VERSION"
001240                                      TO WS-LV-REASON
001250         MOVE "THE HEADER IS DAMAGED - RESTORE THE GENERATION"
001260                                      TO WS-LV-ACTION
001270         GO TO 9290-REJECT-LAYOUT
001280     END-IF.
001290
001300 9200-EXIT.
001310     EXIT.
001320
001330 9210-BUILD-LAYOUT-HEADER.
001340
001350     PERFORM 9220-FIND-LAYOUT THRU 9220-EXIT.
001360
001370     MOVE SPACES                      TO LAYOUT-HEADER-RCD.
001380     SET LH-HEADER-PRESENT            TO TRUE.
001390     MOVE WS-LV-CHECK-FILE-ID         TO LH-FILE-ID.
001400     MOVE WS-LV-CUR-VERSION           TO LH-VERSION.
001410     MOVE WS-LV-CUR-LENGTH            TO LH-RECORD-LENGTH.
001420     MOVE WS-PROGRAM-ID               TO LH-WRITTEN-BY.
001430     MOVE SWA-CURRENT-CCYY-DATE       TO LH-WRITTEN-DATE.
001440
001450 9210-EXIT.
001460     EXIT.
001470
001480 9220-FIND-LAYOUT.
001490
001500     MOVE "N" TO WS-LV-FOUND-SW.
001510     PERFORM 9230-SEARCH-LAYOUT THRU 9230-EXIT
001520         VARYING WS-LV-SUB FROM 1 BY 1
001530         UNTIL WS-LV-SUB > WS-LV-TBL-MAX
001540            OR WS-LV-FOUND.
001550
001560     IF NOT WS-LV-FOUND
001570         MOVE "LAYV0"                 TO WS-LV-ABEND-CODE
001580         MOVE "THE FILE IS NOT IN THE LAYOUT VERSION TABLE"
001590                                      TO WS-LV-REASON
001600         MOVE "ADD IT TO CLCWW166 AND RECOMPILE"
001610                                      TO WS-LV-ACTION
001620         GO TO 9290-REJECT-LAYOUT
001630     END-IF.
001640
001650 9220-EXIT.
001660     EXIT.
001670
001680 9230-SEARCH-LAYOUT.
001690
001700     IF WS-LV-FILE-ID (WS-LV-SUB) = WS-LV-CHECK-FILE-ID
001710         MOVE "Y"                          TO WS-LV-FOUND-SW
001720         MOVE WS-LV-VERSION (WS-LV-SUB)    TO WS-LV-CUR-VERSION
001730         MOVE WS-LV-RECORD-LENGTH (WS-LV-SUB)
001740                                           TO WS-LV-CUR-LENGTH
001750         MOVE WS-LV-DESC (WS-LV-SUB)       TO WS-LV-CUR-DESC
001760     END-IF.
001770
001780 9230-EXIT.
001790     EXIT.
001800
001810* 9290-REJECT-LAYOUT
001820*   EXPLAINS THE REJECTION ON SYSOUT - WHAT THE PROGRAM WAS
001830*   BUILT FOR, WHAT THE GENERATION SAYS IT IS, WHY THAT WILL
001840*   NOT DO, AND WHAT TO RUN - THEN ABENDS.  NEVER RETURNS.
001850 9290-REJECT-LAYOUT.
001860
001870     MOVE WS-LV-CHECK-DDNAME          TO WS-LVM-DDNAME.
001880     MOVE WS-LV-CUR-DESC              TO WS-LVM-DESC.
001890     MOVE WS-LV-MSG-FAILED            TO CC-E01W-DISPLAY-RCD.
001900     PERFORM 8999-WRITE-SYSOUT.
001910
001920     IF WS-LV-ABEND-CODE NOT = "LAYV0"
001930         MOVE WS-LV-CHECK-FILE-ID     TO WS-LVM-EXP-FILE-ID
001940         MOVE WS-LV-CUR-VERSION       TO WS-LVM-EXP-VERSION
001950         MOVE WS-LV-CUR-LENGTH        TO WS-LVM-EXP-LENGTH
001960         MOVE WS-LV-MSG-EXPECTED      TO CC-E01W-DISPLAY-RCD
001970         PERFORM 8999-WRITE-SYSOUT
001980         IF LH-HEADER-PRESENT
001990             MOVE LH-FILE-ID          TO WS-LVM-FND-FILE-ID
002000             MOVE LH-VERSION          TO WS-LVM-FND-VERSION
002010             MOVE LH-RECORD-LENGTH    TO WS-LVM-FND-LENGTH
002020             MOVE LH-WRITTEN-BY       TO WS-LVM-FND-WRITTEN-BY
002030             MOVE LH-WRITTEN-DATE     TO WS-LVM-FND-WRITTEN-DATE
002040             MOVE WS-LV-MSG-FOUND     TO CC-E01W-DISPLAY-RCD
002050         ELSE
002060             MOVE WS-LV-MSG-NO-HEADER TO CC-E01W-DISPLAY-RCD
002070         END-IF
002080         PERFORM 8999-WRITE-SYSOUT
002090     END-IF.
002100
002110     MOVE WS-LV-REASON                TO WS-LVM-TEXT.
002120     MOVE WS-LV-MSG-TEXT              TO CC-E01W-DISPLAY-RCD.
002130     PERFORM 8999-WRITE-SYSOUT.
002140     MOVE WS-LV-ACTION                TO WS-LVM-TEXT.
002150     MOVE WS-LV-MSG-TEXT              TO CC-E01W-DISPLAY-RCD.
002160     PERFORM 8999-WRITE-SYSOUT.
002170
002180     MOVE "9200-CHECK-LAYOUT"         TO SAR-PARAGRAPH.
002190     MOVE WS-LV-ABEND-CODE            TO SAR-RETURN-CODE.
002200     MOVE SPACES                      TO SAR-DB-NAME.
002210     MOVE WS-LV-CHECK-DDNAME          TO SAR-TABLE-NAME.
002220     MOVE SPACES                      TO SAR-SQLCODE.
002230     GO TO 9998-COREDUMP.
002240
002250 9290-EXIT.
002260     EXIT.
002270
002280******************  END OF COPYLIB CLCWW167  *****************
