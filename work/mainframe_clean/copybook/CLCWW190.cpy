000010******************************************************************
000020*****************  START OF COPYLIB CLCWW190  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW190           USED BY: CCCW9100
000070*   PLACE NEAR THE END OF THE PROCEDURE             CCCW9120
000080*   DIVISION.  REQUIRES THE CLCWW189 AND            CCCW9126
000090*   CLCWW166 WORK AREAS, THE CLCWW167               CCCW9145
000100*   LAYOUT PARAGRAPHS, AND VENDOR-MASTER-           CCCW9150
000110*   FILE (DDNAME VNDRMSTR) WITH THE CLCWW037        CCCW9151
000120*   VENDOR-MASTER-RCD UNDER IT.                     CCCW9180
000125*                                                   CCCW9216
000130*------------------------------------------------------------
000140* VENDOR ADDRESS OF RECORD - COMMON PARAGRAPHS
000150*   9300-LOAD-ADDRESS-OF-RECORD - OPENS VNDRMSTR, CHECKS ITS
000160*                             LAYOUT HEADER, LOADS WS-AR-TABLE
000170*                             AND CLOSES IT.  PERFORM ONCE,
000180*                             BEFORE THE FIRST 9320 LOOKUP.
000190*   9310-ADD-ADDRESS-OF-RECORD - ADDS THE VENDOR-MASTER-RCD JUST
000200*                             READ TO WS-AR-TABLE.  FOR A PROGRAM
000210*                             THAT ALREADY READS THE MASTER IN
000220*                             ITS OWN LOAD, IN PLACE OF 9300.
000230*   9320-FIND-ADDRESS-OF-RECORD - THE CALLER MOVES THE TIN TO
000240*                             WS-AR-SEARCH-TIN.  SETS WS-AR-
000250*                             VENDOR-FOUND AND WS-AR-ADDRESS-ON-
000260*                             FILE, AND RETURNS THE ADDRESS, ITS
000270*                             SOURCE AND DATE IN WS-AR-ADDRESS,
000280*                             WS-AR-SOURCE AND WS-AR-DATE.
000290*   9330-COMPARE-ADDRESS    - AFTER A 9320 THAT FOUND AN ADDRESS,
000300*                             THE CALLER MOVES THE ADDRESS TO
000310*                             COMPARE TO WS-AR-KEYED-ADDRESS.
000320*                             SETS WS-AR-ADDRESS-DIFFERS.  A
000330*                             DOMESTIC ADDRESS IS COMPARED ON THE
000340*                             STREET LINES, CITY, STATE AND
000350*                             5-DIGIT ZIP; A FOREIGN ONE ON THE
000360*                             STREET LINES, CITY, COUNTRY AND
000370*                             POSTAL CODE.
000380* CALL WITH PERFORM ... THRU ...-EXIT.
000390******************************************************************
000400*                      REVISIONS
000410* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000420******************************************************************
000430* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - VENDOR
000440*                               ADDRESS-OF-RECORD PARAGRAPHS
000450******************************************************************
000460
000470 9300-LOAD-ADDRESS-OF-RECORD.
000480
000490     MOVE ZERO                       TO WS-AR-COUNT.
000500     MOVE "N"                        TO WS-AR-EOF-SW.
000510
000520     OPEN INPUT VENDOR-MASTER-FILE.
000530     MOVE "CLCWW037"                 TO WS-LV-CHECK-FILE-ID.
000540     MOVE "VNDRMSTR"                 TO WS-LV-CHECK-DDNAME.
000550     MOVE "N"                        TO WS-LV-EMPTY-SW.
000560     READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
000570         AT END
000580             MOVE "Y"                TO WS-LV-EMPTY-SW
000590     END-READ.
000600     PERFORM 9200-CHECK-LAYOUT       THRU 9200-EXIT.
000610
000620     IF WS-LV-FILE-EMPTY
000630         MOVE "Y"                    TO WS-AR-EOF-SW
000640     END-IF.
000650
000660     PERFORM 9305-READ-ADDRESS-OF-RECORD THRU 9305-EXIT
000670         UNTIL WS-AR-EOF.
000680
000690     CLOSE VENDOR-MASTER-FILE.
000700
000710 9300-EXIT.
000720     EXIT.
000730
000740 9305-READ-ADDRESS-OF-RECORD.
000750
000760     READ VENDOR-MASTER-FILE
000770         AT END
000780             MOVE "Y"                TO WS-AR-EOF-SW
000790             GO TO 9305-EXIT
000800     END-READ.
000810
000820     PERFORM 9310-ADD-ADDRESS-OF-RECORD THRU 9310-EXIT.
000830
000840 9305-EXIT.
000850     EXIT.
000860
000870 9310-ADD-ADDRESS-OF-RECORD.
000880
000890     IF WS-AR-COUNT NOT < WS-AR-TABLE-MAX
000900         ADD 1                       TO WS-AR-DROPPED
000910         GO TO 9310-EXIT
000920     END-IF.
000930
000940     ADD 1                           TO WS-AR-COUNT.
000950     MOVE VM-TIN                TO WS-AR-TIN (WS-AR-COUNT).
000960     MOVE VM-ADDRESS-OF-RECORD
000970                           TO WS-AR-TBL-ADDRESS (WS-AR-COUNT).
000980     MOVE VM-ADDR-SOURCE        TO WS-AR-TBL-SOURCE (WS-AR-COUNT).
000990     IF VM-ADDR-DATE NUMERIC
001000         MOVE VM-ADDR-DATE      TO WS-AR-TBL-DATE (WS-AR-COUNT)
001010     ELSE
001020         MOVE ZERO              TO WS-AR-TBL-DATE (WS-AR-COUNT)
001030     END-IF.
001040
001050 9310-EXIT.
001060     EXIT.
001070
001080 9320-FIND-ADDRESS-OF-RECORD.
001090
001100     MOVE "N"                        TO WS-AR-FOUND-SW.
001110     MOVE "N"                        TO WS-AR-ON-FILE-SW.
001120     MOVE ZERO                       TO WS-AR-MATCHED-SUB.
001130     MOVE SPACES                     TO WS-AR-ADDRESS.
001140     MOVE SPACES                     TO WS-AR-SOURCE.
001150     MOVE ZERO                       TO WS-AR-DATE.
001160
001170     PERFORM 9325-SEARCH-ADDRESS-OF-RECORD THRU 9325-EXIT
001180         VARYING WS-AR-SUB FROM 1 BY 1
001190         UNTIL WS-AR-SUB > WS-AR-COUNT
001200            OR WS-AR-VENDOR-FOUND.
001210
001220     IF NOT WS-AR-VENDOR-FOUND
001230         GO TO 9320-EXIT
001240     END-IF.
001250
001260     MOVE WS-AR-TBL-ADDRESS (WS-AR-MATCHED-SUB) TO WS-AR-ADDRESS.
001270     MOVE WS-AR-TBL-SOURCE (WS-AR-MATCHED-SUB)  TO WS-AR-SOURCE.
001280     MOVE WS-AR-TBL-DATE (WS-AR-MATCHED-SUB)    TO WS-AR-DATE.
001290     IF WS-AR-LINE1 NOT = SPACES
001300         MOVE "Y"                    TO WS-AR-ON-FILE-SW
001310     END-IF.
001320
001330 9320-EXIT.
001340     EXIT.
001350
001360 9325-SEARCH-ADDRESS-OF-RECORD.
001370
001380     IF WS-AR-TIN (WS-AR-SUB) = WS-AR-SEARCH-TIN
001390         MOVE "Y"                    TO WS-AR-FOUND-SW
001400         MOVE WS-AR-SUB              TO WS-AR-MATCHED-SUB
001410     END-IF.
001420
001430 9325-EXIT.
001440     EXIT.
001450
001460 9330-COMPARE-ADDRESS.
001470
001480     MOVE "N"                        TO WS-AR-DIFFERS-SW.
001490
001500     IF WS-AR-KEY-LINE1 NOT = WS-AR-LINE1
001510         OR WS-AR-KEY-LINE2 NOT = WS-AR-LINE2
001520         OR WS-AR-KEY-CITY NOT = WS-AR-CITY
001530         OR WS-AR-KEY-FOREIGN-IND NOT = WS-AR-FOREIGN-IND
001540         MOVE "Y"                    TO WS-AR-DIFFERS-SW
001550         GO TO 9330-EXIT
001560     END-IF.
001570
001580     IF WS-AR-FOREIGN
001590         IF WS-AR-KEY-COUNTRY-CODE NOT = WS-AR-COUNTRY-CODE
001600             OR WS-AR-KEY-POSTAL-CODE NOT = WS-AR-POSTAL-CODE
001610             MOVE "Y"                TO WS-AR-DIFFERS-SW
001620         END-IF
001630     ELSE
001640         IF WS-AR-KEY-STATE (1:2) NOT = WS-AR-STATE (1:2)
001650             OR WS-AR-KEY-ZIP (1:5) NOT = WS-AR-ZIP (1:5)
001660             MOVE "Y"                TO WS-AR-DIFFERS-SW
001670         END-IF
001680     END-IF.
001690
001700 9330-EXIT.
001710     EXIT.
001720
001730******************  END OF COPYLIB CLCWW190  *****************
