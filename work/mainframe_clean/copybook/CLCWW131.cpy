000010******************************************************************
000020*****************  START OF COPYLIB CLCWW131  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW131
000070*   PLACE NEAR THE END OF THE PROCEDURE DIVISION.  REQUIRES
000080*   THE CLCWW130 WORK AREAS IN WORKING STORAGE, WS-PROGRAM-ID,
000090*   THE GEN-CATALOG-FILE (DDNAME GENCAT, CLCWW129 RECORD) AND
000100*   TEN99-STAGING-FILE WITH THE CLCWW013 TEN99-RCD UNDER IT.
000110*   THE CATALOG IS OPENED AND CLOSED HERE - LEAVE IT OFF THE
000120*   9999-CLOSE-FILES LIST.
000130*------------------------------------------------------------
000140* TEN99DTL STAGING GENERATION CATALOG - COMMON PARAGRAPHS
000150*   9600-VERIFY-HEAD   - FOR A PROGRAM THAT REWRITES TEN99DTL
000160*                        TO A NEW GENERATION.  PERFORM BEFORE
000170*                        TEN99-STAGING-FILE IS OPENED.  READS
000180*                        THE CATALOG HEAD, FINGERPRINTS THE
000190*                        STAGING FILE, AND ABENDS THE STEP
000200*                        UNLESS THE TWO AGREE - GEN01 WHEN THE
000210*                        INPUT IS NOT THE HEAD GENERATION, GEN03
000220*                        WHEN NOTHING IS CATALOGED YET.
000230*   9620-ADD-OUTPUT-RECORD - MOVE EACH RECORD WRITTEN TO THE NEW
000240*                        GENERATION (OR APPENDED) TO
000250*                        GN-HASH-RECORD FIRST.
000260*   9630-CATALOG-REWRITE - AT WRAP-UP OF A REWRITE.  RE-READS
000270*                        THE HEAD AND ABENDS GEN02 IF ANOTHER
000280*                        GENERATION WAS CATALOGED SINCE 9600
000290*                        RAN, OTHERWISE ADDS THE NEW
000300*                        GENERATION'S TYPE R ENTRY.
000310*   9635-CATALOG-APPEND - AT WRAP-UP OF A PROGRAM THAT ADDS
000320*                        RECORDS TO TEN99DTL.  ADDS A TYPE A
000330*                        ENTRY WHOSE FINGERPRINT IS THE HEAD'S
000340*                        PLUS THE RECORDS ADDED.  WITH NOTHING
000350*                        CATALOGED YET IT ONLY SAYS SO.
000360*   9610-FINGERPRINT-STAGING - FINGERPRINTS TEN99-STAGING-FILE
000370*                        INTO GN-INPUT-PRINT (OPENS AND CLOSES
000380*                        IT).
000390*   9640-READ-CATALOG  - LOADS THE HEAD ENTRY AND THE HIGHEST
000400*                        GENERATION NUMBER.
000410*   9670-WRITE-CATALOG-ENTRY - WRITES GN-OUTPUT-PRINT AS THE
000420*                        NEXT GENERATION, TYPE GN-ENTRY-TYPE,
000430*                        PARENT GN-BASE-GENERATION.
000440* CALL WITH PERFORM ... THRU ...-EXIT.
000450******************************************************************
000460*                      REVISIONS
000470* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000480******************************************************************
000490* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STAGING
000500*                               GENERATION CATALOG PARAGRAPHS
000502* 10/2026   002    R.FORTUNATE  HASH THE CLCWW013 FOREIGN-
000504*                               ADDRESS TAIL ONLY WHEN IT IS
000506*                               NOT BLANK
000510******************************************************************

000520 9600-VERIFY-HEAD.

000530     PERFORM 9640-READ-CATALOG THRU 9640-EXIT.

000540     IF NOT GN-HEAD-FOUND
000550         MOVE "*** NO TEN99DTL GENERATION IS CATALOGED ***"
000560                             TO CC-E01W-DISPLAY-RCD
000570         PERFORM 8999-WRITE-SYSOUT
000580         MOVE "*** CATALOG A BASELINE WITH CCCW9168 BASE ***"
000590                             TO CC-E01W-DISPLAY-RCD
000600         PERFORM 8999-WRITE-SYSOUT
000610         MOVE "9600-VERIFY-HEAD"     TO SAR-PARAGRAPH
000620         MOVE "GEN03"                TO SAR-RETURN-CODE
000630         MOVE SPACES                 TO SAR-DB-NAME
000640         MOVE "GENCAT"               TO SAR-TABLE-NAME
000650         MOVE SPACES                 TO SAR-SQLCODE
000660         GO TO 9998-COREDUMP
000670     END-IF.

000680     PERFORM 9610-FINGERPRINT-STAGING THRU 9610-EXIT.

000690     MOVE "CATALOG HEAD:"            TO GN-PL-LABEL.
000700     MOVE GN-HEAD-GENERATION         TO GN-EDIT-GENERATION.
000710     MOVE GN-EDIT-GENERATION         TO GN-PL-GENERATION.
000720     MOVE GN-HEAD-COUNT              TO GN-PL-COUNT.
000730     MOVE GN-HEAD-DOLLARS            TO GN-PL-DOLLARS.
000740     MOVE GN-HEAD-HASH               TO GN-PL-HASH.
000750     MOVE GN-PRINT-LINE              TO CC-E01W-DISPLAY-RCD.
000760     PERFORM 8999-WRITE-SYSOUT.
000770     MOVE "TEN99DTL AS READ:"        TO GN-PL-LABEL.
000780     MOVE SPACES                     TO GN-PL-GENERATION.
000790     MOVE GN-IN-COUNT                TO GN-PL-COUNT.
000800     MOVE GN-IN-DOLLARS              TO GN-PL-DOLLARS.
000810     MOVE GN-IN-HASH                 TO GN-PL-HASH.
000820     MOVE GN-PRINT-LINE              TO CC-E01W-DISPLAY-RCD.
000830     PERFORM 8999-WRITE-SYSOUT.

000840     IF GN-IN-COUNT = GN-HEAD-COUNT
000850         AND GN-IN-DOLLARS = GN-HEAD-DOLLARS
000860         AND GN-IN-HASH = GN-HEAD-HASH
000870         MOVE GN-HEAD-GENERATION     TO GN-BASE-GENERATION
000880         MOVE ZERO                   TO GN-OUT-COUNT
000890         MOVE ZERO                   TO GN-OUT-DOLLARS
000900         MOVE ZERO                   TO GN-OUT-HASH
000910         GO TO 9600-EXIT
000920     END-IF.

000930     MOVE "*** TEN99DTL IS NOT THE CURRENT HEAD GENERATION ***"
000940                             TO CC-E01W-DISPLAY-RCD.
000950     PERFORM 8999-WRITE-SYSOUT.
000960     MOVE SPACES                     TO CC-E01W-DISPLAY-RCD.
000970     STRING "*** HEAD WAS MADE BY " GN-HEAD-PROGRAM
000980             " ON " GN-HEAD-RUN-DATE
000990             " - RERUN AGAINST THAT GENERATION ***"
001000         DELIMITED BY SIZE INTO CC-E01W-DISPLAY-RCD.
001010     PERFORM 8999-WRITE-SYSOUT.
001020     MOVE "9600-VERIFY-HEAD"         TO SAR-PARAGRAPH.
001030     MOVE "GEN01"                    TO SAR-RETURN-CODE.
001040     MOVE SPACES                     TO SAR-DB-NAME.
001050     MOVE "TEN99DTL"                 TO SAR-TABLE-NAME.
001060     MOVE SPACES                     TO SAR-SQLCODE.
001070     GO TO 9998-COREDUMP.

001080 9600-EXIT.
001090     EXIT.

001100 9610-FINGERPRINT-STAGING.

001110     MOVE ZERO TO GN-IN-COUNT.
001120     MOVE ZERO TO GN-IN-DOLLARS.
001130     MOVE ZERO TO GN-IN-HASH.
001140     MOVE "N"  TO GN-STAGING-EOF-SW.

001150     OPEN INPUT TEN99-STAGING-FILE.
001160     PERFORM 9615-FINGERPRINT-NEXT THRU 9615-EXIT
001170         UNTIL GN-STAGING-EOF.
001180     CLOSE TEN99-STAGING-FILE.

001190 9610-EXIT.
001200     EXIT.

001210 9615-FINGERPRINT-NEXT.

001220     READ TEN99-STAGING-FILE
001230         AT END
001240             MOVE "Y" TO GN-STAGING-EOF-SW
001250             GO TO 9615-EXIT
001260     END-READ.

001270     MOVE TEN99-RCD                  TO GN-HASH-RECORD.
001280     PERFORM 9650-HASH-RECORD THRU 9650-EXIT.

001290     ADD 1 TO GN-IN-COUNT.
001300     IF GN-DATA-RECORD
001310         ADD GN-HASH-AMOUNT TO GN-IN-DOLLARS
001320     END-IF.
001330     COMPUTE GN-WORK-HASH = GN-IN-HASH + GN-RECORD-HASH.
001340     PERFORM 9655-REDUCE-HASH THRU 9655-EXIT.
001350     MOVE GN-WORK-HASH               TO GN-IN-HASH.

001360 9615-EXIT.
001370     EXIT.

001380 9620-ADD-OUTPUT-RECORD.

001390     PERFORM 9650-HASH-RECORD THRU 9650-EXIT.

001400     ADD 1 TO GN-OUT-COUNT.
001410     IF GN-DATA-RECORD
001420         ADD GN-HASH-AMOUNT TO GN-OUT-DOLLARS
001430     END-IF.
001440     COMPUTE GN-WORK-HASH = GN-OUT-HASH + GN-RECORD-HASH.
001450     PERFORM 9655-REDUCE-HASH THRU 9655-EXIT.
001460     MOVE GN-WORK-HASH               TO GN-OUT-HASH.

001470 9620-EXIT.
001480     EXIT.

001490*   THE CATALOG IS RE-READ HERE RATHER THAN TRUSTED FROM 9600 -
001500*   A SECOND REWRITE STARTED FROM THE SAME HEAD AND FINISHED
001510*   FIRST WOULD OTHERWISE HAVE ITS GENERATION SILENTLY
001520*   DISCARDED BY THIS ONE.
001530 9630-CATALOG-REWRITE.

001540     PERFORM 9640-READ-CATALOG THRU 9640-EXIT.

001550     IF GN-HEAD-FOUND
001560         AND GN-HEAD-GENERATION = GN-BASE-GENERATION
001570         MOVE "R"                    TO GN-ENTRY-TYPE
001580         PERFORM 9670-WRITE-CATALOG-ENTRY THRU 9670-EXIT
001590         GO TO 9630-EXIT
001600     END-IF.

001610     MOVE "*** ANOTHER GENERATION WAS CATALOGED DURING THIS RUN"
001620                             TO CC-E01W-DISPLAY-RCD.
001630     PERFORM 8999-WRITE-SYSOUT.
001640     MOVE "*** THIS RUN'S TEN99DTO MUST NOT BE USED"
001650                             TO CC-E01W-DISPLAY-RCD.
001660     PERFORM 8999-WRITE-SYSOUT.
001670     MOVE "9630-CATALOG-REWRITE"     TO SAR-PARAGRAPH.
001680     MOVE "GEN02"                    TO SAR-RETURN-CODE.
001690     MOVE SPACES                     TO SAR-DB-NAME.
001700     MOVE "GENCAT"                   TO SAR-TABLE-NAME.
001710     MOVE SPACES                     TO SAR-SQLCODE.
001720     GO TO 9998-COREDUMP.

001730 9630-EXIT.
001740     EXIT.

001750 9635-CATALOG-APPEND.

001760     PERFORM 9640-READ-CATALOG THRU 9640-EXIT.

001770     IF NOT GN-HEAD-FOUND
001780         MOVE "NO TEN99DTL GENERATION CATALOGED - NOT LOGGED"
001790                             TO CC-E01W-DISPLAY-RCD
001800         PERFORM 8999-WRITE-SYSOUT
001810         GO TO 9635-EXIT
001820     END-IF.

001830     MOVE GN-HEAD-GENERATION         TO GN-BASE-GENERATION.
001840     ADD GN-HEAD-COUNT               TO GN-OUT-COUNT.
001850     ADD GN-HEAD-DOLLARS             TO GN-OUT-DOLLARS.
001860     COMPUTE GN-WORK-HASH = GN-OUT-HASH + GN-HEAD-HASH.
001870     PERFORM 9655-REDUCE-HASH THRU 9655-EXIT.
001880     MOVE GN-WORK-HASH               TO GN-OUT-HASH.
001890     MOVE "A"                        TO GN-ENTRY-TYPE.
001900     PERFORM 9670-WRITE-CATALOG-ENTRY THRU 9670-EXIT.

001910 9635-EXIT.
001920     EXIT.

001930*   THE FILE IS IN THE ORDER THE GENERATIONS WERE MADE, SO THE
001940*   LAST ENTRY READ IS THE HEAD.
001950 9640-READ-CATALOG.

001960     MOVE "N"  TO GN-HEAD-FOUND-SW.
001970     MOVE ZERO TO GN-MAX-GENERATION.
001980     MOVE "N"  TO GN-CATALOG-EOF-SW.

001990     OPEN INPUT GEN-CATALOG-FILE.
002000     PERFORM 9645-READ-CATALOG-NEXT THRU 9645-EXIT
002010         UNTIL GN-CATALOG-EOF.
002020     CLOSE GEN-CATALOG-FILE.

002030 9640-EXIT.
002040     EXIT.

002050 9645-READ-CATALOG-NEXT.

002060     READ GEN-CATALOG-FILE
002070         AT END
002080             MOVE "Y" TO GN-CATALOG-EOF-SW
002090             GO TO 9645-EXIT
002100     END-READ.

002110     MOVE "Y"                        TO GN-HEAD-FOUND-SW.
002120     MOVE GC-GENERATION-NO           TO GN-HEAD-GENERATION.
002130     MOVE GC-PROGRAM-ID              TO GN-HEAD-PROGRAM.
002140     MOVE GC-RUN-DATE                TO GN-HEAD-RUN-DATE.
002150     MOVE GC-RECORD-COUNT            TO GN-HEAD-COUNT.
002160     MOVE GC-DOLLAR-TOTAL            TO GN-HEAD-DOLLARS.
002170     MOVE GC-HASH-TOTAL              TO GN-HEAD-HASH.
002180     IF GC-GENERATION-NO > GN-MAX-GENERATION
002190         MOVE GC-GENERATION-NO       TO GN-MAX-GENERATION
002200     END-IF.

002210 9645-EXIT.
002220     EXIT.

002230*   HEADER AND TRAILER IMAGES (LOW-VALUES / HIGH-VALUES KEY)
002240*   ARE COUNTED AND HASHED BUT CARRY NO DOLLARS.
002250 9650-HASH-RECORD.

002260     MOVE ZERO TO GN-RECORD-HASH.
002262     MOVE GN-WORD-MAX TO GN-WORD-LIMIT.
002264     IF GN-HASH-RECORD (381:40) = SPACES
002266         MOVE GN-WORD-BASE-MAX TO GN-WORD-LIMIT
002268     END-IF.
002270     PERFORM 9652-HASH-WORD THRU 9652-EXIT
002280         VARYING GN-WORD-SUB FROM 1 BY 1
002290         UNTIL GN-WORD-SUB > GN-WORD-LIMIT.

002300     MOVE "N" TO GN-DATA-RECORD-SW.
002310     IF GN-HASH-RECORD (1:10) NOT = LOW-VALUES
002320         AND GN-HASH-RECORD (1:10) NOT = HIGH-VALUES
002330         AND GN-HASH-AMOUNT NUMERIC
002340         MOVE "Y" TO GN-DATA-RECORD-SW
002350     END-IF.

002360 9650-EXIT.
002370     EXIT.

002380 9652-HASH-WORD.

002390     COMPUTE GN-RECORD-HASH = GN-RECORD-HASH
002400         + (GN-HASH-WORD (GN-WORD-SUB) * GN-WORD-SUB).

002410 9652-EXIT.
002420     EXIT.

002430 9655-REDUCE-HASH.

002440     IF GN-WORK-HASH NOT < GN-HASH-MODULUS
002450         SUBTRACT GN-HASH-MODULUS FROM GN-WORK-HASH
002460     END-IF.

002470 9655-EXIT.
002480     EXIT.

002490 9670-WRITE-CATALOG-ENTRY.

002500     COMPUTE GN-NEW-GENERATION = GN-MAX-GENERATION + 1.
002510     ACCEPT GN-TIME-NOW FROM TIME.

002520     MOVE SPACES                     TO GEN-CATALOG-RCD.
002530     MOVE GN-ENTRY-TYPE              TO GC-ENTRY-TYPE.
002540     MOVE GN-NEW-GENERATION          TO GC-GENERATION-NO.
002550     MOVE GN-BASE-GENERATION         TO GC-PARENT-GENERATION.
002560     MOVE WS-PROGRAM-ID              TO GC-PROGRAM-ID.
002570     MOVE SWA-RUN-MODE               TO GC-RUN-MODE.
002580     MOVE SWA-CURRENT-CCYY-DATE      TO GC-RUN-DATE.
002590     MOVE GN-TIME-NOW (1:6)          TO GC-RUN-TIME.
002600     MOVE GN-OUT-COUNT               TO GC-RECORD-COUNT.
002610     MOVE GN-OUT-DOLLARS             TO GC-DOLLAR-TOTAL.
002620     MOVE GN-OUT-HASH                TO GC-HASH-TOTAL.

002630     OPEN EXTEND GEN-CATALOG-FILE.
002640     WRITE GEN-CATALOG-RCD.
002650     CLOSE GEN-CATALOG-FILE.

002660     MOVE "GENERATION CATALOGED:"    TO GN-PL-LABEL.
002670     MOVE GN-NEW-GENERATION          TO GN-EDIT-GENERATION.
002680     MOVE GN-EDIT-GENERATION         TO GN-PL-GENERATION.
002690     MOVE GN-OUT-COUNT               TO GN-PL-COUNT.
002700     MOVE GN-OUT-DOLLARS             TO GN-PL-DOLLARS.
002710     MOVE GN-OUT-HASH                TO GN-PL-HASH.
002720     MOVE GN-PRINT-LINE              TO CC-E01W-DISPLAY-RCD.
002730     PERFORM 8999-WRITE-SYSOUT.

002740 9670-EXIT.
002750     EXIT.

002760******************  END OF COPYLIB CLCWW131  *****************
