000290* -------- ----  --------------------------------------------
000300* 09/2026  RF    NEW PROGRAM - DUPLICATE 1099 REPRINT FROM
000310*                THE TRANSMITTAL ARCHIVE
00310a* 10/2026  RF    LOAD THE REASON-CODE TABLE IN FORCE AT THE END OF
00310b*                THE TAX YEAR FROM THE CLCWW135 REFERENCE FILE
00310c*                THROUGH CCCW9196 IN PLACE OF THE COMPILED VALUES
0031va* 10/2026  RF    A DUPLICATE FOR A U.S. PERSON AT A FOREIGN
0031vb*                ADDRESS CARRIES THE COUNTRY, PROVINCE, POSTAL
0031vc*                CODE AND COUNTRY NAME (CNTY TABLE, CLCWW173)
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000900      COPY CLCWW013.
000910
000920      COPY CLCWW032.
00920a
00920b      COPY CLCWW138.
0092va
0092vb      COPY CLCWW173.
000930
000940  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9157".
000950
001070
001080  77  WS-WANT-TIN                 PIC X(09) VALUE SPACES.
001090  77  WS-WANT-YEAR                PIC 9(04) VALUE ZERO.
01090a  77  WS-REF-AS-OF-DATE           PIC 9(08) VALUE ZERO.
001100
001110  77  WS-RSN-TBL-SUB              PIC 9(02) COMP VALUE ZERO.
001120  77  WS-RSN-MATCHED-SUB          PIC 9(02) COMP VALUE ZERO.
0011va  77  WS-CNTY-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
0011vb  77  WS-CNTY-FOUND-SW            PIC X(01) VALUE "N".
0011vc      88  WS-CNTY-FOUND               VALUE "Y".
001130
001140* PAYER IDENTIFICATION FOR THE COPY - THE SHIPPED CORPORATE
001150* DEFAULT, OVERRIDDEN BY THE PAYER/FILER MASTER'S LABEL-0000
001620          MOVE SPACES                TO SAR-SQLCODE
001630          GO TO 9998-COREDUMP
001640      END-IF.
01640a
1640aa      COMPUTE WS-REF-AS-OF-DATE = WS-WANT-YEAR * 10000 + 1231.
01640b      PERFORM 1080-LOAD-REF-TABLES THRU 1080-EXIT.
001650
001660      PERFORM 1300-LOAD-PAYER-MASTER THRU 1300-EXIT.
001670
001700
001710  1000-EXIT.
001720      EXIT.
0172aa
0172ab* 1080-LOAD-REF-TABLES
0172ac*   LOADS THE REASON-CODE TABLE FROM THE CLCWW135 REFERENCE
0172ad*   FILE THROUGH CCCW9196 - THE CODES IN FORCE AT THE END OF
0172ae*   THE TAX YEAR BEING REPRINTED, SO THE COPY BOXES THE AMOUNT
0172af*   AS THE ORIGINAL WAS BOXED.  A TABLE WITH NOTHING IN FORCE,
0172ag*   OR ONE TOO LARGE TO HOLD, ABENDS THE RUN.
0172ah  1080-LOAD-REF-TABLES.
0172ai
0172aj      MOVE "D"                    TO RL-ENTRY-FORMAT.
0172ak      MOVE WS-REF-AS-OF-DATE      TO RL-AS-OF-DATE.
0172al
0172am      MOVE "REF TABLES AS OF:"    TO SCR-LITERAL.
0172an      MOVE RL-AS-OF-DATE          TO SCR-COUNT.
0172ao      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0172ap      PERFORM 8999-WRITE-SYSOUT.
0172aq
0172ar      MOVE "RSNC"                 TO RL-TABLE-ID.
0172as      MOVE WS-REASON-ENTRY-LEN    TO RL-ENTRY-LENGTH.
0172at      MOVE WS-REASON-TBL-LIMIT    TO RL-ENTRY-LIMIT.
0172au      CALL "CCCW9196" USING REF-LOAD-AREA
0172av                            WS-REASON-CODE-TBL.
0172aw      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0172ax      MOVE RL-ENTRY-COUNT         TO WS-REASON-TBL-MAX.
0172ay      MOVE RL-DROPPED             TO WS-REASON-DROPPED.
0172az
0172ba*   CODE 99 IS THE CATCH-ALL EVERY UNMATCHED CODE FALLS TO -
0172bb*   IT MUST BE IN FORCE AND, SORTING LAST, END THE TABLE.
0172bc      IF WS-REASON-TBL-CODE (WS-REASON-TBL-MAX)
0172bd              NOT = WS-REASON-DEFAULT-CODE
0172be          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0172bf          MOVE "REF04"               TO SAR-RETURN-CODE
0172bg          MOVE SPACES                TO SAR-DB-NAME
0172bh          MOVE "REFTBL RSNC NO 99"   TO SAR-TABLE-NAME
0172bi          MOVE SPACES                TO SAR-SQLCODE
0172bj          GO TO 9998-COREDUMP
0172bk      END-IF.
0172bl
0172bm      IF WS-REASON-DROPPED > ZERO
0172bn          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0172bo          MOVE "TBLFL"               TO SAR-RETURN-CODE
0172bp          MOVE SPACES                TO SAR-DB-NAME
0172bq          MOVE "REFTBL RSNC"         TO SAR-TABLE-NAME
0172br          MOVE SPACES                TO SAR-SQLCODE
0172bs          GO TO 9998-COREDUMP
0172bt      END-IF.
0172bu
0172va      MOVE "CNTY"                 TO RL-TABLE-ID.
0172vb      MOVE WS-CNTY-ENTRY-LEN      TO RL-ENTRY-LENGTH.
0172vc      MOVE WS-CNTY-TBL-LIMIT      TO RL-ENTRY-LIMIT.
0172vd      CALL "CCCW9196" USING REF-LOAD-AREA
0172ve                            WS-COUNTRY-TBL.
0172vf      PERFORM 1085-CHECK-REF-LOAD THRU 1085-EXIT.
0172vg      MOVE RL-ENTRY-COUNT         TO WS-CNTY-TBL-MAX.
0172vh      MOVE RL-DROPPED             TO WS-CNTY-DROPPED.
0172vi
0172vj      IF WS-CNTY-DROPPED > ZERO
0172vk          MOVE "1080-LOAD-REF-TABLES" TO SAR-PARAGRAPH
0172vl          MOVE "TBLFL"               TO SAR-RETURN-CODE
0172vm          MOVE SPACES                TO SAR-DB-NAME
0172vn          MOVE "REFTBL CNTY"         TO SAR-TABLE-NAME
0172vo          MOVE SPACES                TO SAR-SQLCODE
0172vp          GO TO 9998-COREDUMP
0172vq      END-IF.
0172vr
0172bv  1080-EXIT.
0172bw      EXIT.
0172bx
0172by* 1085-CHECK-REF-LOAD
0172bz*   ONE TABLE'S LOAD - ABEND IF NOTHING IS IN FORCE, OTHERWISE
0172ca*   SHOW THE NUMBER OF ENTRIES LOADED ON SYSOUT.
0172cb  1085-CHECK-REF-LOAD.
0172cc
0172cd      IF RL-TABLE-EMPTY
0172ce          MOVE "1085-CHECK-REF-LOAD" TO SAR-PARAGRAPH
0172cf          MOVE "REF01"               TO SAR-RETURN-CODE
0172cg          MOVE SPACES                TO SAR-DB-NAME
0172ch          MOVE SPACES                TO SAR-TABLE-NAME
0172ci          STRING "REFTBL " RL-TABLE-ID
0172cj              DELIMITED BY SIZE INTO SAR-TABLE-NAME
0172ck          MOVE SPACES                TO SAR-SQLCODE
0172cl          GO TO 9998-COREDUMP
0172cm      END-IF.
0172cn
0172co      MOVE SPACES                 TO SCR-LITERAL.
0172cp      STRING "REF TABLE " RL-TABLE-ID " ENTRIES:"
0172cq          DELIMITED BY SIZE INTO SCR-LITERAL.
0172cr      MOVE RL-ENTRY-COUNT         TO SCR-COUNT.
0172cs      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0172ct      PERFORM 8999-WRITE-SYSOUT.
0172cu
0172cv  1085-EXIT.
0172cw      EXIT.
001730
001740* 1300-LOAD-PAYER-MASTER
001750*   THE LABEL-0000 CORPORATE ENTRY OVERRIDES THE SHIPPED
002630      MOVE TEN99-CITY-DATA        TO RCP-RECIPIENT-CITY.
002640      MOVE TEN99-STATE-DATA (1:2) TO RCP-RECIPIENT-STATE.
002650      MOVE TEN99-ZIP-DATA         TO RCP-RECIPIENT-ZIP.
0026va      IF TEN99-FOREIGN-ADDRESS
0026vb          PERFORM 3200-FOREIGN-ADDRESS THRU 3200-EXIT
0026vc      END-IF.
002660      MOVE TEN99-ONSITE-CHK-NUM-DATA TO RCP-ACCOUNT-NUMBER.
002670
002680      MOVE ZERO                   TO RCP-BOX-1-RENTS.
003280
003290  3110-EXIT.
003300      EXIT.
0033va
0033vb* 3200-FOREIGN-ADDRESS
0033vc*   THE FOREIGN ADDRESS TAIL, AS CCCW9150 MAILED IT - A
0033vd*   COUNTRY CODE NOT ON THE CNTY TABLE PRINTS AS THE CODE.
0033ve  3200-FOREIGN-ADDRESS.
0033vf
0033vg      MOVE TEN99-FOREIGN-ADDR-IND TO RCP-FOREIGN-ADDR-IND.
0033vh      MOVE TEN99-COUNTRY-CODE-DATA TO RCP-COUNTRY-CODE.
0033vi      MOVE TEN99-PROVINCE-DATA    TO RCP-PROVINCE.
0033vj      MOVE TEN99-POSTAL-CODE-DATA TO RCP-POSTAL-CODE.
0033vk      MOVE TEN99-COUNTRY-CODE-DATA TO RCP-COUNTRY-NAME.
0033vl
0033vm      MOVE "N" TO WS-CNTY-FOUND-SW.
0033vn      PERFORM 3210-SEARCH-COUNTRY THRU 3210-EXIT
0033vo          VARYING WS-CNTY-TBL-SUB FROM 1 BY 1
0033vp          UNTIL WS-CNTY-TBL-SUB > WS-CNTY-TBL-MAX
0033vq             OR WS-CNTY-FOUND.
0033vr
0033vs  3200-EXIT.
0033vt      EXIT.
0033vu
0033vv  3210-SEARCH-COUNTRY.
0033vw
0033vx      IF TEN99-COUNTRY-CODE-DATA = WS-CNTY-CODE (WS-CNTY-TBL-SUB)
0033vy          MOVE "Y" TO WS-CNTY-FOUND-SW
0033vz          MOVE WS-CNTY-NAME (WS-CNTY-TBL-SUB)
0033wa                              TO RCP-COUNTRY-NAME
0033wb      END-IF.
0033wc
0033wd  3210-EXIT.
0033we      EXIT.
003310
003320  8000-WRAPUP.
003330
