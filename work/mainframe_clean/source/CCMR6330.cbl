000200*              PRINTS A CHANGE REGISTER FOR THE CYCLE.  THE
000210*              MASTER IS A FILING CONTROL; HAND EDITS ARE HOW
000220*              BAD NAMES GOT INTO IT.
0002va*              A DEACTIVATION (GENERATED BY THE CCCW9203
0002vb*              INACTIVE-VENDOR CYCLE) HOLDS THE VENDOR IN
0002vc*              CCCW9100 UNTIL A REACTIVATION CARRYING A NEW W-9
0002vd*              IS APPLIED.
0002ve*              AN ADDRESS (M) TRANSACTION - KEYED, OR FROM THE
0002vf*              CCCW9151 NCOA AND CCCW9180 RETURNED-MAIL RUNS -
0002vg*              REPLACES THE VENDOR'S ADDRESS OF RECORD AND IS
0002vh*              LOGGED BEFORE/AFTER ON THE CLCWW188 ADDRESS
0002vi*              HISTORY (VMADRHST).
000230*
000240******************************************************************
000250*                      MODIFICATION HISTORY
000280* -------- ----  --------------------------------------------
000290* 08/2026  RF    NEW PROGRAM - VENDOR/PAYEE MASTER
000300*                MAINTENANCE WITH TRANSACTION AUDIT
000302* 10/2026  RF    MAINTAIN THE W-9 TAX CLASSIFICATION, LLC TAX
000304*                TREATMENT, EXEMPT PAYEE CODE AND W-9 DATE ON
000306*                THE 80-BYTE MASTER; EDIT THE CLASS FIELDS AND
000308*                CARRY THEM BEFORE/AFTER ON THE AUDIT RECORD
00308a* 10/2026  RF    COUNT EVERY MASTER RECORD AND ADD THE VENDOR
00308b*                TABLE COULD NOT HOLD, PRINT THE TABLE CAPACITY
00308c*                REPORT, AND END RC=12 WHEN ANY WAS DROPPED - A
00308d*                DROPPED MASTER RECORD IS MISSING FROM THE REWRITE
0030va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON VNDRMSTR AND
0030vb*                WRITE ONE ON THE NEW VNDRMSTO GENERATION
0030vc* 10/2026  RF    APPLY THE DEACTIVATE (I) AND REACTIVATE (R)
0030vd*                ACTIONS - A REACTIVATION MUST CARRY A W-9
0030ve*                DATED ON OR AFTER THE DEACTIVATION; CARRY THE
0030vf*                VENDOR STATUS AND STATUS DATE ON THE MASTER
0030vg* 10/2026  RF    LOG THE CONDITION CODE ON THE RUN-HISTORY END
0030vh*                RECORD - SOX CONTROL EVIDENCE FOR THE CCCW9206
0030vi*                QUARTERLY BINDER
0030vj* 10/2026  RF    MAINTAIN THE ADDRESS OF RECORD ON THE 250-BYTE
0030vk*                MASTER - APPLY THE ADDRESS (M) ACTION, TAKE AN
0030vl*                ADDRESS ON AN ADD, EDIT IT, AND LOG EVERY
0030vm*                CHANGE BEFORE/AFTER ON VMADRHST (CLCWW188)
000310******************************************************************
000320  ENVIRONMENT DIVISION.
000330  CONFIGURATION SECTION.
000520
000530      SELECT VM-AUDIT-FILE       ASSIGN TO VMAUDIT
000540          ORGANIZATION IS SEQUENTIAL.
0005va
0005vb      SELECT VM-ADDR-HIST-FILE   ASSIGN TO VMADRHST
0005vc          ORGANIZATION IS SEQUENTIAL.
000550
000560      COPY C2INX004.
000570
000760      LABEL RECORDS ARE STANDARD
000770      DATA RECORD IS VENDOR-MASTER-OUT-RCD.
000780
000790  01  VENDOR-MASTER-OUT-RCD         PIC X(250).
000800
000810  FD  VM-TRAN-FILE
000820      BLOCK CONTAINS 0 RECORDS
000940      LABEL RECORDS ARE STANDARD
000950      DATA RECORD IS VM-PENDING-RCD.
000960
000970  01  VM-PENDING-RCD                PIC X(250).
000980
000990  FD  VM-AUDIT-FILE
001000      BLOCK CONTAINS 0 RECORDS
001030      DATA RECORD IS VM-AUDIT-RCD.
001040
001050      COPY CLCWW058.
0010va
0010vb* BEFORE/AFTER HISTORY OF THE ADDRESS OF RECORD - ACCUMULATES
0010vc* ACROSS CYCLES BEHIND ITS CLCWW166 LAYOUT HEADER.
0010vd  FD  VM-ADDR-HIST-FILE
0010ve      BLOCK CONTAINS 0 RECORDS
0010vf      RECORDING MODE IS F
0010vg      LABEL RECORDS ARE STANDARD
0010vh      DATA RECORD IS ADDR-HIST-RCD.
0010vi
0010vj      COPY CLCWW188.
001060
001070      COPY C2INX005.
001080
001110      COPY C2INX003.
001120
001130      COPY C2INX006.
0011va
0011vb      COPY CLCWW166.
01130a
01130b      COPY CLCWW133.
001140
001150  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6330".
001160
001210          88  WS-TRAN-EOF                 VALUE "Y".
001220      05  WS-VENDOR-FOUND-SW      PIC X(01) VALUE "N".
001230          88  WS-VENDOR-MASTER-FOUND      VALUE "Y".
001232      05  WS-CLASS-ERROR-SW       PIC X(01) VALUE "N".
001234          88  WS-CLASS-IN-ERROR           VALUE "Y".
001236      05  WS-ADDRESS-ERROR-SW     PIC X(01) VALUE "N".
001238          88  WS-ADDRESS-IN-ERROR         VALUE "Y".
001240
001250  01  WS-COUNTERS.
001260      05  WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
001280      05  WS-ADDS-APPLIED         PIC 9(09) COMP VALUE ZERO.
001290      05  WS-CHANGES-APPLIED      PIC 9(09) COMP VALUE ZERO.
001300      05  WS-DELETES-APPLIED      PIC 9(09) COMP VALUE ZERO.
0013va      05  WS-DEACTIVATES-APPLIED  PIC 9(09) COMP VALUE ZERO.
0013vb      05  WS-REACTIVATES-APPLIED  PIC 9(09) COMP VALUE ZERO.
0013vc      05  WS-ADDRESSES-APPLIED    PIC 9(09) COMP VALUE ZERO.
0013vd      05  WS-ADDR-HIST-WRITTEN    PIC 9(09) COMP VALUE ZERO.
001310      05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
001320      05  WS-TRANS-PENDED         PIC 9(09) COMP VALUE ZERO.
001330      05  WS-DUPLICATE-TINS       PIC 9(09) COMP VALUE ZERO.
001400      05  WS-VENDOR-ENTRY         OCCURS 3000 TIMES.
001410          10  WS-VENDOR-TIN           PIC X(09).
001420          10  WS-VENDOR-NAME          PIC X(40).
001422          10  WS-VENDOR-TAX-CLASS     PIC X(01).
001424          10  WS-VENDOR-LLC-CLASS     PIC X(01).
001426          10  WS-VENDOR-EXEMPT-CODE   PIC X(02).
001428          10  WS-VENDOR-W9-DATE       PIC 9(08).
0014va          10  WS-VENDOR-STATUS        PIC X(01).
0014vb              88  WS-VENDOR-DEACTIVATED       VALUE "D".
0014vc          10  WS-VENDOR-STATUS-DATE   PIC 9(08).
0014vd          10  WS-VENDOR-ADDRESS       PIC X(148).
0014ve          10  WS-VENDOR-ADDR-SOURCE   PIC X(01).
0014vf          10  WS-VENDOR-ADDR-DATE     PIC 9(08).
001430
001440  77  WS-VENDOR-COUNT             PIC 9(04) COMP VALUE ZERO.
001450  77  WS-VENDOR-TABLE-MAX         PIC 9(04) COMP VALUE 3000.
01450a  77  WS-VENDOR-DROPPED           PIC 9(07) COMP VALUE ZERO.
001460  77  WS-VENDOR-TBL-SUB           PIC 9(04) COMP VALUE ZERO.
001470  77  WS-VENDOR-MATCHED-SUB       PIC 9(04) COMP VALUE ZERO.
001480  77  WS-DUP-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
001510  77  WS-BEFORE-NAME              PIC X(40) VALUE SPACES.
001520  77  WS-AFTER-NAME               PIC X(40) VALUE SPACES.
001530  77  WS-DISPOSITION-TEXT         PIC X(24) VALUE SPACES.
001532  77  WS-BEFORE-TAX-CLASS         PIC X(01) VALUE SPACES.
001534  77  WS-BEFORE-LLC-CLASS         PIC X(01) VALUE SPACES.
001536  77  WS-BEFORE-EXEMPT-CODE       PIC X(02) VALUE SPACES.
001538  77  WS-AFTER-TAX-CLASS          PIC X(01) VALUE SPACES.
00153A  77  WS-AFTER-LLC-CLASS          PIC X(01) VALUE SPACES.
00153B  77  WS-AFTER-EXEMPT-CODE        PIC X(02) VALUE SPACES.
00153C  77  WS-BEFORE-ADDRESS           PIC X(148) VALUE SPACES.
00153D  77  WS-BEFORE-ADDR-SOURCE       PIC X(01) VALUE SPACES.
00153E  77  WS-BEFORE-ADDR-DATE         PIC 9(08) VALUE ZERO.
001540
001550* CHANGE REGISTER LINE PRINTED TO SYSOUT FOR EVERY
001560* TRANSACTION WORKED THIS CYCLE.
001960
001970      OPEN INPUT  VM-TRAN-FILE.
001980      OPEN OUTPUT VENDOR-MASTER-OUT.
0019va      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0019vb      PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT.
0019vc      WRITE VENDOR-MASTER-OUT-RCD FROM LAYOUT-HEADER-RCD.
001990      OPEN OUTPUT VM-PENDING-FILE.
002000      OPEN EXTEND VM-AUDIT-FILE.
002002      PERFORM 1050-OPEN-ADDR-HIST    THRU 1050-EXIT.
002010
002020      MOVE "  ACT  TIN        NAME / DISPOSITION"
002030                                  TO CC-E01W-DISPLAY-RCD.
002050
002060  1000-EXIT.
002070      EXIT.
002072
002074* 1050-OPEN-ADDR-HIST
002076*   THE ADDRESS HISTORY ACCUMULATES ACROSS CYCLES.  IT IS
002078*   CHECKED BEFORE ANYTHING IS APPENDED - RECORDS OF THIS
00207A*   LAYOUT MUST NOT BE ADDED TO A GENERATION OF ANOTHER.  AN
00207B*   EMPTY FILE GETS ITS CLCWW166 LAYOUT HEADER AS ITS FIRST
00207C*   RECORD.
00207D  1050-OPEN-ADDR-HIST.
00207E
00207F      MOVE "CLCWW188"             TO WS-LV-CHECK-FILE-ID.
00207G      MOVE "VMADRHST"             TO WS-LV-CHECK-DDNAME.
00207H      MOVE "N"                    TO WS-LV-EMPTY-SW.
00207I      OPEN INPUT VM-ADDR-HIST-FILE.
00207J      READ VM-ADDR-HIST-FILE INTO LAYOUT-HEADER-RCD
00207K          AT END
00207L              MOVE "Y"            TO WS-LV-EMPTY-SW
00207M      END-READ.
00207N      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
00207O      CLOSE VM-ADDR-HIST-FILE.
00207P
00207Q      OPEN EXTEND VM-ADDR-HIST-FILE.
00207R      IF WS-LV-FILE-EMPTY
00207S          PERFORM 9210-BUILD-LAYOUT-HEADER THRU 9210-EXIT
00207T          WRITE ADDR-HIST-RCD FROM LAYOUT-HEADER-RCD
00207U      END-IF.
00207V
00207W  1050-EXIT.
00207X      EXIT.
002080
002090  1700-LOAD-VENDOR-MASTER.
002100
002110      OPEN INPUT VENDOR-MASTER-FILE.
0021va      PERFORM 1705-CHECK-VENDOR-LAYOUT THRU 1705-EXIT.
002120
002130      PERFORM 1710-READ-VENDOR-MASTER THRU 1710-EXIT
002140          UNTIL WS-VENDOR-EOF.
002170
002180  1700-EXIT.
002190      EXIT.
0021vb
0021vc* 1705-CHECK-VENDOR-LAYOUT
0021vd*   THE FIRST RECORD OF THE GENERATION IS ITS CLCWW166 LAYOUT
0021ve*   HEADER.  AN EMPTY GENERATION IS REOPENED SO THE NORMAL
0021vf*   READ SEES END OF FILE.
0021vg  1705-CHECK-VENDOR-LAYOUT.
0021vh
0021vi      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0021vj      MOVE "VNDRMSTR"             TO WS-LV-CHECK-DDNAME.
0021vk      MOVE "N"                    TO WS-LV-EMPTY-SW.
0021vl      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
0021vm          AT END
0021vn              MOVE "Y"            TO WS-LV-EMPTY-SW
0021vo      END-READ.
0021vp      PERFORM 9200-CHECK-LAYOUT   THRU 9200-EXIT.
0021vq
0021vr      IF WS-LV-FILE-EMPTY
0021vs          CLOSE VENDOR-MASTER-FILE
0021vt          OPEN INPUT VENDOR-MASTER-FILE
0021vu      END-IF.
0021vv
0021vw  1705-EXIT.
0021vx      EXIT.
002200
002210  1710-READ-VENDOR-MASTER.
002220
002300                      TO WS-VENDOR-TIN (WS-VENDOR-COUNT)
002310                  MOVE VM-NAME
002320                      TO WS-VENDOR-NAME (WS-VENDOR-COUNT)
002322                  MOVE VM-TAX-CLASS
002324                      TO WS-VENDOR-TAX-CLASS (WS-VENDOR-COUNT)
002326                  MOVE VM-LLC-TAX-CLASS
002328                      TO WS-VENDOR-LLC-CLASS (WS-VENDOR-COUNT)
00232A                  MOVE VM-EXEMPT-PAYEE-CODE
00232B                      TO WS-VENDOR-EXEMPT-CODE (WS-VENDOR-COUNT)
00232C                  MOVE VM-W9-DATE
00232D                      TO WS-VENDOR-W9-DATE (WS-VENDOR-COUNT)
0023va                  MOVE VM-STATUS
0023vb                      TO WS-VENDOR-STATUS (WS-VENDOR-COUNT)
0023vc                  MOVE VM-STATUS-DATE
0023vd                      TO WS-VENDOR-STATUS-DATE (WS-VENDOR-COUNT)
0023ve                  MOVE VM-ADDRESS-OF-RECORD
0023vf                      TO WS-VENDOR-ADDRESS (WS-VENDOR-COUNT)
0023vg                  MOVE VM-ADDR-SOURCE
0023vh                      TO WS-VENDOR-ADDR-SOURCE (WS-VENDOR-COUNT)
0023vi                  MOVE VM-ADDR-DATE
0023vj                      TO WS-VENDOR-ADDR-DATE (WS-VENDOR-COUNT)
002330                  ADD 1 TO WS-MASTER-READ
002340              ELSE
02340a                  ADD 1 TO WS-VENDOR-DROPPED
02340b              END-IF
002350      END-READ.
002360
002370  1710-EXIT.
002970          GO TO 2000-EXIT
002980      END-IF.
002990
002992*   A BAD W-9 CLASSIFICATION WOULD DRIVE A WRONG 1099
002994*   SUPPRESSION DECISION AT YEAR END - REJECT IT HERE.
002996      PERFORM 2150-EDIT-TAX-CLASS    THRU 2150-EXIT.
002997      IF WS-CLASS-IN-ERROR
002998          ADD 1 TO WS-TRANS-REJECTED
002999          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
00299A          GO TO 2000-EXIT
00299B      END-IF.
00299C
00299D      PERFORM 2160-EDIT-ADDRESS      THRU 2160-EXIT.
00299E      IF WS-ADDRESS-IN-ERROR
00299F          ADD 1 TO WS-TRANS-REJECTED
00299G          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
00299H          GO TO 2000-EXIT
00299I      END-IF.
00299J
003000      PERFORM 2100-FIND-VENDOR       THRU 2100-EXIT.
003010
003020      EVALUATE TRUE
003060              PERFORM 2300-APPLY-CHANGE  THRU 2300-EXIT
003070          WHEN VT-DELETE
003080              PERFORM 2400-APPLY-DELETE  THRU 2400-EXIT
00308e          WHEN VT-DEACTIVATE
00308f              PERFORM 2500-APPLY-DEACTIVATE THRU 2500-EXIT
00308g          WHEN VT-REACTIVATE
00308h              PERFORM 2600-APPLY-REACTIVATE THRU 2600-EXIT
00308i          WHEN VT-ADDRESS-CHANGE
00308j              PERFORM 2650-APPLY-ADDRESS THRU 2650-EXIT
003090          WHEN OTHER
003100              ADD 1 TO WS-TRANS-REJECTED
003110              MOVE "INVALID ACTION CODE" TO WS-DISPOSITION-TEXT
003440
003450  2110-EXIT.
003460      EXIT.
003462
003464* 2150-EDIT-TAX-CLASS
003466*   THE W-9 CLASS MUST BE ONE OF THE LINE 3 BOXES (OR BLANK
003468*   FOR NONE ON FILE); AN LLC MUST SAY HOW IT IS TAXED; AN
00346A*   EXEMPT PAYEE CODE MUST BE ONE OF THE LINE 4 CODES.  A
00346B*   DELETE OR DEACTIVATION CARRIES NO CLASSIFICATION AND IS
0034va*   NOT EDITED, NOR IS AN ADDRESS CHANGE.
00346C  2150-EDIT-TAX-CLASS.
00346D
00346E      MOVE "N" TO WS-CLASS-ERROR-SW.
00346F
00346G      IF VT-DELETE OR VT-DEACTIVATE OR VT-ADDRESS-CHANGE
00346H          GO TO 2150-EXIT
00346I      END-IF.
00346J
00346K      IF NOT VT-CLASS-VALID
00346L          MOVE "Y" TO WS-CLASS-ERROR-SW
00346M          MOVE "INVALID W-9 TAX CLASS"  TO WS-DISPOSITION-TEXT
00346N          GO TO 2150-EXIT
00346O      END-IF.
00346P
00346Q      IF VT-CLASS-LLC AND NOT VT-LLC-CLASS-VALID
00346R          MOVE "Y" TO WS-CLASS-ERROR-SW
00346S          MOVE "LLC TAX TREATMENT MISSING" TO WS-DISPOSITION-TEXT
00346T          GO TO 2150-EXIT
00346U      END-IF.
00346V
00346W      IF NOT VT-EXEMPT-CODE-VALID
00346X          MOVE "Y" TO WS-CLASS-ERROR-SW
00346Y          MOVE "INVALID EXEMPT PAYEE CODE" TO WS-DISPOSITION-TEXT
00346Z      END-IF.
0346Z1
00347A  2150-EXIT.
00347B      EXIT.
00347C
00347D* 2160-EDIT-ADDRESS
00347E*   AN ADDRESS CHANGE, OR AN ADD THAT CARRIES AN ADDRESS, MUST
00347F*   CARRY A MAILABLE ONE - A STREET LINE AND CITY, AND A STATE
00347G*   AND ZIP CODE, OR FOR A FOREIGN ADDRESS THE COUNTRY - AND A
00347H*   KNOWN SOURCE.  EVERY MAILING FOR THE VENDOR WILL GO THERE.
00347I  2160-EDIT-ADDRESS.
00347J
00347K      MOVE "N" TO WS-ADDRESS-ERROR-SW.
00347L
00347M      IF NOT VT-ADDRESS-CHANGE
00347N          AND NOT (VT-ADD AND VT-ADDR-LINE1 NOT = SPACES)
00347O          GO TO 2160-EXIT
00347P      END-IF.
00347Q
00347R      IF VT-ADDR-LINE1 = SPACES
00347S          OR VT-ADDR-CITY = SPACES
00347T          MOVE "Y" TO WS-ADDRESS-ERROR-SW
00347U      END-IF.
00347V
00347W      IF VT-ADDR-FOREIGN
00347X          IF VT-ADDR-COUNTRY-CODE = SPACES
00347Y              MOVE "Y" TO WS-ADDRESS-ERROR-SW
00347Z          END-IF
0347Z1      ELSE
0347Z2          IF NOT VT-ADDR-DOMESTIC
0347Z3              OR VT-ADDR-STATE = SPACES
0347Z4              OR VT-ADDR-ZIP = SPACES
0347Z5              MOVE "Y" TO WS-ADDRESS-ERROR-SW
0347Z6          END-IF
0347Z7      END-IF.
0347Z8
0347Z9      IF WS-ADDRESS-IN-ERROR
0347ZA          MOVE "ADDRESS INCOMPLETE"    TO WS-DISPOSITION-TEXT
0347ZB          GO TO 2160-EXIT
0347ZC      END-IF.
0347ZD
0347ZE      IF NOT VT-ADDR-SOURCE-VALID
0347ZF          MOVE "Y" TO WS-ADDRESS-ERROR-SW
0347ZG          MOVE "INVALID ADDRESS SOURCE" TO WS-DISPOSITION-TEXT
0347ZH      END-IF.
0347ZI
0347ZJ  2160-EXIT.
0347ZK      EXIT.
003470
003480  2200-APPLY-ADD.
003490
003560
003570      IF WS-VENDOR-COUNT NOT < WS-VENDOR-TABLE-MAX
003580          ADD 1 TO WS-TRANS-REJECTED
03580a          ADD 1 TO WS-VENDOR-DROPPED
003590          MOVE "MASTER TABLE FULL"     TO WS-DISPOSITION-TEXT
003600          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
003610          GO TO 2200-EXIT
003640      ADD 1 TO WS-VENDOR-COUNT.
003650      MOVE VT-TIN  TO WS-VENDOR-TIN (WS-VENDOR-COUNT).
003660      MOVE VT-NAME TO WS-VENDOR-NAME (WS-VENDOR-COUNT).
003662      MOVE VT-TAX-CLASS
003664                   TO WS-VENDOR-TAX-CLASS (WS-VENDOR-COUNT).
003666      MOVE VT-LLC-TAX-CLASS
003668                   TO WS-VENDOR-LLC-CLASS (WS-VENDOR-COUNT).
00366A      MOVE VT-EXEMPT-PAYEE-CODE
00366B                   TO WS-VENDOR-EXEMPT-CODE (WS-VENDOR-COUNT).
00366C      MOVE VT-W9-DATE
00366D                   TO WS-VENDOR-W9-DATE (WS-VENDOR-COUNT).
0036va      MOVE SPACE   TO WS-VENDOR-STATUS (WS-VENDOR-COUNT).
0036vb      MOVE VT-EFFECTIVE-DATE
0036vc                   TO WS-VENDOR-STATUS-DATE (WS-VENDOR-COUNT).
0036vd      MOVE VT-ADDRESS-OF-RECORD
0036ve                   TO WS-VENDOR-ADDRESS (WS-VENDOR-COUNT).
0036vf      MOVE SPACES  TO WS-VENDOR-ADDR-SOURCE (WS-VENDOR-COUNT).
0036vg      MOVE ZERO    TO WS-VENDOR-ADDR-DATE (WS-VENDOR-COUNT).
003670      ADD 1 TO WS-ADDS-APPLIED.
003680
003690      MOVE SPACES  TO WS-BEFORE-NAME.
003700      MOVE VT-NAME TO WS-AFTER-NAME.
003702      MOVE SPACES  TO WS-BEFORE-TAX-CLASS.
003703      MOVE SPACES  TO WS-BEFORE-LLC-CLASS.
003704      MOVE SPACES  TO WS-BEFORE-EXEMPT-CODE.
003705      MOVE VT-TAX-CLASS         TO WS-AFTER-TAX-CLASS.
003706      MOVE VT-LLC-TAX-CLASS     TO WS-AFTER-LLC-CLASS.
003707      MOVE VT-EXEMPT-PAYEE-CODE TO WS-AFTER-EXEMPT-CODE.
003710      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
003712
003714*   AN ADDRESS ARRIVING WITH THE ADD OPENS THE VENDOR'S
003716*   ADDRESS HISTORY.
003718      IF VT-ADDR-LINE1 NOT = SPACES
00371A          MOVE WS-VENDOR-COUNT    TO WS-VENDOR-MATCHED-SUB
00371B          MOVE SPACES             TO WS-BEFORE-ADDRESS
00371C          MOVE SPACES             TO WS-BEFORE-ADDR-SOURCE
00371D          MOVE ZERO               TO WS-BEFORE-ADDR-DATE
00371E          PERFORM 2660-SET-ADDRESS THRU 2660-EXIT
00371F      END-IF.
003720      MOVE "ADDED"                   TO WS-DISPOSITION-TEXT.
003730      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
003740
003880                                  TO WS-BEFORE-NAME.
003890      MOVE VT-NAME TO WS-VENDOR-NAME (WS-VENDOR-MATCHED-SUB).
003900      MOVE VT-NAME                TO WS-AFTER-NAME.
003902      PERFORM 2310-SAVE-BEFORE-CLASS THRU 2310-EXIT.
003904
003906*   A CHANGE WITH NO TAX CLASS (A NAME-ONLY CHANGE, OR ONE
003908*   GENERATED BY THE CCCW9137 AP SYNC) LEAVES THE W-9
00390A*   CLASSIFICATION ON FILE AS IT WAS.
00390B      IF VT-TAX-CLASS NOT = SPACE
00390C          MOVE VT-TAX-CLASS
00390D              TO WS-VENDOR-TAX-CLASS (WS-VENDOR-MATCHED-SUB)
00390E          MOVE VT-LLC-TAX-CLASS
00390F              TO WS-VENDOR-LLC-CLASS (WS-VENDOR-MATCHED-SUB)
00390G          MOVE VT-EXEMPT-PAYEE-CODE
00390H              TO WS-VENDOR-EXEMPT-CODE (WS-VENDOR-MATCHED-SUB)
00390I          MOVE VT-W9-DATE
00390J              TO WS-VENDOR-W9-DATE (WS-VENDOR-MATCHED-SUB)
00390K      END-IF.
00390L      MOVE WS-VENDOR-TAX-CLASS (WS-VENDOR-MATCHED-SUB)
00390M                                  TO WS-AFTER-TAX-CLASS.
00390N      MOVE WS-VENDOR-LLC-CLASS (WS-VENDOR-MATCHED-SUB)
00390O                                  TO WS-AFTER-LLC-CLASS.
00390P      MOVE WS-VENDOR-EXEMPT-CODE (WS-VENDOR-MATCHED-SUB)
00390Q                                  TO WS-AFTER-EXEMPT-CODE.
003910      ADD 1 TO WS-CHANGES-APPLIED.
003920
003930      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
003960
003970  2300-EXIT.
003980      EXIT.
003982
003984* 2310-SAVE-BEFORE-CLASS
003986*   THE CLASSIFICATION ON FILE BEFORE A CHANGE OR DELETE, FOR
003988*   THE AUDIT RECORD.
00398A  2310-SAVE-BEFORE-CLASS.
00398B
00398C      MOVE WS-VENDOR-TAX-CLASS (WS-VENDOR-MATCHED-SUB)
00398D                                  TO WS-BEFORE-TAX-CLASS.
00398E      MOVE WS-VENDOR-LLC-CLASS (WS-VENDOR-MATCHED-SUB)
00398F                                  TO WS-BEFORE-LLC-CLASS.
00398G      MOVE WS-VENDOR-EXEMPT-CODE (WS-VENDOR-MATCHED-SUB)
00398H                                  TO WS-BEFORE-EXEMPT-CODE.
00398I
00398J  2310-EXIT.
00398K      EXIT.
003990
004000  2400-APPLY-DELETE.
004010
004090      MOVE WS-VENDOR-NAME (WS-VENDOR-MATCHED-SUB)
004100                                  TO WS-BEFORE-NAME.
004110      MOVE SPACES                 TO WS-AFTER-NAME.
004112      PERFORM 2310-SAVE-BEFORE-CLASS THRU 2310-EXIT.
004114      MOVE SPACES                 TO WS-AFTER-TAX-CLASS.
004116      MOVE SPACES                 TO WS-AFTER-LLC-CLASS.
004118      MOVE SPACES                 TO WS-AFTER-EXEMPT-CODE.
004120      MOVE SPACES TO WS-VENDOR-TIN (WS-VENDOR-MATCHED-SUB).
004130      MOVE SPACES TO WS-VENDOR-NAME (WS-VENDOR-MATCHED-SUB).
004140      ADD 1 TO WS-DELETES-APPLIED.
004200  2400-EXIT.
004210      EXIT.
004220
0042vb* 2500-APPLY-DEACTIVATE
0042vc*   MARKS AN ACTIVE VENDOR DEACTIVATED AS OF THE TRANSACTION'S
0042vd*   EFFECTIVE DATE.  NAME AND CLASSIFICATION ARE UNCHANGED, SO
0042ve*   THE AUDIT RECORD CARRIES THEM BEFORE AND AFTER ALIKE.
0042vf  2500-APPLY-DEACTIVATE.
0042vg
0042vh      IF NOT WS-VENDOR-MASTER-FOUND
0042vi          ADD 1 TO WS-TRANS-REJECTED
0042vj          MOVE "TIN NOT ON MASTER"    TO WS-DISPOSITION-TEXT
0042vk          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042vl          GO TO 2500-EXIT
0042vm      END-IF.
0042vn
0042vo      IF WS-VENDOR-DEACTIVATED (WS-VENDOR-MATCHED-SUB)
0042vp          ADD 1 TO WS-TRANS-REJECTED
0042vq          MOVE "VENDOR ALREADY INACTIVE" TO WS-DISPOSITION-TEXT
0042vr          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042vs          GO TO 2500-EXIT
0042vt      END-IF.
0042vu
0042vv      MOVE "D"     TO WS-VENDOR-STATUS (WS-VENDOR-MATCHED-SUB).
0042vw      MOVE VT-EFFECTIVE-DATE TO
0042vx          WS-VENDOR-STATUS-DATE (WS-VENDOR-MATCHED-SUB).
0042vy      ADD 1 TO WS-DEACTIVATES-APPLIED.
0042vz
0042wa      PERFORM 2700-SAVE-UNCHANGED    THRU 2700-EXIT.
0042wb      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
0042wc      MOVE "DEACTIVATED"             TO WS-DISPOSITION-TEXT.
0042wd      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
0042we
0042wf  2500-EXIT.
0042wg      EXIT.
0042wh
0042wi* 2600-APPLY-REACTIVATE
0042wj*   RETURNS A DEACTIVATED VENDOR TO ACTIVE.  THE TRANSACTION
0042wk*   MUST CARRY THE DATE OF A W-9 SIGNED ON OR AFTER THE
0042wl*   DEACTIVATION - THE FRESH W-9 IS THE WHOLE POINT OF THE
0042wm*   HOLD.  A CLASSIFICATION ON THE TRANSACTION REPLACES THE ONE
0042wn*   ON FILE, AS FOR A CHANGE; THE W-9 DATE ALWAYS DOES.
0042wo  2600-APPLY-REACTIVATE.
0042wp
0042wq      IF NOT WS-VENDOR-MASTER-FOUND
0042wr          ADD 1 TO WS-TRANS-REJECTED
0042ws          MOVE "TIN NOT ON MASTER"    TO WS-DISPOSITION-TEXT
0042wt          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042wu          GO TO 2600-EXIT
0042wv      END-IF.
0042ww
0042wx      IF NOT WS-VENDOR-DEACTIVATED (WS-VENDOR-MATCHED-SUB)
0042wy          ADD 1 TO WS-TRANS-REJECTED
0042wz          MOVE "VENDOR NOT DEACTIVATED" TO WS-DISPOSITION-TEXT
0042xa          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042xb          GO TO 2600-EXIT
0042xc      END-IF.
0042xd
0042xe      IF VT-W9-DATE NOT NUMERIC
0042xf          OR VT-W9-DATE <
0042xg             WS-VENDOR-STATUS-DATE (WS-VENDOR-MATCHED-SUB)
0042xh          ADD 1 TO WS-TRANS-REJECTED
0042xi          MOVE "NEW W-9 DATE REQUIRED" TO WS-DISPOSITION-TEXT
0042xj          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042xk          GO TO 2600-EXIT
0042xl      END-IF.
0042xm
0042xn      PERFORM 2700-SAVE-UNCHANGED    THRU 2700-EXIT.
0042xo      IF VT-TAX-CLASS NOT = SPACE
0042xp          MOVE VT-TAX-CLASS
0042xq              TO WS-VENDOR-TAX-CLASS (WS-VENDOR-MATCHED-SUB)
0042xr          MOVE VT-LLC-TAX-CLASS
0042xs              TO WS-VENDOR-LLC-CLASS (WS-VENDOR-MATCHED-SUB)
0042xt          MOVE VT-EXEMPT-PAYEE-CODE
0042xu              TO WS-VENDOR-EXEMPT-CODE (WS-VENDOR-MATCHED-SUB)
0042xv          MOVE VT-TAX-CLASS         TO WS-AFTER-TAX-CLASS
0042xw          MOVE VT-LLC-TAX-CLASS     TO WS-AFTER-LLC-CLASS
0042xx          MOVE VT-EXEMPT-PAYEE-CODE TO WS-AFTER-EXEMPT-CODE
0042xy      END-IF.
0042xz      MOVE VT-W9-DATE
0042ya                   TO WS-VENDOR-W9-DATE (WS-VENDOR-MATCHED-SUB).
0042yb      MOVE SPACE   TO WS-VENDOR-STATUS (WS-VENDOR-MATCHED-SUB).
0042yc      MOVE VT-EFFECTIVE-DATE TO
0042yd          WS-VENDOR-STATUS-DATE (WS-VENDOR-MATCHED-SUB).
0042ye      ADD 1 TO WS-REACTIVATES-APPLIED.
0042yf
0042yg      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
0042yh      MOVE "REACTIVATED"             TO WS-DISPOSITION-TEXT.
0042yi      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
0042yj
0042yk  2600-EXIT.
0042yl      EXIT.
0042Aa
0042Ab* 2650-APPLY-ADDRESS
0042Ac*   REPLACES THE VENDOR'S ADDRESS OF RECORD.  NAME, CLASS AND
0042Ad*   STATUS ARE UNCHANGED, SO THE CLCWW058 AUDIT RECORD SHOWS
0042Ae*   THEM BEFORE AND AFTER ALIKE; THE ADDRESSES THEMSELVES GO
0042Af*   TO THE CLCWW188 HISTORY.  AN NCOA OR RETURNED-MAIL RUN MAY
0042Ag*   SEND THE ADDRESS ALREADY ON FILE - THAT IS REJECTED SO THE
0042Ah*   HISTORY SHOWS ONLY REAL CHANGES.
0042Ai  2650-APPLY-ADDRESS.
0042Aj
0042Ak      IF NOT WS-VENDOR-MASTER-FOUND
0042Al          ADD 1 TO WS-TRANS-REJECTED
0042Am          MOVE "TIN NOT ON MASTER"    TO WS-DISPOSITION-TEXT
0042An          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042Ao          GO TO 2650-EXIT
0042Ap      END-IF.
0042Aq
0042Ar      IF VT-ADDRESS-OF-RECORD =
0042As          WS-VENDOR-ADDRESS (WS-VENDOR-MATCHED-SUB)
0042At          ADD 1 TO WS-TRANS-REJECTED
0042Au          MOVE "ADDRESS ALREADY ON FILE" TO WS-DISPOSITION-TEXT
0042Av          PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
0042Aw          GO TO 2650-EXIT
0042Ax      END-IF.
0042Ay
0042Az      MOVE WS-VENDOR-ADDRESS (WS-VENDOR-MATCHED-SUB)
0042Ba                                  TO WS-BEFORE-ADDRESS.
0042Bb      MOVE WS-VENDOR-ADDR-SOURCE (WS-VENDOR-MATCHED-SUB)
0042Bc                                  TO WS-BEFORE-ADDR-SOURCE.
0042Bd      MOVE WS-VENDOR-ADDR-DATE (WS-VENDOR-MATCHED-SUB)
0042Be                                  TO WS-BEFORE-ADDR-DATE.
0042Bf      PERFORM 2660-SET-ADDRESS       THRU 2660-EXIT.
0042Bg      ADD 1 TO WS-ADDRESSES-APPLIED.
0042Bh
0042Bi      PERFORM 2700-SAVE-UNCHANGED    THRU 2700-EXIT.
0042Bj      PERFORM 2800-WRITE-AUDIT       THRU 2800-EXIT.
0042Bk      MOVE "ADDRESS CHANGED"         TO WS-DISPOSITION-TEXT.
0042Bl      PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
0042Bm
0042Bn  2650-EXIT.
0042Bo      EXIT.
0042Bp
0042Bq* 2660-SET-ADDRESS
0042Br*   PUTS THE TRANSACTION ADDRESS ON THE MATCHED VENDOR AS OF
0042Bs*   THE EFFECTIVE DATE (A BLANK SOURCE IS KEYED) AND LOGS THE
0042Bt*   CHANGE AGAINST THE WS-BEFORE-ADDR- FIELDS.
0042Bu  2660-SET-ADDRESS.
0042Bv
0042Bw      MOVE VT-ADDRESS-OF-RECORD
0042Bx          TO WS-VENDOR-ADDRESS (WS-VENDOR-MATCHED-SUB).
0042By      IF VT-ADDR-SOURCE = SPACE
0042Bz          MOVE "K"
0042Ca              TO WS-VENDOR-ADDR-SOURCE (WS-VENDOR-MATCHED-SUB)
0042Cb      ELSE
0042Cc          MOVE VT-ADDR-SOURCE
0042Cd              TO WS-VENDOR-ADDR-SOURCE (WS-VENDOR-MATCHED-SUB)
0042Ce      END-IF.
0042Cf      MOVE VT-EFFECTIVE-DATE
0042Cg          TO WS-VENDOR-ADDR-DATE (WS-VENDOR-MATCHED-SUB).
0042Ch
0042Ci      MOVE SPACES                 TO ADDR-HIST-RCD.
0042Cj      MOVE VT-TIN                 TO AH-TIN.
0042Ck      MOVE WS-TODAY-CCYYMMDD      TO AH-CHANGE-DATE.
0042Cl      MOVE VT-USER-ID             TO AH-USER-ID.
0042Cm      MOVE WS-VENDOR-ADDR-SOURCE (WS-VENDOR-MATCHED-SUB)
0042Cn                                  TO AH-SOURCE.
0042Co      MOVE WS-BEFORE-ADDR-SOURCE  TO AH-BEFORE-SOURCE.
0042Cp      MOVE WS-BEFORE-ADDR-DATE    TO AH-BEFORE-DATE.
0042Cq      MOVE WS-BEFORE-ADDRESS      TO AH-BEFORE-ADDRESS.
0042Cr      MOVE VT-ADDRESS-OF-RECORD   TO AH-AFTER-ADDRESS.
0042Cs      WRITE ADDR-HIST-RCD.
0042Ct      ADD 1 TO WS-ADDR-HIST-WRITTEN.
0042Cu
0042Cv  2660-EXIT.
0042Cw      EXIT.
0042Cx
0042Cy* 2700-SAVE-UNCHANGED
0042Cz*   A STATUS CHANGE LEAVES THE NAME AND CLASSIFICATION AS THEY
0042Da*   WERE - THE AUDIT RECORD SHOWS THE SAME VALUES BEFORE AND
0042Db*   AFTER.
0042Dc  2700-SAVE-UNCHANGED.
0042Dd
0042De      MOVE WS-VENDOR-NAME (WS-VENDOR-MATCHED-SUB)
0042Df                                  TO WS-BEFORE-NAME.
0042Dg      MOVE WS-BEFORE-NAME         TO WS-AFTER-NAME.
0042Dh      PERFORM 2310-SAVE-BEFORE-CLASS THRU 2310-EXIT.
0042Di      MOVE WS-BEFORE-TAX-CLASS    TO WS-AFTER-TAX-CLASS.
0042Dj      MOVE WS-BEFORE-LLC-CLASS    TO WS-AFTER-LLC-CLASS.
0042Dk      MOVE WS-BEFORE-EXEMPT-CODE  TO WS-AFTER-EXEMPT-CODE.
0042Dl
0042Dm  2700-EXIT.
0042Dn      EXIT.
0042Do
004230* 2800-WRITE-AUDIT
004240*   WRITES THE BEFORE/AFTER AUDIT RECORD FOR AN APPLIED
004250*   TRANSACTION.  THE AUDIT FILE ACCUMULATES ACROSS CYCLES.
004320      MOVE VT-TIN                 TO VA-TIN.
004330      MOVE WS-BEFORE-NAME         TO VA-BEFORE-NAME.
004340      MOVE WS-AFTER-NAME          TO VA-AFTER-NAME.
004342      MOVE WS-BEFORE-TAX-CLASS    TO VA-BEFORE-TAX-CLASS.
004344      MOVE WS-BEFORE-LLC-CLASS    TO VA-BEFORE-LLC-TAX-CLASS.
004346      MOVE WS-BEFORE-EXEMPT-CODE  TO VA-BEFORE-EXEMPT-CODE.
004348      MOVE WS-AFTER-TAX-CLASS     TO VA-AFTER-TAX-CLASS.
00434A      MOVE WS-AFTER-LLC-CLASS     TO VA-AFTER-LLC-TAX-CLASS.
00434B      MOVE WS-AFTER-EXEMPT-CODE   TO VA-AFTER-EXEMPT-CODE.
004350      WRITE VM-AUDIT-RCD.
004360
004370  2800-EXIT.
004730      MOVE SPACES                 TO VENDOR-MASTER-RCD.
004740      MOVE WS-VENDOR-TIN (WS-VENDOR-TBL-SUB)  TO VM-TIN.
004750      MOVE WS-VENDOR-NAME (WS-VENDOR-TBL-SUB) TO VM-NAME.
004752      MOVE WS-VENDOR-TAX-CLASS (WS-VENDOR-TBL-SUB)
004754                                  TO VM-TAX-CLASS.
004756      MOVE WS-VENDOR-LLC-CLASS (WS-VENDOR-TBL-SUB)
004758                                  TO VM-LLC-TAX-CLASS.
00475A      MOVE WS-VENDOR-EXEMPT-CODE (WS-VENDOR-TBL-SUB)
00475B                                  TO VM-EXEMPT-PAYEE-CODE.
00475C      MOVE WS-VENDOR-W9-DATE (WS-VENDOR-TBL-SUB)
00475D                                  TO VM-W9-DATE.
0047va      MOVE WS-VENDOR-STATUS (WS-VENDOR-TBL-SUB)
0047vb                                  TO VM-STATUS.
0047vc      MOVE WS-VENDOR-STATUS-DATE (WS-VENDOR-TBL-SUB)
0047vd                                  TO VM-STATUS-DATE.
0047ve      MOVE WS-VENDOR-ADDRESS (WS-VENDOR-TBL-SUB)
0047vf                                  TO VM-ADDRESS-OF-RECORD.
0047vg      MOVE WS-VENDOR-ADDR-SOURCE (WS-VENDOR-TBL-SUB)
0047vh                                  TO VM-ADDR-SOURCE.
0047vi      MOVE WS-VENDOR-ADDR-DATE (WS-VENDOR-TBL-SUB)
0047vj                                  TO VM-ADDR-DATE.
004760      MOVE VENDOR-MASTER-RCD      TO VENDOR-MASTER-OUT-RCD.
004770      WRITE VENDOR-MASTER-OUT-RCD.
004780      ADD 1 TO WS-MASTER-WRITTEN.
005060      MOVE WS-DELETES-APPLIED     TO SCR-COUNT.
005070      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005080      PERFORM 8999-WRITE-SYSOUT.
0050va
0050vb      MOVE "DEACTIVATIONS APPLIED:" TO SCR-LITERAL.
0050vc      MOVE WS-DEACTIVATES-APPLIED TO SCR-COUNT.
0050vd      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0050ve      PERFORM 8999-WRITE-SYSOUT.
0050vf
0050vg      MOVE "REACTIVATIONS APPLIED:" TO SCR-LITERAL.
0050vh      MOVE WS-REACTIVATES-APPLIED TO SCR-COUNT.
0050vi      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0050vj      PERFORM 8999-WRITE-SYSOUT.
0050vk
0050vl      MOVE "ADDRESS CHANGES APPLIED:" TO SCR-LITERAL.
0050vm      MOVE WS-ADDRESSES-APPLIED   TO SCR-COUNT.
0050vn      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0050vo      PERFORM 8999-WRITE-SYSOUT.
0050vp
0050vq      MOVE "ADDRESS HISTORY WRITTEN:" TO SCR-LITERAL.
0050vr      MOVE WS-ADDR-HIST-WRITTEN   TO SCR-COUNT.
0050vs      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
0050vt      PERFORM 8999-WRITE-SYSOUT.
005090
005100      MOVE SCL-REJECTED-LIT       TO SCR-LITERAL.
005110      MOVE WS-TRANS-REJECTED      TO SCR-COUNT.
005270      MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD.
005280      PERFORM 8999-WRITE-SYSOUT.
005290
05290a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
05290b
05290c      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
05290d
005300      COPY C2INZ003.
005310
005320      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
005330
005340  8000-EXIT.
005350      EXIT.
05350a
05350b* 8980-NOTE-TABLE-CAPACITY
05350c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
05350d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
05350e*   DROPPED ENTRY ENDS THE RUN RC=12.
05350f  8980-NOTE-TABLE-CAPACITY.
05350g
05350h      MOVE "VENDOR MASTER"          TO TC-NOTE-NAME.
05350i      MOVE WS-VENDOR-TABLE-MAX      TO TC-NOTE-LIMIT.
05350j      MOVE WS-VENDOR-COUNT          TO TC-NOTE-HIGH.
05350k      MOVE WS-VENDOR-DROPPED        TO TC-NOTE-DROPPED.
05350l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
05350m
05350n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
05350o
05350p      IF TC-TABLE-OVERFLOW
05350q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
05350r      END-IF.
05350s
05350t  8980-EXIT.
05350u      EXIT.
005360
05360a      COPY CLCWW134.
05360b
0053va      COPY CLCWW167.
0053vb
005370      COPY C2INZ002.
005380
005390      COPY C2INZ004.
005440      VENDOR-MASTER-OUT
005450      VM-PENDING-FILE
005460      VM-AUDIT-FILE
005465      VM-ADDR-HIST-FILE
005470      RUN-HISTORY-FILE.
005480
005490  9999-EXIT.
