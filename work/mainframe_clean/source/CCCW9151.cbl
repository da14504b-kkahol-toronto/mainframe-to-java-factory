000190*              WITH A FULL AUDIT REGISTER OF EVERY ADDRESS
000200*              CHANGED.  EVERY ADDRESS FIXED HERE IS A
000210*              RETURNED-MAIL TRANSACTION, A SUPPRESSION, AND
000220*              A RE-MAIL CCCW9180 NEVER HAS TO WORK.  A MOVE
000230*              FOR A PAYEE ON THE CLCWW037 VENDOR MASTER ALSO
000240*              GOES TO THE MASTER AS AN ADDRESS-OF-RECORD (M)
000242*              TRANSACTION (CLCWW057, SOURCE 'N') FOR CCMR6330.
000250*
000260******************************************************************
000270*                      MODIFICATION HISTORY
000300* -------- ----  --------------------------------------------
000310* 09/2026  RF    NEW PROGRAM - NCOA MOVE-UPDATE EXTRACT AND
000320*                APPLY
000321* 10/2026  RF    LOG THE TAX YEAR, RUN MODE, AND CONDITION CODE
000322*                ON THE RUN-HISTORY END RECORD FOR CCCW9150'S
000323*                PREREQUISITE GATE
000324* 10/2026  RF    AN APPLY RUN REFUSES TO RUN UNLESS TEN99DTL IS
000325*                THE HEAD GENERATION ON THE STAGING GENERATION
000326*                CATALOG (CLCWW129-131), AND CATALOGS THE NEW
000327*                GENERATION WITH ITS PARENT AT WRAP-UP
00327a* 10/2026  RF    COUNT MOVES AND SENT TINS THE TABLES COULD NOT
00327b*                HOLD, PRINT THE TABLE CAPACITY REPORT, AND END
00327c*                RC=12 (MOVE TABLE FULL WAS RC=8) WHEN ANY ENTRY
00327d*                WAS DROPPED
0032va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0032vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
0032vc* 10/2026  RF    LEAVE FOREIGN-ADDRESS PAYEES OUT OF THE NCOA
0032vd*                EXTRACT - THE USPS SERVICE COVERS DOMESTIC
0032ve*                ADDRESSES ONLY
0032vf* 10/2026  RF    ON APPLY, WRITE A CLCWW057 ADDRESS-OF-RECORD
0032vg*                TRANSACTION (VMTRANS) FOR EACH MOVE TO A PAYEE
0032vh*                ON THE VENDOR MASTER WHOSE ADDRESS OF RECORD IT
0032vi*                CHANGES
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000540
000550      SELECT NCOA-AUDIT-RPT      ASSIGN TO NCOAAUD
000560          ORGANIZATION IS SEQUENTIAL.
00056a
00056b      SELECT GEN-CATALOG-FILE    ASSIGN TO GENCAT
00056c          ORGANIZATION IS SEQUENTIAL.
00056d
00056e      SELECT VENDOR-MASTER-FILE  ASSIGN TO VNDRMSTR
00056f          ORGANIZATION IS SEQUENTIAL.
00056g
00056h      SELECT VM-TRAN-FILE        ASSIGN TO VMTRANS
00056i          ORGANIZATION IS SEQUENTIAL.
000570
000580      COPY C2INX004.
000590
000760      LABEL RECORDS ARE STANDARD
000770      DATA RECORD IS TEN99-OUT-RCD.
000780
000790  01  TEN99-OUT-RCD                 PIC X(420).
000800
000810  FD  NCOA-REQ-FILE
000820      BLOCK CONTAINS 0 RECORDS
001010      DATA RECORD IS NCOA-AUDIT-RCD.
001020
001030  01  NCOA-AUDIT-RCD                PIC X(133).
00103a
00103b  FD  GEN-CATALOG-FILE
00103c      BLOCK CONTAINS 0 RECORDS
00103d      RECORDING MODE IS F
00103e      LABEL RECORDS ARE STANDARD
00103f      DATA RECORD IS GEN-CATALOG-RCD.
00103g
00103h      COPY CLCWW129.
00103i
00103j  FD  VENDOR-MASTER-FILE
00103k      BLOCK CONTAINS 0 RECORDS
00103l      RECORDING MODE IS F
00103m      LABEL RECORDS ARE STANDARD
00103n      DATA RECORD IS VENDOR-MASTER-RCD.
00103o
00103p      COPY CLCWW037.
00103q
00103r  FD  VM-TRAN-FILE
00103s      BLOCK CONTAINS 0 RECORDS
00103t      RECORDING MODE IS F
00103u      LABEL RECORDS ARE STANDARD
00103v      DATA RECORD IS VM-TRAN-RCD.
00103w
00103x      COPY CLCWW057.
001040
001050      COPY C2INX005.
001060
001090      COPY C2INX003.
001100
001110      COPY C2INX006.
00111a
00111b      COPY CLCWW130.
0111ba
0111bb      COPY CLCWW133.
0111bc
0111bd      COPY CLCWW166.
0111be
0111bf      COPY CLCWW189.
001120
001130  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9151".
001131  77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001140
001150  01  WS-SWITCHES.
001160      05  WS-STAGING-EOF-SW       PIC X(01) VALUE "N".
001300      05  WS-MOVES-LOADED         PIC 9(09) COMP VALUE ZERO.
001310      05  WS-ADDRESSES-UPDATED    PIC 9(09) COMP VALUE ZERO.
001320      05  WS-RECORDS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
0013va      05  WS-FOREIGN-SKIPPED      PIC 9(09) COMP VALUE ZERO.
0013vb      05  WS-MASTER-TRANS-WRITTEN PIC 9(09) COMP VALUE ZERO.
001330
001340* TINS ALREADY SENT ON THE EXTRACT PASS - ONE REQUEST PER
001350* DISTINCT PAYEE NO MATTER HOW MANY CHECKS CARRY IT.
001380
001390  77  WS-SENT-COUNT               PIC 9(04) COMP VALUE ZERO.
001400  77  WS-SENT-TABLE-MAX           PIC 9(04) COMP VALUE 5000.
01400a  77  WS-SENT-DROPPED             PIC 9(07) COMP VALUE ZERO.
001410  77  WS-SENT-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
001420
001430* THE RETURNED MOVE FILE, LOADED FOR THE APPLY PASS.
001490          10  WS-MOV-CITY             PIC X(28).
001500          10  WS-MOV-STATE            PIC X(05).
001510          10  WS-MOV-ZIP              PIC X(11).
001512          10  WS-MOV-MASTER-SW        PIC X(01).
001514              88  WS-MOV-MASTER-DONE          VALUE "Y".
001520
001530  77  WS-MOV-COUNT                PIC 9(04) COMP VALUE ZERO.
001540  77  WS-MOV-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01540a  77  WS-MOV-DROPPED              PIC 9(07) COMP VALUE ZERO.
001550  77  WS-MOV-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001560  77  WS-MOV-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001570
002070              GO TO 9998-COREDUMP
002080          END-IF
002090      END-IF.
002091
002092*   THE JANUARY UPDATE IS FOR THE PRIOR (FILING) YEAR'S MAILING.
002093      COMPUTE WS-TAX-YEAR = SWA-CCYY-CEN * 100 + SWA-CCYY-YR - 1.
002094      MOVE WS-TAX-YEAR            TO SWA-RUN-TAX-YEAR.
002095      MOVE LS-PARM-MODE           TO SWA-RUN-MODE.
002100
00210a*   MOVES APPLIED TO ANYTHING BUT THE HEAD GENERATION WOULD
00210b*   THROW AWAY EVERY CHANGE MADE SINCE - THE TIN MERGE AND
00210c*   NCOA APPLY ON ONE NIGHT WAS EXACTLY THAT.
00210d      IF WS-APPLY-MODE-RUN
00210e          PERFORM 9600-VERIFY-HEAD   THRU 9600-EXIT
00210f      END-IF.
00210g
002110      OPEN INPUT TEN99-STAGING-FILE.
002120
002130      IF WS-APPLY-MODE-RUN
002140          OPEN OUTPUT TEN99-STAGING-OUT
002150          OPEN OUTPUT NCOA-AUDIT-RPT
002160          PERFORM 1200-LOAD-MOVES THRU 1200-EXIT
002162          PERFORM 9300-LOAD-ADDRESS-OF-RECORD THRU 9300-EXIT
002164          OPEN OUTPUT VM-TRAN-FILE
002170      ELSE
002180          OPEN OUTPUT NCOA-REQ-FILE
002190      END-IF.
002260      OPEN INPUT NCOA-MOVE-FILE.
002270
002280      PERFORM 1210-LOAD-MOVE-RCD THRU 1210-EXIT
002290          UNTIL WS-MOVE-EOF.
002300
002310      IF WS-MOV-DROPPED > ZERO
002320          MOVE "*MOVE TABLE FULL, DROPPED:" TO SCR-LITERAL
002330          MOVE WS-MOV-DROPPED         TO SCR-COUNT
002340          MOVE SYSOUT-COUNT-RCD       TO CC-E01W-DISPLAY-RCD
002350          PERFORM 8999-WRITE-SYSOUT
002360      END-IF.
002390
002400      CLOSE NCOA-MOVE-FILE.
002410
002500              GO TO 1210-EXIT
002510      END-READ.
002520
02520a      IF WS-MOV-COUNT NOT < WS-MOV-TABLE-MAX
02520b          ADD 1 TO WS-MOV-DROPPED
02520c          GO TO 1210-EXIT
02520d      END-IF.
02520e
002530      ADD 1 TO WS-MOV-COUNT.
002540      MOVE NM-SSN-TAX-ID        TO WS-MOV-TIN (WS-MOV-COUNT).
002550      MOVE NM-NEW-ADDRESS-LINE1 TO WS-MOV-ADDR1 (WS-MOV-COUNT).
002570      MOVE NM-NEW-CITY          TO WS-MOV-CITY (WS-MOV-COUNT).
002580      MOVE NM-NEW-STATE         TO WS-MOV-STATE (WS-MOV-COUNT).
002590      MOVE NM-NEW-ZIP           TO WS-MOV-ZIP (WS-MOV-COUNT).
002592      MOVE "N"             TO WS-MOV-MASTER-SW (WS-MOV-COUNT).
002600      ADD 1 TO WS-MOVES-LOADED.
002610
002620  1210-EXIT.
002770          IF WS-APPLY-MODE-RUN
002780              MOVE TEN99-RCD      TO TEN99-OUT-RCD
002790              WRITE TEN99-OUT-RCD
00279a              MOVE TEN99-RCD      TO GN-HASH-RECORD
00279b              PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT
002800          END-IF
002810          GO TO 2000-EXIT
002820      END-IF.
002950*   REMEMBERS EVERY TIN ALREADY WRITTEN.
002960  2500-EXTRACT-REQUEST.
002970
0029va*   NCOA HOLDS DOMESTIC MOVES ONLY - A FOREIGN ADDRESS IS
0029vb*   NEVER SENT.
0029vc      IF TEN99-FOREIGN-ADDRESS
0029vd          ADD 1 TO WS-FOREIGN-SKIPPED
0029ve          GO TO 2500-EXIT
0029vf      END-IF.
0029vg
002980      MOVE "N" TO WS-TIN-SENT-SW.
002990      PERFORM 2510-CHECK-TIN-SENT THRU 2510-EXIT
003000          VARYING WS-SENT-TBL-SUB FROM 1 BY 1
003090          ADD 1 TO WS-SENT-COUNT
003100          MOVE TEN99-SSN-TAX-ID-DATA
003110              TO WS-SENT-TIN-ENTRY (WS-SENT-COUNT)
03110a      ELSE
03110b          ADD 1 TO WS-SENT-DROPPED
003120      END-IF.
003130
003140      MOVE SPACES                 TO NCOA-REQ-RCD.
003700          MOVE WS-MOV-ZIP (WS-MOV-MATCHED-SUB)
003710                              TO TEN99-ZIP-DATA
003720          ADD 1 TO WS-ADDRESSES-UPDATED
003722          IF NOT WS-MOV-MASTER-DONE (WS-MOV-MATCHED-SUB)
003724              PERFORM 3200-WRITE-MASTER-MOVE THRU 3200-EXIT
003726          END-IF
003730      END-IF.
003740
003750      MOVE TEN99-RCD              TO TEN99-OUT-RCD.
003760      WRITE TEN99-OUT-RCD.
00376a      MOVE TEN99-RCD              TO GN-HASH-RECORD.
00376b      PERFORM 9620-ADD-OUTPUT-RECORD THRU 9620-EXIT.
003770      ADD 1 TO WS-RECORDS-WRITTEN.
003780
003790  3000-EXIT.
003880
003890  3100-EXIT.
003900      EXIT.
003902
003904* 3200-WRITE-MASTER-MOVE
003906*   THE FIRST STAGED RECORD TO TAKE A MOVE SENDS IT ON TO THE
003908*   VENDOR MASTER AS AN ADDRESS-OF-RECORD TRANSACTION, UNLESS
00390A*   THE PAYEE IS NOT A VENDOR OR THE MASTER ALREADY HOLDS THE
00390B*   NEW ADDRESS.
00390C  3200-WRITE-MASTER-MOVE.
00390D
00390E      MOVE "Y" TO WS-MOV-MASTER-SW (WS-MOV-MATCHED-SUB).
00390F
00390G      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO WS-AR-SEARCH-TIN.
00390H      PERFORM 9320-FIND-ADDRESS-OF-RECORD THRU 9320-EXIT.
00390I
00390J      IF NOT WS-AR-VENDOR-FOUND
00390K          GO TO 3200-EXIT
00390L      END-IF.
00390M
00390N      MOVE SPACES                 TO WS-AR-KEYED-ADDRESS.
00390O      MOVE WS-MOV-ADDR1 (WS-MOV-MATCHED-SUB) TO WS-AR-KEY-LINE1.
00390P      MOVE WS-MOV-ADDR2 (WS-MOV-MATCHED-SUB) TO WS-AR-KEY-LINE2.
00390Q      MOVE WS-MOV-CITY (WS-MOV-MATCHED-SUB)  TO WS-AR-KEY-CITY.
00390R      MOVE WS-MOV-STATE (WS-MOV-MATCHED-SUB) TO WS-AR-KEY-STATE.
00390S      MOVE WS-MOV-ZIP (WS-MOV-MATCHED-SUB)   TO WS-AR-KEY-ZIP.
00390T
00390U      IF WS-AR-ADDRESS-ON-FILE
00390V          PERFORM 9330-COMPARE-ADDRESS THRU 9330-EXIT
00390W          IF NOT WS-AR-ADDRESS-DIFFERS
00390X              GO TO 3200-EXIT
00390Y          END-IF
00390Z      END-IF.
0039a0
0039a1      MOVE SPACES                 TO VM-TRAN-RCD.
0039a2      MOVE "M"                    TO VT-ACTION.
0039a3      MOVE SWA-CURRENT-CCYY-DATE  TO VT-EFFECTIVE-DATE.
0039a4      MOVE TEN99-SSN-TAX-ID-DATA (1:9) TO VT-TIN.
0039a5      MOVE TEN99-NAME-DATA        TO VT-NAME.
0039a6      MOVE "NCOA"                 TO VT-USER-ID.
0039a7      MOVE ZERO                   TO VT-W9-DATE.
0039a8      MOVE WS-AR-KEYED-ADDRESS    TO VT-ADDRESS-OF-RECORD.
0039a9      MOVE "N"                    TO VT-ADDR-SOURCE.
0039b0      WRITE VM-TRAN-RCD.
0039b1      ADD 1 TO WS-MASTER-TRANS-WRITTEN.
0039b2
0039b3  3200-EXIT.
0039b4      EXIT.
003910
003920  8000-WRAPUP.
003930
004050          MOVE WS-ADDRESSES-UPDATED TO SCR-COUNT
004060          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004070          PERFORM 8999-WRITE-SYSOUT
004072          MOVE "MASTER ADDRESS TRANS:" TO SCR-LITERAL
004074          MOVE WS-MASTER-TRANS-WRITTEN TO SCR-COUNT
004076          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004078          PERFORM 8999-WRITE-SYSOUT
004080          MOVE SCL-WRITTEN-LIT    TO SCR-LITERAL
004090          MOVE WS-RECORDS-WRITTEN TO SCR-COUNT
004100          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004110          PERFORM 8999-WRITE-SYSOUT
00411a          PERFORM 9630-CATALOG-REWRITE THRU 9630-EXIT
004120          CLOSE TEN99-STAGING-OUT
004130          CLOSE NCOA-AUDIT-RPT
004132          CLOSE VM-TRAN-FILE
004140      ELSE
004150          MOVE "NCOA REQUESTS WRITTEN:" TO SCR-LITERAL
004160          MOVE WS-REQUESTS-WRITTEN TO SCR-COUNT
004170          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
004180          PERFORM 8999-WRITE-SYSOUT
0041va          MOVE "FOREIGN-ADDRESS RCDS SKIPPED:" TO SCR-LITERAL
0041vb          MOVE WS-FOREIGN-SKIPPED TO SCR-COUNT
0041vc          MOVE SYSOUT-COUNT-RCD   TO CC-E01W-DISPLAY-RCD
0041vd          PERFORM 8999-WRITE-SYSOUT
004190          CLOSE NCOA-REQ-FILE
004200      END-IF.
004210
04210a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
04210b
004211      MOVE RETURN-CODE            TO SWA-RUN-COND-CODE.
004212
004220      COPY C2INZ003.
004230
004240      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
004250
004260  8000-EXIT.
004270      EXIT.
0427aa
0427ab* 8980-NOTE-TABLE-CAPACITY
0427ac*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
0427ad*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
0427ae*   DROPPED ENTRY ENDS THE RUN RC=12.
0427af  8980-NOTE-TABLE-CAPACITY.
0427ag
0427ah      MOVE "NCOA MOVES"             TO TC-NOTE-NAME.
0427ai      MOVE WS-MOV-TABLE-MAX         TO TC-NOTE-LIMIT.
0427aj      MOVE WS-MOV-COUNT             TO TC-NOTE-HIGH.
0427ak      MOVE WS-MOV-DROPPED           TO TC-NOTE-DROPPED.
0427al      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0427am
0427an      MOVE "TINS SENT"              TO TC-NOTE-NAME.
0427ao      MOVE WS-SENT-TABLE-MAX        TO TC-NOTE-LIMIT.
0427ap      MOVE WS-SENT-COUNT            TO TC-NOTE-HIGH.
0427aq      MOVE WS-SENT-DROPPED          TO TC-NOTE-DROPPED.
0427ar      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
0427as
0427b1      IF WS-APPLY-MODE-RUN
0427b2          MOVE "VENDOR ADDRESS"     TO TC-NOTE-NAME
0427b3          MOVE WS-AR-TABLE-MAX      TO TC-NOTE-LIMIT
0427b4          MOVE WS-AR-COUNT          TO TC-NOTE-HIGH
0427b5          MOVE WS-AR-DROPPED        TO TC-NOTE-DROPPED
0427b6          PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT
0427b7      END-IF.
0427b8
0427at      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
0427au
0427av      IF TC-TABLE-OVERFLOW
0427aw          MOVE TC-OVERFLOW-RC TO RETURN-CODE
0427ax      END-IF.
0427ay
0427az  8980-EXIT.
0427ba      EXIT.
004280
04280a      COPY CLCWW134.
04280b
00428a      COPY CLCWW131.
00428b
00428c      COPY CLCWW167.
00428d
00428e      COPY CLCWW190.
00428f
004290      COPY C2INZ002.
004300
004310      COPY C2INZ004.
