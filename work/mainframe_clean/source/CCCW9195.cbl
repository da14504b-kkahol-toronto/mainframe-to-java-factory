000290* -------- ----  --------------------------------------------
000300* 09/2026  RF    NEW PROGRAM - CALLABLE PAYEE VERIFICATION
000310*                SERVICE
00310a* 10/2026  RF    REFERENCE LOADS READ TO END OF FILE AND COUNT
00310b*                WHAT THE TABLES COULD NOT HOLD; A PASS FROM
00310c*                A TRUNCATED TABLE IS ANSWERED AS A WARNING
0031va* 10/2026  RF    CHECK THE CLCWW166 LAYOUT HEADER ON VNDRMSTR AND
0031vb*                BWFLAG - A GENERATION OF ANOTHER LAYOUT IS NOT
0031vc*                LOADED AND A PASS IS ANSWERED AS A WARNING
0031vd* 10/2026  RF    FAIL A VENDOR DEACTIVATED ON THE CLCWW037 MASTER
0031ve*                - CCCW9100 HOLDS IT UNTIL IT IS REACTIVATED
0031vf*                WITH A NEW W-9
000320******************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000760  WORKING-STORAGE SECTION.
000770
000780      COPY CLCWW042.
0007va
0007vb      COPY CLCWW166.
000790
000800  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCCW9195".
000810
000920          88  WS-FOUND                    VALUE "Y".
000930      05  WS-ENTITY-FOUND-SW      PIC X(01) VALUE "N".
000940          88  WS-ENTITY-CODE-FOUND        VALUE "Y".
00940a      05  WS-TABLE-OVERFLOW-SW    PIC X(01) VALUE "N".
00940b          88  WS-TABLE-OVERFLOW           VALUE "Y".
0094va      05  WS-LAYOUT-BAD-SW        PIC X(01) VALUE "N".
0094vb          88  WS-LAYOUT-BAD               VALUE "Y".
0094vc      05  WS-HEADER-OK-SW         PIC X(01) VALUE "N".
0094vd          88  WS-HEADER-OK                VALUE "Y".
000950
000960* THE SAME REFERENCE POPULATIONS CCCW9100 LOADS, RESIDENT
000970* ACROSS CALLS.
000990      05  WS-VENDOR-ENTRY         OCCURS 3000 TIMES.
001000          10  WS-VENDOR-TIN           PIC X(09).
001010          10  WS-VENDOR-NAME          PIC X(40).
0010va          10  WS-VENDOR-STATUS        PIC X(01).
001020  77  WS-VENDOR-COUNT             PIC 9(04) COMP VALUE ZERO.
001030  77  WS-VENDOR-TABLE-MAX         PIC 9(04) COMP VALUE 3000.
01030a  77  WS-VENDOR-DROPPED           PIC 9(07) COMP VALUE ZERO.
001040  77  WS-VENDOR-TBL-SUB           PIC 9(04) COMP VALUE ZERO.
001050  77  WS-VENDOR-MATCHED-NAME      PIC X(40) VALUE SPACES.
0010vb  77  WS-VENDOR-MATCHED-STATUS    PIC X(01) VALUE SPACE.
0010vc      88  WS-VENDOR-INACTIVE          VALUE "D".
001060
001070  01  WS-BW-FLAG-TABLE.
001080      05  WS-BWF-TIN-ENTRY        PIC X(16) OCCURS 2000 TIMES.
001090  77  WS-BWF-COUNT                PIC 9(04) COMP VALUE ZERO.
001100  77  WS-BWF-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
01100a  77  WS-BWF-DROPPED              PIC 9(07) COMP VALUE ZERO.
001110  77  WS-BWF-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001120
001130  01  WS-RSP-TABLE.
001160          10  WS-RSP-RESULT           PIC X(01).
001170  77  WS-RSP-COUNT                PIC 9(05) COMP VALUE ZERO.
001180  77  WS-RSP-TABLE-MAX            PIC 9(05) COMP VALUE 10000.
01180a  77  WS-RSP-DROPPED              PIC 9(07) COMP VALUE ZERO.
001190  77  WS-RSP-TBL-SUB              PIC 9(05) COMP VALUE ZERO.
001200
001210  77  WS-ENTITY-TBL-SUB           PIC 9(02) COMP VALUE ZERO.
001440  1000-LOAD-TABLES.
001450
001460      OPEN INPUT VENDOR-MASTER-FILE.
0014va      PERFORM 1050-CHECK-VENDOR-LAYOUT THRU 1050-EXIT.
001470      PERFORM 1100-LOAD-VENDOR THRU 1100-EXIT
001480          UNTIL WS-VENDOR-EOF.
001500      CLOSE VENDOR-MASTER-FILE.
001510
001520      OPEN INPUT BW-FLAG-FILE.
0015va      PERFORM 1060-CHECK-BW-FLAG-LAYOUT THRU 1060-EXIT.
001530      PERFORM 1200-LOAD-BW-FLAG THRU 1200-EXIT
001540          UNTIL WS-BWF-EOF.
001560      CLOSE BW-FLAG-FILE.
001570
001580      OPEN INPUT TINMATCH-RSP-FILE.
001590      PERFORM 1300-LOAD-RESPONSE THRU 1300-EXIT
001600          UNTIL WS-RSP-EOF.
001620      CLOSE TINMATCH-RSP-FILE.
001630
001640      IF WS-VENDOR-DROPPED > ZERO
01640a          OR WS-BWF-DROPPED > ZERO
01640b          OR WS-RSP-DROPPED > ZERO
01640c          MOVE "Y" TO WS-TABLE-OVERFLOW-SW
01640d      END-IF.
01640e
01640f      MOVE "Y" TO WS-LOADED-SW.
001650
001660  1000-EXIT.
001670      EXIT.
0016va
0016vb* 1050-CHECK-VENDOR-LAYOUT
0016vc*   THE FIRST RECORD OF THE VENDOR MASTER IS ITS CLCWW166 LAYOUT
0016vd*   HEADER.  THE SERVICE MAY NOT ABEND UNDER THE FRONT END, SO A
0016ve*   GENERATION OF ANOTHER LAYOUT IS LEFT UNLOADED AND EVERY PASS
0016vf*   IS ANSWERED AS A WARNING INSTEAD (SEE 2000).
0016vg  1050-CHECK-VENDOR-LAYOUT.
0016vh
0016vi      MOVE "CLCWW037"             TO WS-LV-CHECK-FILE-ID.
0016vj      READ VENDOR-MASTER-FILE INTO LAYOUT-HEADER-RCD
0016vk          AT END
0016vl              MOVE "Y" TO WS-VENDOR-EOF-SW
0016vm              GO TO 1050-EXIT
0016vn      END-READ.
0016vo
0016vp      PERFORM 1090-CHECK-LAYOUT THRU 1090-EXIT.
0016vq      IF NOT WS-HEADER-OK
0016vr          MOVE "Y" TO WS-LAYOUT-BAD-SW
0016vs          MOVE "Y" TO WS-VENDOR-EOF-SW
0016vt      END-IF.
0016vu
0016vv  1050-EXIT.
0016vw      EXIT.
0016vx
0016vy  1060-CHECK-BW-FLAG-LAYOUT.
0016vz
0016wa      MOVE "CLCWW049"             TO WS-LV-CHECK-FILE-ID.
0016wb      READ BW-FLAG-FILE INTO LAYOUT-HEADER-RCD
0016wc          AT END
0016wd              MOVE "Y" TO WS-BWF-EOF-SW
0016we              GO TO 1060-EXIT
0016wf      END-READ.
0016wg
0016wh      PERFORM 1090-CHECK-LAYOUT THRU 1090-EXIT.
0016wi      IF NOT WS-HEADER-OK
0016wj          MOVE "Y" TO WS-LAYOUT-BAD-SW
0016wk          MOVE "Y" TO WS-BWF-EOF-SW
0016wl      END-IF.
0016wm
0016wn  1060-EXIT.
0016wo      EXIT.
0016wp
0016wq* 1090-CHECK-LAYOUT
0016wr*   THE SAME TEST CLCWW167 MAKES IN THE BATCH - MARKER, FILE ID,
0016ws*   VERSION, AND RECORD LENGTH AGAINST THE COMPILED TABLE - BUT
0016wt*   ANSWERING A SWITCH RATHER THAN ABENDING.
0016wu  1090-CHECK-LAYOUT.
0016wv
0016ww      MOVE "N" TO WS-HEADER-OK-SW.
0016wx      MOVE "N" TO WS-LV-FOUND-SW.
0016wy      PERFORM 1095-SEARCH-LAYOUT THRU 1095-EXIT
0016wz          VARYING WS-LV-SUB FROM 1 BY 1
0016xa          UNTIL WS-LV-SUB > WS-LV-TBL-MAX
0016xb             OR WS-LV-FOUND.
0016xc
0016xd      IF WS-LV-FOUND
0016xe          AND LH-HEADER-PRESENT
0016xf          AND LH-FILE-ID = WS-LV-CHECK-FILE-ID
0016xg          AND LH-VERSION = WS-LV-CUR-VERSION
0016xh          AND LH-RECORD-LENGTH = WS-LV-CUR-LENGTH
0016xi          MOVE "Y" TO WS-HEADER-OK-SW
0016xj      END-IF.
0016xk
0016xl  1090-EXIT.
0016xm      EXIT.
0016xn
0016xo  1095-SEARCH-LAYOUT.
0016xp
0016xq      IF WS-LV-FILE-ID (WS-LV-SUB) = WS-LV-CHECK-FILE-ID
0016xr          MOVE "Y"                          TO WS-LV-FOUND-SW
0016xs          MOVE WS-LV-VERSION (WS-LV-SUB)    TO WS-LV-CUR-VERSION
0016xt          MOVE WS-LV-RECORD-LENGTH (WS-LV-SUB)
0016xu                                            TO WS-LV-CUR-LENGTH
0016xv      END-IF.
0016xw
0016xx  1095-EXIT.
0016xy      EXIT.
001680
001690  1100-LOAD-VENDOR.
001700
001740              GO TO 1100-EXIT
001750      END-READ.
001760
01760a      IF WS-VENDOR-COUNT NOT < WS-VENDOR-TABLE-MAX
01760b          ADD 1 TO WS-VENDOR-DROPPED
01760c          GO TO 1100-EXIT
01760d      END-IF.
1760da
001770      ADD 1 TO WS-VENDOR-COUNT.
001780      MOVE VM-TIN  TO WS-VENDOR-TIN (WS-VENDOR-COUNT).
001790      MOVE VM-NAME TO WS-VENDOR-NAME (WS-VENDOR-COUNT).
0017va      MOVE VM-STATUS TO WS-VENDOR-STATUS (WS-VENDOR-COUNT).
001800
001810  1100-EXIT.
001820      EXIT.
001890              GO TO 1200-EXIT
001900      END-READ.
001910
01910a      IF WS-BWF-COUNT NOT < WS-BWF-TABLE-MAX
01910b          ADD 1 TO WS-BWF-DROPPED
01910c          GO TO 1200-EXIT
01910d      END-IF.
1910da
001920      ADD 1 TO WS-BWF-COUNT.
001930      MOVE BW-SSN-TAX-ID TO WS-BWF-TIN-ENTRY (WS-BWF-COUNT).
001940
002030              GO TO 1300-EXIT
002040      END-READ.
002050
02050a      IF WS-RSP-COUNT NOT < WS-RSP-TABLE-MAX
02050b          ADD 1 TO WS-RSP-DROPPED
02050c          GO TO 1300-EXIT
02050d      END-IF.
2050da
002060      ADD 1 TO WS-RSP-COUNT.
002070      MOVE TR-TIN         TO WS-RSP-TIN (WS-RSP-COUNT).
002080      MOVE TR-RESULT-CODE TO WS-RSP-RESULT (WS-RSP-COUNT).
002120
002130* 2000-VERIFY-PAYEE
002140*   THE EDIT SEQUENCE IN BATCH ORDER - THE FIRST HARD FAIL
002150*   ANSWERS, WARNINGS ONLY WHEN NOTHING FAILED.  A PASS FROM
02150a*   A REFERENCE TABLE THAT DROPPED ENTRIES IS NOT CERTAIN, SO IT
02150b*   IS ANSWERED AS A WARNING.
002160  2000-VERIFY-PAYEE.
002170
002180      MOVE "P"    TO PV-RESULT.
002420      END-IF.
002430
002440      MOVE "N" TO WS-FOUND-SW.
0024va      MOVE SPACE TO WS-VENDOR-MATCHED-STATUS.
002450      PERFORM 2200-SEARCH-VENDOR THRU 2200-EXIT
002460          VARYING WS-VENDOR-TBL-SUB FROM 1 BY 1
002470          UNTIL WS-VENDOR-TBL-SUB > WS-VENDOR-COUNT
002480             OR WS-FOUND.
0024vb      IF WS-VENDOR-INACTIVE
0024vc          MOVE "F" TO PV-RESULT
0024vd          MOVE "VENDOR DEACTIVATED - NEW W-9 REQUIRED"
0024ve                                  TO PV-REASON
0024vf          GO TO 2000-EXIT
0024vg      END-IF.
0024vh
002490      IF WS-FOUND
002500          AND PV-NAME NOT = WS-VENDOR-MATCHED-NAME
002510          MOVE "F" TO PV-RESULT
002760          MOVE "IRS TIN MATCH FAILED - VERIFY W-9"
002770                                  TO PV-REASON
002780      END-IF.
02780a
02780b      IF PV-PASS
02780c          AND WS-TABLE-OVERFLOW
02780d          MOVE "W" TO PV-RESULT
02780e          MOVE "REFERENCE TABLE FULL - BATCH MAY REJECT"
02780f                                  TO PV-REASON
02780g      END-IF.
0278va
0278vb      IF PV-PASS
0278vc          AND WS-LAYOUT-BAD
0278vd          MOVE "W" TO PV-RESULT
0278ve          MOVE "REFERENCE FILE LAYOUT WRONG - NOT LOADED"
0278vf                                  TO PV-REASON
0278vg      END-IF.
002790
002800  2000-EXIT.
002810      EXIT.
002970          MOVE "Y" TO WS-FOUND-SW
002980          MOVE WS-VENDOR-NAME (WS-VENDOR-TBL-SUB)
002990                              TO WS-VENDOR-MATCHED-NAME
0029va          MOVE WS-VENDOR-STATUS (WS-VENDOR-TBL-SUB)
0029vb                              TO WS-VENDOR-MATCHED-STATUS
003000      END-IF.
003010
003020  2200-EXIT.
