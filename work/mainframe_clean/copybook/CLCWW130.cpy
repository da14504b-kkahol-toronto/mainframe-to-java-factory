000010******************************************************************
000020*****************  START OF COPYLIB CLCWW130  ****************
000030*------------------------------------------------------------
000040*    BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)
000050*------------------------------------------------------------
000060* COPYLIB MEMBER NAME:  CLCWW130           USED BY: CCCW9100
000070*   (WORKING STORAGE FOR THE CLCWW131 GENERATION-       CCCW9110
000080*    CATALOG PARAGRAPHS - COPY BOTH MEMBERS TOGETHER)   CCCW9112
000090*                                                       CCCW9113
000100*                                                       CCCW9122
000110*                                                       CCCW9127
000120*                                                       CCCW9133
000130*                                                       CCCW9151
000140*                                                       CCCW9168
000145*                                                       CCCW9201
000147*                                                       CCCW9202
000148*                                                       CCCW9205
000150*------------------------------------------------------------
000160* TEN99DTL GENERATION FINGERPRINT AND CATALOG WORK AREAS
000170* A FINGERPRINT IS THE RECORD COUNT, THE DOLLAR TOTAL OF
000180* TEN99-RPT-DISB-AMT-DATA ON THE DETAIL RECORDS, AND A HASH
000190* TOTAL: EACH 420-BYTE RECORD IS TAKEN AS 210 UNSIGNED
000200* HALFWORDS, EACH HALFWORD WEIGHTED BY ITS POSITION IN THE
000210* RECORD, THE RECORD SUMS ADDED MODULO 10**15.  EVERY FIELD
000220* OF EVERY RECORD COUNTS, SO A TIN RE-KEY, A TIN-IND FLIP OR
000230* AN ADDRESS CHANGE ALL MOVE THE HASH.  THE TOTAL IS ADDITIVE -
000240* AN APPEND'S FINGERPRINT IS THE PARENT'S PLUS THE RECORDS
000250* ADDED - SO NOTHING HAS TO RE-READ THE WHOLE FILE TO CATALOG
000260* AN APPEND.  THE HALFWORDS ARE COMP-5 SO EVERY BIT PATTERN IS
000270* TAKEN AT ITS FULL BINARY VALUE WHATEVER THE TRUNC OPTION.
000280* THE THREE FINGERPRINT GROUPS SHARE THE GC-FINGERPRINT
000290* (CLCWW129) SHAPE.
000292* A RECORD WHOSE FOREIGN-ADDRESS TAIL (BYTES 381-420) IS
000294* BLANK IS HASHED OVER ITS FIRST 190 HALFWORDS ONLY, SO A
000296* DOMESTIC RECORD HASHES EXACTLY AS IT DID AT 380 BYTES AND
000298* GENERATIONS CATALOGED BEFORE THE WIDENING STILL VERIFY.
000300******************************************************************
000310*                      REVISIONS
000320* DATE      LEVEL  AUTHOR       DESCRIPTION OF CHANGE
000330******************************************************************
000340* 10/2026   001    R.FORTUNATE  NEW INCLUDE MEMBER - STAGING
000350*                               GENERATION CATALOG WORK AREAS
000352* 10/2026   002    R.FORTUNATE  GN-HASH-RECORD WIDENED 380 TO
000354*                               420 WITH THE CLCWW013 RECORD
000360******************************************************************
000370
000380  01  GN-HASH-RECORD                  PIC X(420).
000390  01  GN-HASH-AMOUNT-VIEW REDEFINES GN-HASH-RECORD.
000400      05  FILLER                      PIC X(249).
000410      05  GN-HASH-AMOUNT              PIC S9(10)V99.
000420      05  FILLER                      PIC X(159).
000430  01  GN-HASH-WORD-VIEW REDEFINES GN-HASH-RECORD.
000440      05  GN-HASH-WORD                PIC 9(04) COMP-5
000450                                      OCCURS 210 TIMES.
000460
000470* THE STAGING FILE AS READ (9610), THE RECORDS THIS RUN WROTE
000480* (9620 - THEN THE NEW GENERATION'S TOTALS), AND THE CATALOG
000490* HEAD (9640).
000500  01  GN-INPUT-PRINT.
000510      05  GN-IN-COUNT                 PIC 9(09) VALUE ZERO.
000520      05  GN-IN-DOLLARS               PIC S9(13)V99 VALUE ZERO.
000530      05  GN-IN-HASH                  PIC 9(15) VALUE ZERO.
000540  01  GN-OUTPUT-PRINT.
000550      05  GN-OUT-COUNT                PIC 9(09) VALUE ZERO.
000560      05  GN-OUT-DOLLARS              PIC S9(13)V99 VALUE ZERO.
000570      05  GN-OUT-HASH                 PIC 9(15) VALUE ZERO.
000580  01  GN-HEAD-PRINT.
000590      05  GN-HEAD-COUNT               PIC 9(09) VALUE ZERO.
000600      05  GN-HEAD-DOLLARS             PIC S9(13)V99 VALUE ZERO.
000610      05  GN-HEAD-HASH                PIC 9(15) VALUE ZERO.
000620
000630  01  GN-HEAD-ENTRY.
000640      05  GN-HEAD-FOUND-SW            PIC X(01) VALUE "N".
000650          88  GN-HEAD-FOUND               VALUE "Y".
000660      05  GN-HEAD-GENERATION          PIC 9(07) VALUE ZERO.
000670      05  GN-HEAD-PROGRAM             PIC X(08) VALUE SPACES.
000680      05  GN-HEAD-RUN-DATE            PIC 9(08) VALUE ZERO.
000690
000700* GN-BASE-GENERATION IS THE HEAD THIS RUN STARTED FROM (OR
000710* APPENDED TO) - THE NEW ENTRY'S PARENT.
000720  77  GN-BASE-GENERATION              PIC 9(07) VALUE ZERO.
000730  77  GN-MAX-GENERATION               PIC 9(07) VALUE ZERO.
000740  77  GN-NEW-GENERATION               PIC 9(07) VALUE ZERO.
000750  77  GN-ENTRY-TYPE                   PIC X(01) VALUE SPACES.
000760  77  GN-TIME-NOW                     PIC 9(08) VALUE ZERO.
000770  77  GN-RECORD-HASH                  PIC 9(11) COMP VALUE ZERO.
000780  77  GN-WORK-HASH                    PIC 9(16) COMP VALUE ZERO.
000790  77  GN-HASH-MODULUS                 PIC 9(16) COMP
000800                                      VALUE 1000000000000000.
000810  77  GN-WORD-SUB                     PIC 9(03) COMP VALUE ZERO.
000820  77  GN-WORD-MAX                     PIC 9(03) COMP VALUE 210.
000822  77  GN-WORD-BASE-MAX                PIC 9(03) COMP VALUE 190.
000824  77  GN-WORD-LIMIT                   PIC 9(03) COMP VALUE ZERO.
000830  77  GN-DATA-RECORD-SW               PIC X(01) VALUE "N".
000840      88  GN-DATA-RECORD                  VALUE "Y".
000850  77  GN-CATALOG-EOF-SW               PIC X(01) VALUE "N".
000860      88  GN-CATALOG-EOF                  VALUE "Y".
000870  77  GN-STAGING-EOF-SW               PIC X(01) VALUE "N".
000880      88  GN-STAGING-EOF                  VALUE "Y".
000890
000900  01  GN-PRINT-LINE.
000910      05  FILLER                      PIC X(02) VALUE SPACES.
000920      05  GN-PL-LABEL                 PIC X(24).
000930      05  FILLER                      PIC X(05) VALUE " GEN ".
000940      05  GN-PL-GENERATION            PIC X(07).
000950      05  FILLER                      PIC X(07) VALUE " COUNT ".
000960      05  GN-PL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
000970      05  FILLER                      PIC X(09) VALUE " DOLLARS ".
000980      05  GN-PL-DOLLARS               PIC -,---,---,---,--9.99.
000990      05  FILLER                      PIC X(06) VALUE " HASH ".
001000      05  GN-PL-HASH                  PIC 9(15).
001010      05  FILLER                      PIC X(27) VALUE SPACES.
001020  77  GN-EDIT-GENERATION              PIC Z(06)9.
001030
001040******************  END OF COPYLIB CLCWW130  *****************
