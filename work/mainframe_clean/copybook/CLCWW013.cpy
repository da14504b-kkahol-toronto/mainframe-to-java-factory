      *                                                     CCCW9155   *00071001
      *                                                     CCCW9160   *00072001
      *                                                     CCCW9180   *00073001
      *                                                     CCCW9201   *00073501
      *                                                     CCCW9202   *00073601
      *                                                     CCCW9204   *00073701
      *                                                     CCCW9205   *00073801
      *                                                     CCCW9209   *00073901
      *                                                     CCCW9210   *00073911
      *                                                     CCCW9214   *00073921
      *                                                     CCCW9216   *00073931
      *                                                     CCCW9217   *00073941
      *                                                     CCMR6320   *00074001
      *                                                     CCMR6360   *00075001
      * CCMR6320 DISPLAYS/TOTALS THE FULL LAYOUT VIA THIS COPYBOOK.    *00080001
      *----------------------------------------------------------------*00090001
      *  1099 FILE                                                     *00100001
      *  RECORD LENGTH = 420                                           *00110001
      *  THIS FILE IS CREATED IN CCCW9100 AND/OR CCCW9150.             *00120001
      *  THE FILE CONTAINS 1099 INFORMATION.                           *00130001
      ******************************************************************00140001
      *                                  CLCWW027 FEED; EXPANSION    * 00245A5
      *                                  FILLER REDUCED FROM 11 TO 2 * 00245A6
      ***************************************************************** 00245A7
      * 10/2026   EPM#3213 R. FORTUNATE ADD TEN99-FOREIGN-ADDR-IND,  * 00245B1
      *                                  TEN99-COUNTRY-CODE-DATA,    * 00245B2
      *                                  TEN99-PROVINCE-DATA AND     * 00245B3
      *                                  TEN99-POSTAL-CODE-DATA - A  * 00245B4
      *                                  U.S. PERSON'S FOREIGN       * 00245B5
      *                                  MAILING ADDRESS; RECORD     * 00245B6
      *                                  WIDENED FROM 380 TO 420 BY  * 00245B7
      *                                  TAIL EXTENSION, SO AN OLDER * 00245B8
      *                                  RECORD PADDED WITH SPACES   * 00245B9
      *                                  READS AS A DOMESTIC ADDRESS * 00245C1
      ***************************************************************** 00245C2
      * 10/2026   EPM#3214 R. FORTUNATE ADD TEN99-HOME-BR-CODE - THE * 00245D1
      *                                  BRANCH WORKING A HELD       * 00245D2
      *                                  RECORD AFTER A CCCW9210     * 00245D3
      *                                  CONSOLIDATION (SPACES = THE * 00245D4
      *                                  ISSUING BRANCH).  HELD FILE * 00245D5
      *                                  ONLY - CLEARED ON RELEASE   * 00245D6
      *                                  SO STAGING SHOWS ONLY THE   * 00245D7
      *                                  ISSUING BRANCH; EXPANSION   * 00245D8
      *                                  FILLER REDUCED FROM 16 TO 13* 00245D9
      ***************************************************************** 00245E1
      * 10/2026   EPM#3215 R. FORTUNATE NO LAYOUT CHANGE - A FILE    * 00245F1
      *                                  WRITTEN BEFORE THE 380 TO   * 00245F2
      *                                  420 WIDENING (TEN99DTL,     * 00245F3
      *                                  TEN99DXA, TEN99DXR OR       * 00245F4
      *                                  TEN99CFW) IS CONVERTED ONCE * 00245F5
      *                                  AT CUTOVER BY CCCW9218,     * 00245F6
      *                                  PARM='DTL'                  * 00245F7
      ***************************************************************** 00245G1
       01  FILLER                                PIC X(14)              00245001
           VALUE "***1099 RCD***".                                      00246001
                                                                        00247001
           05  TEN99-ORIG-CHK-NUM                PIC X(08).             00554931
           05  FILLER                            PIC X(02).             00555001
           05  TEN99-A-CONSTANT-DATA             PIC X(01) VALUE "A".   00560001
           05  TEN99-FOREIGN-ADDR-IND            PIC X(01).             00560101
              88  TEN99-DOMESTIC-ADDRESS        VALUE SPACE.            00560201
              88  TEN99-FOREIGN-ADDRESS         VALUE "F".              00560301
           05  TEN99-COUNTRY-CODE-DATA           PIC X(03).             00560401
           05  TEN99-PROVINCE-DATA               PIC X(10).             00560501
           05  TEN99-POSTAL-CODE-DATA            PIC X(10).             00560601
           05  TEN99-HOME-BR-CODE                PIC X(03).             00560702
           05  FILLER                            PIC X(13).             00560703
                                                                        00570001
       01  TEN99-RECORD-TLR.                                            00580001
           05  TEN99-HIGH-VALUE-TLR              PIC X(10)              00590001
           05  TEN99-CHECKSUM-TLR               PIC 9(10).              00645001
           05  FILLER                            PIC X(170) VALUE SPACE.00650001
      *******************  END OF COPYLIB CLCWW013  ********************00660001

