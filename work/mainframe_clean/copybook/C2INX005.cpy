00010 *        C2INW005  - FILE DESCRIPTION FOR RUN-HISTORY FILE        C2INX005
00011 *        C2INZ001  - WRITES A START RECORD TO RUN-HISTORY         C2INX005
00012 *        C2INZ003  - WRITES AN END RECORD TO RUN-HISTORY          C2INX005
00012A* THE END RECORD ALSO CARRIES THE TAX YEAR, RUN MODE, AND         C2INX005
00012B* CONDITION CODE THE PROGRAM REPORTED IN SWA-RUN-TAX-YEAR,        C2INX005
00012C* SWA-RUN-MODE, AND SWA-RUN-COND-CODE (C2INW003) - SPACES AND     C2INX005
00012D* ZERO WHERE A PROGRAM DOES NOT SET THEM - SO A YEAR-END STEP     C2INX005
00012E* CAN PROVE ITS PREREQUISITES RAN (SEE CLCWW127/CLCWW128).        C2INX005
00013 ******************************************************************C2INX005
00014                                                                   C2INX005
00015  FD  RUN-HISTORY-FILE                                             C2INX005
00031          10  RHR-RUN-TIME-HH          PIC X(02).                  C2INX005
00032          10  RHR-RUN-TIME-MM          PIC X(02).                  C2INX005
00033          10  RHR-RUN-TIME-SS          PIC X(02).                  C2INX005
00034      05  RHR-TAX-YEAR                PIC X(04).                   C2INX005
00034A     05  RHR-RUN-MODE                PIC X(06).                   C2INX005
00034B     05  RHR-COND-CODE               PIC 9(02).                   C2INX005
00034C     05  FILLER                      PIC X(01).                   C2INX005
00035                                                                   C2INX005
00036 *****  ++INCLUDE  C2INW005  END  ******************************** C2INX005

