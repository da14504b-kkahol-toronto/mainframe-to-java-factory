00017M*    ON SUCCESS, A RETRY-AWARE CALLER SHOULD PERFORM              C2INZ004
00017N*    9996-RESET-RETRY THRU 9996-EXIT SO THE NEXT UNRELATED        C2INZ004
00017O*    CALL STARTS WITH A FULL RETRY BUDGET OF ITS OWN              C2INZ004
00017P*    THE ABEND IS ALSO POSTED TO THE OPERATIONS ALERT             C2INZ004
00017Q*    REGISTER (CCCW9207) AS A SEVERITY 1 ALERT                    C2INZ004
00018 * USE IN CONJUNCTION WITH COPY MEMBERS:                         * C2INZ004
00019 *        C2INW001  - SELECT FOR SYSOUT DISPLAY FILE             * C2INZ004
00020 *        C2INW002  - FILE DESCRIPTION FOR SYSOUT DISPLAY FILE   * C2INZ004
00051                                                                   C2INZ004
00052      PERFORM 9999-CLOSE-FILES                                     C2INZ004
00053                                                                   C2INZ004
00053a     MOVE SPACES                 TO ALERT-POST-AREA               C2INZ004
00053b     MOVE SPR-PROGRAM            TO ALP-SOURCE-PGM                C2INZ004
00053c     MOVE "1"                    TO ALP-SEVERITY                  C2INZ004
00053d     MOVE "ABEND"                TO ALP-ALERT-CODE                C2INZ004
00053e     MOVE SWA-RUN-TAX-YEAR       TO ALP-TAX-YEAR                  C2INZ004
00053f     MOVE SWA-RUN-MODE           TO ALP-RUN-REF                   C2INZ004
00053g     MOVE SAR-PARAGRAPH          TO ALP-ALERT-TEXT (1:31)         C2INZ004
00053h     MOVE SAR-RETURN-CODE        TO ALP-ALERT-TEXT (33:5)         C2INZ004
00053i     MOVE SAR-TABLE-NAME         TO ALP-ALERT-TEXT (39:20)        C2INZ004
00053j     CALL "CCCW9207" USING ALERT-POST-AREA                        C2INZ004
00053k                                                                  C2INZ004
00053A     CALL "ALERTOPS" USING SAR-PARAGRAPH                          C2INZ004
00053B                             SAR-RETURN-CODE                      C2INZ004
00053C                             SAR-DB-NAME                          C2INZ004
