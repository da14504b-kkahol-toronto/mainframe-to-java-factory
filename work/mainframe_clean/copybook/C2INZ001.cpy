00048G     MOVE SPR-TIME-HH                  TO RHR-RUN-TIME-HH         C2INZ001
00048H     MOVE SPR-TIME-MM                  TO RHR-RUN-TIME-MM         C2INZ001
00048I     MOVE SPR-TIME-SS                  TO RHR-RUN-TIME-SS         C2INZ001
00048J     MOVE SWA-RUN-TAX-YEAR             TO RHR-TAX-YEAR            C2INZ001
00048K     MOVE SWA-RUN-MODE                 TO RHR-RUN-MODE            C2INZ001
00048L     MOVE SWA-RUN-COND-CODE            TO RHR-COND-CODE           C2INZ001
00048M     WRITE RUN-HISTORY-RCD                                        C2INZ001
00049                                                                   C2INZ001
00050      MOVE SYSOUT-ASTERISKS            TO CC-E01W-DISPLAY-RCD      C2INZ001
00051      PERFORM 8999-WRITE-SYSOUT                                    C2INZ001
