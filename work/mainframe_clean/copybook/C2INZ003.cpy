00029G     MOVE SPR-TIME-HH                  TO RHR-RUN-TIME-HH         C2INZ003
00029H     MOVE SPR-TIME-MM                  TO RHR-RUN-TIME-MM         C2INZ003
00029I     MOVE SPR-TIME-SS                  TO RHR-RUN-TIME-SS         C2INZ003
00029J     MOVE SWA-RUN-TAX-YEAR             TO RHR-TAX-YEAR            C2INZ003
00029K     MOVE SWA-RUN-MODE                 TO RHR-RUN-MODE            C2INZ003
00029L     MOVE SWA-RUN-COND-CODE            TO RHR-COND-CODE           C2INZ003
00029M     WRITE RUN-HISTORY-RCD                                        C2INZ003
00030                                                                   C2INZ003
00031      MOVE SYSOUT-ASTERISKS            TO CC-E01W-DISPLAY-RCD      C2INZ003
00032      PERFORM 8999-WRITE-SYSOUT                                    C2INZ003
