000260******************************************************************
000270* DATE     INIT  DESCRIPTION                                      
000280* -------- ----  --------------------------------------------     
0002va* 10/2026  RF    WIDEN THE TEN99 RECORD IMAGES TO THE 420-BYTE
0002vb*                CLCWW013 RECORD (FOREIGN-ADDRESS TAIL).
00280a* 10/2026  RF    COUNT EVERY CODE COMBINATION THE BREAKDOWN TABLE
00280b*                COULD NOT HOLD, PRINT THE TABLE CAPACITY
00280c*                REPORT, AND END RC=12 WHEN ANY WAS DROPPED
00028A* 08/2026  RF    BUILD THE YTD LOOKUP KEY WITH THE COMPASS
00028B*                ENTITY CODE NOW THAT CLCWW014 IS KEYED BY
00028C*                TAX YEAR / TIN / ENTITY
000660      LABEL RECORDS ARE STANDARD
000670      DATA RECORD IS TEN99-IN-RCD.
000680 
000690  01  TEN99-IN-RCD                   PIC X(420).
000700 
000710  FD  TEN99-YTD-FILE
000720      BLOCK CONTAINS 0 RECORDS
000850      COPY C2INX006.
000860 
000870      COPY CLCWW013.
00870a
00870b      COPY CLCWW133.
000880 
000890  77  WS-PROGRAM-ID               PIC X(08) VALUE "CCMR6320".
000900  01  WS-RUN-YEAR-WORK.
001430 
001440  77  WS-FBRK-COUNT-TOTAL          PIC 9(04) COMP VALUE ZERO.
001450  77  WS-FBRK-TABLE-MAX            PIC 9(04) COMP VALUE 50.
01450a  77  WS-FBRK-DROPPED             PIC 9(07) COMP VALUE ZERO.
001460  77  WS-FBRK-TBL-SUB              PIC 9(04) COMP VALUE ZERO.
001470  77  WS-FBRK-MATCHED-SUB          PIC 9(04) COMP VALUE ZERO.
001480  77  WS-FBRK-SEARCH-KEY           PIC X(06) VALUE SPACES.
003090*   WS-FIELD-BREAKDOWN-TABLE ENTRY, ADDING A NEW ENTRY THE        
003100*   FIRST TIME A COMBINATION IS SEEN.  A COMBINATION NOT          
003110*   FOUND AND WITH NO ROOM LEFT IN THE TABLE IS DROPPED FROM      
003120*   THE BREAKDOWN AND COUNTED IN WS-FBRK-DROPPED, WHICH ENDS
003130*   THE RUN RC=12 (50 ENTRIES IS WELL ABOVE THE NUMBER OF CODE
03130a*   COMBINATIONS THIS SHOP USES).
003140*   2610-SEARCH-BREAKDOWN CAPTURES THE MATCHED SUBSCRIPT INTO     
003150*   WS-FBRK-MATCHED-SUB AT THE MOMENT OF THE MATCH - PERFORM ...  
003160*   VARYING TESTS AFTER BUMPING THE SUBSCRIPT, SO WS-FBRK-TBL-SUB 
003440                   TO WS-FBRK-CORR-VOID-IND (WS-FBRK-MATCHED-SUB)
003450              MOVE WS-FBRK-SEARCH-KEY (4:3)
003460                   TO WS-FBRK-CURRENCY-CODE (WS-FBRK-MATCHED-SUB)
003470          ELSE
03470a              ADD 1 TO WS-FBRK-DROPPED
03470b          END-IF
003480      END-IF.
003490 
003500      IF WS-FBRK-MATCHED-SUB > ZERO
003820 
003830      PERFORM 8200-WRITE-BREAKDOWN   THRU 8200-EXIT.
003840 
03840a      PERFORM 8980-NOTE-TABLE-CAPACITY THRU 8980-EXIT.
03840b
003850      COPY C2INZ003.
003860 
003870      PERFORM 9999-CLOSE-FILES    THRU 9999-EXIT.
003880 
003890  8000-EXIT.
003900      EXIT.
03900a
03900b* 8980-NOTE-TABLE-CAPACITY
03900c*   NOTES EACH IN-MEMORY TABLE'S HIGH-WATER MARK, LIMIT AND
03900d*   DROPPED-ENTRY COUNT AND PRINTS THE CAPACITY REPORT.  ANY
03900e*   DROPPED ENTRY ENDS THE RUN RC=12.
03900f  8980-NOTE-TABLE-CAPACITY.
03900g
03900h      MOVE "CODE BREAKDOWN"         TO TC-NOTE-NAME.
03900i      MOVE WS-FBRK-TABLE-MAX        TO TC-NOTE-LIMIT.
03900j      MOVE WS-FBRK-COUNT-TOTAL      TO TC-NOTE-HIGH.
03900k      MOVE WS-FBRK-DROPPED          TO TC-NOTE-DROPPED.
03900l      PERFORM 9900-NOTE-TABLE-CAPACITY THRU 9900-EXIT.
03900m
03900n      PERFORM 9910-PRINT-CAPACITY-REPORT THRU 9910-EXIT.
03900o
03900p      IF TC-TABLE-OVERFLOW
03900q          MOVE TC-OVERFLOW-RC TO RETURN-CODE
03900r      END-IF.
03900s
03900t  8980-EXIT.
03900u      EXIT.
003910 
003920* 8200-WRITE-BREAKDOWN                                            
003930*   PRINTS ONE LINE PER WS-FIELD-BREAKDOWN-TABLE ENTRY            
004470  8210-EXIT.
004480      EXIT.
004490 
04490a      COPY CLCWW134.
04490b
004500      COPY C2INZ002.
004510 
004520      COPY C2INZ004.
