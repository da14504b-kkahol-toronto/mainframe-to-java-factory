000040*     BRANCH & CENTRALIZED CHECKWRITING SYSTEM (B&CCW)            
000050*------------------------------------------------------------     
000060* COPYLIB MEMBER NAME:  CLCWW027           USED BY: CCCW9100      
000061*                                                   CCCW9215
000070*------------------------------------------------------------     
000080* DAILY DISBURSEMENT REQUEST RECORD
000090* RECORD LENGTH = 386
000100* THIS FILE IS THE INPUT TO CCCW9100.  IT CARRIES ONE CHECK       
000110* DISBURSEMENT REQUEST PER RECORD AS FED FROM THE BRANCH AND      
000120* CENTRALIZED CHECKWRITING FRONT END.  CCCW9100 EDITS EACH        
00018K*                               AS CROSS-REFERENCE AND ITS
00018L*                               1099 AMOUNT IS NOT RE-STAGED;
00018M*                               EXPANSION FILLER 14 TO 5
00018N* 10/2026   009    R.FORTUNATE  ADD DISB-ACH-ROUTING AND
00018O*                               DISB-ACH-ACCOUNT - THE PAYEE
00018P*                               BANKING AN ACH IS SENT TO, SO
00018Q*                               A FIRST-TIME PAIR CAN BE HELD
00018R*                               FOR A PRENOTE (CCCW9142);
00018S*                               RECORD WIDENED FROM 340 TO 366
000193* 08/2026   005    R.FORTUNATE  ADD THE BATCH HEADER/TRAILER
000194*                               RECORDS (LOW/HIGH-VALUE MARKED,
000195*                               SAME CONVENTION AS CLCWW013) SO
000196*                               CCCW9100 CAN PROVE THE FEED
000197*                               ARRIVED COMPLETE
000198* 10/2026   010    R.FORTUNATE  ADD DISB-PROVINCE AND
00019H*                               DISB-POSTAL-CODE, AND FOREIGN
00019I*                               IND "U" - A U.S. PERSON AT A
00019J*                               FOREIGN ADDRESS IN
00019K*                               DISB-COUNTRY-CODE, REPORTED ON
00019L*                               A 1099 (NOT ROUTED TO 1042-S);
00019M*                               RECORD WIDENED FROM 366 TO 386
00019N* 10/2026   011    R.FORTUNATE  ADD DISB-CENTRAL-IND - A CHECK
00019O*                               LEFT TO THE CENTRAL PRINT RUN
00019P*                               (CCCW9215) TO NUMBER AND PRINT,
00019Q*                               AND ONE IT HAS PRINTED FROM THE
00019R*                               CENTRAL STOCK; FILLER 5 TO 4
000199******************************************************************
000200
000210  01  DISB-REQ-RCD.
000220      05  DISB-CO-BUS-CODE              PIC X(04).
000407      05  DISB-CURRENCY-CODE            PIC X(03).
000408      05  DISB-FOREIGN-IND              PIC X(01).
000409          88  DISB-FOREIGN-PAYEE            VALUE "F".
00409A          88  DISB-US-PERSON-ABROAD         VALUE "U".
00040A      05  DISB-COUNTRY-CODE             PIC X(03).
00040B      05  DISB-PAYMENT-METHOD           PIC X(01).
00040C          88  DISB-METHOD-CHECK             VALUE "C" SPACE.
00040G      05  DISB-REISSUE-IND              PIC X(01).
00040H          88  DISB-REISSUE                  VALUE "R".
00040I      05  DISB-ORIG-CHK-NUM             PIC X(08).
00040J      05  DISB-ACH-ROUTING              PIC X(09).
00040K      05  DISB-ACH-ACCOUNT              PIC X(17).
00040L      05  DISB-PROVINCE                 PIC X(10).
00040M      05  DISB-POSTAL-CODE              PIC X(10).
00040N* "C" - TO BE NUMBERED AND PRINTED BY CCCW9215 (THE ONSITE
00040O* CHECK NUMBER ARRIVES BLANK); "P" - PRINTED BY IT ON THE
00040P* CENTRAL STOCK, SO THE NUMBER IS EDITED AGAINST THE CENTRAL
00040Q* DESK'S RANGE AND THE BANK ALREADY HAS THE POSITIVE-PAY ISSUE.
00040R      05  DISB-CENTRAL-IND              PIC X(01).
00040S          88  DISB-CENTRAL-ISSUE            VALUE "C".
00040T          88  DISB-CENTRAL-PRINTED          VALUE "P".
000410      05  FILLER                        PIC X(04).
000420 
000421  01  DISB-BATCH-HDR.
000422      05  DISB-LOW-VALUE-HDR            PIC X(10).
000423      05  DISB-FEED-DATE                PIC 9(08).
000424      05  FILLER                        PIC X(368).
000425 
000426  01  DISB-BATCH-TLR.
000427      05  DISB-HIGH-VALUE-TLR           PIC X(10).
000428      05  DISB-TLR-RECORD-COUNT         PIC 9(09).
000429      05  DISB-TLR-DOLLAR-TOTAL         PIC S9(13)V99.
000430      05  FILLER                        PIC X(352).
000431 
000432******************  END OF COPYLIB CLCWW027  *****************    
