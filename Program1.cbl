                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W31-SHS-FILE-STATUS.

      *ACQUISITION COST FILE - WHAT WE REALLY PAID FOR EACH CAR, PLUS
      *THE BUY FEE, KEYED BY INVOICE AND MAINTAINED BY ITS OWN BATCH
      *JOB. READ DIRECTLY BY KEY AS EACH CAR GOES THROUGH THE MERGE
      *PASS, SO THE COST RIDES ON THE COSTED RECORD BESIDE THE RECON
      *SPEND. A SOLD CAR WITH NO RECORD COSTS ZERO AND IS CALLED OUT
      *ON THE EXCEPTION REPORT; IF THE FILE IS MISSING EVERY SOLD CAR
      *IS CALLED OUT THE SAME WAY
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W35-ACQ-FILE-STATUS.

      *F&I PRODUCT FILE - THE SERVICE CONTRACTS, GAP AND PAINT
      *PROTECTION SOLD WITH EACH CAR, KEYED BY INVOICE AND PRODUCT
      *TYPE AND MAINTAINED BY ITS OWN BATCH JOB. EACH SOLD DEAL IS
      *LOOKED UP BY KEY FOR ITS BACK-END GROSS; IF THE FILE IS
      *MISSING EVERY DEAL SIMPLY SHOWS NONE
           SELECT F99-FNI-FILE      ASSIGN TO 'ASST2.FNI'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F99-FNI-KEY
                                    FILE STATUS IS W36-FNI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *THE INDEXED CAR MASTER - ONLY THE KEY IS BROKEN OUT HERE; THE
           05  F01-INVOICE-NUM  PIC 9(5).
           05  FILLER           PIC X(82).
      *SORT WORK RECORD - JUST THE TWO SORT KEYS BROKEN OUT; THE
      *RECORD IS THE COSTED COPY'S, FIFTEEN BYTES LONGER THAN THE
      *MASTER'S FOR THE RECON SPEND AND ACQUISITION COST RIDING ALONG
       SD  F17-SORT-WORK
           RECORD CONTAINS 102 CHARACTERS.
       01  F17-SORT-REC.
           05  F17-SORT-INVOICE PIC 9(5).
           05  FILLER           PIC X(38).
           05  F17-SORT-SALES-P PIC X(7).
           05  FILLER           PIC X(52).
      *SORT WORK RECORD FOR THE RECON LEDGER - JUST THE INVOICE KEY
       SD  F52-RECON-SORT
           RECORD CONTAINS 27 CHARACTERS.
           05 F53-RCN-CATEGORY    PIC X(10).
           05 F53-RCN-AMOUNT      PIC 9(6).
      *ONE COSTED MASTER RECORD - THE FULL CAR IMAGE PLUS ITS SUMMED
      *RECON SPEND, ITS ACQUISITION COST AND WHETHER AN ACQUISITION
      *RECORD WAS FOUND FOR IT
       FD  F54-COSTED-CARS
           RECORD CONTAINS 102 CHARACTERS.
       01  F54-COSTED-REC.
           05 F54-CAR-IMAGE     PIC X(87).
           05 F54-RECON-COST    PIC 9(7).
           05 F54-ACQ-COST      PIC 9(7).
           05 F54-ACQ-ON-FILE   PIC X(1).
      *ONE CORRECTION TRANSACTION - SAME LAYOUT AS PROGRAM2'S
      *F09-TRANSACTION-LINE, KEPT IN SYNC BY HAND LIKE THE OTHER
      *SHARED FILES. THE CAR FIELDS ARE ONE GROUP SO THE REJECTED
           05 F36-REJ-INVOICE   PIC 9(5).
      *NAME THE VARIABLES TO HOLD DATA FROM INPUT FILE
       FD  F16-SORTED-CARS
           RECORD CONTAINS 102 CHARACTERS.
      *THE CAR IMAGE IS GROUPED SO A REJECTED RECORD CAN BE COPIED
      *WHOLE ONTO A PRE-FILLED CORRECTION TRANSACTION
       01  F16-CAR-SALES.
      *WHAT 315-FIND-RECON-COST USED TO DIG OUT OF AN IN-MEMORY
      *TABLE PER CAR
           05  F16-RECON-COST   PIC 9(7).
      *WHAT THE CAR REALLY COST US - PURCHASE PRICE PLUS BUY FEE OFF
      *ASST2.ACQ, LOOKED UP BY THE MERGE PASS. 'N' WHEN THE CAR HAS
      *NO ACQUISITION RECORD, IN WHICH CASE THE COST IS ZERO
           05  F16-ACQ-COST     PIC 9(7).
           05  F16-ACQ-ON-FILE  PIC X(1).
               88 F16-ACQ-FOUND     VALUE 'Y'.
      *USED TO PRINT TO THE OUTPUT FILE - WIDENED TO 132 WHEN THE
      *RECONDITIONING COLUMN WAS ADDED; THE OLDER 122-BYTE LINES
      *PAD OUT WITH SPACES
      *AS THE FILE IS PROCESSED, SO A RESTARTED RUN PICKS BOTH BACK UP
      *EXACTLY WHERE THEY LEFT OFF INSTEAD OF JUST THE GRAND TOTALS
       FD  F04-CHECKPOINT-FILE
           RECORD CONTAINS 3900 CHARACTERS.
       01  F04-CHECKPOINT-LINE.
           05 F04-CKP-LAST-INVOICE PIC 9(5).
           05 F04-CKP-SOLD-TOTAL   PIC 9(7).
                   15 F04-CKP-LOT-COMM-TOTAL   PIC 9(6).
                   15 F04-CKP-LOT-DEALER-TOTAL PIC S9(7).
                   15 F04-CKP-LOT-UNITS        PIC 9(4).
                   15 F04-CKP-LOT-FNI-TOTAL    PIC 9(7).
           05 F04-CKP-BUCKET-0-30-COUNT   PIC 9(4).
           05 F04-CKP-BUCKET-0-30-ASK     PIC 9(7).
           05 F04-CKP-BUCKET-31-60-COUNT  PIC 9(4).
           05 F21-CTL-ADD-COUNT    PIC 9(4).
           05 F21-CTL-CHANGE-COUNT PIC 9(4).
           05 F21-CTL-DELETE-COUNT PIC 9(4).
      *ONE ACQUISITION RECORD - SAME LAYOUT AS PROGRAM13'S
      *F56-ACQ-COST-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED
      *FILES
       FD  F56-ACQ-COST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  F56-ACQ-COST-REC.
           05 F56-ACQ-INVOICE-NUM PIC 9(5).
           05 F56-ACQ-COST        PIC 9(6).
           05 F56-ACQ-SOURCE      PIC X(1).
           05 F56-ACQ-DATE        PIC 9(6).
           05 F56-ACQ-BUY-FEE     PIC 9(5).
      *ONE F&I PRODUCT - SAME LAYOUT AS PROGRAM22'S F99-FNI-REC, KEPT
      *IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F99-FNI-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  F99-FNI-REC.
           05  F99-FNI-DEAL.
               10 F99-FNI-KEY.
                   15 F99-FNI-INVOICE-NUM PIC 9(5).
                   15 F99-FNI-PRODUCT     PIC X(1).
               10 F99-FNI-PROVIDER    PIC X(10).
               10 F99-FNI-SALE-PRICE  PIC 9(6).
               10 F99-FNI-COST        PIC 9(6).
               10 F99-FNI-TERM        PIC 9(3).
               10 F99-FNI-FIN-MGR     PIC X(7).
               10 F99-FNI-SALE-DATE   PIC 9(6).
           05  F99-FNI-STATUS         PIC X(1).
               88 F99-FNI-ACTIVE          VALUE 'A'.
               88 F99-FNI-CANCELLED       VALUE 'C'.
           05  F99-FNI-CANCEL-DATE    PIC 9(6).
           05  F99-FNI-REFUND         PIC 9(6).
           05  F99-FNI-COMM-PAID      PIC 9(6).
           05  F99-FNI-PAID-TO        PIC X(7).
           05  F99-FNI-PAID-DATE      PIC 9(6).
           05  F99-FNI-PAID-RUN       PIC 9(4).
           05  F99-FNI-CHARGEBACK     PIC 9(6).
           05  F99-FNI-CLOSED-STAMP   PIC 9(4).
           05  F99-FNI-REFUND-POSTED  PIC 9(4).
           05  F99-FNI-CHGBK-DATE     PIC 9(6).
           05  F99-FNI-CHGBK-RUN      PIC 9(4).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.
        
      *THIS CAR'S SUMMED RECONDITIONING SPEND AND THE DAY'S TOTAL
           05 W08-RECON-MATH        PIC 9999999   VALUE ZERO.
           05 W08-RECON-TOTAL-MATH  PIC 9999999   VALUE ZERO.
      *THIS CAR'S ACQUISITION COST - PURCHASE PRICE PLUS BUY FEE
           05 W08-ACQ-MATH          PIC 9999999   VALUE ZERO.
           
       01  W09-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

               10 W18-LOT-COMM-TOTAL   PIC 9(6) VALUE ZERO.
               10 W18-LOT-DEALER-TOTAL PIC S9(7) VALUE ZERO.
               10 W18-LOT-UNIT-COUNT   PIC 9(4) VALUE ZERO.
               10 W18-LOT-FNI-TOTAL    PIC 9(7) VALUE ZERO.
       01  W18-LOT-COUNT       PIC 9(2) COMP VALUE ZERO.
       01  W18-IDX             PIC 9(2) COMP VALUE ZERO.
       01  W18-MATCH-IDX       PIC 9(2) COMP VALUE ZERO.
           05                PIC X(4)  VALUE 'COMM'.
           05                PIC X(7)  VALUE SPACES.
           05                PIC X(6)  VALUE 'DEALER'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE 'F&I GROSS'.

       01  W19-LOT-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W19-LOT-COMM-OUT     PIC $ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W19-LOT-DEALER-OUT   PIC $Z,ZZZ,ZZ9-.
           05                      PIC X(2)  VALUE SPACES.
           05 W19-LOT-FNI-OUT      PIC $Z,ZZZ,ZZ9.

      *MONTH-TO-DATE/YEAR-TO-DATE CONTROL - HOLDS TODAY'S DATE AND THE
      *RUNNING TOTALS READ FROM (AND WRITTEN BACK TO) ASST2.MTD

       01  W31-SHS-FILE-STATUS PIC X(2) VALUE SPACES.

      *ACQUISITION COST LOOKUP - THE FILE IS OPENED ONCE FOR THE
      *MERGE PASS AND EACH CAR IS READ BY KEY
       01  W35-ACQ-CONTROL.
           05 W35-ACQ-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W35-ACQ-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W35-ACQ-PRESENT        VALUE 'YES'.

      *F&I LOOKUP - EACH SOLD DEAL IS READ BY KEY ONCE PER PRODUCT
      *TYPE ('S' SERVICE CONTRACT, 'G' GAP, 'P' PAINT PROTECTION).
      *A CANCELLED CONTRACT EARNS NOTHING AND IS LEFT OUT. THE GROSS
      *IS THE CUSTOMER'S PRICE LESS THE PROVIDER'S COST
       01  W36-FNI-CONTROL.
           05 W36-FNI-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W36-FNI-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W36-FNI-PRESENT        VALUE 'YES'.
           05 W36-DEAL-FNI-GROSS     PIC 9(7) VALUE ZERO.
           05 W36-DEAL-FNI-COUNT     PIC 9(1) VALUE ZERO.
       01  W36-PRODUCT-CODES         PIC X(3) VALUE 'SGP'.
       01  W36-PRODUCT-TABLE REDEFINES W36-PRODUCT-CODES.
           05 W36-PRODUCT-CODE OCCURS 3 TIMES PIC X(1).
       01  W36-IDX                   PIC 9(1) COMP VALUE ZERO.

      *SUB-LINE PRINTED UNDER A SOLD DEAL THAT CARRIED F&I PRODUCTS
       01  W36-FNI-DEAL-LINE.
           05                        PIC X(26) VALUE SPACES.
           05                        PIC X(10) VALUE 'F&I GROSS '.
           05 W36-FNI-GROSS-OUT      PIC $ZZZ,ZZ9.
           05                        PIC X(4)  VALUE ' ON '.
           05 W36-FNI-COUNT-OUT      PIC 9.
           05                        PIC X(11) VALUE ' PRODUCT(S)'.
           05                        PIC X(72) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILE
       PROCEDURE DIVISION.
           PERFORM 085-READ-RUN-CONTROL
            IF W31-SHS-FILE-STATUS NOT = '00'
                OPEN OUTPUT F28-SALES-HISTORY-FILE
            END-IF
            OPEN INPUT F99-FNI-FILE
            IF W36-FNI-FILE-STATUS = '00'
                MOVE 'YES' TO W36-FNI-PRESENT-SWITCH
            END-IF
          .
      *LOADS THE SALESPERSON MASTER INTO W26-SALESPERSON-TABLE - RUN
      *AFTER 100-OPEN-FILES SO AN OVERFLOWING MASTER CAN BE REPORTED
       146-BUILD-COSTED-MASTER.
           OPEN INPUT F01-CAR-RECORDS
           OPEN OUTPUT F54-COSTED-CARS
           OPEN INPUT F56-ACQ-COST-FILE
           IF W35-ACQ-FILE-STATUS = '00'
               MOVE 'YES' TO W35-ACQ-PRESENT-SWITCH
           END-IF
           MOVE 'NO' TO W30-TKT-REMAINS-SWITCH
           IF W30-RCN-PRESENT
               OPEN INPUT F53-SORTED-RECON
           IF W30-RCN-PRESENT
               CLOSE F53-SORTED-RECON
           END-IF
           IF W35-ACQ-PRESENT
               CLOSE F56-ACQ-COST-FILE
           END-IF
          .
       147-COST-ONE-CAR.
           MOVE ZERO TO W30-RECON-SUM
               OR F53-RCN-INVOICE-NUM > W30-CAR-INVOICE-X
           MOVE F01-CAR-SALES TO F54-CAR-IMAGE
           MOVE W30-RECON-SUM TO F54-RECON-COST
           PERFORM 157-FIND-ACQ-COST
           WRITE F54-COSTED-REC
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
               AT END MOVE 'NO' TO W30-TKT-REMAINS-SWITCH
           END-READ
          .
      *LOOKS THE CAR UP ON THE ACQUISITION FILE BY INVOICE - THE BUY
      *FEE IS ADDED ONTO THE PURCHASE PRICE SO EVERY DOWNSTREAM FIGURE
      *CARRIES THE CAR'S FULL COST. NO RECORD, OR AN UNREADABLE ONE,
      *LEAVES THE COST AT ZERO AND THE FLAG AT 'N' FOR THE
      *VALIDATION PASS TO CALL OUT
       157-FIND-ACQ-COST.
           MOVE ZERO TO F54-ACQ-COST
           MOVE 'N'  TO F54-ACQ-ON-FILE
           IF W35-ACQ-PRESENT
               MOVE F01-INVOICE-NUM TO F56-ACQ-INVOICE-NUM
               READ F56-ACQ-COST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF F56-ACQ-COST NUMERIC
                           AND F56-ACQ-BUY-FEE NUMERIC
                           COMPUTE F54-ACQ-COST = F56-ACQ-COST
                                                + F56-ACQ-BUY-FEE
                           MOVE 'Y' TO F54-ACQ-ON-FILE
                       END-IF
               END-READ
           END-IF
          .
       149-ADD-MATCHING-TICKET.
           IF F53-RCN-AMOUNT NUMERIC
               ADD F53-RCN-AMOUNT TO W30-RECON-SUM
               END-IF
           END-IF

      *A SOLD CAR WITH NO ACQUISITION COST ON FILE IS FLAGGED FOR THE
      *OFFICE TO KEY - THE SALE ITSELF STAYS GOOD, SO NO REJECT, BUT
      *ITS NET TO DEALER CARRIES NO PURCHASE COST UNTIL ONE IS KEYED
           IF F16-RECORD-SOLD AND NOT F16-ACQ-FOUND
               MOVE 'SOLD - NO ACQUISITION COST ON FILE'
                   TO W14-EXC-REASON-OUT
               PERFORM 156-WRITE-EXC-DETAIL
           END-IF

           IF W15-RECORD-REJECTED
               PERFORM 160-WRITE-REJECT-RECORD
               PERFORM 161-WRITE-CORRECTION-TXN
               ADD W08-COMM-MATH       TO W18-LOT-COMM-TOTAL (W18-IDX)
               ADD W08-NET-DEALER-MATH TO W18-LOT-DEALER-TOTAL (W18-IDX)
               ADD 1                   TO W18-LOT-UNIT-COUNT (W18-IDX)
               ADD W36-DEAL-FNI-GROSS  TO W18-LOT-FNI-TOTAL (W18-IDX)
           ELSE
               IF W18-LOT-COUNT < 10
                   ADD 1 TO W18-LOT-COUNT
                                W18-LOT-COMM-TOTAL (W18-IDX)
                                W18-LOT-DEALER-TOTAL (W18-IDX)
                                W18-LOT-UNIT-COUNT (W18-IDX)
                                W18-LOT-FNI-TOTAL (W18-IDX)
                   ADD F16-SOLD-PRICE TO W18-LOT-SOLD-TOTAL (W18-IDX)
                   ADD W08-COMM-MATH  TO W18-LOT-COMM-TOTAL (W18-IDX)
                   ADD W08-NET-DEALER-MATH
                       TO W18-LOT-DEALER-TOTAL (W18-IDX)
                   ADD 1 TO W18-LOT-UNIT-COUNT (W18-IDX)
                   ADD W36-DEAL-FNI-GROSS
                       TO W18-LOT-FNI-TOTAL (W18-IDX)
               ELSE
                   MOVE F16-INVOICE-NUM TO W14-EXC-INVOICE-OUT
                   MOVE 'LOT TABLE FULL - LOT CODE NOT TRACKED'

                   WRITE F02-PRINT-LINE

                   PERFORM 316-FIND-FNI-GROSS
                   IF W36-DEAL-FNI-COUNT > ZERO
                       MOVE W36-DEAL-FNI-GROSS TO W36-FNI-GROSS-OUT
                       MOVE W36-DEAL-FNI-COUNT TO W36-FNI-COUNT-OUT
                       MOVE W36-FNI-DEAL-LINE TO F02-PRINT-LINE
                       WRITE F02-PRINT-LINE
                   END-IF

                   ADD F16-SOLD-PRICE    TO W10-P-SOLD-TOTAL
                   ADD W12-PRIME-COMM-MATH TO W10-P-COMM-TOTAL
                   ADD W08-NET-DEALER-MATH TO W10-P-DEALER-TOTAL
      *NET TO DEALER NOW ALSO CARRIES THE CAR'S RECONDITIONING SPEND,
      *SO A UNIT THAT NEEDED PAINT OR A TRANSMISSION NO LONGER
      *FLATTERS THE REPORT
      *THE CAR'S COST IS WHAT WE ACTUALLY PAID FOR IT OFF THE
      *ACQUISITION FILE, NOT AN ASKING-PRICE MARKUP GUESS
           COMPUTE W08-NET-DEALER-MATH ROUNDED =(F16-SOLD-PRICE -
                             W08-COMM-MATH) - W08-ACQ-MATH
                             - F16-TRADE-IN-ALLOW - W08-RECON-MATH
           COMPUTE W08-TOTAL-SOLD-MATH ROUNDED = W08-TOTAL-SOLD-MATH +
                                                         F16-SOLD-PRICE
               MOVE W12-IDX TO W12-MATCH-IDX
           END-IF
          .
      *PULLS THIS CAR'S SUMMED RECONDITIONING SPEND AND ITS
      *ACQUISITION COST OFF THE COSTED RECORD THE MERGE PASS BUILT -
      *A CAR WITH NO TICKETS OR NO ACQUISITION RECORD COSTS ZERO
       315-FIND-RECON-COST.
           MOVE ZERO TO W08-RECON-MATH
           IF F16-RECON-COST NUMERIC
               MOVE F16-RECON-COST TO W08-RECON-MATH
           END-IF
           MOVE ZERO TO W08-ACQ-MATH
           IF F16-ACQ-COST NUMERIC
               MOVE F16-ACQ-COST TO W08-ACQ-MATH
           END-IF
          .
      *TOTALS THE BACK-END GROSS SOLD WITH THIS DEAL - ONE DIRECT READ
      *PER PRODUCT TYPE, SO A DEAL WITH NO F&I COSTS THREE MISSES
       316-FIND-FNI-GROSS.
           MOVE ZERO TO W36-DEAL-FNI-GROSS
                        W36-DEAL-FNI-COUNT
           IF W36-FNI-PRESENT
               PERFORM 317-READ-ONE-FNI-PRODUCT
                   VARYING W36-IDX FROM 1 BY 1
                   UNTIL W36-IDX > 3
           END-IF
          .
       317-READ-ONE-FNI-PRODUCT.
           MOVE F16-INVOICE-NUM TO F99-FNI-INVOICE-NUM
           MOVE W36-PRODUCT-CODE (W36-IDX) TO F99-FNI-PRODUCT
           READ F99-FNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F99-FNI-ACTIVE
                       AND F99-FNI-SALE-PRICE NUMERIC
                       AND F99-FNI-COST NUMERIC
                       AND F99-FNI-COST NOT > F99-FNI-SALE-PRICE
                       COMPUTE W36-DEAL-FNI-GROSS =
                           W36-DEAL-FNI-GROSS
                         + F99-FNI-SALE-PRICE - F99-FNI-COST
                       ADD 1 TO W36-DEAL-FNI-COUNT
                   END-IF
           END-READ
          .
      *PRINTS THE SUBTOTAL LINE FOR THE SALESPERSON WHOSE GROUP JUST ENDED
        350-PRINT-SALESPERSON-SUBTOTAL.
           MOVE W18-LOT-SOLD-TOTAL (W18-IDX)   TO W19-LOT-SOLD-OUT
           MOVE W18-LOT-COMM-TOTAL (W18-IDX)   TO W19-LOT-COMM-OUT
           MOVE W18-LOT-DEALER-TOTAL (W18-IDX) TO W19-LOT-DEALER-OUT
           MOVE W18-LOT-FNI-TOTAL (W18-IDX)    TO W19-LOT-FNI-OUT
           MOVE W19-LOT-DETAIL-LINE TO F02-PRINT-LINE
           WRITE F02-PRINT-LINE
          .
                 F03-EXCEPTION-FILE
                 F07-CSV-FILE
                 F28-SALES-HISTORY-FILE
           IF W36-FNI-PRESENT
               CLOSE F99-FNI-FILE
           END-IF
           STOP RUN.
          
