                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W27-RUN-FILE-STATUS.

      *COMMISSION-PAID REGISTER - ONE RECORD PER INVOICE AND
      *SALESPERSON SIDE, WRITTEN THE FIRST TIME THE SIDE IS PAID AND
      *KEPT FOR GOOD. SOLD CARS STAY ON THE MASTER UNTIL THE CLOSE
      *SWEEPS THEM, SO WITHOUT IT A SECOND STATEMENT RUN IN THE SAME
      *MONTH WOULD PAY THE EARLY DEALS AGAIN. A SHOP THAT HAS NEVER
      *PAID A STATEMENT HAS NO REGISTER YET, SO ONE IS CREATED
           SELECT F69-COMM-PAID-FILE ASSIGN TO 'ASST2.CPR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F69-CPR-KEY
                                    FILE STATUS IS W33-CPR-FILE-STATUS.

      *F&I PRODUCT FILE - THE SERVICE CONTRACTS, GAP AND PAINT
      *PROTECTION SOLD WITH EACH CAR. READ THROUGH ONCE UP FRONT FOR
      *THE PRODUCTS STILL IN FORCE AND NOT YET PAID, THEN EACH ONE
      *PAID TO ITS FINANCE MANAGER IS READ BACK BY KEY AND STAMPED
      *WITH WHAT WAS PAID, TO WHOM AND ON WHICH RUN, SO IT IS NEVER
      *PAID TWICE AND A LATER CANCELLATION KNOWS WHO TO CHARGE BACK.
      *A CANCELLATION'S CHARGEBACK IS TAKEN OFF THE SAME WAY AND
      *STAMPED TAKEN, SO IT COMES OFF ONE STATEMENT ONLY.
      *IF THE FILE IS MISSING THERE IS NO F&I THIS PERIOD
           SELECT F99-FNI-FILE      ASSIGN TO 'ASST2.FNI'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F99-FNI-KEY
                                    FILE STATUS IS W35-FNI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *THE INDEXED CAR MASTER - THE FULL LAYOUT IS NEEDED HERE NOW
           05 F20-COMM-STATUS   PIC X(1).
           05 F20-MAINT-STATUS  PIC X(1).
           05 F20-CLOSE-STATUS  PIC X(1).
      *ONE PAID SIDE OF A DEAL - WHAT IT WAS PAID ON (SOLD PRICE AND
      *THE SIDE'S SHARE), THE COMMISSION PAID TO DATE INCLUDING ANY
      *TRUE-UPS, AND THE BUSINESS DATE AND RUN NUMBER OF THE FIRST
      *AND THE MOST RECENT PAYMENT
       FD  F69-COMM-PAID-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  F69-COMM-PAID-REC.
           05 F69-CPR-KEY.
               10 F69-CPR-INVOICE-NUM PIC 9(5).
               10 F69-CPR-SALES-P     PIC X(7).
           05 F69-CPR-SOLD-PRICE    PIC 9(6).
           05 F69-CPR-SHARE-PCT     PIC 9(3).
           05 F69-CPR-COMM-PAID     PIC 9(6).
           05 F69-CPR-FIRST-PAID.
               10 F69-CPR-PAID-DATE  PIC 9(6).
               10 F69-CPR-PAID-RUN   PIC 9(4).
           05 F69-CPR-LAST-PAID.
               10 F69-CPR-LAST-DATE  PIC 9(6).
               10 F69-CPR-LAST-RUN   PIC 9(4).
           05 F69-CPR-TRUEUP-COUNT  PIC 9(2).
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

      *TRACKS THE CURRENT SALESPERSON BREAK AND THEIR RUNNING TOTALS -
      *THE SORTED COPY IS GROUPED BY SALESPERSON SO ONE PASS WITH A
      *CONTROL BREAK PRODUCES ONE STATEMENT AND ONE PAY RECORD PER
      *PERSON. THE ADJUSTMENT, F&I AND NET FIELDS ARE SIGNED - A
      *CHARGEBACK CAN PULL A PERIOD BELOW ZERO
       01  W10-SALESPERSON-CONTROL.
           05 W10-PREV-SALES-P    PIC X(7)    VALUE SPACES.
           05 W10-P-SOLD-TOTAL    PIC 9999999 VALUE ZERO.
           05 W10-P-COMM-TOTAL    PIC 999999  VALUE ZERO.
           05 W10-P-ADJ-TOTAL     PIC S999999 VALUE ZERO.
           05 W10-P-TRUEUP-TOTAL  PIC S999999 VALUE ZERO.
           05 W10-P-NET-TOTAL     PIC S999999 VALUE ZERO.
           05 W10-P-FNI-TOTAL     PIC S999999 VALUE ZERO.

      *THE PERIOD'S ADJUSTMENTS HELD IN MEMORY - LOADED AND CHECKED
      *UP FRONT SO EVERY ONE IS EITHER ON THE REGISTER AS REJECTED
               10 W27-TODAY-MM    PIC 99.
               10 W27-TODAY-DD    PIC 99.
           05 W27-RUN-FILE-STATUS PIC X(2) VALUE SPACES.
      *THE NIGHTLY RUN NUMBER - STAMPED ON THE PAID REGISTER NEXT TO
      *THE BUSINESS DATE SO A PAYMENT TRACES BACK TO ITS RUN
           05 W27-RUN-NUMBER      PIC 9(4) VALUE ZERO.

      *SET WHEN THE DEAL BREAKS ANY OF THE RULES THE NIGHTLY
      *VALIDATION PASS APPLIES - A REJECTED DEAL EARNS NOTHING HERE
           05 W22-TIER3-RATE        PIC 9V999 VALUE .025.
       01  W22-RATE-FILE-STATUS     PIC X(2)  VALUE SPACES.

       01  W33-CPR-FILE-STATUS      PIC X(2)  VALUE SPACES.
      *HOW FAR THIS SIDE'S COMMISSION HAS MOVED SINCE IT WAS PAID
       01  W33-TRUEUP-MATH          PIC S9(6) VALUE ZERO.

      *THE CURRENT SALESPERSON'S SIDES THAT WERE ALREADY ON THE PAID
      *REGISTER - HELD UNTIL THE CONTROL BREAK SO THEY PRINT AS THEIR
      *OWN SECTIONS UNDER THE PERIOD TOTAL. 'T' IS A TRUE-UP (SOLD
      *PRICE OR SPLIT CHANGED SINCE IT WAS PAID), 'P' WAS PAID BEFORE
      *AND IS NOT PAID AGAIN. A TRUE-UP PAST THE END OF THE TABLE IS
      *STILL PAID, ONLY NOT LISTED
       01  W34-PRIOR-SIDE-TABLE.
           05 W34-PRIOR-ENTRY OCCURS 200 TIMES.
               10 W34-PRIOR-TYPE     PIC X(1).
               10 W34-PRIOR-INVOICE  PIC 9(5).
               10 W34-PRIOR-SOLD     PIC 9(6).
               10 W34-PRIOR-OLD-COMM PIC 9(6).
               10 W34-PRIOR-NEW-COMM PIC 9(6).
               10 W34-PRIOR-DIFF     PIC S9(6).
               10 W34-PRIOR-PAID-DATE.
                   15 W34-PRIOR-PAID-YY PIC 9(2).
                   15 W34-PRIOR-PAID-MM PIC 9(2).
                   15 W34-PRIOR-PAID-DD PIC 9(2).
               10 W34-PRIOR-PAID-RUN PIC 9(4).
       01  W34-PRIOR-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  W34-PRIOR-UNLISTED   PIC 9(4) COMP VALUE ZERO.
       01  W34-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W34-PRIOR-FOUND-SWITCH PIC X(3) VALUE SPACES.
           88 W34-PRIOR-LINES-PRINTED VALUE 'YES'.

      *EVERY TRUE-UP PAID THIS RUN, HELD UNTIL THE PAY FILE IS
      *FINISHED BEFORE THE REGISTER IS MOVED ON TO THE NEW FIGURES.
      *THE REGISTER KEEPS ONLY THE LATEST FIGURES, SO ONCE A TRUE-UP
      *IS ON IT A RERUN COULD NOT WORK THE DIFFERENCE OUT AGAIN - A
      *RUN THAT DIES BEFORE THE END LEAVES THE REGISTER AS IT WAS AND
      *THE RERUN TAKES THE TRUE-UP IN FULL. A TRUE-UP PAST THE END OF
      *THE TABLE IS NOT TAKEN AND IS PICKED UP NEXT RUN
       01  W36-TRUEUP-POST-TABLE.
           05 W36-POST-ENTRY OCCURS 500 TIMES.
               10 W36-POST-KEY.
                   15 W36-POST-INVOICE PIC 9(5).
                   15 W36-POST-SALES-P PIC X(7).
               10 W36-POST-SOLD      PIC 9(6).
               10 W36-POST-SHARE     PIC 9(3).
               10 W36-POST-COMM      PIC 9(6).
       01  W36-POST-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  W36-IDX              PIC 9(3) COMP VALUE ZERO.

      *STATEMENT LINES FOR THE TRUE-UP AND PREVIOUSLY-PAID SECTIONS
       01  W34-TRUEUP-SECTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(49) VALUE
               'TRUE-UPS - SOLD PRICE OR SPLIT CHANGED SINCE PAID'.
           05                      PIC X(28) VALUE SPACES.

       01  W34-TRUEUP-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W34-TRU-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'WAS '.
           05 W34-TRU-OLD-OUT      PIC ZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'NOW '.
           05 W34-TRU-NEW-OUT      PIC ZZ,ZZ9.
           05                      PIC X(9)  VALUE SPACES.
           05 W34-TRU-SOLD-OUT     PIC ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W34-TRU-DIFF-OUT     PIC ZZ,ZZ9-.
           05                      PIC X(17) VALUE SPACES.

       01  W34-PRIOR-SECTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(32) VALUE
               'PREVIOUSLY PAID - NOT PAID AGAIN'.
           05                      PIC X(45) VALUE SPACES.

       01  W34-PRIOR-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W34-PRV-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'PAID '.
           05 W34-PRV-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W34-PRV-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W34-PRV-DD-OUT       PIC 99.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'RUN '.
           05 W34-PRV-RUN-OUT      PIC ZZZ9.
           05                      PIC X(8)  VALUE SPACES.
           05 W34-PRV-SOLD-OUT     PIC ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W34-PRV-COMM-OUT     PIC ZZ,ZZ9.
           05                      PIC X(18) VALUE SPACES.

       01  W34-PRIOR-UNLISTED-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05                      PIC X(30) VALUE
               'MORE PRIOR SIDES NOT LISTED - '.
           05 W34-UNLISTED-OUT     PIC ZZZ9.
           05                      PIC X(40) VALUE SPACES.

      *THE F&I PRODUCTS OWED A FINANCE-OFFICE COMMISSION THIS RUN -
      *IN FORCE, NOT YET PAID AND SHOWING A GROSS. A PRODUCT EARNS
      *ONLY ONCE ITS CAR IS SOLD ON THE MASTER (W35-FNI-ELIGIBLE, SET
      *AS THE SORT READS THE MASTER), THE SAME AS A DEAL DOES. THE
      *COMMISSION IS A FLAT SHARE OF THE GROSS. A CANCELLED PRODUCT
      *WHOSE CHARGEBACK IS NOT YET TAKEN RIDES THE SAME TABLE AS KIND
      *'C' AGAINST WHOEVER WAS PAID, DUE AT ONCE WITH NO GROSS - KIND
      *'P' IS A PRODUCT BEING PAID. ENTRIES PAST THE END OF THE TABLE
      *STAY ON FILE AND ARE PICKED UP NEXT RUN
       01  W35-FNI-TABLE.
           05 W35-FNI-ENTRY OCCURS 300 TIMES.
               10 W35-FNI-INVOICE   PIC 9(5)  VALUE ZERO.
               10 W35-FNI-PRODUCT   PIC X(1)  VALUE SPACE.
               10 W35-FNI-FIN-MGR   PIC X(7)  VALUE SPACES.
               10 W35-FNI-PROVIDER  PIC X(10) VALUE SPACES.
               10 W35-FNI-GROSS     PIC 9(6)  VALUE ZERO.
               10 W35-FNI-COMM      PIC 9(6)  VALUE ZERO.
               10 W35-FNI-ELIGIBLE  PIC X(1)  VALUE SPACE.
               10 W35-FNI-APPLIED   PIC X(1)  VALUE SPACE.
               10 W35-FNI-KIND      PIC X(1)  VALUE SPACE.
       01  W35-FNI-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  W35-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W35-FNI-FILE-STATUS  PIC X(2) VALUE SPACES.
       01  W35-FNI-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
           88 W35-FNI-PRESENT       VALUE 'YES'.
       01  W35-FNI-REMAINS-SWITCH PIC X(2) VALUE SPACES.
       01  W35-FNI-FOUND-SWITCH PIC X(3) VALUE SPACES.
           88 W35-FNI-LINES-PRINTED VALUE 'YES'.
       01  W35-FNI-COMM-RATE    PIC 9V999 VALUE .200.
       01  W35-FNI-GROSS-MATH   PIC 9(6)  VALUE ZERO.

      *STATEMENT LINES FOR THE FINANCE-OFFICE SECTION - GROSS LINES
      *UP UNDER SOLD AND COMMISSION UNDER COMM
       01  W35-FNI-SECTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(31) VALUE
               'F&I COMMISSION - FINANCE OFFICE'.
           05                      PIC X(46) VALUE SPACES.

       01  W35-FNI-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W35-FNI-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W35-FNI-PRODUCT-OUT  PIC X(16).
           05                      PIC X(1)  VALUE SPACES.
           05 W35-FNI-PROVIDER-OUT PIC X(10).
           05                      PIC X(6)  VALUE SPACES.
           05 W35-FNI-GROSS-OUT    PIC ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W35-FNI-COMM-OUT     PIC ZZ,ZZ9.
           05                      PIC X(18) VALUE SPACES.

      *A CHARGEBACK UNDER THE SAME SECTION - NO GROSS, AND THE AMOUNT
      *TAKEN BACK SHOWN NEGATIVE UNDER COMM
       01  W35-CBK-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W35-CBK-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W35-CBK-PRODUCT-OUT  PIC X(16).
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(10) VALUE 'CANCELLED'.
           05                      PIC X(16) VALUE SPACES.
           05 W35-CBK-AMOUNT-OUT   PIC ZZ,ZZ9-.
           05                      PIC X(17) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 091-LOAD-SALESPERSON-MASTER
           PERFORM 095-LOAD-ADJUSTMENTS
           PERFORM 096-READ-RATE-TABLE
           PERFORM 097-LOAD-FNI-PRODUCTS
           PERFORM 098-SORT-MASTER-FILE
           PERFORM 100-OPEN-FILES
           PERFORM 300-PROCESS-RECORDS
           PERFORM 400-FINISH-LAST-STATEMENT
           PERFORM 410-PAY-LEFTOVER-ADJUSTMENTS
           PERFORM 420-PRINT-ADJ-SUMMARY
           PERFORM 430-POST-TRUE-UPS
           PERFORM 500-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE OFF THE RUN CONTROL AND TOPS OFF THE
                       CONTINUE
                   NOT AT END
                       MOVE F20-RUN-DATE TO W27-TODAY-DATE
                       MOVE F20-RUN-NUMBER TO W27-RUN-NUMBER
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           END-IF
               CLOSE F06-RATE-TABLE-FILE
           END-IF
          .
      *LOADS THE F&I PRODUCTS STILL OWED A COMMISSION - IN FORCE,
      *NOTHING PAID YET AND A GROSS TO PAY ON - A PRODUCT STAMPED PAID
      *ON THIS SAME BUSINESS DATE AND RUN NUMBER WAS STAMPED BY A RUN
      *THAT NEVER FINISHED ITS PAY FILE AND IS OWED AGAIN. A FINANCE
      *MANAGER WHO IS UNKNOWN OR TERMINATED ON THE SALESPERSON MASTER
      *EARNS NOTHING, THE SAME RULE A DEAL MEETS, AND THE PRODUCT
      *STAYS UNPAID ON FILE. A CANCELLED PRODUCT CARRYING A
      *CHARGEBACK NOT YET TAKEN - OR TAKEN BY THIS SAME DATE AND RUN -
      *IS LOADED TO BE TAKEN OFF WHOEVER WAS PAID. THE FILE STAYS OPEN
      *FOR THE PAID AND TAKEN STAMPS
       097-LOAD-FNI-PRODUCTS.
           OPEN I-O F99-FNI-FILE
           IF W35-FNI-FILE-STATUS = '00'
               MOVE 'YES' TO W35-FNI-PRESENT-SWITCH
               MOVE SPACES TO W35-FNI-REMAINS-SWITCH
               READ F99-FNI-FILE NEXT RECORD
                   AT END MOVE 'NO' TO W35-FNI-REMAINS-SWITCH
               END-READ
               PERFORM 197-ADD-ONE-FNI-PRODUCT
                   UNTIL W35-FNI-REMAINS-SWITCH = 'NO'
           END-IF
          .
       197-ADD-ONE-FNI-PRODUCT.
           IF F99-FNI-ACTIVE
               AND (F99-FNI-COMM-PAID = ZERO
                   OR (F99-FNI-PAID-DATE = W27-TODAY-DATE
                       AND F99-FNI-PAID-RUN = W27-RUN-NUMBER))
               AND F99-FNI-SALE-PRICE NUMERIC
               AND F99-FNI-COST NUMERIC
               AND F99-FNI-COST < F99-FNI-SALE-PRICE
               AND W35-FNI-COUNT < 300
               MOVE SPACES TO W28-DEAL-REJECT-SWITCH
               IF W26-SP-MASTER-LOADED
                   MOVE F99-FNI-FIN-MGR TO W26-LOOKUP-CODE
                   PERFORM 093-FIND-SALESPERSON
                   IF W26-MATCH-IDX = ZERO
                       MOVE 'YES' TO W28-DEAL-REJECT-SWITCH
                   ELSE
                       IF W26-SP-STATUS (W26-MATCH-IDX) = 'T'
                           MOVE 'YES' TO W28-DEAL-REJECT-SWITCH
                       END-IF
                   END-IF
               END-IF
               IF NOT W28-DEAL-REJECTED
                   ADD 1 TO W35-FNI-COUNT
                   MOVE F99-FNI-INVOICE-NUM
                       TO W35-FNI-INVOICE (W35-FNI-COUNT)
                   MOVE F99-FNI-PRODUCT
                       TO W35-FNI-PRODUCT (W35-FNI-COUNT)
                   MOVE F99-FNI-FIN-MGR
                       TO W35-FNI-FIN-MGR (W35-FNI-COUNT)
                   MOVE F99-FNI-PROVIDER
                       TO W35-FNI-PROVIDER (W35-FNI-COUNT)
                   COMPUTE W35-FNI-GROSS-MATH =
                       F99-FNI-SALE-PRICE - F99-FNI-COST
                   MOVE W35-FNI-GROSS-MATH
                       TO W35-FNI-GROSS (W35-FNI-COUNT)
                   COMPUTE W35-FNI-COMM (W35-FNI-COUNT) ROUNDED =
                       W35-FNI-GROSS-MATH * W35-FNI-COMM-RATE
                   MOVE 'N' TO W35-FNI-ELIGIBLE (W35-FNI-COUNT)
                   MOVE 'N' TO W35-FNI-APPLIED (W35-FNI-COUNT)
                   MOVE 'P' TO W35-FNI-KIND (W35-FNI-COUNT)
               END-IF
           END-IF
           IF F99-FNI-CANCELLED
               AND F99-FNI-CHARGEBACK NUMERIC
               AND F99-FNI-CHARGEBACK > ZERO
               AND (F99-FNI-CHGBK-DATE = ZERO
                   OR (F99-FNI-CHGBK-DATE = W27-TODAY-DATE
                       AND F99-FNI-CHGBK-RUN = W27-RUN-NUMBER))
               AND F99-FNI-PAID-TO NOT = SPACES
               AND W35-FNI-COUNT < 300
               PERFORM 198-ADD-ONE-FNI-CHARGEBACK
           END-IF
           READ F99-FNI-FILE NEXT RECORD
               AT END MOVE 'NO' TO W35-FNI-REMAINS-SWITCH
           END-READ
          .
       198-ADD-ONE-FNI-CHARGEBACK.
           ADD 1 TO W35-FNI-COUNT
           MOVE F99-FNI-INVOICE-NUM TO W35-FNI-INVOICE (W35-FNI-COUNT)
           MOVE F99-FNI-PRODUCT     TO W35-FNI-PRODUCT (W35-FNI-COUNT)
           MOVE F99-FNI-PAID-TO     TO W35-FNI-FIN-MGR (W35-FNI-COUNT)
           MOVE F99-FNI-PROVIDER    TO W35-FNI-PROVIDER (W35-FNI-COUNT)
           MOVE ZERO                TO W35-FNI-GROSS (W35-FNI-COUNT)
           MOVE F99-FNI-CHARGEBACK  TO W35-FNI-COMM (W35-FNI-COUNT)
           MOVE 'Y' TO W35-FNI-ELIGIBLE (W35-FNI-COUNT)
           MOVE 'N' TO W35-FNI-APPLIED (W35-FNI-COUNT)
           MOVE 'C' TO W35-FNI-KIND (W35-FNI-COUNT)
          .
      *REBUILDS THE SORTED COPY OF THE MASTER - BY SALESPERSON SO ONE
      *CONTROL-BREAK PASS STILL PRODUCES ONE STATEMENT PER PERSON,
      *THEN BY INVOICE SO EACH STATEMENT LISTS ITS DEALS IN ORDER.
                   END-IF
               END-IF
           END-IF
           IF F01-RECORD-SOLD AND W35-FNI-COUNT > ZERO
               PERFORM 111-MARK-FNI-ELIGIBLE
                   VARYING W35-IDX FROM 1 BY 1
                   UNTIL W35-IDX > W35-FNI-COUNT
           END-IF
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
           END-READ
          .
      *A PRODUCT SOLD WITH THIS CAR EARNS ITS COMMISSION NOW THE CAR
      *IS SOLD - EVERY RECORD ON THE MASTER PASSES THROUGH HERE ONCE
       111-MARK-FNI-ELIGIBLE.
           IF W35-FNI-INVOICE (W35-IDX) = F01-INVOICE-NUM
               MOVE 'Y' TO W35-FNI-ELIGIBLE (W35-IDX)
           END-IF
          .
      *CHECKS BOTH CODES OF A SOLD SPLIT DEAL AGAINST THE
      *SALESPERSON MASTER - UNKNOWN OR TERMINATED ON EITHER SIDE
      *AND NEITHER SIDE IS RELEASED. UNSOLD AND PENDING RECORDS
           OPEN INPUT F16-SORTED-CARS
           OPEN OUTPUT F12-STATEMENT-FILE
           OPEN OUTPUT F13-PAY-FILE
           OPEN I-O F69-COMM-PAID-FILE
           IF W33-CPR-FILE-STATUS = '35'
               OPEN OUTPUT F69-COMM-PAID-FILE
               CLOSE F69-COMM-PAID-FILE
               OPEN I-O F69-COMM-PAID-FILE
           END-IF
           MOVE SPACES TO W09-DATA-REMAINS-SWITCH
           READ F16-SORTED-CARS
               AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
      *YET) AND RECORDS THE NIGHTLY VALIDATION PASS WOULD THROW OUT
      *ARE SKIPPED (SEE 305-CHECK-DEAL-VALID) SO THE STATEMENTS AND
      *THE PAY FILE ONLY EVER CARRY DEALS THAT APPEAR ON THE
      *COMMISSION REPORT. A SIDE ALREADY ON THE PAID REGISTER IS NOT
      *PAID AGAIN (SEE 330-CHECK-PAID-REGISTER)
       300-PROCESS-RECORDS.
           IF F16-RECORD-SOLD
               PERFORM 305-CHECK-DEAL-VALID
                   END-IF
                   PERFORM 310-DO-CALCULATIONS
                   PERFORM 315-TAKE-COMMISSION-SHARE
                   PERFORM 330-CHECK-PAID-REGISTER
               END-IF
           END-IF
           READ F16-SORTED-CARS
           MOVE W05-STMT-DETAIL-LINE TO F12-STATEMENT-LINE
           WRITE F12-STATEMENT-LINE
          .
      *LOOKS THE SIDE UP ON THE PAID REGISTER. A SIDE NEVER PAID IS
      *PAID NOW AND REGISTERED; ONE PAID ON THE SAME SOLD PRICE AND
      *SHARE IS HELD FOR THE PREVIOUSLY-PAID SECTION AND EARNS
      *NOTHING; ONE WHOSE PRICE OR SPLIT HAS CHANGED SINCE EARNS THE
      *DIFFERENCE BETWEEN TONIGHT'S COMMISSION AND WHAT IT WAS PAID.
      *A SIDE FIRST PAID ON THIS SAME BUSINESS DATE AND RUN NUMBER
      *WAS REGISTERED BY A RUN THAT NEVER FINISHED ITS PAY FILE, SO
      *IT IS PAID IN FULL AGAIN
       330-CHECK-PAID-REGISTER.
           MOVE F16-INVOICE-NUM TO F69-CPR-INVOICE-NUM
           MOVE F16-SALES-P     TO F69-CPR-SALES-P
           READ F69-COMM-PAID-FILE
               INVALID KEY
                   PERFORM 320-PRINT-STATEMENT-DETAIL
                   ADD F16-SOLD-PRICE TO W10-P-SOLD-TOTAL
                   ADD W08-COMM-PORTION-MATH TO W10-P-COMM-TOTAL
                   PERFORM 331-REGISTER-NEW-SIDE
               NOT INVALID KEY
                   IF F69-CPR-PAID-DATE = W27-TODAY-DATE
                       AND F69-CPR-PAID-RUN = W27-RUN-NUMBER
                       PERFORM 320-PRINT-STATEMENT-DETAIL
                       ADD F16-SOLD-PRICE TO W10-P-SOLD-TOTAL
                       ADD W08-COMM-PORTION-MATH TO W10-P-COMM-TOTAL
                       PERFORM 332-REREGISTER-NEW-SIDE
                   ELSE
                       IF F69-CPR-SOLD-PRICE = F16-SOLD-PRICE
                           AND F69-CPR-SHARE-PCT = F16-SHARE-PCT
                           PERFORM 335-HOLD-PREVIOUSLY-PAID
                       ELSE
                           PERFORM 340-TAKE-TRUE-UP
                       END-IF
                   END-IF
           END-READ
          .
       331-REGISTER-NEW-SIDE.
           MOVE F16-SOLD-PRICE        TO F69-CPR-SOLD-PRICE
           MOVE F16-SHARE-PCT         TO F69-CPR-SHARE-PCT
           MOVE W08-COMM-PORTION-MATH TO F69-CPR-COMM-PAID
           MOVE W27-TODAY-DATE        TO F69-CPR-PAID-DATE
                                         F69-CPR-LAST-DATE
           MOVE W27-RUN-NUMBER        TO F69-CPR-PAID-RUN
                                         F69-CPR-LAST-RUN
           MOVE ZERO                  TO F69-CPR-TRUEUP-COUNT
           WRITE F69-COMM-PAID-REC
          .
      *THE SAME ENTRY 331 WRITES, PUT BACK OVER THE ONE THE UNFINISHED
      *RUN LEFT - TONIGHT'S FIGURES MAY HAVE MOVED SINCE
       332-REREGISTER-NEW-SIDE.
           MOVE F16-SOLD-PRICE        TO F69-CPR-SOLD-PRICE
           MOVE F16-SHARE-PCT         TO F69-CPR-SHARE-PCT
           MOVE W08-COMM-PORTION-MATH TO F69-CPR-COMM-PAID
           MOVE W27-TODAY-DATE        TO F69-CPR-LAST-DATE
           MOVE W27-RUN-NUMBER        TO F69-CPR-LAST-RUN
           MOVE ZERO                  TO F69-CPR-TRUEUP-COUNT
           REWRITE F69-COMM-PAID-REC
          .
       335-HOLD-PREVIOUSLY-PAID.
           IF W34-PRIOR-COUNT < 200
               ADD 1 TO W34-PRIOR-COUNT
               MOVE 'P' TO W34-PRIOR-TYPE (W34-PRIOR-COUNT)
               MOVE F16-INVOICE-NUM
                   TO W34-PRIOR-INVOICE (W34-PRIOR-COUNT)
               MOVE F16-SOLD-PRICE TO W34-PRIOR-SOLD (W34-PRIOR-COUNT)
               MOVE F69-CPR-COMM-PAID
                   TO W34-PRIOR-OLD-COMM (W34-PRIOR-COUNT)
               MOVE F69-CPR-LAST-DATE
                   TO W34-PRIOR-PAID-DATE (W34-PRIOR-COUNT)
               MOVE F69-CPR-LAST-RUN
                   TO W34-PRIOR-PAID-RUN (W34-PRIOR-COUNT)
           ELSE
               ADD 1 TO W34-PRIOR-UNLISTED
           END-IF
          .
      *THE TRUE-UP CAN GO EITHER WAY - A PRICE CUT OR A SMALLER SHARE
      *TAKES BACK WHAT WAS OVERPAID. THE REGISTER IS MOVED ON TO THE
      *NEW FIGURES SO THE SAME CHANGE IS NEVER TRUED UP TWICE - AT
      *ONCE FOR A CHANGE THAT LEAVES THE COMMISSION WHERE IT WAS,
      *WHICH IS SIMPLY PREVIOUSLY PAID, AND ONLY AFTER THE PAY FILE
      *IS FINISHED FOR ONE THAT PAYS (SEE 430-POST-TRUE-UPS)
       340-TAKE-TRUE-UP.
           COMPUTE W33-TRUEUP-MATH = W08-COMM-PORTION-MATH
                                   - F69-CPR-COMM-PAID
           IF W33-TRUEUP-MATH = ZERO
               PERFORM 335-HOLD-PREVIOUSLY-PAID
               MOVE F16-SOLD-PRICE        TO F69-CPR-SOLD-PRICE
               MOVE F16-SHARE-PCT         TO F69-CPR-SHARE-PCT
               MOVE W08-COMM-PORTION-MATH TO F69-CPR-COMM-PAID
               REWRITE F69-COMM-PAID-REC
           END-IF
           IF W33-TRUEUP-MATH NOT = ZERO
               AND W36-POST-COUNT < 500
               ADD W33-TRUEUP-MATH TO W10-P-TRUEUP-TOTAL
               IF W34-PRIOR-COUNT < 200
                   ADD 1 TO W34-PRIOR-COUNT
                   MOVE 'T' TO W34-PRIOR-TYPE (W34-PRIOR-COUNT)
                   MOVE F16-INVOICE-NUM
                       TO W34-PRIOR-INVOICE (W34-PRIOR-COUNT)
                   MOVE F16-SOLD-PRICE
                       TO W34-PRIOR-SOLD (W34-PRIOR-COUNT)
                   MOVE F69-CPR-COMM-PAID
                       TO W34-PRIOR-OLD-COMM (W34-PRIOR-COUNT)
                   MOVE W08-COMM-PORTION-MATH
                       TO W34-PRIOR-NEW-COMM (W34-PRIOR-COUNT)
                   MOVE W33-TRUEUP-MATH
                       TO W34-PRIOR-DIFF (W34-PRIOR-COUNT)
               ELSE
                   ADD 1 TO W34-PRIOR-UNLISTED
               END-IF
               ADD 1 TO W36-POST-COUNT
               MOVE F69-CPR-KEY    TO W36-POST-KEY (W36-POST-COUNT)
               MOVE F16-SOLD-PRICE TO W36-POST-SOLD (W36-POST-COUNT)
               MOVE F16-SHARE-PCT  TO W36-POST-SHARE (W36-POST-COUNT)
               MOVE W08-COMM-PORTION-MATH
                   TO W36-POST-COMM (W36-POST-COUNT)
           END-IF
          .
      *CLOSES OUT THE SALESPERSON WHOSE GROUP JUST ENDED - PRINTS
      *THEIR PERIOD TOTAL, THEIR TRUE-UPS, THE SIDES PAID BEFORE,
      *THEIR ADJUSTMENTS SECTION AND THEIR F&I COMMISSION AS FINANCE
      *MANAGER, WRITES THE PAY RECORD WITH THE NET OF IT ALL AND
      *RESETS THE TOTALS
       350-CLOSE-OUT-SALESPERSON.
           MOVE W06-STMT-DASH-LINE TO F12-STATEMENT-LINE
           WRITE F12-STATEMENT-LINE
           MOVE W10-P-COMM-TOTAL TO W07-COMM-TOTAL-OUT
           MOVE W07-STMT-TOTAL-LINE TO F12-STATEMENT-LINE
           WRITE F12-STATEMENT-LINE
           PERFORM 360-PRINT-TRUE-UP-SECTION
           PERFORM 365-PRINT-PRIOR-PAID-SECTION
           PERFORM 355-PRINT-ADJ-SECTION
           PERFORM 357-PRINT-FNI-SECTION
           COMPUTE W10-P-NET-TOTAL = W10-P-COMM-TOTAL
                                   + W10-P-TRUEUP-TOTAL
                                   + W10-P-ADJ-TOTAL
                                   + W10-P-FNI-TOTAL
      *THE NET LINE ONLY EARNS ITS PLACE WHEN A TRUE-UP, AN
      *ADJUSTMENT OR F&I COMMISSION MOVED IT OFF THE COMMISSION TOTAL
           IF W10-P-ADJ-TOTAL NOT = ZERO
               OR W10-P-TRUEUP-TOTAL NOT = ZERO
               OR W10-P-FNI-TOTAL NOT = ZERO
               MOVE W10-P-NET-TOTAL TO W31-NET-TOTAL-OUT
               MOVE W31-NET-TOTAL-LINE TO F12-STATEMENT-LINE
               WRITE F12-STATEMENT-LINE
           MOVE ZERO TO W10-P-SOLD-TOTAL
                        W10-P-COMM-TOTAL
                        W10-P-ADJ-TOTAL
                        W10-P-TRUEUP-TOTAL
                        W10-P-NET-TOTAL
                        W10-P-FNI-TOTAL
                        W34-PRIOR-COUNT
                        W34-PRIOR-UNLISTED
          .
      *PRINTS THE TRUE-UP SECTION FOR THE SALESPERSON BEING CLOSED
      *OUT - ONE LINE PER SIDE WHOSE COMMISSION MOVED SINCE IT WAS
      *PAID, WITH THE OLD AND NEW FIGURES AND THE DIFFERENCE
       360-PRINT-TRUE-UP-SECTION.
           MOVE SPACES TO W34-PRIOR-FOUND-SWITCH
           PERFORM 361-PRINT-ONE-TRUE-UP
               VARYING W34-IDX FROM 1 BY 1
               UNTIL W34-IDX > W34-PRIOR-COUNT
          .
       361-PRINT-ONE-TRUE-UP.
           IF W34-PRIOR-TYPE (W34-IDX) = 'T'
               IF NOT W34-PRIOR-LINES-PRINTED
                   MOVE 'YES' TO W34-PRIOR-FOUND-SWITCH
                   WRITE F12-STATEMENT-LINE FROM SPACES
                   MOVE W34-TRUEUP-SECTION-LINE TO F12-STATEMENT-LINE
                   WRITE F12-STATEMENT-LINE
               END-IF
               MOVE W34-PRIOR-INVOICE (W34-IDX)  TO W34-TRU-INVOICE-OUT
               MOVE W34-PRIOR-OLD-COMM (W34-IDX) TO W34-TRU-OLD-OUT
               MOVE W34-PRIOR-NEW-COMM (W34-IDX) TO W34-TRU-NEW-OUT
               MOVE W34-PRIOR-SOLD (W34-IDX)     TO W34-TRU-SOLD-OUT
               MOVE W34-PRIOR-DIFF (W34-IDX)     TO W34-TRU-DIFF-OUT
               MOVE W34-TRUEUP-DETAIL-LINE TO F12-STATEMENT-LINE
               WRITE F12-STATEMENT-LINE
           END-IF
          .
      *PRINTS THE SIDES THAT WERE ALREADY PAID ON AN EARLIER RUN,
      *WITH THE DATE AND RUN OF THEIR LAST PAYMENT, SO THE
      *SALESPERSON CAN SEE WHY A DEAL STILL ON THE LOT'S BOOKS EARNED
      *NOTHING THIS TIME
       365-PRINT-PRIOR-PAID-SECTION.
           MOVE SPACES TO W34-PRIOR-FOUND-SWITCH
           PERFORM 366-PRINT-ONE-PRIOR-PAID
               VARYING W34-IDX FROM 1 BY 1
               UNTIL W34-IDX > W34-PRIOR-COUNT
           IF W34-PRIOR-UNLISTED > ZERO
               MOVE W34-PRIOR-UNLISTED TO W34-UNLISTED-OUT
               MOVE W34-PRIOR-UNLISTED-LINE TO F12-STATEMENT-LINE
               WRITE F12-STATEMENT-LINE
           END-IF
          .
       366-PRINT-ONE-PRIOR-PAID.
           IF W34-PRIOR-TYPE (W34-IDX) = 'P'
               IF NOT W34-PRIOR-LINES-PRINTED
                   MOVE 'YES' TO W34-PRIOR-FOUND-SWITCH
                   WRITE F12-STATEMENT-LINE FROM SPACES
                   MOVE W34-PRIOR-SECTION-LINE TO F12-STATEMENT-LINE
                   WRITE F12-STATEMENT-LINE
               END-IF
               MOVE W34-PRIOR-INVOICE (W34-IDX)  TO W34-PRV-INVOICE-OUT
               MOVE W34-PRIOR-PAID-YY (W34-IDX)  TO W34-PRV-YY-OUT
               MOVE W34-PRIOR-PAID-MM (W34-IDX)  TO W34-PRV-MM-OUT
               MOVE W34-PRIOR-PAID-DD (W34-IDX)  TO W34-PRV-DD-OUT
               MOVE W34-PRIOR-PAID-RUN (W34-IDX) TO W34-PRV-RUN-OUT
               MOVE W34-PRIOR-SOLD (W34-IDX)     TO W34-PRV-SOLD-OUT
               MOVE W34-PRIOR-OLD-COMM (W34-IDX) TO W34-PRV-COMM-OUT
               MOVE W34-PRIOR-DETAIL-LINE TO F12-STATEMENT-LINE
               WRITE F12-STATEMENT-LINE
           END-IF
          .
      *PRINTS THE ADJUSTMENTS SECTION FOR THE SALESPERSON BEING
      *CLOSED OUT - ONE LINE PER ADJUSTMENT, EACH MARKED APPLIED SO
               MOVE 'Y' TO W30-ADJ-APPLIED (W30-IDX)
           END-IF
          .
      *PRINTS THE FINANCE-OFFICE SECTION FOR THE CODE BEING CLOSED
      *OUT - ONE LINE PER F&I PRODUCT THEY WROTE ON A SOLD CAR AND
      *PER CHARGEBACK AGAINST THEM, EACH MARKED APPLIED AND STAMPED
      *ON THE F&I FILE - AND NETS THE COMMISSION LESS THE CHARGEBACKS
      *INTO W10-P-FNI-TOTAL FOR THE NET
       357-PRINT-FNI-SECTION.
           MOVE SPACES TO W35-FNI-FOUND-SWITCH
           PERFORM 358-CHECK-ONE-FNI-ENTRY
               VARYING W35-IDX FROM 1 BY 1
               UNTIL W35-IDX > W35-FNI-COUNT
          .
       358-CHECK-ONE-FNI-ENTRY.
           IF W35-FNI-FIN-MGR (W35-IDX) = W10-PREV-SALES-P
               AND W35-FNI-ELIGIBLE (W35-IDX) = 'Y'
               AND W35-FNI-APPLIED (W35-IDX) NOT = 'Y'
               IF NOT W35-FNI-LINES-PRINTED
                   MOVE 'YES' TO W35-FNI-FOUND-SWITCH
                   WRITE F12-STATEMENT-LINE FROM SPACES
                   MOVE W35-FNI-SECTION-LINE TO F12-STATEMENT-LINE
                   WRITE F12-STATEMENT-LINE
               END-IF
               MOVE W35-FNI-INVOICE (W35-IDX) TO W35-FNI-INVOICE-OUT
               IF W35-FNI-PRODUCT (W35-IDX) = 'S'
                   MOVE 'SERVICE CONTRACT' TO W35-FNI-PRODUCT-OUT
               ELSE
                   IF W35-FNI-PRODUCT (W35-IDX) = 'G'
                       MOVE 'GAP' TO W35-FNI-PRODUCT-OUT
                   ELSE
                       MOVE 'PAINT PROTECTION' TO W35-FNI-PRODUCT-OUT
                   END-IF
               END-IF
               IF W35-FNI-KIND (W35-IDX) = 'C'
                   MOVE W35-FNI-INVOICE (W35-IDX)
                       TO W35-CBK-INVOICE-OUT
                   MOVE W35-FNI-PRODUCT-OUT TO W35-CBK-PRODUCT-OUT
                   COMPUTE W35-CBK-AMOUNT-OUT =
                       ZERO - W35-FNI-COMM (W35-IDX)
                   MOVE W35-CBK-DETAIL-LINE TO F12-STATEMENT-LINE
                   WRITE F12-STATEMENT-LINE
                   SUBTRACT W35-FNI-COMM (W35-IDX)
                       FROM W10-P-FNI-TOTAL
               ELSE
                   MOVE W35-FNI-PROVIDER (W35-IDX)
                       TO W35-FNI-PROVIDER-OUT
                   MOVE W35-FNI-GROSS (W35-IDX) TO W35-FNI-GROSS-OUT
                   MOVE W35-FNI-COMM (W35-IDX)  TO W35-FNI-COMM-OUT
                   MOVE W35-FNI-DETAIL-LINE TO F12-STATEMENT-LINE
                   WRITE F12-STATEMENT-LINE
                   ADD W35-FNI-COMM (W35-IDX) TO W10-P-FNI-TOTAL
               END-IF
               MOVE 'Y' TO W35-FNI-APPLIED (W35-IDX)
               PERFORM 359-STAMP-FNI-PAID
           END-IF
          .
      *RECORDS THE PAYMENT ON THE F&I FILE - WHAT WAS PAID, TO WHOM,
      *AND THE BUSINESS DATE AND RUN - SO IT IS NEVER PAID AGAIN AND
      *A CANCELLATION CAN CHARGE BACK THE RIGHT PERSON. A CHARGEBACK
      *TAKEN GETS ONLY THE BUSINESS DATE AND RUN, SO IT IS NEVER
      *TAKEN AGAIN
       359-STAMP-FNI-PAID.
           MOVE W35-FNI-INVOICE (W35-IDX) TO F99-FNI-INVOICE-NUM
           MOVE W35-FNI-PRODUCT (W35-IDX) TO F99-FNI-PRODUCT
           READ F99-FNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF W35-FNI-KIND (W35-IDX) = 'C'
                       MOVE W27-TODAY-DATE TO F99-FNI-CHGBK-DATE
                       MOVE W27-RUN-NUMBER TO F99-FNI-CHGBK-RUN
                   ELSE
                       MOVE W35-FNI-COMM (W35-IDX) TO F99-FNI-COMM-PAID
                       MOVE W10-PREV-SALES-P       TO F99-FNI-PAID-TO
                       MOVE W27-TODAY-DATE         TO F99-FNI-PAID-DATE
                       MOVE W27-RUN-NUMBER         TO F99-FNI-PAID-RUN
                   END-IF
                   REWRITE F99-FNI-REC
           END-READ
          .
      *THE LAST SALESPERSON'S GROUP ENDS AT END OF FILE, NOT ON A
      *CONTROL BREAK, SO THEIR STATEMENT IS CLOSED OUT HERE
       400-FINISH-LAST-STATEMENT.
      *A CHARGEBACK CAN LAND ON SOMEONE WITH NO DEALS THIS PERIOD -
      *NO DEALS MEANS NO CONTROL BREAK, SO ANY ADJUSTMENT STILL
      *UNAPPLIED AFTER THE MAIN PASS GETS AN ADJUSTMENTS-ONLY
      *STATEMENT AND A PAY RECORD OF ITS OWN HERE. A FINANCE MANAGER
      *WHO SELLS NO CARS IS THE USUAL CASE FOR F&I COMMISSION, SO AN
      *EARNED PRODUCT STILL UNPAID IS PICKED UP THE SAME WAY
       410-PAY-LEFTOVER-ADJUSTMENTS.
           PERFORM 411-FIND-NEXT-UNAPPLIED
           PERFORM 412-PAY-ONE-LEFTOVER
               UNTIL W30-NEXT-CODE = SPACES
          .
      *TAKES THE FIRST STILL-UNAPPLIED CODE OFF THE ADJUSTMENT
      *TABLE, OR FAILING THAT THE F&I TABLE - THE SCANS ALWAYS RUN TO
      *THE END RATHER THAN SHORT-CIRCUITING, LIKE THE OTHER TABLE
      *SCANS
       411-FIND-NEXT-UNAPPLIED.
           MOVE SPACES TO W30-NEXT-CODE
           PERFORM 413-SCAN-FOR-UNAPPLIED
               VARYING W30-IDX FROM 1 BY 1
               UNTIL W30-IDX > W30-ADJ-COUNT
           IF W30-NEXT-CODE = SPACES
               PERFORM 414-SCAN-FOR-UNPAID-FNI
                   VARYING W35-IDX FROM 1 BY 1
                   UNTIL W35-IDX > W35-FNI-COUNT
           END-IF
          .
       412-PAY-ONE-LEFTOVER.
           MOVE W30-NEXT-CODE TO W10-PREV-SALES-P
               MOVE W30-ADJ-CODE (W30-IDX) TO W30-NEXT-CODE
           END-IF
          .
       414-SCAN-FOR-UNPAID-FNI.
           IF W35-FNI-ELIGIBLE (W35-IDX) = 'Y'
               AND W35-FNI-APPLIED (W35-IDX) NOT = 'Y'
               AND W30-NEXT-CODE = SPACES
               MOVE W35-FNI-FIN-MGR (W35-IDX) TO W30-NEXT-CODE
           END-IF
          .
      *CLOSES OUT THE REGISTER WITH A COUNT OF EACH KIND
       420-PRINT-ADJ-SUMMARY.
           WRITE F39-ADJ-REGISTER-LINE FROM SPACES
           MOVE W31-ARG-SUMMARY-LINE TO F39-ADJ-REGISTER-LINE
           WRITE F39-ADJ-REGISTER-LINE
          .
      *EVERY STATEMENT AND PAY RECORD IS WRITTEN - THE TRUE-UPS PAID
      *THIS RUN ARE NOW MOVED ONTO THE REGISTER, STAMPED WITH THE
      *BUSINESS DATE AND RUN THEY WERE PAID ON
       430-POST-TRUE-UPS.
           PERFORM 431-POST-ONE-TRUE-UP
               VARYING W36-IDX FROM 1 BY 1
               UNTIL W36-IDX > W36-POST-COUNT
          .
       431-POST-ONE-TRUE-UP.
           MOVE W36-POST-KEY (W36-IDX) TO F69-CPR-KEY
           READ F69-COMM-PAID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE W36-POST-SOLD (W36-IDX)  TO F69-CPR-SOLD-PRICE
                   MOVE W36-POST-SHARE (W36-IDX) TO F69-CPR-SHARE-PCT
                   MOVE W36-POST-COMM (W36-IDX)  TO F69-CPR-COMM-PAID
                   MOVE W27-TODAY-DATE TO F69-CPR-LAST-DATE
                   MOVE W27-RUN-NUMBER TO F69-CPR-LAST-RUN
                   IF F69-CPR-TRUEUP-COUNT < 99
                       ADD 1 TO F69-CPR-TRUEUP-COUNT
                   END-IF
                   REWRITE F69-COMM-PAID-REC
           END-READ
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F16-SORTED-CARS
                 F12-STATEMENT-FILE
                 F13-PAY-FILE
                 F39-ADJ-REGISTER-FILE
                 F69-COMM-PAID-FILE
           IF W35-FNI-PRESENT
               CLOSE F99-FNI-FILE
           END-IF
           STOP RUN.
