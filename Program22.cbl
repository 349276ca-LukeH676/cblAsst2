       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240087".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE DAY'S F&I TRANSACTIONS, KEYED IN BY THE FINANCE OFFICE OFF
      *THE SIGNED PRODUCT CONTRACTS - ADD, CHANGE OR DELETE, THE SAME
      *SHAPE AS THE ACQUISITION FILE'S TRANSACTIONS, PLUS A CANCEL
      *FOR A CONTRACT THE CUSTOMER HAS ENDED EARLY
           SELECT F100-FNI-TXN-FILE ASSIGN TO 'ASST2.FNT'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *THE F&I PRODUCT FILE - ONE RECORD PER BACK-END PRODUCT SOLD
      *WITH A CAR, KEYED BY THE CAR'S INVOICE NUMBER AND THE PRODUCT
      *TYPE, SO A DEAL CAN CARRY A SERVICE CONTRACT, GAP AND PAINT
      *PROTECTION SIDE BY SIDE. THE COMMISSION RUN SHOWS THE GROSS,
      *THE STATEMENT RUN PAYS THE FINANCE MANAGER ON IT AND THE
      *MONTH-END CLOSE ARCHIVES AND JOURNALS IT. RECORDS ARE KEPT
      *AFTER THE CLOSE SO A CONTRACT CAN STILL BE CANCELLED
           SELECT F99-FNI-FILE      ASSIGN TO 'ASST2.FNI'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F99-FNI-KEY
                                    FILE STATUS IS W61-FNI-STATUS.

      *RECORD OF EVERY TRANSACTION APPLIED OR REJECTED, PLUS A FINAL
      *SUMMARY - THE SAME SHAPE AS THE MASTER MAINTENANCE LOG
           SELECT F101-FNI-LOG-FILE ASSIGN TO 'ASST2.FNL'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *SALESPERSON MASTER - THE FINANCE MANAGER ON A PRODUCT MUST BE
      *ON IT AND ACTIVE, THE SAME RULE A SALESPERSON ON A DEAL MEETS.
      *IF THE FILE IS MISSING THE CHECK IS SKIPPED, MATCHING PROGRAM1
           SELECT F08-SALESPERSON-FILE ASSIGN TO 'ASST2.SPM'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-SPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE F&I TRANSACTION - A ONE-LETTER ACTION CODE, THE SAME DEAL
      *FIELDS AS THE F&I RECORD, THEN THE CANCEL DATE. ON AN ADD OR
      *CHANGE EVERY DEAL FIELD IS TAKEN FROM THE TRANSACTION; ON A
      *DELETE ONLY THE INVOICE AND PRODUCT ARE LOOKED AT; ON A CANCEL
      *ONLY THE INVOICE, PRODUCT AND CANCEL DATE
       FD  F100-FNI-TXN-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  F100-FNI-TXN-LINE.
           05  F100-FTX-CODE       PIC X(1).
               88 F100-FTX-ADD         VALUE 'A'.
               88 F100-FTX-CHANGE      VALUE 'C'.
               88 F100-FTX-DELETE      VALUE 'D'.
               88 F100-FTX-CANCEL      VALUE 'X'.
      *SAME SHAPE AS F99-FNI-DEAL SO AN ADD OR CHANGE CAN MOVE THIS
      *WHOLE GROUP ONTO THE RECORD IN ONE STATEMENT
           05  F100-FNI-FIELDS.
               10 F100-FTX-KEY.
                   15 F100-FTX-INVOICE-NUM PIC 9(5).
                   15 F100-FTX-PRODUCT     PIC X(1).
                       88 F100-FTX-PRODUCT-VALID VALUE 'S' 'G' 'P'.
               10 F100-FTX-PROVIDER    PIC X(10).
               10 F100-FTX-SALE-PRICE  PIC 9(6).
               10 F100-FTX-COST        PIC 9(6).
               10 F100-FTX-TERM        PIC 9(3).
               10 F100-FTX-FIN-MGR     PIC X(7).
               10 F100-FTX-SALE-DATE.
                   15 F100-FTX-SALE-YY PIC 9(2).
                   15 F100-FTX-SALE-MM PIC 9(2).
                   15 F100-FTX-SALE-DD PIC 9(2).
           05  F100-FTX-CANCEL-DATE.
               10 F100-FTX-CANCEL-YY   PIC 9(2).
               10 F100-FTX-CANCEL-MM   PIC 9(2).
               10 F100-FTX-CANCEL-DD   PIC 9(2).
      *ONE F&I PRODUCT - THE DEAL AS SOLD (PROVIDER, WHAT THE
      *CUSTOMER PAID, WHAT THE PROVIDER CHARGES US, THE TERM IN
      *MONTHS, THE FINANCE MANAGER WHO WROTE IT AND THE SALE DATE),
      *THEN WHAT HAS HAPPENED TO IT SINCE. THE GROSS IS SALE PRICE
      *LESS COST WHEREVER IT IS USED
       FD  F99-FNI-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  F99-FNI-REC.
           05  F99-FNI-DEAL.
               10 F99-FNI-KEY.
                   15 F99-FNI-INVOICE-NUM PIC 9(5).
      *'S' SERVICE CONTRACT, 'G' GAP, 'P' PAINT PROTECTION
                   15 F99-FNI-PRODUCT     PIC X(1).
                       88 F99-FNI-SERVICE-CONTRACT VALUE 'S'.
                       88 F99-FNI-GAP              VALUE 'G'.
                       88 F99-FNI-PAINT            VALUE 'P'.
               10 F99-FNI-PROVIDER    PIC X(10).
               10 F99-FNI-SALE-PRICE  PIC 9(6).
               10 F99-FNI-COST        PIC 9(6).
               10 F99-FNI-TERM        PIC 9(3).
               10 F99-FNI-FIN-MGR     PIC X(7).
               10 F99-FNI-SALE-DATE.
                   15 F99-FNI-SALE-YY PIC 9(2).
                   15 F99-FNI-SALE-MM PIC 9(2).
                   15 F99-FNI-SALE-DD PIC 9(2).
      *'A' IN FORCE, 'C' CANCELLED BY THE CUSTOMER
           05  F99-FNI-STATUS         PIC X(1).
               88 F99-FNI-ACTIVE          VALUE 'A'.
               88 F99-FNI-CANCELLED       VALUE 'C'.
           05  F99-FNI-CANCEL-DATE    PIC 9(6).
           05  F99-FNI-REFUND         PIC 9(6).
      *THE FINANCE-OFFICE COMMISSION 4240068 PAID ON THE PRODUCT,
      *WHO IT PAID AND WHEN - ZERO AND BLANK UNTIL IT IS PAID
           05  F99-FNI-COMM-PAID      PIC 9(6).
           05  F99-FNI-PAID-TO        PIC X(7).
           05  F99-FNI-PAID-DATE      PIC 9(6).
           05  F99-FNI-PAID-RUN       PIC 9(4).
      *THE SHARE OF THAT COMMISSION TAKEN BACK WHEN IT WAS CANCELLED
           05  F99-FNI-CHARGEBACK     PIC 9(6).
      *THE MONTH (YYMM) THE CLOSE ARCHIVED THE PRODUCT WITH ITS CAR,
      *AND THE MONTH A LATER CANCELLATION'S REFUND WENT ON THE
      *JOURNAL - ZERO UNTIL EACH HAPPENS
           05  F99-FNI-CLOSED-STAMP   PIC 9(4).
           05  F99-FNI-REFUND-POSTED  PIC 9(4).
      *THE BUSINESS DATE AND RUN 4240068 TOOK THE CHARGEBACK OFF THE
      *FINANCE MANAGER'S PAY - ZERO UNTIL IT IS TAKEN, SO IT COMES OFF
      *ONE STATEMENT ONLY. A DATE OF 999999 MARKS ONE SENT TO PAYROLL
      *ON THE ADJUSTMENT FILE BEFORE THE STAMP EXISTED
           05  F99-FNI-CHGBK-DATE     PIC 9(6).
           05  F99-FNI-CHGBK-RUN      PIC 9(4).
      *ONE LINE PER TRANSACTION LOGGED, PLUS THE HEADING AND SUMMARY
      *LINES WRITTEN AROUND THEM
       FD  F101-FNI-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F101-FNI-LOG-LINE        PIC X(80).
      *ONE SALESPERSON MASTER RECORD - SAME LAYOUT AS PROGRAM1'S
       FD  F08-SALESPERSON-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  F08-SALESPERSON-REC.
           05 F08-SP-CODE       PIC X(7).
           05 F08-SP-NAME       PIC X(25).
           05 F08-SP-HIRE-DATE  PIC 9(6).
           05 F08-SP-STATUS     PIC X(1).
               88 F08-SP-ACTIVE     VALUE 'A'.
               88 F08-SP-TERMINATED VALUE 'T'.
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W62-FNL-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W62-FNL-HEADING-LINE2.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(27) VALUE
               'F&I PRODUCT MAINTENANCE LOG'.
           05                PIC X(25) VALUE SPACES.

       01  W62-FNL-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE 'INVOICE #'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(4)  VALUE 'PROD'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(6)  VALUE 'ACTION'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'RESULT'.
           05                PIC X(45) VALUE SPACES.

       01  W62-FNL-DETAIL-LINE.
           05                      PIC X(4) VALUE SPACES.
           05 W62-FNL-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(5) VALUE SPACES.
           05 W62-FNL-PRODUCT-OUT  PIC X(1).
           05                      PIC X(5) VALUE SPACES.
           05 W62-FNL-CODE-OUT     PIC X(1).
           05                      PIC X(5) VALUE SPACES.
           05 W62-FNL-RESULT-OUT   PIC X(40).
           05                      PIC X(14) VALUE SPACES.

      *SECOND LINE UNDER AN APPLIED CANCEL - THE MONTHS USED OF THE
      *TERM, THE CUSTOMER'S REFUND AND THE CHARGEBACK RAISED
       01  W62-FNL-CANCEL-LINE.
           05                      PIC X(26) VALUE SPACES.
           05                      PIC X(5)  VALUE 'USED '.
           05 W62-CXL-USED-OUT     PIC ZZ9.
           05                      PIC X(1)  VALUE '/'.
           05 W62-CXL-TERM-OUT     PIC ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'REFUND '.
           05 W62-CXL-REFUND-OUT   PIC ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'CHGBK '.
           05 W62-CXL-CHGBK-OUT    PIC ZZ,ZZ9.
           05                      PIC X(1)  VALUE SPACES.
           05 W62-CXL-PAID-TO-OUT  PIC X(7).
           05                      PIC X(4)  VALUE SPACES.

       01  W62-FNL-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W62-SUMMARY-LABEL-OUT PIC X(22).
           05 W62-SUMMARY-COUNT-OUT PIC ZZZ9.
           05                     PIC X(50) VALUE SPACES.

       01  W61-FILE-STATUSES.
           05 W61-FNI-STATUS      PIC X(2) VALUE SPACES.
           05 W61-SPM-STATUS      PIC X(2) VALUE SPACES.

       01  W63-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

      *SET BY THE FIELD CHECKS ON EACH TRANSACTION - THE SAME
      *STOP-IT-AT-THE-DOOR DISCIPLINE THE ACQUISITION AND BUYER
      *MAINTENANCE RUNS APPLY TO THEIR TRANSACTIONS
       01  W64-TXN-REJECT-SWITCH PIC X(3) VALUE SPACES.
           88 W64-TXN-REJECTED       VALUE 'YES'.

      *COUNTS OF WHAT THE RUN ACTUALLY DID, PRINTED AS THE SUMMARY AT
      *THE END OF THE LOG
       01  W65-RUN-TOTALS.
           05 W65-ADD-COUNT      PIC 9(4) COMP VALUE ZERO.
           05 W65-CHANGE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W65-DELETE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W65-CANCEL-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W65-CHGBK-COUNT    PIC 9(4) COMP VALUE ZERO.
           05 W65-REJECT-COUNT   PIC 9(4) COMP VALUE ZERO.

      *SALESPERSON MASTER HELD IN MEMORY - SAME SHAPE AS PROGRAM3'S
      *W26-SALESPERSON-TABLE. W66-SP-LOADED-SWITCH STAYS 'NO' WHEN
      *ASST2.SPM IS MISSING SO THE CHECK IS SKIPPED, NOT FAILED
       01  W66-SALESPERSON-TABLE.
           05 W66-SP-ENTRY OCCURS 200 TIMES.
               10 W66-SP-CODE   PIC X(7).
               10 W66-SP-STATUS PIC X(1).
       01  W66-SP-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  W66-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W66-MATCH-IDX        PIC 9(3) COMP VALUE ZERO.
       01  W66-SP-LOADED-SWITCH PIC X(3) VALUE 'NO'.
           88 W66-SP-MASTER-LOADED  VALUE 'YES'.

      *CANCELLATION MATH - WHOLE MONTHS OF THE TERM USED, COUNTING A
      *PART MONTH AS USED, AND WHAT IS LEFT. A GAP THAT COMES OUT
      *NEGATIVE HAS CROSSED A CENTURY AND GETS 1200 MONTHS ADDED,
      *THE SAME RULE THE CUSTOMER REPORTS USE; ONE STILL PAST 600
      *MONTHS MEANS THE CANCEL DATE IS AHEAD OF THE SALE DATE
       01  W67-CANCEL-MATH.
           05 W67-USED-MONTHS    PIC S9(5) VALUE ZERO.
           05 W67-UNUSED-MONTHS  PIC 9(3)  VALUE ZERO.
           05 W67-REFUND-MATH    PIC 9(6)  VALUE ZERO.
           05 W67-CHGBK-MATH     PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 101-PRINT-LOG-HEADINGS
           PERFORM 105-LOAD-SALESPERSON-MASTER
           PERFORM 200-PROCESS-TRANSACTIONS
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
      *OPENS THE F&I FILE FOR DIRECT UPDATE - THE VERY FIRST RUN HAS
      *NO FILE YET, SO ONE IS CREATED EMPTY AND REOPENED, THE SAME WAY
      *THE ACQUISITION MAINTENANCE RUN BOOTSTRAPS ITS FILE
       100-OPEN-FILES.
           OPEN I-O F99-FNI-FILE
           IF W61-FNI-STATUS = '35'
               OPEN OUTPUT F99-FNI-FILE
               CLOSE F99-FNI-FILE
               OPEN I-O F99-FNI-FILE
           END-IF
           OPEN INPUT F100-FNI-TXN-FILE
           OPEN OUTPUT F101-FNI-LOG-FILE
          .
      *WRITES THE LOG HEADINGS ONCE, BEFORE THE FIRST TRANSACTION LINE
       101-PRINT-LOG-HEADINGS.
           MOVE W62-FNL-HEADING-LINE1 TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           MOVE W62-FNL-HEADING-LINE2 TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE FROM SPACES
           MOVE W62-FNL-COLUMN-HEADING TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
          .
      *LOADS THE SALESPERSON MASTER SO THE FINANCE MANAGER ON AN ADD
      *OR CHANGE CAN BE CHECKED AGAINST IT
       105-LOAD-SALESPERSON-MASTER.
           OPEN INPUT F08-SALESPERSON-FILE
           IF W61-SPM-STATUS = '00'
               MOVE 'YES' TO W66-SP-LOADED-SWITCH
               MOVE SPACES TO W63-DATA-REMAINS-SWITCH
               READ F08-SALESPERSON-FILE
                   AT END MOVE 'NO' TO W63-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 106-ADD-SALESPERSON-ENTRY
                   UNTIL W63-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F08-SALESPERSON-FILE
           END-IF
          .
       106-ADD-SALESPERSON-ENTRY.
           IF W66-SP-COUNT < 200
               ADD 1 TO W66-SP-COUNT
               MOVE F08-SP-CODE   TO W66-SP-CODE (W66-SP-COUNT)
               MOVE F08-SP-STATUS TO W66-SP-STATUS (W66-SP-COUNT)
           END-IF
           READ F08-SALESPERSON-FILE
               AT END MOVE 'NO' TO W63-DATA-REMAINS-SWITCH
           END-READ
          .
      *LOOKS THE TRANSACTION'S FINANCE MANAGER UP ON THE SALESPERSON
      *TABLE - THE SCAN ALWAYS RUNS TO THE END RATHER THAN
      *SHORT-CIRCUITING, LEAVING THE MATCH IN W66-MATCH-IDX
       107-FIND-FINANCE-MANAGER.
           MOVE ZERO TO W66-MATCH-IDX
           PERFORM 108-SCAN-SALESPERSON-TABLE
               VARYING W66-IDX FROM 1 BY 1
               UNTIL W66-IDX > W66-SP-COUNT
          .
       108-SCAN-SALESPERSON-TABLE.
           IF W66-SP-CODE (W66-IDX) = F100-FTX-FIN-MGR
               MOVE W66-IDX TO W66-MATCH-IDX
           END-IF
          .
      *READS EACH TRANSACTION IN TURN AND APPLIES IT AGAINST THE F&I
      *FILE
       200-PROCESS-TRANSACTIONS.
           MOVE SPACES TO W63-DATA-REMAINS-SWITCH
           READ F100-FNI-TXN-FILE
               AT END MOVE 'NO' TO W63-DATA-REMAINS-SWITCH
           END-READ
           PERFORM 210-APPLY-ONE-TRANSACTION
               UNTIL W63-DATA-REMAINS-SWITCH = 'NO'
           CLOSE F100-FNI-TXN-FILE
          .
      *BRANCHES ON THE TRANSACTION CODE
       210-APPLY-ONE-TRANSACTION.
           IF F100-FTX-ADD
               PERFORM 220-APPLY-ADD
           ELSE
               IF F100-FTX-CHANGE
                   PERFORM 230-APPLY-CHANGE
               ELSE
                   IF F100-FTX-DELETE
                       PERFORM 240-APPLY-DELETE
                   ELSE
                       IF F100-FTX-CANCEL
                           PERFORM 260-APPLY-CANCEL
                       ELSE
                           PERFORM 250-LOG-INVALID-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ F100-FNI-TXN-FILE
               AT END MOVE 'NO' TO W63-DATA-REMAINS-SWITCH
           END-READ
          .
      *CHECKS EVERY FIELD OF AN ADD/CHANGE TRANSACTION UP FRONT AND
      *WRITES ONE LOG LINE PER RULE VIOLATED, SO THE OFFICE CAN SEE
      *EXACTLY WHAT TO FIX BEFORE RESUBMITTING IT. WHETHER THE
      *INVOICE IS REALLY ON THE CAR MASTER IS NOT CHECKED, THE SAME AS
      *THE ACQUISITION AND BUYER FILES - THE PAPERWORK IS OFTEN KEYED
      *BEFORE THE DEAL IS. A COST ABOVE THE SALE PRICE IS REFUSED, SO
      *NO PRODUCT EVER CARRIES A NEGATIVE GROSS
       215-VALIDATE-TXN-FIELDS.
           MOVE SPACES TO W64-TXN-REJECT-SWITCH

           IF F100-FTX-INVOICE-NUM NOT NUMERIC
               OR F100-FTX-INVOICE-NUM = ZERO
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING INVOICE'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF NOT F100-FTX-PRODUCT-VALID
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - PRODUCT NOT S, G OR P'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F100-FTX-PROVIDER = SPACES
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - MISSING PROVIDER'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F100-FTX-SALE-PRICE NOT NUMERIC
               OR F100-FTX-SALE-PRICE = ZERO
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING SALE PRICE'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F100-FTX-COST NOT NUMERIC
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID COST'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF F100-FTX-SALE-PRICE NUMERIC
                   AND F100-FTX-COST > F100-FTX-SALE-PRICE
                   MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                   MOVE 'REJECTED - COST ABOVE SALE PRICE'
                       TO W62-FNL-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               END-IF
           END-IF

           IF F100-FTX-TERM NOT NUMERIC
               OR F100-FTX-TERM = ZERO
               OR F100-FTX-TERM > 120
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - TERM NOT 1 TO 120 MONTHS'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F100-FTX-FIN-MGR = SPACES
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - MISSING FINANCE MANAGER'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF W66-SP-MASTER-LOADED
                   PERFORM 107-FIND-FINANCE-MANAGER
                   IF W66-MATCH-IDX = ZERO
                       MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                       MOVE 'REJECTED - FIN MGR NOT ON MASTER'
                           TO W62-FNL-RESULT-OUT
                       PERFORM 280-WRITE-LOG-DETAIL
                   ELSE
                       IF W66-SP-STATUS (W66-MATCH-IDX) = 'T'
                           MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                           MOVE 'REJECTED - FIN MGR TERMINATED'
                               TO W62-FNL-RESULT-OUT
                           PERFORM 280-WRITE-LOG-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF F100-FTX-SALE-DATE NOT NUMERIC
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID SALE DATE'
                   TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF F100-FTX-SALE-MM < 1 OR F100-FTX-SALE-MM > 12
                   OR F100-FTX-SALE-DD < 1 OR F100-FTX-SALE-DD > 31
                   MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                   MOVE 'REJECTED - IMPLAUSIBLE SALE DATE'
                       TO W62-FNL-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               END-IF
           END-IF
          .
      *ADDS A NEW PRODUCT IN FORCE, UNPAID, NEVER CANCELLED OR
      *ARCHIVED - THE INDEXED WRITE ITSELF REJECTS A PRODUCT THE
      *INVOICE ALREADY CARRIES
       220-APPLY-ADD.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W64-TXN-REJECTED
               ADD 1 TO W65-REJECT-COUNT
           ELSE
               MOVE F100-FNI-FIELDS TO F99-FNI-DEAL
               MOVE 'A'    TO F99-FNI-STATUS
               MOVE SPACES TO F99-FNI-PAID-TO
               MOVE ZERO   TO F99-FNI-CANCEL-DATE
                              F99-FNI-REFUND
                              F99-FNI-COMM-PAID
                              F99-FNI-PAID-DATE
                              F99-FNI-PAID-RUN
                              F99-FNI-CHARGEBACK
                              F99-FNI-CLOSED-STAMP
                              F99-FNI-REFUND-POSTED
                              F99-FNI-CHGBK-DATE
                              F99-FNI-CHGBK-RUN
               WRITE F99-FNI-REC
                   INVALID KEY
                       ADD 1 TO W65-REJECT-COUNT
                       MOVE 'REJECTED - PRODUCT ALREADY ON FILE'
                           TO W62-FNL-RESULT-OUT
                   NOT INVALID KEY
                       ADD 1 TO W65-ADD-COUNT
                       MOVE 'ADDED' TO W62-FNL-RESULT-OUT
               END-WRITE
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *OVERWRITES AN EXISTING PRODUCT'S DEAL FIELDS IN PLACE - ONLY
      *WHILE NOTHING HAS HAPPENED TO IT YET. ONCE THE COMMISSION IS
      *PAID, THE CONTRACT CANCELLED OR THE CAR CLOSED OUT, THE
      *FIGURES ARE WHAT THE MONEY MOVED ON AND A CANCEL IS THE ONLY
      *WAY TO UNDO THEM
       230-APPLY-CHANGE.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W64-TXN-REJECTED
               ADD 1 TO W65-REJECT-COUNT
           ELSE
               MOVE F100-FTX-KEY TO F99-FNI-KEY
               READ F99-FNI-FILE
                   INVALID KEY
                       ADD 1 TO W65-REJECT-COUNT
                       MOVE 'REJECTED - PRODUCT NOT ON FILE'
                           TO W62-FNL-RESULT-OUT
                   NOT INVALID KEY
                       IF F99-FNI-COMM-PAID NOT = ZERO
                           OR F99-FNI-CANCELLED
                           OR F99-FNI-CLOSED-STAMP NOT = ZERO
                           ADD 1 TO W65-REJECT-COUNT
                           MOVE 'REJECTED - PAID, CANCELLED OR CLOSED'
                               TO W62-FNL-RESULT-OUT
                       ELSE
                           MOVE F100-FNI-FIELDS TO F99-FNI-DEAL
                           REWRITE F99-FNI-REC
                           ADD 1 TO W65-CHANGE-COUNT
                           MOVE 'CHANGED' TO W62-FNL-RESULT-OUT
                       END-IF
               END-READ
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *REMOVES A PRODUCT KEYED IN ERROR - THE SAME ONLY-WHILE-
      *UNTOUCHED RULE AS A CHANGE, SO NO PAID OR CANCELLED CONTRACT
      *CAN LOSE ITS TRAIL
       240-APPLY-DELETE.
           MOVE F100-FTX-KEY TO F99-FNI-KEY
           READ F99-FNI-FILE
               INVALID KEY
                   ADD 1 TO W65-REJECT-COUNT
                   MOVE 'REJECTED - PRODUCT NOT ON FILE'
                       TO W62-FNL-RESULT-OUT
               NOT INVALID KEY
                   IF F99-FNI-COMM-PAID NOT = ZERO
                       OR F99-FNI-CANCELLED
                       OR F99-FNI-CLOSED-STAMP NOT = ZERO
                       ADD 1 TO W65-REJECT-COUNT
                       MOVE 'REJECTED - PAID, CANCELLED OR CLOSED'
                           TO W62-FNL-RESULT-OUT
                   ELSE
                       DELETE F99-FNI-FILE RECORD
                       ADD 1 TO W65-DELETE-COUNT
                       MOVE 'DELETED' TO W62-FNL-RESULT-OUT
                   END-IF
           END-READ
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *REJECTS A TRANSACTION WHOSE ACTION CODE ISN'T A, C, D OR X
       250-LOG-INVALID-CODE.
           ADD 1 TO W65-REJECT-COUNT
           MOVE 'REJECTED - INVALID TRANSACTION CODE'
               TO W62-FNL-RESULT-OUT
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *CANCELS A CONTRACT THE CUSTOMER HAS ENDED EARLY - THE REFUND
      *IS THE SALE PRICE PRORATED OVER THE MONTHS OF THE TERM NOT
      *USED, AND WHEN THE FINANCE-OFFICE COMMISSION WAS ALREADY PAID
      *THE SAME SHARE OF IT IS CHARGED BACK AGAINST WHOEVER WAS PAID.
      *THE CHARGEBACK IS ONLY RECORDED ON THE PRODUCT - THE NEXT
      *STATEMENT RUN TAKES IT OFF THEIR PAY AND STAMPS IT TAKEN
       260-APPLY-CANCEL.
           MOVE SPACES TO W64-TXN-REJECT-SWITCH
           IF F100-FTX-CANCEL-DATE NOT NUMERIC
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID CANCEL DATE'
                   TO W62-FNL-RESULT-OUT
           ELSE
               IF F100-FTX-CANCEL-MM < 1 OR F100-FTX-CANCEL-MM > 12
                   OR F100-FTX-CANCEL-DD < 1
                   OR F100-FTX-CANCEL-DD > 31
                   MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                   MOVE 'REJECTED - IMPLAUSIBLE CANCEL DATE'
                       TO W62-FNL-RESULT-OUT
               END-IF
           END-IF
           IF NOT W64-TXN-REJECTED
               MOVE F100-FTX-KEY TO F99-FNI-KEY
               READ F99-FNI-FILE
                   INVALID KEY
                       MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                       MOVE 'REJECTED - PRODUCT NOT ON FILE'
                           TO W62-FNL-RESULT-OUT
                   NOT INVALID KEY
                       IF F99-FNI-CANCELLED
                           MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                           MOVE 'REJECTED - ALREADY CANCELLED'
                               TO W62-FNL-RESULT-OUT
                       ELSE
                           PERFORM 265-FIGURE-REFUND
                       END-IF
               END-READ
           END-IF
           IF W64-TXN-REJECTED
               ADD 1 TO W65-REJECT-COUNT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               MOVE 'C'                  TO F99-FNI-STATUS
               MOVE F100-FTX-CANCEL-DATE TO F99-FNI-CANCEL-DATE
               MOVE W67-REFUND-MATH      TO F99-FNI-REFUND
               MOVE W67-CHGBK-MATH       TO F99-FNI-CHARGEBACK
               REWRITE F99-FNI-REC
               IF W67-CHGBK-MATH > ZERO
                   ADD 1 TO W65-CHGBK-COUNT
               END-IF
               ADD 1 TO W65-CANCEL-COUNT
               MOVE 'CANCELLED' TO W62-FNL-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
               PERFORM 285-WRITE-CANCEL-DETAIL
           END-IF
          .
      *FIGURES THE MONTHS USED BETWEEN SALE AND CANCEL - A PART MONTH
      *COUNTS AS USED - THEN THE PRORATED REFUND AND CHARGEBACK. A
      *CONTRACT CANCELLED AFTER ITS TERM HAS RUN OUT REFUNDS NOTHING
       265-FIGURE-REFUND.
           COMPUTE W67-USED-MONTHS =
               (F100-FTX-CANCEL-YY * 12 + F100-FTX-CANCEL-MM)
             - (F99-FNI-SALE-YY * 12 + F99-FNI-SALE-MM)
           IF W67-USED-MONTHS < ZERO
               ADD 1200 TO W67-USED-MONTHS
           END-IF
           IF W67-USED-MONTHS > 600
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - CANCEL DATE BEFORE SALE DATE'
                   TO W62-FNL-RESULT-OUT
           ELSE
               IF F100-FTX-CANCEL-DD > F99-FNI-SALE-DD
                   ADD 1 TO W67-USED-MONTHS
               END-IF
               IF W67-USED-MONTHS >= F99-FNI-TERM
                   MOVE ZERO TO W67-UNUSED-MONTHS
               ELSE
                   COMPUTE W67-UNUSED-MONTHS =
                       F99-FNI-TERM - W67-USED-MONTHS
               END-IF
               COMPUTE W67-REFUND-MATH ROUNDED =
                   F99-FNI-SALE-PRICE * W67-UNUSED-MONTHS
                                      / F99-FNI-TERM
               COMPUTE W67-CHGBK-MATH ROUNDED =
                   F99-FNI-COMM-PAID * W67-UNUSED-MONTHS
                                     / F99-FNI-TERM
           END-IF
          .
      *WRITES ONE LOG LINE FOR THE TRANSACTION JUST APPLIED OR REJECTED
       280-WRITE-LOG-DETAIL.
           MOVE F100-FTX-INVOICE-NUM TO W62-FNL-INVOICE-OUT
           MOVE F100-FTX-PRODUCT     TO W62-FNL-PRODUCT-OUT
           MOVE F100-FTX-CODE        TO W62-FNL-CODE-OUT
           MOVE W62-FNL-DETAIL-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
          .
      *WRITES THE REFUND AND CHARGEBACK UNDER AN APPLIED CANCEL
       285-WRITE-CANCEL-DETAIL.
           IF W67-USED-MONTHS > 999
               MOVE 999 TO W62-CXL-USED-OUT
           ELSE
               MOVE W67-USED-MONTHS TO W62-CXL-USED-OUT
           END-IF
           MOVE F99-FNI-TERM    TO W62-CXL-TERM-OUT
           MOVE W67-REFUND-MATH TO W62-CXL-REFUND-OUT
           MOVE W67-CHGBK-MATH  TO W62-CXL-CHGBK-OUT
           MOVE F99-FNI-PAID-TO TO W62-CXL-PAID-TO-OUT
           MOVE W62-FNL-CANCEL-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
          .
      *CLOSES OUT THE LOG WITH A COUNT OF EACH KIND OF TRANSACTION
       400-PRINT-SUMMARY.
           WRITE F101-FNI-LOG-LINE FROM SPACES
           MOVE 'PRODUCTS ADDED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-ADD-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-FNL-SUMMARY-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           MOVE 'PRODUCTS CHANGED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-CHANGE-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-FNL-SUMMARY-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           MOVE 'PRODUCTS DELETED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-DELETE-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-FNL-SUMMARY-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           MOVE 'CONTRACTS CANCELLED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-CANCEL-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-FNL-SUMMARY-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           MOVE 'CHARGEBACKS RAISED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-CHGBK-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-FNL-SUMMARY-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
           MOVE 'TRANSACTIONS REJECTED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-REJECT-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-FNL-SUMMARY-LINE TO F101-FNI-LOG-LINE
           WRITE F101-FNI-LOG-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F99-FNI-FILE
                 F101-FNI-LOG-FILE
           STOP RUN.
