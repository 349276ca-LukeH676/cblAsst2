       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240080".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE DAY'S FLOOR-PLAN TRANSACTIONS, KEYED BY THE OFFICE OFF THE
      *LENDER'S FUNDING NOTICES AND PAYMENT ADVICES - A NEW FUNDING,
      *A CHANGE OF TERMS, A DELETE, A CURTAILMENT PAID OR A PAYOFF,
      *ONE PER LINE
           SELECT F65-FLOOR-TXN-FILE ASSIGN TO 'ASST2.FPT'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *THE FLOOR-PLAN LEDGER - ONE RECORD PER FINANCED UNIT, KEYED BY
      *THE SAME INVOICE NUMBER THE CAR MASTER CARRIES. THE NIGHTLY
      *FLOOR-PLAN PASS ACCRUES INTEREST ON IT AND THE MONTH-END CLOSE
      *POSTS THE MONTH'S INTEREST FROM IT. A PAID-OFF UNIT STAYS ON
      *FILE SO THE LENDER STATEMENT CAN SHOW THE PAYOFF
           SELECT F64-FLOOR-PLAN-FILE ASSIGN TO 'ASST2.FPL'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F64-FPL-INVOICE-NUM
                                    FILE STATUS IS W61-FPL-STATUS.

      *RECORD OF EVERY TRANSACTION APPLIED OR REJECTED, PLUS A FINAL
      *SUMMARY - THE SAME SHAPE AS THE MASTER MAINTENANCE LOG
           SELECT F66-FLOOR-LOG-FILE ASSIGN TO 'ASST2.FLG'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE A PAYMENT IS
      *BOOKED UNDER; THE STATUS BYTES BELONG TO THE NIGHTLY AND
      *CLOSE PROGRAMS AND ARE NOT TOUCHED HERE
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W62-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE FLOOR-PLAN TRANSACTION - A ONE-LETTER ACTION CODE, THE
      *UNIT, AND THE FUNDING TERMS. ON A FUNDING OR CHANGE THE TERMS
      *ARE TAKEN FROM THE TRANSACTION; ON A CURTAILMENT ONLY THE
      *PAYMENT AMOUNT IS LOOKED AT; ON A PAYOFF OR DELETE ONLY THE
      *INVOICE NUMBER
       FD  F65-FLOOR-TXN-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  F65-FLOOR-TXN-LINE.
           05  F65-FTX-CODE        PIC X(1).
               88 F65-FTX-FUND         VALUE 'A'.
               88 F65-FTX-CHANGE       VALUE 'C'.
               88 F65-FTX-DELETE       VALUE 'D'.
               88 F65-FTX-CURTAIL      VALUE 'R'.
               88 F65-FTX-PAYOFF       VALUE 'P'.
           05  F65-FTX-INVOICE-NUM PIC 9(5).
           05  F65-FTX-LENDER      PIC X(4).
           05  F65-FTX-FUNDED-AMT  PIC 9(6).
           05  F65-FTX-FUNDED-DATE.
               10 F65-FTX-FUNDED-YY PIC 9(2).
               10 F65-FTX-FUNDED-MM PIC 9(2).
               10 F65-FTX-FUNDED-DD PIC 9(2).
           05  F65-FTX-RATE        PIC 99V999.
           05  F65-FTX-CURT-SCHEDULE.
               10 F65-FTX-CURT-STEP OCCURS 3 TIMES.
                   15 F65-FTX-CURT-DAYS PIC 9(3).
                   15 F65-FTX-CURT-PCT  PIC 9(2).
           05  F65-FTX-PAYMENT-AMT PIC 9(6).
      *ONE FLOOR-PLAN RECORD - WHO FUNDED THE UNIT, HOW MUCH, WHEN
      *AND AT WHAT ANNUAL RATE, AND THE LENDER'S CURTAILMENT SCHEDULE
      *(UP TO THREE STEPS OF "PAY THIS PERCENT OF THE FUNDED AMOUNT
      *DOWN BY THIS MANY DAYS ON FLOOR" - UNUSED STEPS ARE ZERO).
      *THE REST IS RUNNING STATE: PRINCIPAL PAID DOWN SO FAR, STEPS
      *PAID, INTEREST ACCRUED FOR LIFE AND THROUGH WHICH DATE, AND
      *THE MONTH-TO-DATE INTEREST AND PRINCIPAL FOR THE MONTH STAMPED
      *IN F64-FPL-MTD-STAMP - A NEW MONTH'S FIRST TOUCH ZEROES THEM
       FD  F64-FLOOR-PLAN-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  F64-FLOOR-PLAN-REC.
           05  F64-FPL-INVOICE-NUM  PIC 9(5).
           05  F64-FPL-LENDER       PIC X(4).
           05  F64-FPL-FUNDED-AMT   PIC 9(6).
           05  F64-FPL-FUNDED-DATE.
               10 F64-FPL-FUNDED-YY PIC 9(2).
               10 F64-FPL-FUNDED-MM PIC 9(2).
               10 F64-FPL-FUNDED-DD PIC 9(2).
           05  F64-FPL-RATE         PIC 99V999.
           05  F64-FPL-CURT-SCHEDULE.
               10 F64-FPL-CURT-STEP OCCURS 3 TIMES.
                   15 F64-FPL-CURT-DAYS PIC 9(3).
                   15 F64-FPL-CURT-PCT  PIC 9(2).
           05  F64-FPL-CURT-PAID-STEPS PIC 9(1).
           05  F64-FPL-PRINCIPAL-PAID PIC 9(6).
           05  F64-FPL-ACCRUED-INT  PIC 9(6)V99.
           05  F64-FPL-LAST-ACCRUAL PIC 9(6).
           05  F64-FPL-MTD-STAMP.
               10 F64-FPL-MTD-YY    PIC 9(2).
               10 F64-FPL-MTD-MM    PIC 9(2).
           05  F64-FPL-MTD-INT      PIC 9(6)V99.
           05  F64-FPL-MTD-PAID     PIC 9(6).
           05  F64-FPL-STATUS       PIC X(1).
               88 F64-FPL-OPEN          VALUE 'O'.
               88 F64-FPL-PAID-OFF      VALUE 'P'.
           05  F64-FPL-PAYOFF-DATE  PIC 9(6).
      *ONE LINE PER TRANSACTION LOGGED, PLUS THE HEADING AND SUMMARY
      *LINES WRITTEN AROUND THEM
       FD  F66-FLOOR-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F66-FLOOR-LOG-LINE       PIC X(80).
      *ONE RUN-CONTROL RECORD - SAME LAYOUT AS PROGRAM1'S, KEPT IN
      *SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F20-RUN-CONTROL-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  F20-RUN-CONTROL-REC.
           05 F20-RUN-DATE.
               10 F20-RUN-YY    PIC 9(2).
               10 F20-RUN-MM    PIC 9(2).
               10 F20-RUN-DD    PIC 9(2).
           05 F20-RUN-NUMBER    PIC 9(4).
           05 F20-COMM-STATUS   PIC X(1).
           05 F20-MAINT-STATUS  PIC X(1).
           05 F20-CLOSE-STATUS  PIC X(1).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W63-FLG-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W63-FLG-HEADING-LINE2.
           05                PIC X(27) VALUE SPACES.
           05                PIC X(26) VALUE
               'FLOOR-PLAN MAINTENANCE LOG'.
           05                PIC X(27) VALUE SPACES.

       01  W63-FLG-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE 'INVOICE #'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'ACTION'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'RESULT'.
           05                PIC X(50) VALUE SPACES.

       01  W63-FLG-DETAIL-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W63-FLG-INVOICE-OUT  PIC ZZZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W63-FLG-CODE-OUT     PIC X(1).
           05                     PIC X(5) VALUE SPACES.
           05 W63-FLG-RESULT-OUT   PIC X(40).
           05                     PIC X(21) VALUE SPACES.

       01  W63-FLG-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W63-SUMMARY-LABEL-OUT PIC X(22).
           05 W63-SUMMARY-COUNT-OUT PIC ZZZ9.
           05                     PIC X(50) VALUE SPACES.

       01  W61-FPL-STATUS       PIC X(2) VALUE SPACES.
       01  W62-RUN-FILE-STATUS  PIC X(2) VALUE SPACES.

       01  W64-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

      *THE BUSINESS DATE OFF ASST2.RUN - SYSTEM DATE WHEN THE FILE IS
      *MISSING, THE SAME FALLBACK THE NIGHTLY PROGRAMS USE
       01  W65-TODAY-DATE.
           05 W65-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W65-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W65-TODAY-DD      PIC 9(2) VALUE ZERO.

      *SET BY THE FIELD CHECKS ON EACH TRANSACTION - THE SAME
      *STOP-IT-AT-THE-DOOR DISCIPLINE THE OTHER MAINTENANCE RUNS
      *APPLY TO THEIR TRANSACTIONS
       01  W66-TXN-REJECT-SWITCH PIC X(3) VALUE SPACES.
           88 W66-TXN-REJECTED       VALUE 'YES'.
       01  W66-IDX              PIC 9(1) COMP VALUE ZERO.
       01  W66-PCT-TOTAL        PIC 9(3) VALUE ZERO.

      *THE CURTAILMENT STEPS A PAYMENT HAS CAUGHT UP - THE PRINCIPAL
      *THE SCHEDULE CALLS FOR THROUGH THE LAST STEP MET, AND THE NEXT
      *STEP'S AMOUNT, FIGURED AS THE NIGHTLY CURTAILMENT LIST FIGURES IT
       01  W66-STEP-MET-SWITCH  PIC X(3) VALUE SPACES.
           88 W66-STEP-MET           VALUE 'YES'.
       01  W66-CURT-DUE         PIC 9(7) VALUE ZERO.
       01  W66-STEP-AMOUNT      PIC 9(6) VALUE ZERO.

      *WHAT IS STILL OWED THE LENDER ON THE UNIT BEING WORKED
       01  W67-BALANCE          PIC S9(7) VALUE ZERO.

      *DAYS SINCE THE UNIT WAS LAST ACCRUED AND THE INTEREST THEY
      *EARN - THE SAME 360-DAY MATH THE NIGHTLY FLOOR-PLAN PASS USES
       01  W69-DAY-MATH.
           05 W69-TODAY-DAY-NUM   PIC 9(6) VALUE ZERO.
           05 W69-ACCRUAL-DAY-NUM PIC 9(6) VALUE ZERO.
           05 W69-DAYS-TO-ACCRUE  PIC S9(5) VALUE ZERO.
           05 W69-RUN-INTEREST    PIC 9(6)V99 VALUE ZERO.
       01  W69-ACCRUAL-DATE.
           05 W69-ACCRUAL-YY      PIC 9(2).
           05 W69-ACCRUAL-MM      PIC 9(2).
           05 W69-ACCRUAL-DD      PIC 9(2).

      *COUNTS OF WHAT THE RUN ACTUALLY DID, PRINTED AS THE SUMMARY AT
      *THE END OF THE LOG
       01  W68-RUN-TOTALS.
           05 W68-FUND-COUNT     PIC 9(4) COMP VALUE ZERO.
           05 W68-CHANGE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W68-DELETE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W68-CURTAIL-COUNT  PIC 9(4) COMP VALUE ZERO.
           05 W68-PAYOFF-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W68-REJECT-COUNT   PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 100-OPEN-FILES
           PERFORM 101-PRINT-LOG-HEADINGS
           PERFORM 200-PROCESS-TRANSACTIONS
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE OFF THE RUN CONTROL - SYSTEM DATE WHEN
      *THE FILE IS MISSING, THE SAME FALLBACK THE NIGHTLY PROGRAMS USE
       090-READ-RUN-DATE.
           ACCEPT W65-TODAY-DATE FROM DATE
           OPEN INPUT F20-RUN-CONTROL-FILE
           IF W62-RUN-FILE-STATUS = '00'
               READ F20-RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F20-RUN-DATE TO W65-TODAY-DATE
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           END-IF
          .
      *OPENS THE LEDGER FOR DIRECT UPDATE - THE VERY FIRST RUN HAS NO
      *FILE YET, SO ONE IS CREATED EMPTY AND REOPENED, THE SAME WAY
      *THE BUYER MAINTENANCE RUN BOOTSTRAPS ITS MASTER
       100-OPEN-FILES.
           OPEN I-O F64-FLOOR-PLAN-FILE
           IF W61-FPL-STATUS = '35'
               OPEN OUTPUT F64-FLOOR-PLAN-FILE
               CLOSE F64-FLOOR-PLAN-FILE
               OPEN I-O F64-FLOOR-PLAN-FILE
           END-IF
           OPEN INPUT F65-FLOOR-TXN-FILE
           OPEN OUTPUT F66-FLOOR-LOG-FILE
          .
      *WRITES THE LOG HEADINGS ONCE, BEFORE THE FIRST TRANSACTION LINE
       101-PRINT-LOG-HEADINGS.
           MOVE W63-FLG-HEADING-LINE1 TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           MOVE W63-FLG-HEADING-LINE2 TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE FROM SPACES
           MOVE W63-FLG-COLUMN-HEADING TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
          .
      *READS EACH TRANSACTION IN TURN AND APPLIES IT AGAINST THE
      *LEDGER
       200-PROCESS-TRANSACTIONS.
           MOVE SPACES TO W64-DATA-REMAINS-SWITCH
           READ F65-FLOOR-TXN-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
           PERFORM 210-APPLY-ONE-TRANSACTION
               UNTIL W64-DATA-REMAINS-SWITCH = 'NO'
           CLOSE F65-FLOOR-TXN-FILE
          .
      *BRANCHES ON THE TRANSACTION CODE
       210-APPLY-ONE-TRANSACTION.
           IF F65-FTX-FUND
               PERFORM 220-APPLY-FUNDING
           ELSE
               IF F65-FTX-CHANGE
                   PERFORM 230-APPLY-CHANGE
               ELSE
                   IF F65-FTX-DELETE
                       PERFORM 240-APPLY-DELETE
                   ELSE
                       IF F65-FTX-CURTAIL
                           PERFORM 260-APPLY-CURTAILMENT
                       ELSE
                           IF F65-FTX-PAYOFF
                               PERFORM 270-APPLY-PAYOFF
                           ELSE
                               PERFORM 250-LOG-INVALID-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ F65-FLOOR-TXN-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
      *CHECKS EVERY FUNDING TERM OF A FUNDING/CHANGE TRANSACTION UP
      *FRONT AND WRITES ONE LOG LINE PER RULE VIOLATED. WHETHER THE
      *INVOICE IS REALLY ON THE CAR MASTER IS NOT CHECKED - A UNIT
      *IS OFTEN FUNDED AT THE AUCTION BEFORE IT IS KEYED ONTO THE LOT
       215-VALIDATE-TXN-FIELDS.
           MOVE SPACES TO W66-TXN-REJECT-SWITCH

           IF F65-FTX-INVOICE-NUM NOT NUMERIC
               OR F65-FTX-INVOICE-NUM = ZERO
               MOVE 'YES' TO W66-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING INVOICE'
                   TO W63-FLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F65-FTX-LENDER = SPACES
               MOVE 'YES' TO W66-TXN-REJECT-SWITCH
               MOVE 'REJECTED - MISSING LENDER CODE'
                   TO W63-FLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F65-FTX-FUNDED-AMT NOT NUMERIC
               OR F65-FTX-FUNDED-AMT = ZERO
               MOVE 'YES' TO W66-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING FUNDED AMOUNT'
                   TO W63-FLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F65-FTX-FUNDED-DATE NOT NUMERIC
               MOVE 'YES' TO W66-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID FUNDED DATE'
                   TO W63-FLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF F65-FTX-FUNDED-MM < 1 OR F65-FTX-FUNDED-MM > 12
                   OR F65-FTX-FUNDED-DD < 1 OR F65-FTX-FUNDED-DD > 31
                   MOVE 'YES' TO W66-TXN-REJECT-SWITCH
                   MOVE 'REJECTED - IMPLAUSIBLE FUNDED DATE'
                       TO W63-FLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               END-IF
           END-IF

           IF F65-FTX-RATE NOT NUMERIC OR F65-FTX-RATE = ZERO
               MOVE 'YES' TO W66-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING RATE'
                   TO W63-FLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F65-FTX-CURT-SCHEDULE NOT NUMERIC
               MOVE 'YES' TO W66-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID CURTAILMENT SCHEDULE'
                   TO W63-FLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               MOVE ZERO TO W66-PCT-TOTAL
               PERFORM 216-ADD-CURT-PCT
                   VARYING W66-IDX FROM 1 BY 1
                   UNTIL W66-IDX > 3
               IF W66-PCT-TOTAL > 100
                   MOVE 'YES' TO W66-TXN-REJECT-SWITCH
                   MOVE 'REJECTED - CURTAILMENTS OVER 100 PERCENT'
                       TO W63-FLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               END-IF
           END-IF
          .
       216-ADD-CURT-PCT.
           ADD F65-FTX-CURT-PCT (W66-IDX) TO W66-PCT-TOTAL
          .
      *BOOKS A NEW FUNDING - THE INDEXED WRITE ITSELF REJECTS AN
      *INVOICE ALREADY ON THE LEDGER. INTEREST STARTS RUNNING FROM THE
      *FUNDED DATE
       220-APPLY-FUNDING.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W66-TXN-REJECTED
               ADD 1 TO W68-REJECT-COUNT
           ELSE
               MOVE F65-FTX-INVOICE-NUM   TO F64-FPL-INVOICE-NUM
               MOVE F65-FTX-LENDER        TO F64-FPL-LENDER
               MOVE F65-FTX-FUNDED-AMT    TO F64-FPL-FUNDED-AMT
               MOVE F65-FTX-FUNDED-DATE   TO F64-FPL-FUNDED-DATE
               MOVE F65-FTX-RATE          TO F64-FPL-RATE
               MOVE F65-FTX-CURT-SCHEDULE TO F64-FPL-CURT-SCHEDULE
               MOVE ZERO                  TO F64-FPL-CURT-PAID-STEPS
                                             F64-FPL-PRINCIPAL-PAID
                                             F64-FPL-ACCRUED-INT
                                             F64-FPL-MTD-INT
                                             F64-FPL-MTD-PAID
                                             F64-FPL-PAYOFF-DATE
               MOVE F65-FTX-FUNDED-DATE   TO F64-FPL-LAST-ACCRUAL
               MOVE W65-TODAY-YY          TO F64-FPL-MTD-YY
               MOVE W65-TODAY-MM          TO F64-FPL-MTD-MM
               MOVE 'O'                   TO F64-FPL-STATUS
               WRITE F64-FLOOR-PLAN-REC
                   INVALID KEY
                       ADD 1 TO W68-REJECT-COUNT
                       MOVE 'REJECTED - UNIT ALREADY ON LEDGER'
                           TO W63-FLG-RESULT-OUT
                   NOT INVALID KEY
                       ADD 1 TO W68-FUND-COUNT
                       MOVE 'FUNDED' TO W63-FLG-RESULT-OUT
               END-WRITE
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *REPLACES A UNIT'S FUNDING TERMS - THE RUNNING STATE (PRINCIPAL
      *PAID, INTEREST ACCRUED) IS KEPT. REJECTED IF THE INVOICE ISN'T
      *ON THE LEDGER, OR IF THE NEW FUNDED AMOUNT IS LESS THAN THE
      *PRINCIPAL ALREADY PAID BACK ON IT
       230-APPLY-CHANGE.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W66-TXN-REJECTED
               ADD 1 TO W68-REJECT-COUNT
           ELSE
               MOVE F65-FTX-INVOICE-NUM TO F64-FPL-INVOICE-NUM
               READ F64-FLOOR-PLAN-FILE
                   INVALID KEY
                       ADD 1 TO W68-REJECT-COUNT
                       MOVE 'REJECTED - UNIT NOT ON LEDGER'
                           TO W63-FLG-RESULT-OUT
                   NOT INVALID KEY
                       IF F65-FTX-FUNDED-AMT < F64-FPL-PRINCIPAL-PAID
                           ADD 1 TO W68-REJECT-COUNT
                           MOVE 'REJECTED - FUNDED BELOW PRINCIPAL PAID'
                               TO W63-FLG-RESULT-OUT
                       ELSE
                           MOVE F65-FTX-LENDER TO F64-FPL-LENDER
                           MOVE F65-FTX-FUNDED-AMT
                               TO F64-FPL-FUNDED-AMT
                           MOVE F65-FTX-FUNDED-DATE
                               TO F64-FPL-FUNDED-DATE
                           MOVE F65-FTX-RATE TO F64-FPL-RATE
                           MOVE F65-FTX-CURT-SCHEDULE
                               TO F64-FPL-CURT-SCHEDULE
                           REWRITE F64-FLOOR-PLAN-REC
                           ADD 1 TO W68-CHANGE-COUNT
                           MOVE 'CHANGED' TO W63-FLG-RESULT-OUT
                       END-IF
               END-READ
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *REMOVES A UNIT FROM THE LEDGER - REJECTED IF THE INVOICE ISN'T
      *ON IT
       240-APPLY-DELETE.
           MOVE F65-FTX-INVOICE-NUM TO F64-FPL-INVOICE-NUM
           DELETE F64-FLOOR-PLAN-FILE RECORD
               INVALID KEY
                   ADD 1 TO W68-REJECT-COUNT
                   MOVE 'REJECTED - UNIT NOT ON LEDGER'
                       TO W63-FLG-RESULT-OUT
               NOT INVALID KEY
                   ADD 1 TO W68-DELETE-COUNT
                   MOVE 'DELETED' TO W63-FLG-RESULT-OUT
           END-DELETE
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *REJECTS A TRANSACTION WHOSE ACTION CODE ISN'T A, C, D, R OR P
       250-LOG-INVALID-CODE.
           ADD 1 TO W68-REJECT-COUNT
           MOVE 'REJECTED - INVALID TRANSACTION CODE'
               TO W63-FLG-RESULT-OUT
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *BOOKS A CURTAILMENT PAID TO THE LENDER - INTEREST IS FIRST
      *ACCRUED TO TODAY ON THE BALANCE OWED BEFORE THE PAYMENT, THEN
      *THE PRINCIPAL COMES DOWN BY THE PAYMENT. A STEP OF THE SCHEDULE
      *ONLY COUNTS AS MET ONCE THE PRINCIPAL PAID COVERS IT AND EVERY
      *STEP BEFORE IT. A PAYMENT BIGGER THAN THE BALANCE BELONGS ON A
      *PAYOFF
       260-APPLY-CURTAILMENT.
           MOVE F65-FTX-INVOICE-NUM TO F64-FPL-INVOICE-NUM
           READ F64-FLOOR-PLAN-FILE
               INVALID KEY
                   ADD 1 TO W68-REJECT-COUNT
                   MOVE 'REJECTED - UNIT NOT ON LEDGER'
                       TO W63-FLG-RESULT-OUT
               NOT INVALID KEY
                   COMPUTE W67-BALANCE = F64-FPL-FUNDED-AMT
                                       - F64-FPL-PRINCIPAL-PAID
                   IF NOT F64-FPL-OPEN
                       ADD 1 TO W68-REJECT-COUNT
                       MOVE 'REJECTED - UNIT ALREADY PAID OFF'
                           TO W63-FLG-RESULT-OUT
                   ELSE
                       IF F65-FTX-PAYMENT-AMT NOT NUMERIC
                           OR F65-FTX-PAYMENT-AMT = ZERO
                           ADD 1 TO W68-REJECT-COUNT
                           MOVE 'REJECTED - ZERO OR MISSING PAYMENT'
                               TO W63-FLG-RESULT-OUT
                       ELSE
                           IF F65-FTX-PAYMENT-AMT >= W67-BALANCE
                               ADD 1 TO W68-REJECT-COUNT
                               MOVE 'REJECTED - PAYMENT CLEARS BALANCE'
                                   TO W63-FLG-RESULT-OUT
                           ELSE
                               PERFORM 290-ROLL-MTD-STAMP
                               PERFORM 295-ACCRUE-TO-TODAY
                               ADD F65-FTX-PAYMENT-AMT
                                   TO F64-FPL-PRINCIPAL-PAID
                                      F64-FPL-MTD-PAID
                               PERFORM 265-COUNT-STEPS-MET
                               REWRITE F64-FLOOR-PLAN-REC
                               ADD 1 TO W68-CURTAIL-COUNT
                               MOVE 'CURTAILMENT BOOKED'
                                   TO W63-FLG-RESULT-OUT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *TOTALS THE STEPS ALREADY MET, THEN MOVES THE COUNT ON ONE STEP
      *AT A TIME FOR AS LONG AS THE PRINCIPAL PAID REACHES THE NEXT
       265-COUNT-STEPS-MET.
           MOVE ZERO TO W66-CURT-DUE
           PERFORM 266-ADD-STEP-AMOUNT
               VARYING W66-IDX FROM 1 BY 1
               UNTIL W66-IDX > F64-FPL-CURT-PAID-STEPS
           MOVE 'YES' TO W66-STEP-MET-SWITCH
           PERFORM 267-CHECK-NEXT-STEP
               UNTIL NOT W66-STEP-MET
          .
       266-ADD-STEP-AMOUNT.
           COMPUTE W66-STEP-AMOUNT ROUNDED = F64-FPL-FUNDED-AMT
               * F64-FPL-CURT-PCT (W66-IDX) / 100
           ADD W66-STEP-AMOUNT TO W66-CURT-DUE
          .
       267-CHECK-NEXT-STEP.
           IF F64-FPL-CURT-PAID-STEPS < 3
               COMPUTE W66-IDX = F64-FPL-CURT-PAID-STEPS + 1
               COMPUTE W66-STEP-AMOUNT ROUNDED = F64-FPL-FUNDED-AMT
                   * F64-FPL-CURT-PCT (W66-IDX) / 100
               IF F64-FPL-PRINCIPAL-PAID >=
                   W66-CURT-DUE + W66-STEP-AMOUNT
                   ADD W66-STEP-AMOUNT TO W66-CURT-DUE
                   ADD 1 TO F64-FPL-CURT-PAID-STEPS
               ELSE
                   MOVE 'NO' TO W66-STEP-MET-SWITCH
               END-IF
           ELSE
               MOVE 'NO' TO W66-STEP-MET-SWITCH
           END-IF
          .
      *BOOKS THE PAYOFF - INTEREST IS ACCRUED TO TODAY ON THE BALANCE
      *STILL OWED, THEN WHATEVER PRINCIPAL IS LEFT IS PAID, THE UNIT
      *STOPS ACCRUING AND DROPS OFF THE PAYOFF LIST. THE RECORD STAYS
      *ON THE LEDGER FOR THE MONTH'S LENDER STATEMENT
       270-APPLY-PAYOFF.
           MOVE F65-FTX-INVOICE-NUM TO F64-FPL-INVOICE-NUM
           READ F64-FLOOR-PLAN-FILE
               INVALID KEY
                   ADD 1 TO W68-REJECT-COUNT
                   MOVE 'REJECTED - UNIT NOT ON LEDGER'
                       TO W63-FLG-RESULT-OUT
               NOT INVALID KEY
                   IF NOT F64-FPL-OPEN
                       ADD 1 TO W68-REJECT-COUNT
                       MOVE 'REJECTED - UNIT ALREADY PAID OFF'
                           TO W63-FLG-RESULT-OUT
                   ELSE
                       COMPUTE W67-BALANCE = F64-FPL-FUNDED-AMT
                                           - F64-FPL-PRINCIPAL-PAID
                       PERFORM 290-ROLL-MTD-STAMP
                       PERFORM 295-ACCRUE-TO-TODAY
                       ADD W67-BALANCE TO F64-FPL-PRINCIPAL-PAID
                                          F64-FPL-MTD-PAID
                       MOVE 'P'            TO F64-FPL-STATUS
                       MOVE W65-TODAY-DATE TO F64-FPL-PAYOFF-DATE
                       REWRITE F64-FLOOR-PLAN-REC
                       ADD 1 TO W68-PAYOFF-COUNT
                       MOVE 'PAID OFF' TO W63-FLG-RESULT-OUT
                   END-IF
           END-READ
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *WRITES ONE LOG LINE FOR THE TRANSACTION JUST APPLIED OR REJECTED
       280-WRITE-LOG-DETAIL.
           MOVE F65-FTX-INVOICE-NUM TO W63-FLG-INVOICE-OUT
           MOVE F65-FTX-CODE        TO W63-FLG-CODE-OUT
           MOVE W63-FLG-DETAIL-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
          .
      *A RECORD LAST TOUCHED IN AN EARLIER MONTH STARTS THIS MONTH'S
      *INTEREST AND PRINCIPAL FROM ZERO - THE CLOSE HAS ALREADY
      *POSTED WHAT WAS THERE. THE NIGHTLY FLOOR-PLAN PASS DOES THE
      *SAME BEFORE IT ACCRUES
       290-ROLL-MTD-STAMP.
           IF F64-FPL-MTD-YY NOT = W65-TODAY-YY
               OR F64-FPL-MTD-MM NOT = W65-TODAY-MM
               MOVE ZERO         TO F64-FPL-MTD-INT
                                    F64-FPL-MTD-PAID
               MOVE W65-TODAY-YY TO F64-FPL-MTD-YY
               MOVE W65-TODAY-MM TO F64-FPL-MTD-MM
           END-IF
          .
      *BRINGS THE UNIT'S INTEREST UP TO TODAY ON WHAT IS OWED BEFORE
      *A PAYMENT IS BOOKED - SIMPLE INTEREST AT THE ANNUAL RATE OVER A
      *360-DAY YEAR, THE SAME AS THE NIGHTLY FLOOR-PLAN PASS, WHICH
      *THEN FINDS NO DAYS LEFT TO ACCRUE ON THIS UNIT TONIGHT
       295-ACCRUE-TO-TODAY.
           COMPUTE W69-TODAY-DAY-NUM = (W65-TODAY-YY * 360)
                                     + (W65-TODAY-MM * 30)
                                     +  W65-TODAY-DD
           MOVE F64-FPL-LAST-ACCRUAL TO W69-ACCRUAL-DATE
           COMPUTE W69-ACCRUAL-DAY-NUM = (W69-ACCRUAL-YY * 360)
                                       + (W69-ACCRUAL-MM * 30)
                                       +  W69-ACCRUAL-DD
           COMPUTE W69-DAYS-TO-ACCRUE = W69-TODAY-DAY-NUM
                                      - W69-ACCRUAL-DAY-NUM
           IF W69-DAYS-TO-ACCRUE > ZERO AND W67-BALANCE > ZERO
               COMPUTE W69-RUN-INTEREST ROUNDED = W67-BALANCE
                   * F64-FPL-RATE / 100
                   * W69-DAYS-TO-ACCRUE / 360
               ADD W69-RUN-INTEREST TO F64-FPL-ACCRUED-INT
                                       F64-FPL-MTD-INT
               MOVE W65-TODAY-DATE TO F64-FPL-LAST-ACCRUAL
           END-IF
          .
      *CLOSES OUT THE LOG WITH A COUNT OF EACH KIND OF TRANSACTION
       400-PRINT-SUMMARY.
           WRITE F66-FLOOR-LOG-LINE FROM SPACES
           MOVE 'UNITS FUNDED' TO W63-SUMMARY-LABEL-OUT
           MOVE W68-FUND-COUNT TO W63-SUMMARY-COUNT-OUT
           MOVE W63-FLG-SUMMARY-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           MOVE 'TERMS CHANGED' TO W63-SUMMARY-LABEL-OUT
           MOVE W68-CHANGE-COUNT TO W63-SUMMARY-COUNT-OUT
           MOVE W63-FLG-SUMMARY-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           MOVE 'UNITS DELETED' TO W63-SUMMARY-LABEL-OUT
           MOVE W68-DELETE-COUNT TO W63-SUMMARY-COUNT-OUT
           MOVE W63-FLG-SUMMARY-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           MOVE 'CURTAILMENTS BOOKED' TO W63-SUMMARY-LABEL-OUT
           MOVE W68-CURTAIL-COUNT TO W63-SUMMARY-COUNT-OUT
           MOVE W63-FLG-SUMMARY-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           MOVE 'UNITS PAID OFF' TO W63-SUMMARY-LABEL-OUT
           MOVE W68-PAYOFF-COUNT TO W63-SUMMARY-COUNT-OUT
           MOVE W63-FLG-SUMMARY-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
           MOVE 'TRANSACTIONS REJECTED' TO W63-SUMMARY-LABEL-OUT
           MOVE W68-REJECT-COUNT TO W63-SUMMARY-COUNT-OUT
           MOVE W63-FLG-SUMMARY-LINE TO F66-FLOOR-LOG-LINE
           WRITE F66-FLOOR-LOG-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F64-FLOOR-PLAN-FILE
                 F66-FLOOR-LOG-FILE
           STOP RUN.
