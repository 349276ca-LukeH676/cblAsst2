       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240081".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE FLOOR-PLAN LEDGER 4240080 MAINTAINS - READ STRAIGHT
      *THROUGH THREE TIMES: ONCE TO ACCRUE THE NIGHT'S INTEREST
      *(EACH RECORD REWRITTEN IN PLACE), ONCE FOR THE CURTAILMENTS
      *COMING DUE AND ONCE FOR THE PAYOFF LIST
           SELECT F64-FLOOR-PLAN-FILE ASSIGN TO 'ASST2.FPL'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F64-FPL-INVOICE-NUM
                                    FILE STATUS IS W61-FPL-STATUS.

      *THE INDEXED CAR MASTER - READ ONLY, BY INVOICE, TO SEE WHETHER
      *A FINANCED UNIT HAS GONE TO 'S' WHILE THE LENDER IS STILL OWED
           SELECT F01-CAR-RECORDS   ASSIGN TO 'ASST2.DAT'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F01-INVOICE-NUM
                                    FILE STATUS IS W62-MASTER-STATUS.

      *THE NIGHT'S FLOOR-PLAN REPORT - INTEREST ACCRUED PER UNIT,
      *CURTAILMENTS COMING DUE, AND EVERY SOLD UNIT STILL OWED TO THE
      *LENDER
           SELECT F67-FLOOR-REPORT-FILE ASSIGN TO 'ASST2.FPR'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *LENDER RECONCILIATION STATEMENT - ONE BLOCK PER LENDER, MONTH
      *TO DATE AS OF THE BUSINESS DATE. THE ONE CUT ON THE LAST NIGHT
      *BEFORE THE CLOSE IS THE MONTH-END STATEMENT AGREED WITH THE
      *BANK; THE CLOSE THEN POSTS THE SAME MONTH'S INTEREST
           SELECT F68-LENDER-STMT-FILE ASSIGN TO 'ASST2.FPS'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE SO THE DAYS ON
      *FLOOR MATCH THE NIGHTLY REPORT'S AGING; THE STATUS BYTES
      *BELONG TO THE NIGHTLY AND CLOSE PROGRAMS AND ARE NOT TOUCHED
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W63-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE FLOOR-PLAN RECORD - SAME LAYOUT AS PROGRAM15'S
      *F64-FLOOR-PLAN-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED
      *FILES
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
      *NAME THE VARIABLES TO HOLD DATA FROM INPUT FILE
      *SAME LAYOUT AS F16-CAR-SALES IN PROGRAM1 - KEPT IN SYNC BY HAND
      *SINCE THIS PROGRAM HAS NO COPYBOOK TO SHARE
       FD  F01-CAR-RECORDS
           RECORD CONTAINS 87 CHARACTERS.
       01  F01-CAR-SALES.
           05  F01-INVOICE-NUM  PIC 9(5).
           05  F01-YEAR         PIC 9(2).
           05  F01-MAKE         PIC X(11).
           05  F01-MODEL        PIC X(13).
           05  F01-ASKING-PRICE PIC 9(6).
           05  F01-SOLD-PRICE   PIC 9(6).
           05  F01-SALES-P      PIC X(7).
           05  F01-LOT-CODE     PIC X(3).
           05  F01-TRADE-IN-ALLOW PIC 9(6).
           05  F01-STATUS         PIC X(1).
               88 F01-RECORD-SOLD    VALUE 'S'.
               88 F01-RECORD-UNSOLD  VALUE 'U'.
               88 F01-RECORD-PENDING VALUE 'P'.
           05  F01-DATE-RECEIVED  PIC 9(6).
           05  F01-SALES-P2       PIC X(7).
           05  F01-SPLIT-PCT      PIC 9(2).
           05  F01-DEPOSIT-AMT    PIC 9(6).
           05  F01-HOLD-EXPIRY    PIC 9(6).
      *ONE PRINTED REPORT LINE
       FD  F67-FLOOR-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  F67-FLOOR-REPORT-LINE    PIC X(100).
      *ONE PRINTED STATEMENT LINE
       FD  F68-LENDER-STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F68-LENDER-STMT-LINE     PIC X(80).
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

       01  W64-FPR-HEADING-LINE1.
           05                PIC X(38) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(39) VALUE SPACES.

       01  W64-FPR-HEADING-LINE2.
           05                PIC X(38) VALUE SPACES.
           05                PIC X(23) VALUE 'NIGHTLY FLOOR-PLAN RUN'.
           05                PIC X(39) VALUE SPACES.

       01  W64-FPR-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W64-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W64-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W64-RUN-DD-OUT       PIC 99.
           05                      PIC X(75) VALUE SPACES.

       01  W64-FPR-SECTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W64-SECTION-TITLE-OUT PIC X(50).
           05                      PIC X(47) VALUE SPACES.

       01  W64-ACR-COLUMN-HEADING.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(5)  VALUE 'INV #'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(4)  VALUE 'LNDR'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(7)  VALUE 'BALANCE'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(6)  VALUE '  RATE'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(5)  VALUE 'FLOOR'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(5)  VALUE 'ACCRD'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE ' THIS RUN'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(9)  VALUE 'THIS MNTH'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(10) VALUE 'LIFE TO DT'.
           05                PIC X(6)  VALUE SPACES.

       01  W64-ACR-DETAIL-LINE.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-LENDER-OUT   PIC X(4).
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-BALANCE-OUT  PIC ZZZ,ZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-RATE-OUT     PIC Z9.999.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-FLOOR-OUT    PIC ZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-DAYS-OUT     PIC ZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-RUN-INT-OUT  PIC ZZ,ZZ9.99.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-MTD-INT-OUT  PIC ZZ,ZZ9.99.
           05                      PIC X(4) VALUE SPACES.
           05 W64-ACR-LIFE-INT-OUT PIC ZZZ,ZZ9.99.
           05                      PIC X(6) VALUE SPACES.

       01  W64-CRT-COLUMN-HEADING.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(5)  VALUE 'INV #'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(4)  VALUE 'LNDR'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(5)  VALUE 'FLOOR'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(4)  VALUE 'STEP'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(6)  VALUE 'DUE AT'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(6)  VALUE 'TO DUE'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(7)  VALUE 'PAYDOWN'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(6)  VALUE 'STATUS'.
           05                PIC X(33) VALUE SPACES.

       01  W64-CRT-DETAIL-LINE.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-LENDER-OUT   PIC X(4).
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-FLOOR-OUT    PIC ZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-STEP-OUT     PIC 9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-DUE-DAY-OUT  PIC ZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-TO-DUE-OUT   PIC -ZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-AMOUNT-OUT   PIC ZZZ,ZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-CRT-STATUS-OUT   PIC X(12).
           05                      PIC X(26) VALUE SPACES.

       01  W64-PAY-COLUMN-HEADING.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(5)  VALUE 'INV #'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(4)  VALUE 'LNDR'.
           05                PIC X(5)  VALUE SPACES.
           05                PIC X(6)  VALUE 'FUNDED'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(10) VALUE 'STILL OWED'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(7)  VALUE 'PROBLEM'.
           05                PIC X(50) VALUE SPACES.

       01  W64-PAY-DETAIL-LINE.
           05                      PIC X(4) VALUE SPACES.
           05 W64-PAY-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-PAY-LENDER-OUT   PIC X(4).
           05                      PIC X(4) VALUE SPACES.
           05 W64-PAY-FUNDED-OUT   PIC ZZZ,ZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-PAY-BALANCE-OUT  PIC ZZZ,ZZ9.
           05                      PIC X(4) VALUE SPACES.
           05 W64-PAY-PROBLEM-OUT  PIC X(30).
           05                      PIC X(27) VALUE SPACES.

       01  W64-FPR-SUMMARY-LINE.
           05                      PIC X(4) VALUE SPACES.
           05 W64-SUM-LABEL-OUT    PIC X(32).
           05 W64-SUM-COUNT-OUT    PIC ZZZ9.
           05                      PIC X(3) VALUE SPACES.
           05 W64-SUM-AMOUNT-OUT   PIC $ZZ,ZZZ,ZZ9.99.
           05                      PIC X(43) VALUE SPACES.

       01  W65-FPS-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W65-FPS-HEADING-LINE2.
           05                PIC X(16) VALUE SPACES.
           05                PIC X(48) VALUE
               'FLOOR-PLAN LENDER RECONCILIATION - MONTH TO DATE'.
           05                PIC X(16) VALUE SPACES.

       01  W65-FPS-LENDER-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'LENDER '.
           05 W65-FPS-LENDER-OUT   PIC X(4).
           05                      PIC X(66) VALUE SPACES.

       01  W65-FPS-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W65-FPS-LABEL-OUT    PIC X(32).
           05 W65-FPS-COUNT-OUT    PIC ZZZZ.
           05                      PIC X(3)  VALUE SPACES.
           05 W65-FPS-AMOUNT-OUT   PIC $ZZ,ZZZ,ZZ9.99.
           05                      PIC X(21) VALUE SPACES.

       01  W61-FPL-STATUS       PIC X(2) VALUE SPACES.
       01  W62-MASTER-STATUS    PIC X(2) VALUE SPACES.
       01  W63-RUN-FILE-STATUS  PIC X(2) VALUE SPACES.

       01  W66-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

      *THE BUSINESS DATE OFF ASST2.RUN - SYSTEM DATE WHEN THE FILE IS
      *MISSING, THE SAME FALLBACK THE NIGHTLY PROGRAMS USE
       01  W67-TODAY-DATE.
           05 W67-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W67-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W67-TODAY-DD      PIC 9(2) VALUE ZERO.

      *DAYS ON FLOOR AND DAYS SINCE THE LAST ACCRUAL - THE SAME
      *360-DAY MATH THE NIGHTLY AGING SECTION USES, SO A UNIT'S DAYS
      *ON FLOOR AGREE WITH ITS DAYS ON LOT
       01  W68-DAY-MATH.
           05 W68-TODAY-DAY-NUM   PIC 9(6) VALUE ZERO.
           05 W68-FUNDED-DAY-NUM  PIC 9(6) VALUE ZERO.
           05 W68-ACCRUAL-DAY-NUM PIC 9(6) VALUE ZERO.
           05 W68-DAYS-ON-FLOOR   PIC S9(5) VALUE ZERO.
           05 W68-DAYS-TO-ACCRUE  PIC S9(5) VALUE ZERO.
           05 W68-DAYS-TO-DUE     PIC S9(5) VALUE ZERO.
       01  W68-ACCRUAL-DATE.
           05 W68-ACCRUAL-YY      PIC 9(2).
           05 W68-ACCRUAL-MM      PIC 9(2).
           05 W68-ACCRUAL-DD      PIC 9(2).

      *THE UNIT BEING WORKED - WHAT IS STILL OWED, TONIGHT'S
      *INTEREST, AND THE NEXT CURTAILMENT STEP NOT YET PAID
       01  W69-UNIT-MATH.
           05 W69-BALANCE         PIC S9(7) VALUE ZERO.
           05 W69-RUN-INTEREST    PIC 9(6)V99 VALUE ZERO.
           05 W69-NEXT-STEP       PIC 9(1) COMP VALUE ZERO.
           05 W69-STEP-AMOUNT     PIC 9(6) VALUE ZERO.
           05 W69-OPENING         PIC S9(7) VALUE ZERO.

      *HOW CLOSE TO A CURTAILMENT THRESHOLD A UNIT HAS TO BE BEFORE
      *IT IS LISTED - TEN DAYS GIVES THE OFFICE A WEEK'S WARNING PAST
      *A WEEKEND
       01  W70-CURT-WARNING-DAYS PIC 9(3) VALUE 10.

      *MONTH-TO-DATE POSITION PER LENDER, BUILT IN THE ACCRUAL PASS
      *FOR THE RECONCILIATION STATEMENT
       01  W71-LENDER-TABLE.
           05 W71-LENDER-ENTRY OCCURS 20 TIMES.
               10 W71-LENDER-CODE     PIC X(4).
               10 W71-UNIT-COUNT      PIC 9(4) COMP.
               10 W71-OPENING-BAL     PIC S9(9).
               10 W71-FUNDED-COUNT    PIC 9(4) COMP.
               10 W71-FUNDED-AMT      PIC 9(9).
               10 W71-PAID-AMT        PIC 9(9).
               10 W71-CLOSING-BAL     PIC 9(9).
               10 W71-MTD-INTEREST    PIC 9(7)V99.
               10 W71-SOLD-OWED-COUNT PIC 9(4) COMP.
               10 W71-SOLD-OWED-AMT   PIC 9(9).
       01  W71-LENDER-COUNT     PIC 9(3) COMP VALUE ZERO.
       01  W71-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W71-MATCH-IDX        PIC 9(3) COMP VALUE ZERO.
       01  W71-OVERFLOW-COUNT   PIC 9(4) COMP VALUE ZERO.

      *COUNTS AND DOLLARS FOR THE REPORT SUMMARY
       01  W72-RUN-TOTALS.
           05 W72-OPEN-COUNT       PIC 9(4) COMP VALUE ZERO.
           05 W72-OPEN-BALANCE     PIC 9(9) VALUE ZERO.
           05 W72-RUN-INTEREST     PIC 9(7)V99 VALUE ZERO.
           05 W72-MTD-INTEREST     PIC 9(7)V99 VALUE ZERO.
           05 W72-CURT-COUNT       PIC 9(4) COMP VALUE ZERO.
           05 W72-CURT-AMOUNT      PIC 9(9) VALUE ZERO.
           05 W72-PAYOFF-COUNT     PIC 9(4) COMP VALUE ZERO.
           05 W72-PAYOFF-AMOUNT    PIC 9(9) VALUE ZERO.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 100-OPEN-FILES
           PERFORM 300-ACCRUE-INTEREST
           PERFORM 320-LIST-CURTAILMENTS
           PERFORM 340-LIST-PAYOFFS
           PERFORM 400-PRINT-SUMMARY
           PERFORM 420-PRINT-LENDER-STATEMENT
           PERFORM 500-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE OFF THE RUN CONTROL - SYSTEM DATE WHEN
      *THE FILE IS MISSING, THE SAME FALLBACK THE NIGHTLY PROGRAMS USE
       090-READ-RUN-DATE.
           ACCEPT W67-TODAY-DATE FROM DATE
           OPEN INPUT F20-RUN-CONTROL-FILE
           IF W63-RUN-FILE-STATUS = '00'
               READ F20-RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F20-RUN-DATE TO W67-TODAY-DATE
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           END-IF
           COMPUTE W68-TODAY-DAY-NUM = (W67-TODAY-YY * 360)
                                      + (W67-TODAY-MM * 30)
                                      +  W67-TODAY-DD
          .
      *THE LEDGER IS OPENED FOR UPDATE SO THE ACCRUAL CAN BE WRITTEN
      *BACK - A SHOP THAT HAS NEVER FUNDED A UNIT HAS NO LEDGER YET,
      *SO ONE IS CREATED EMPTY AND REOPENED
       100-OPEN-FILES.
           OPEN I-O F64-FLOOR-PLAN-FILE
           IF W61-FPL-STATUS = '35'
               OPEN OUTPUT F64-FLOOR-PLAN-FILE
               CLOSE F64-FLOOR-PLAN-FILE
               OPEN I-O F64-FLOOR-PLAN-FILE
           END-IF
           OPEN INPUT F01-CAR-RECORDS
           OPEN OUTPUT F67-FLOOR-REPORT-FILE
           OPEN OUTPUT F68-LENDER-STMT-FILE
           MOVE W64-FPR-HEADING-LINE1 TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE W64-FPR-HEADING-LINE2 TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE W67-TODAY-YY TO W64-RUN-YY-OUT
           MOVE W67-TODAY-MM TO W64-RUN-MM-OUT
           MOVE W67-TODAY-DD TO W64-RUN-DD-OUT
           MOVE W64-FPR-RUN-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
          .
      *POSITIONS THE LEDGER AT ITS FIRST RECORD FOR ANOTHER PASS AND
      *PRIMES THE FIRST READ
       110-START-LEDGER-PASS.
           MOVE SPACES TO W66-DATA-REMAINS-SWITCH
           MOVE ZERO TO F64-FPL-INVOICE-NUM
           START F64-FLOOR-PLAN-FILE KEY NOT < F64-FPL-INVOICE-NUM
               INVALID KEY MOVE 'NO' TO W66-DATA-REMAINS-SWITCH
           END-START
           IF W66-DATA-REMAINS-SWITCH NOT = 'NO'
               READ F64-FLOOR-PLAN-FILE NEXT RECORD
                   AT END MOVE 'NO' TO W66-DATA-REMAINS-SWITCH
               END-READ
           END-IF
          .
      *PRINTS A SECTION TITLE AHEAD OF ITS COLUMN HEADING
       120-PRINT-SECTION-TITLE.
           WRITE F67-FLOOR-REPORT-LINE FROM SPACES
           MOVE W64-FPR-SECTION-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE FROM SPACES
          .
      *FIRST PASS - ACCRUES EACH OPEN UNIT'S INTEREST UP TO TONIGHT
      *AND BUILDS THE LENDER TOTALS FOR THE STATEMENT
       300-ACCRUE-INTEREST.
           MOVE 'INTEREST ACCRUAL' TO W64-SECTION-TITLE-OUT
           PERFORM 120-PRINT-SECTION-TITLE
           MOVE W64-ACR-COLUMN-HEADING TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           PERFORM 110-START-LEDGER-PASS
           PERFORM 305-ACCRUE-ONE-UNIT
               UNTIL W66-DATA-REMAINS-SWITCH = 'NO'
          .
      *ONE LEDGER RECORD PER PASS. A RECORD LAST TOUCHED IN AN
      *EARLIER MONTH STARTS THIS MONTH'S FIGURES FROM ZERO - THE
      *CLOSE HAS ALREADY POSTED WHAT WAS THERE. AN OPEN UNIT EARNS
      *SIMPLE INTEREST ON WHAT IS STILL OWED, AT ITS ANNUAL RATE OVER
      *A 360-DAY YEAR, FOR EVERY DAY SINCE IT WAS LAST ACCRUED - A
      *SECOND RUN ON THE SAME BUSINESS DATE FINDS NO DAYS TO ACCRUE
       305-ACCRUE-ONE-UNIT.
           IF F64-FPL-MTD-YY NOT = W67-TODAY-YY
               OR F64-FPL-MTD-MM NOT = W67-TODAY-MM
               MOVE ZERO         TO F64-FPL-MTD-INT
                                    F64-FPL-MTD-PAID
               MOVE W67-TODAY-YY TO F64-FPL-MTD-YY
               MOVE W67-TODAY-MM TO F64-FPL-MTD-MM
           END-IF
           COMPUTE W69-BALANCE = F64-FPL-FUNDED-AMT
                               - F64-FPL-PRINCIPAL-PAID
           MOVE ZERO TO W69-RUN-INTEREST
                        W68-DAYS-TO-ACCRUE
           IF F64-FPL-OPEN
               PERFORM 306-FIGURE-DAYS-ON-FLOOR
               MOVE F64-FPL-LAST-ACCRUAL TO W68-ACCRUAL-DATE
               COMPUTE W68-ACCRUAL-DAY-NUM = (W68-ACCRUAL-YY * 360)
                                            + (W68-ACCRUAL-MM * 30)
                                            +  W68-ACCRUAL-DD
               COMPUTE W68-DAYS-TO-ACCRUE = W68-TODAY-DAY-NUM
                                           - W68-ACCRUAL-DAY-NUM
               IF W68-DAYS-TO-ACCRUE > ZERO AND W69-BALANCE > ZERO
                   COMPUTE W69-RUN-INTEREST ROUNDED = W69-BALANCE
                       * F64-FPL-RATE / 100
                       * W68-DAYS-TO-ACCRUE / 360
                   ADD W69-RUN-INTEREST TO F64-FPL-ACCRUED-INT
                                           F64-FPL-MTD-INT
                   MOVE W67-TODAY-DATE TO F64-FPL-LAST-ACCRUAL
               ELSE
                   MOVE ZERO TO W68-DAYS-TO-ACCRUE
               END-IF
               ADD 1 TO W72-OPEN-COUNT
               ADD W69-BALANCE TO W72-OPEN-BALANCE
               ADD W69-RUN-INTEREST TO W72-RUN-INTEREST

               MOVE F64-FPL-INVOICE-NUM TO W64-ACR-INVOICE-OUT
               MOVE F64-FPL-LENDER      TO W64-ACR-LENDER-OUT
               MOVE W69-BALANCE         TO W64-ACR-BALANCE-OUT
               MOVE F64-FPL-RATE        TO W64-ACR-RATE-OUT
               MOVE W68-DAYS-ON-FLOOR   TO W64-ACR-FLOOR-OUT
               MOVE W68-DAYS-TO-ACCRUE  TO W64-ACR-DAYS-OUT
               MOVE W69-RUN-INTEREST    TO W64-ACR-RUN-INT-OUT
               MOVE F64-FPL-MTD-INT     TO W64-ACR-MTD-INT-OUT
               MOVE F64-FPL-ACCRUED-INT TO W64-ACR-LIFE-INT-OUT
               MOVE W64-ACR-DETAIL-LINE TO F67-FLOOR-REPORT-LINE
               WRITE F67-FLOOR-REPORT-LINE
           END-IF
           ADD F64-FPL-MTD-INT TO W72-MTD-INTEREST
           REWRITE F64-FLOOR-PLAN-REC
           PERFORM 310-ADD-TO-LENDER-TOTALS
           READ F64-FLOOR-PLAN-FILE NEXT RECORD
               AT END MOVE 'NO' TO W66-DATA-REMAINS-SWITCH
           END-READ
          .
       306-FIGURE-DAYS-ON-FLOOR.
           COMPUTE W68-FUNDED-DAY-NUM = (F64-FPL-FUNDED-YY * 360)
                                       + (F64-FPL-FUNDED-MM * 30)
                                       +  F64-FPL-FUNDED-DD
           COMPUTE W68-DAYS-ON-FLOOR = W68-TODAY-DAY-NUM
                                      - W68-FUNDED-DAY-NUM
          .
      *ROLLS THE RECORD INTO ITS LENDER'S MONTH-TO-DATE POSITION.
      *THE OPENING BALANCE IS BACKED OUT OF TONIGHT'S: ADD BACK WHAT
      *WAS PAID DOWN THIS MONTH, TAKE OFF A FUNDING MADE THIS MONTH
       310-ADD-TO-LENDER-TOTALS.
           MOVE ZERO TO W71-MATCH-IDX
           PERFORM 311-SCAN-LENDER-TABLE
               VARYING W71-IDX FROM 1 BY 1
               UNTIL W71-IDX > W71-LENDER-COUNT
           IF W71-MATCH-IDX = ZERO
               IF W71-LENDER-COUNT < 20
                   ADD 1 TO W71-LENDER-COUNT
                   MOVE W71-LENDER-COUNT TO W71-MATCH-IDX
                   MOVE F64-FPL-LENDER
                       TO W71-LENDER-CODE (W71-MATCH-IDX)
                   MOVE ZERO TO W71-UNIT-COUNT (W71-MATCH-IDX)
                                W71-OPENING-BAL (W71-MATCH-IDX)
                                W71-FUNDED-COUNT (W71-MATCH-IDX)
                                W71-FUNDED-AMT (W71-MATCH-IDX)
                                W71-PAID-AMT (W71-MATCH-IDX)
                                W71-CLOSING-BAL (W71-MATCH-IDX)
                                W71-MTD-INTEREST (W71-MATCH-IDX)
                                W71-SOLD-OWED-COUNT (W71-MATCH-IDX)
                                W71-SOLD-OWED-AMT (W71-MATCH-IDX)
               ELSE
                   ADD 1 TO W71-OVERFLOW-COUNT
               END-IF
           END-IF
           IF W71-MATCH-IDX NOT = ZERO
               COMPUTE W69-OPENING = W69-BALANCE + F64-FPL-MTD-PAID
               IF F64-FPL-FUNDED-YY = W67-TODAY-YY
                   AND F64-FPL-FUNDED-MM = W67-TODAY-MM
                   SUBTRACT F64-FPL-FUNDED-AMT FROM W69-OPENING
                   ADD 1 TO W71-FUNDED-COUNT (W71-MATCH-IDX)
                   ADD F64-FPL-FUNDED-AMT
                       TO W71-FUNDED-AMT (W71-MATCH-IDX)
               END-IF
               IF F64-FPL-OPEN
                   ADD 1 TO W71-UNIT-COUNT (W71-MATCH-IDX)
               END-IF
               ADD W69-OPENING TO W71-OPENING-BAL (W71-MATCH-IDX)
               ADD F64-FPL-MTD-PAID TO W71-PAID-AMT (W71-MATCH-IDX)
               ADD W69-BALANCE TO W71-CLOSING-BAL (W71-MATCH-IDX)
               ADD F64-FPL-MTD-INT
                   TO W71-MTD-INTEREST (W71-MATCH-IDX)
           END-IF
          .
       311-SCAN-LENDER-TABLE.
           IF W71-LENDER-CODE (W71-IDX) = F64-FPL-LENDER
               MOVE W71-IDX TO W71-MATCH-IDX
           END-IF
          .
      *SECOND PASS - EVERY OPEN UNIT WITHIN THE WARNING WINDOW OF ITS
      *NEXT UNPAID CURTAILMENT STEP, OR ALREADY PAST IT, WITH THE
      *PAYDOWN THE LENDER WILL WANT
       320-LIST-CURTAILMENTS.
           MOVE 'CURTAILMENTS COMING DUE' TO W64-SECTION-TITLE-OUT
           PERFORM 120-PRINT-SECTION-TITLE
           MOVE W64-CRT-COLUMN-HEADING TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           PERFORM 110-START-LEDGER-PASS
           PERFORM 325-CHECK-ONE-CURTAILMENT
               UNTIL W66-DATA-REMAINS-SWITCH = 'NO'
          .
       325-CHECK-ONE-CURTAILMENT.
           IF F64-FPL-OPEN AND F64-FPL-CURT-PAID-STEPS < 3
               COMPUTE W69-NEXT-STEP = F64-FPL-CURT-PAID-STEPS + 1
               IF F64-FPL-CURT-DAYS (W69-NEXT-STEP) > ZERO
                   PERFORM 306-FIGURE-DAYS-ON-FLOOR
                   COMPUTE W68-DAYS-TO-DUE =
                       F64-FPL-CURT-DAYS (W69-NEXT-STEP)
                       - W68-DAYS-ON-FLOOR
                   IF W68-DAYS-TO-DUE <= W70-CURT-WARNING-DAYS
                       PERFORM 330-PRINT-CURTAILMENT
                   END-IF
               END-IF
           END-IF
           READ F64-FLOOR-PLAN-FILE NEXT RECORD
               AT END MOVE 'NO' TO W66-DATA-REMAINS-SWITCH
           END-READ
          .
       330-PRINT-CURTAILMENT.
           COMPUTE W69-STEP-AMOUNT ROUNDED = F64-FPL-FUNDED-AMT
               * F64-FPL-CURT-PCT (W69-NEXT-STEP) / 100
           ADD 1 TO W72-CURT-COUNT
           ADD W69-STEP-AMOUNT TO W72-CURT-AMOUNT
           MOVE F64-FPL-INVOICE-NUM TO W64-CRT-INVOICE-OUT
           MOVE F64-FPL-LENDER      TO W64-CRT-LENDER-OUT
           MOVE W68-DAYS-ON-FLOOR   TO W64-CRT-FLOOR-OUT
           MOVE W69-NEXT-STEP       TO W64-CRT-STEP-OUT
           MOVE F64-FPL-CURT-DAYS (W69-NEXT-STEP)
               TO W64-CRT-DUE-DAY-OUT
           MOVE W68-DAYS-TO-DUE     TO W64-CRT-TO-DUE-OUT
           MOVE W69-STEP-AMOUNT     TO W64-CRT-AMOUNT-OUT
           IF W68-DAYS-TO-DUE < ZERO
               MOVE 'PAST DUE' TO W64-CRT-STATUS-OUT
           ELSE
               MOVE 'COMING DUE' TO W64-CRT-STATUS-OUT
           END-IF
           MOVE W64-CRT-DETAIL-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
          .
      *THIRD PASS - EVERY UNIT THE LENDER IS STILL OWED ON THAT HAS
      *ALREADY BEEN SOLD. A UNIT NO LONGER ON THE MASTER AT ALL HAS
      *USUALLY BEEN SOLD AND SWEPT TO HISTORY BY A CLOSE, SO IT IS
      *LISTED TOO FOR THE OFFICE TO CHECK
       340-LIST-PAYOFFS.
           MOVE 'PAYOFF LIST - SOLD UNITS STILL OWED TO LENDER'
               TO W64-SECTION-TITLE-OUT
           PERFORM 120-PRINT-SECTION-TITLE
           MOVE W64-PAY-COLUMN-HEADING TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           PERFORM 110-START-LEDGER-PASS
           PERFORM 345-CHECK-ONE-PAYOFF
               UNTIL W66-DATA-REMAINS-SWITCH = 'NO'
          .
       345-CHECK-ONE-PAYOFF.
           COMPUTE W69-BALANCE = F64-FPL-FUNDED-AMT
                               - F64-FPL-PRINCIPAL-PAID
           IF F64-FPL-OPEN AND W69-BALANCE > ZERO
               MOVE F64-FPL-INVOICE-NUM TO F01-INVOICE-NUM
               READ F01-CAR-RECORDS
                   INVALID KEY
                       MOVE 'NOT ON MASTER - CHECK HISTORY'
                           TO W64-PAY-PROBLEM-OUT
                       PERFORM 350-PRINT-PAYOFF
                   NOT INVALID KEY
                       IF F01-RECORD-SOLD
                           MOVE 'SOLD - PAYOFF OWED'
                               TO W64-PAY-PROBLEM-OUT
                           PERFORM 350-PRINT-PAYOFF
                       END-IF
               END-READ
           END-IF
           READ F64-FLOOR-PLAN-FILE NEXT RECORD
               AT END MOVE 'NO' TO W66-DATA-REMAINS-SWITCH
           END-READ
          .
       350-PRINT-PAYOFF.
           ADD 1 TO W72-PAYOFF-COUNT
           ADD W69-BALANCE TO W72-PAYOFF-AMOUNT
           MOVE F64-FPL-INVOICE-NUM TO W64-PAY-INVOICE-OUT
           MOVE F64-FPL-LENDER      TO W64-PAY-LENDER-OUT
           MOVE F64-FPL-FUNDED-AMT  TO W64-PAY-FUNDED-OUT
           MOVE W69-BALANCE         TO W64-PAY-BALANCE-OUT
           MOVE W64-PAY-DETAIL-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE ZERO TO W71-MATCH-IDX
           PERFORM 311-SCAN-LENDER-TABLE
               VARYING W71-IDX FROM 1 BY 1
               UNTIL W71-IDX > W71-LENDER-COUNT
           IF W71-MATCH-IDX NOT = ZERO
               ADD 1 TO W71-SOLD-OWED-COUNT (W71-MATCH-IDX)
               ADD W69-BALANCE TO W71-SOLD-OWED-AMT (W71-MATCH-IDX)
           END-IF
          .
      *CLOSES OUT THE REPORT WITH THE NIGHT'S TOTALS
       400-PRINT-SUMMARY.
           WRITE F67-FLOOR-REPORT-LINE FROM SPACES
           MOVE 'UNITS ON FLOOR / BALANCE OWED' TO W64-SUM-LABEL-OUT
           MOVE W72-OPEN-COUNT   TO W64-SUM-COUNT-OUT
           MOVE W72-OPEN-BALANCE TO W64-SUM-AMOUNT-OUT
           MOVE W64-FPR-SUMMARY-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE 'INTEREST ACCRUED THIS RUN' TO W64-SUM-LABEL-OUT
           MOVE W72-OPEN-COUNT   TO W64-SUM-COUNT-OUT
           MOVE W72-RUN-INTEREST TO W64-SUM-AMOUNT-OUT
           MOVE W64-FPR-SUMMARY-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE 'INTEREST ACCRUED THIS MONTH' TO W64-SUM-LABEL-OUT
           MOVE W72-OPEN-COUNT   TO W64-SUM-COUNT-OUT
           MOVE W72-MTD-INTEREST TO W64-SUM-AMOUNT-OUT
           MOVE W64-FPR-SUMMARY-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE 'CURTAILMENTS COMING DUE' TO W64-SUM-LABEL-OUT
           MOVE W72-CURT-COUNT   TO W64-SUM-COUNT-OUT
           MOVE W72-CURT-AMOUNT  TO W64-SUM-AMOUNT-OUT
           MOVE W64-FPR-SUMMARY-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
           MOVE 'SOLD UNITS STILL OWED' TO W64-SUM-LABEL-OUT
           MOVE W72-PAYOFF-COUNT  TO W64-SUM-COUNT-OUT
           MOVE W72-PAYOFF-AMOUNT TO W64-SUM-AMOUNT-OUT
           MOVE W64-FPR-SUMMARY-LINE TO F67-FLOOR-REPORT-LINE
           WRITE F67-FLOOR-REPORT-LINE
          .
      *ONE BLOCK PER LENDER: OPENING BALANCE, PLUS THE MONTH'S NEW
      *FUNDINGS, LESS WHAT WAS PAID DOWN, EQUALS TONIGHT'S BALANCE -
      *THE FIGURE THE LENDER'S OWN STATEMENT HAS TO AGREE WITH
       420-PRINT-LENDER-STATEMENT.
           MOVE W65-FPS-HEADING-LINE1 TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE
           MOVE W65-FPS-HEADING-LINE2 TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE
           MOVE W64-FPR-RUN-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE
           PERFORM 425-PRINT-ONE-LENDER
               VARYING W71-IDX FROM 1 BY 1
               UNTIL W71-IDX > W71-LENDER-COUNT
           IF W71-OVERFLOW-COUNT > ZERO
               WRITE F68-LENDER-STMT-LINE FROM SPACES
               MOVE 'LENDER TABLE FULL - UNITS LEFT OFF'
                   TO W65-FPS-LABEL-OUT
               MOVE W71-OVERFLOW-COUNT TO W65-FPS-COUNT-OUT
               MOVE ZERO TO W65-FPS-AMOUNT-OUT
               MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
               WRITE F68-LENDER-STMT-LINE
           END-IF
          .
       425-PRINT-ONE-LENDER.
           WRITE F68-LENDER-STMT-LINE FROM SPACES
           MOVE W71-LENDER-CODE (W71-IDX) TO W65-FPS-LENDER-OUT
           MOVE W65-FPS-LENDER-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE

           MOVE 'OPENING BALANCE' TO W65-FPS-LABEL-OUT
           MOVE ZERO TO W65-FPS-COUNT-OUT
           MOVE W71-OPENING-BAL (W71-IDX) TO W65-FPS-AMOUNT-OUT
           MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE

           MOVE 'NEW FUNDINGS' TO W65-FPS-LABEL-OUT
           MOVE W71-FUNDED-COUNT (W71-IDX) TO W65-FPS-COUNT-OUT
           MOVE W71-FUNDED-AMT (W71-IDX) TO W65-FPS-AMOUNT-OUT
           MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE

           MOVE 'CURTAILMENTS AND PAYOFFS' TO W65-FPS-LABEL-OUT
           MOVE ZERO TO W65-FPS-COUNT-OUT
           MOVE W71-PAID-AMT (W71-IDX) TO W65-FPS-AMOUNT-OUT
           MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE

           MOVE 'CLOSING BALANCE / UNITS ON FLOOR' TO W65-FPS-LABEL-OUT
           MOVE W71-UNIT-COUNT (W71-IDX) TO W65-FPS-COUNT-OUT
           MOVE W71-CLOSING-BAL (W71-IDX) TO W65-FPS-AMOUNT-OUT
           MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE

           MOVE 'INTEREST ACCRUED THIS MONTH' TO W65-FPS-LABEL-OUT
           MOVE ZERO TO W65-FPS-COUNT-OUT
           MOVE W71-MTD-INTEREST (W71-IDX) TO W65-FPS-AMOUNT-OUT
           MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE

           MOVE 'SOLD UNITS STILL OWED' TO W65-FPS-LABEL-OUT
           MOVE W71-SOLD-OWED-COUNT (W71-IDX) TO W65-FPS-COUNT-OUT
           MOVE W71-SOLD-OWED-AMT (W71-IDX) TO W65-FPS-AMOUNT-OUT
           MOVE W65-FPS-DETAIL-LINE TO F68-LENDER-STMT-LINE
           WRITE F68-LENDER-STMT-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F64-FLOOR-PLAN-FILE
                 F01-CAR-RECORDS
                 F67-FLOOR-REPORT-FILE
                 F68-LENDER-STMT-FILE
           STOP RUN.
