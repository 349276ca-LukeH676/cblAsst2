       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240082".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE INDEXED CAR MASTER - READ STRAIGHT THROUGH FOR THE SOLD
      *RECORDS THE NEXT CLOSE WILL SWEEP AND REMIT TAX ON. READ ONLY
           SELECT F01-CAR-RECORDS   ASSIGN TO 'ASST2.DAT'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS F01-INVOICE-NUM.

      *THE BUYER MASTER KEPT BY THE BUYER FILE MAINTENANCE RUN -
      *READ RANDOMLY BY THE SALE'S INVOICE NUMBER FOR THE STATE AND
      *ZIP THE SALE IS TAXED IN. IF THE FILE IS MISSING EVERY SALE
      *LISTS AS HAVING NO BUYER KEYED
           SELECT F32-BUYER-FILE    ASSIGN TO 'ASST2.BYR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F32-BYR-INVOICE-NUM
                                    FILE STATUS IS W11-BYR-FILE-STATUS.

      *SALES TAX RATE TABLE - THE SAME TABLE THE MONTH-END CLOSE
      *REMITS FROM, SO A SALE THAT PASSES HERE IS TAXED AT THE CLOSE
           SELECT F70-TAX-RATE-FILE ASSIGN TO 'ASST2.TAX'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W11-TAX-FILE-STATUS.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE PRINTED ON THE
      *LISTING; SYSTEM DATE AS FALLBACK
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W11-RUN-FILE-STATUS.

      *THE PRINTED SALES TAX EXCEPTION LISTING - EVERY SOLD CAR ON
      *THE MASTER THAT THE CLOSE COULD NOT TAX AS IT STANDS, SO THE
      *OFFICE CAN KEY THE BUYER OR FIX THE TABLE BEFORE MONTH END
           SELECT F73-TAX-EXCEPTION-FILE ASSIGN TO 'ASST2.TXE'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      *ONE BUYER RECORD - SAME LAYOUT AS PROGRAM9'S F32-BUYER-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F32-BUYER-FILE
           RECORD CONTAINS 103 CHARACTERS.
       01  F32-BUYER-REC.
           05  F32-BYR-INVOICE-NUM PIC 9(5).
           05  F32-BYR-NAME        PIC X(25).
           05  F32-BYR-STREET      PIC X(25).
           05  F32-BYR-CITY        PIC X(15).
           05  F32-BYR-STATE       PIC X(2).
           05  F32-BYR-ZIP         PIC X(5).
           05  F32-BYR-PHONE       PIC X(10).
           05  F32-BYR-SOURCE      PIC X(10).
           05  F32-BYR-CUST-NUM    PIC 9(6).
      *ONE TAX RATE LINE - SAME LAYOUT AS PROGRAM4'S F70-TAX-RATE-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F70-TAX-RATE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  F70-TAX-RATE-REC.
           05 F70-TAX-STATE        PIC X(2).
           05 F70-TAX-ZIP-LOW      PIC X(5).
           05 F70-TAX-ZIP-HIGH     PIC X(5).
           05 F70-TAX-JURIS-CODE   PIC X(6).
           05 F70-TAX-JURIS-NAME   PIC X(20).
           05 F70-TAX-RATE         PIC 9V9999.
      *ONE RUN-CONTROL RECORD - SAME LAYOUT AS PROGRAM1'S
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
      *ONE PRINTED LISTING LINE
       FD  F73-TAX-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F73-TAX-EXCEPTION-LINE   PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W01-TXE-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W02-TXE-HEADING-LINE2.
           05                PIC X(26) VALUE SPACES.
           05                PIC X(27) VALUE
               'SALES TAX EXCEPTION LISTING'.
           05                PIC X(27) VALUE SPACES.

       01  W03-TXE-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W03-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W03-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W03-RUN-DD-OUT       PIC 99.
           05                      PIC X(55) VALUE SPACES.

       01  W04-TXE-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE 'INVOICE #'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(2)  VALUE 'ST'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(5)  VALUE ' ZIP '.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE '   SOLD'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE '  TRADE'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(7)  VALUE 'PROBLEM'.
           05                PIC X(30) VALUE SPACES.

       01  W05-TXE-DETAIL-LINE.
           05                      PIC X(7)  VALUE SPACES.
           05 W05-INVOICE-OUT      PIC ZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W05-STATE-OUT        PIC X(2).
           05                      PIC X(1)  VALUE SPACES.
           05 W05-ZIP-OUT          PIC X(5).
           05                      PIC X(2)  VALUE SPACES.
           05 W05-SOLD-OUT         PIC ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W05-TRADE-OUT        PIC ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W05-PROBLEM-OUT      PIC X(30).
           05                      PIC X(7)  VALUE SPACES.

       01  W06-TXE-SUMMARY-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W06-SUM-LABEL-OUT    PIC X(34).
           05 W06-SUM-COUNT-OUT    PIC ZZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W06-SUM-AMOUNT-OUT   PIC $ZZ,ZZZ,ZZ9.99.
           05                      PIC X(22) VALUE SPACES.

       01  W09-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

       01  W10-TODAY-DATE.
           05 W10-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W10-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W10-TODAY-DD      PIC 9(2) VALUE ZERO.

       01  W11-FILE-STATUSES.
           05 W11-BYR-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W11-TAX-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W11-RUN-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  W11-BYR-PRESENT-SWITCH   PIC X(3) VALUE 'NO'.
           88 W11-BYR-PRESENT           VALUE 'YES'.

      *SALES TAX RATE TABLE HELD IN MEMORY - SAME SHAPE AND THE SAME
      *FIRST-RANGE-WINS LOOKUP AS PROGRAM4'S W60-TAX-RATE-TABLE
       01  W12-TAX-RATE-TABLE.
           05 W12-TAX-ENTRY OCCURS 200 TIMES.
               10 W12-TAX-STATE      PIC X(2).
               10 W12-TAX-ZIP-LOW    PIC X(5).
               10 W12-TAX-ZIP-HIGH   PIC X(5).
               10 W12-TAX-RATE       PIC 9V9999.
       01  W12-TAX-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  W12-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W12-MATCH-IDX        PIC 9(3) COMP VALUE ZERO.

      *THE SALE BEING CHECKED - WHERE IT IS TAXED AND ON WHAT
       01  W13-SALE-MATH.
           05 W13-STATE         PIC X(2) VALUE SPACES.
           05 W13-ZIP           PIC X(5) VALUE SPACES.
           05 W13-TAXABLE       PIC S9(7) VALUE ZERO.
           05 W13-TAX           PIC 9(6)V99 VALUE ZERO.

      *COUNTS AND DOLLARS FOR THE SUMMARY
       01  W14-RUN-TOTALS.
           05 W14-SOLD-COUNT       PIC 9(4) COMP VALUE ZERO.
           05 W14-SOLD-TOTAL       PIC 9(9) VALUE ZERO.
           05 W14-TAXED-COUNT      PIC 9(4) COMP VALUE ZERO.
           05 W14-TAX-TOTAL        PIC 9(7)V99 VALUE ZERO.
           05 W14-NO-BUYER-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W14-NO-RATE-COUNT    PIC 9(4) COMP VALUE ZERO.
           05 W14-EXCEPTION-SOLD   PIC 9(9) VALUE ZERO.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 095-LOAD-TAX-RATES
           PERFORM 100-OPEN-FILES
           PERFORM 300-CHECK-RECORDS
               UNTIL W09-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE OFF THE RUN CONTROL - SYSTEM DATE WHEN
      *THE FILE IS MISSING, THE SAME FALLBACK AS EVERYWHERE ELSE
       090-READ-RUN-DATE.
           ACCEPT W10-TODAY-DATE FROM DATE
           OPEN INPUT F20-RUN-CONTROL-FILE
           IF W11-RUN-FILE-STATUS = '00'
               READ F20-RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F20-RUN-DATE TO W10-TODAY-DATE
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           END-IF
          .
      *LOADS THE SALES TAX RATE TABLE - NO FILE MEANS NO RATES, AND
      *EVERY SOLD CAR WITH A BUYER LISTS AS OUTSIDE THE TABLE
       095-LOAD-TAX-RATES.
           OPEN INPUT F70-TAX-RATE-FILE
           IF W11-TAX-FILE-STATUS = '00'
               MOVE SPACES TO W09-DATA-REMAINS-SWITCH
               READ F70-TAX-RATE-FILE
                   AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 096-ADD-TAX-RATE-ENTRY
                   UNTIL W09-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F70-TAX-RATE-FILE
           END-IF
          .
       096-ADD-TAX-RATE-ENTRY.
           IF W12-TAX-COUNT < 200 AND F70-TAX-RATE NUMERIC
               ADD 1 TO W12-TAX-COUNT
               MOVE F70-TAX-STATE     TO W12-TAX-STATE (W12-TAX-COUNT)
               MOVE F70-TAX-ZIP-LOW
                   TO W12-TAX-ZIP-LOW (W12-TAX-COUNT)
               MOVE F70-TAX-ZIP-HIGH
                   TO W12-TAX-ZIP-HIGH (W12-TAX-COUNT)
               MOVE F70-TAX-RATE      TO W12-TAX-RATE (W12-TAX-COUNT)
           END-IF
           READ F70-TAX-RATE-FILE
               AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
           END-READ
          .
       100-OPEN-FILES.
           OPEN INPUT F01-CAR-RECORDS
           OPEN INPUT F32-BUYER-FILE
           IF W11-BYR-FILE-STATUS = '00'
               MOVE 'YES' TO W11-BYR-PRESENT-SWITCH
           END-IF
           OPEN OUTPUT F73-TAX-EXCEPTION-FILE
           MOVE W01-TXE-HEADING-LINE1 TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           MOVE W02-TXE-HEADING-LINE2 TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE FROM SPACES
           MOVE W10-TODAY-YY TO W03-RUN-YY-OUT
           MOVE W10-TODAY-MM TO W03-RUN-MM-OUT
           MOVE W10-TODAY-DD TO W03-RUN-DD-OUT
           MOVE W03-TXE-RUN-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE FROM SPACES
           MOVE W04-TXE-COLUMN-HEADING TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           MOVE SPACES TO W09-DATA-REMAINS-SWITCH
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
           END-READ
          .
      *ONE CAR RECORD PER PASS - ONLY A SOLD CAR IS TAXED. THE TAX IS
      *FIGURED THE WAY THE CLOSE FIGURES IT: SOLD PRICE LESS TRADE-IN
      *ALLOWANCE, NEVER BELOW ZERO, AT THE RATE FOR THE BUYER'S STATE
      *AND ZIP. NO BUYER KEYED, OR A STATE AND ZIP THE TABLE DOES NOT
      *COVER, IS LISTED
       300-CHECK-RECORDS.
           IF F01-RECORD-SOLD
               ADD 1 TO W14-SOLD-COUNT
               MOVE ZERO TO W13-TAXABLE
               IF F01-SOLD-PRICE NUMERIC
                   ADD F01-SOLD-PRICE TO W14-SOLD-TOTAL
                   MOVE F01-SOLD-PRICE TO W13-TAXABLE
                   IF F01-TRADE-IN-ALLOW NUMERIC
                       SUBTRACT F01-TRADE-IN-ALLOW FROM W13-TAXABLE
                   END-IF
                   IF W13-TAXABLE < ZERO
                       MOVE ZERO TO W13-TAXABLE
                   END-IF
               END-IF
               MOVE SPACES TO W13-STATE
                              W13-ZIP
               IF W11-BYR-PRESENT
                   MOVE F01-INVOICE-NUM TO F32-BYR-INVOICE-NUM
                   READ F32-BUYER-FILE
                       INVALID KEY
                           PERFORM 310-LIST-NO-BUYER
                       NOT INVALID KEY
                           MOVE F32-BYR-STATE TO W13-STATE
                           MOVE F32-BYR-ZIP   TO W13-ZIP
                           PERFORM 320-FIND-TAX-RATE
                           IF W12-MATCH-IDX = ZERO
                               PERFORM 330-LIST-NO-RATE
                           ELSE
                               COMPUTE W13-TAX ROUNDED = W13-TAXABLE
                                   * W12-TAX-RATE (W12-MATCH-IDX)
                               ADD 1 TO W14-TAXED-COUNT
                               ADD W13-TAX TO W14-TAX-TOTAL
                           END-IF
                   END-READ
               ELSE
                   PERFORM 310-LIST-NO-BUYER
               END-IF
           END-IF
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W09-DATA-REMAINS-SWITCH
           END-READ
          .
       310-LIST-NO-BUYER.
           ADD 1 TO W14-NO-BUYER-COUNT
           MOVE 'NO BUYER KEYED' TO W05-PROBLEM-OUT
           PERFORM 340-PRINT-EXCEPTION
          .
       320-FIND-TAX-RATE.
           MOVE ZERO TO W12-MATCH-IDX
           PERFORM 321-SCAN-TAX-RATE-TABLE
               VARYING W12-IDX FROM 1 BY 1
               UNTIL W12-IDX > W12-TAX-COUNT
          .
       321-SCAN-TAX-RATE-TABLE.
           IF W12-MATCH-IDX = ZERO
               AND W12-TAX-STATE (W12-IDX) = W13-STATE
               AND W13-ZIP NOT < W12-TAX-ZIP-LOW (W12-IDX)
               AND W13-ZIP NOT > W12-TAX-ZIP-HIGH (W12-IDX)
               MOVE W12-IDX TO W12-MATCH-IDX
           END-IF
          .
       330-LIST-NO-RATE.
           ADD 1 TO W14-NO-RATE-COUNT
           MOVE 'STATE/ZIP NOT IN TAX TABLE' TO W05-PROBLEM-OUT
           PERFORM 340-PRINT-EXCEPTION
          .
       340-PRINT-EXCEPTION.
           IF F01-SOLD-PRICE NUMERIC
               ADD F01-SOLD-PRICE TO W14-EXCEPTION-SOLD
               MOVE F01-SOLD-PRICE TO W05-SOLD-OUT
           ELSE
               MOVE ZERO TO W05-SOLD-OUT
           END-IF
           IF F01-TRADE-IN-ALLOW NUMERIC
               MOVE F01-TRADE-IN-ALLOW TO W05-TRADE-OUT
           ELSE
               MOVE ZERO TO W05-TRADE-OUT
           END-IF
           MOVE F01-INVOICE-NUM TO W05-INVOICE-OUT
           MOVE W13-STATE       TO W05-STATE-OUT
           MOVE W13-ZIP         TO W05-ZIP-OUT
           MOVE W05-TXE-DETAIL-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
          .
      *CLOSES OUT THE LISTING WITH THE NIGHT'S COUNTS - THE TAX LINE
      *IS WHAT THE CLOSE WOULD REMIT IF IT RAN TONIGHT
       400-PRINT-SUMMARY.
           WRITE F73-TAX-EXCEPTION-LINE FROM SPACES
           MOVE 'SOLD CARS ON MASTER' TO W06-SUM-LABEL-OUT
           MOVE W14-SOLD-COUNT TO W06-SUM-COUNT-OUT
           MOVE W14-SOLD-TOTAL TO W06-SUM-AMOUNT-OUT
           MOVE W06-TXE-SUMMARY-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           MOVE 'TAXED - TAX DUE AT CLOSE' TO W06-SUM-LABEL-OUT
           MOVE W14-TAXED-COUNT TO W06-SUM-COUNT-OUT
           MOVE W14-TAX-TOTAL   TO W06-SUM-AMOUNT-OUT
           MOVE W06-TXE-SUMMARY-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           MOVE 'NO BUYER KEYED' TO W06-SUM-LABEL-OUT
           MOVE W14-NO-BUYER-COUNT TO W06-SUM-COUNT-OUT
           MOVE ZERO TO W06-SUM-AMOUNT-OUT
           MOVE W06-TXE-SUMMARY-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           MOVE 'STATE/ZIP NOT IN TAX TABLE' TO W06-SUM-LABEL-OUT
           MOVE W14-NO-RATE-COUNT TO W06-SUM-COUNT-OUT
           MOVE ZERO TO W06-SUM-AMOUNT-OUT
           MOVE W06-TXE-SUMMARY-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
           MOVE 'SOLD DOLLARS NOT TAXED' TO W06-SUM-LABEL-OUT
           COMPUTE W06-SUM-COUNT-OUT = W14-NO-BUYER-COUNT
                                     + W14-NO-RATE-COUNT
           MOVE W14-EXCEPTION-SOLD TO W06-SUM-AMOUNT-OUT
           MOVE W06-TXE-SUMMARY-LINE TO F73-TAX-EXCEPTION-LINE
           WRITE F73-TAX-EXCEPTION-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F01-CAR-RECORDS
                 F73-TAX-EXCEPTION-FILE
           IF W11-BYR-PRESENT
               CLOSE F32-BUYER-FILE
           END-IF
           STOP RUN.
