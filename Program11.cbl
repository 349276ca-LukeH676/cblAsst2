                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W55-RUN-FILE-STATUS.

      *ACQUISITION COST FILE - WHAT EACH CAR REALLY COST US, READ BY
      *INVOICE AS EACH ARCHIVED SALE COMES THROUGH. IF THE FILE IS
      *MISSING, OR A SALE HAS NO RECORD, THE SALE CARRIES ZERO COST
      *AND IS COUNTED ON THE REPORT SUMMARY
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W55-ACQ-FILE-STATUS.

      *THE PRINTED ANALYTICS REPORT - WHAT SELLS AND WHAT WE
      *ACTUALLY MAKE ON IT, BY CLOSE MONTH, MAKE/MODEL AND LOT
           SELECT F44-ANALYTICS-FILE ASSIGN TO 'ASST2.ANL'
           05 F20-COMM-STATUS   PIC X(1).
           05 F20-MAINT-STATUS  PIC X(1).
           05 F20-CLOSE-STATUS  PIC X(1).
      *ONE ACQUISITION RECORD - SAME LAYOUT AS PROGRAM13'S
      *F56-ACQ-COST-REC, KEPT IN SYNC BY HAND
       FD  F56-ACQ-COST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  F56-ACQ-COST-REC.
           05 F56-ACQ-INVOICE-NUM PIC 9(5).
           05 F56-ACQ-COST        PIC 9(6).
           05 F56-ACQ-SOURCE      PIC X(1).
           05 F56-ACQ-DATE        PIC 9(6).
           05 F56-ACQ-BUY-FEE     PIC 9(5).
      *ONE PRINTED REPORT LINE
       FD  F44-ANALYTICS-FILE
           RECORD CONTAINS 132 CHARACTERS.
           88 W55-HIS-PRESENT      VALUE 'YES'.
       01  W55-RCH-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
           88 W55-RCH-PRESENT      VALUE 'YES'.
       01  W55-ACQ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  W55-ACQ-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
           88 W55-ACQ-PRESENT      VALUE 'YES'.
       01  W55-SALES-REMAIN-SWITCH  PIC X(2) VALUE SPACES.
       01  W55-TICKETS-REMAIN-SWITCH PIC X(2) VALUE 'NO'.


      *THE SALE BEING PROCESSED - ITS MATCHED RECON SPEND AND THE
      *MARGIN CUT FROM IT. MARGIN HERE IS SOLD PRICE NET OF THE
      *TRADE-IN ALLOWANCE, THE RECONDITIONING SPEND AND WHAT THE CAR
      *COST US TO BUY - WHAT THE OFFICE MEANS BY "WHAT DID WE
      *ACTUALLY MAKE ON IT"
       01  W60-SALE-MATH.
           05 W60-RECON-SUM        PIC 9(7)  VALUE ZERO.
           05 W60-ACQ-COST         PIC 9(7)  VALUE ZERO.
           05 W60-MARGIN-MATH      PIC S9(8) VALUE ZERO.
      *DAYS FROM DATE RECEIVED TO THE END OF THE CLOSE MONTH ON THE
      *SAME 30-DAY-MONTH/360-DAY-YEAR BASIS THE AGING REPORT USES -
      *TICKETS WHOSE INVOICE NEVER TURNS UP AMONG THE ARCHIVED SALES
           05 W60-ORPHAN-COUNT     PIC 9(5)  VALUE ZERO.
           05 W60-ORPHAN-AMOUNT    PIC 9(8)  VALUE ZERO.
      *ARCHIVED SALES THAT HAD NO ACQUISITION COST TO TAKE OFF
           05 W60-NO-ACQ-COUNT     PIC 9(5)  VALUE ZERO.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILE
       PROCEDURE DIVISION.
          .
       100-OPEN-FILES.
           OPEN OUTPUT F44-ANALYTICS-FILE
           OPEN INPUT F56-ACQ-COST-FILE
           IF W55-ACQ-FILE-STATUS = '00'
               MOVE 'YES' TO W55-ACQ-PRESENT-SWITCH
           END-IF
           MOVE 'NO' TO W55-SALES-REMAIN-SWITCH
           IF W55-HIS-PRESENT
               OPEN INPUT F42-SORTED-SALES
      *THE SALE ROLLS INTO THE MONTH, MAKE/MODEL AND LOT AGGREGATES
       300-PROCESS-ONE-SALE.
           PERFORM 305-SUM-RECON-FOR-SALE
           PERFORM 308-FIND-ACQ-COST
           PERFORM 310-ACCUMULATE-SALE
           READ F42-SORTED-SALES
               AT END MOVE 'NO' TO W55-SALES-REMAIN-SWITCH
               AT END MOVE 'NO' TO W55-TICKETS-REMAIN-SWITCH
           END-READ
          .
      *LOOKS THE SALE UP ON THE ACQUISITION FILE - PURCHASE PRICE
      *PLUS BUY FEE IS THE CAR'S COST; NO RECORD COSTS ZERO AND IS
      *COUNTED FOR THE SUMMARY
       308-FIND-ACQ-COST.
           MOVE ZERO TO W60-ACQ-COST
           IF W55-ACQ-PRESENT
               MOVE F42-INVOICE-NUM TO F56-ACQ-INVOICE-NUM
               READ F56-ACQ-COST-FILE
                   INVALID KEY
                       ADD 1 TO W60-NO-ACQ-COUNT
                   NOT INVALID KEY
                       IF F56-ACQ-COST NUMERIC
                           AND F56-ACQ-BUY-FEE NUMERIC
                           COMPUTE W60-ACQ-COST = F56-ACQ-COST
                                                + F56-ACQ-BUY-FEE
                       ELSE
                           ADD 1 TO W60-NO-ACQ-COUNT
                       END-IF
               END-READ
           ELSE
               ADD 1 TO W60-NO-ACQ-COUNT
           END-IF
          .
      *ROLLS THE SALE INTO EVERY AGGREGATE IT BELONGS TO - ONLY THE
      *TWO REPORT YEARS ARE KEPT; OLDER HISTORY PASSES THROUGH
      *WITHOUT LANDING ANYWHERE
           IF F42-SOLD-PRICE NUMERIC AND F42-TRADE-IN-ALLOW NUMERIC
               COMPUTE W60-MARGIN-MATH = F42-SOLD-PRICE
                   - F42-TRADE-IN-ALLOW - W60-RECON-SUM
                   - W60-ACQ-COST
           ELSE
               MOVE ZERO TO W60-MARGIN-MATH
           END-IF
           MOVE W60-ORPHAN-AMOUNT TO W54-SUM-AMOUNT-OUT
           MOVE W54-SUMMARY-LINE TO F44-ANALYTICS-LINE
           WRITE F44-ANALYTICS-LINE
           MOVE 'SALES WITH NO ACQUISITION COST' TO W54-SUM-LABEL-OUT
           MOVE W60-NO-ACQ-COUNT  TO W54-SUM-COUNT-OUT
           MOVE ZERO              TO W54-SUM-AMOUNT-OUT
           MOVE W54-SUMMARY-LINE TO F44-ANALYTICS-LINE
           WRITE F44-ANALYTICS-LINE
           IF W58-DROPPED-COUNT > ZERO
               MOVE 'MAKE/MODEL TABLE FULL - SKIPPED'
                   TO W54-SUM-LABEL-OUT
           IF W55-RCH-PRESENT
               CLOSE F43-SORTED-TICKETS
           END-IF
           IF W55-ACQ-PRESENT
               CLOSE F56-ACQ-COST-FILE
           END-IF
           CLOSE F44-ANALYTICS-FILE
           STOP RUN.
