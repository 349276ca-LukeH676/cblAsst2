       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240078".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE DAY'S ACQUISITION TRANSACTIONS, KEYED IN BY THE OFFICE OFF
      *THE AUCTION SHEET, WHOLESALE BILL OR TRADE APPRAISAL - ADD,
      *CHANGE OR DELETE, ONE PER LINE, THE SAME SHAPE AS THE BUYER
      *FILE'S TRANSACTIONS
           SELECT F57-ACQ-TXN-FILE  ASSIGN TO 'ASST2.AQT'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *THE ACQUISITION COST FILE - ONE RECORD PER CAR, KEYED BY THE
      *SAME INVOICE NUMBER THE CAR MASTER CARRIES, HOLDING WHAT WE
      *REALLY PAID FOR IT. THE COMMISSION RUN, THE ANALYTICS PASS AND
      *THE MONTH-END CLOSE ALL COST A SOLD CAR FROM HERE. RECORDS ARE
      *KEPT AFTER THE CLOSE SO AN ARCHIVED SALE CAN STILL BE COSTED
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W61-ACQ-STATUS.

      *RECORD OF EVERY TRANSACTION APPLIED OR REJECTED, PLUS A FINAL
      *SUMMARY - THE SAME SHAPE AS THE MASTER MAINTENANCE LOG
           SELECT F58-ACQ-LOG-FILE  ASSIGN TO 'ASST2.ALG'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE ACQUISITION TRANSACTION - A ONE-LETTER ACTION CODE FOLLOWED
      *BY THE SAME FIELDS AS THE ACQUISITION RECORD. ON AN ADD OR
      *CHANGE EVERY FIELD IS TAKEN FROM THE TRANSACTION; ON A DELETE
      *ONLY THE INVOICE NUMBER IS LOOKED AT
       FD  F57-ACQ-TXN-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  F57-ACQ-TXN-LINE.
           05  F57-ATX-CODE        PIC X(1).
               88 F57-ATX-ADD          VALUE 'A'.
               88 F57-ATX-CHANGE       VALUE 'C'.
               88 F57-ATX-DELETE       VALUE 'D'.
      *SAME SHAPE AS F56-ACQ-COST-REC SO AN ADD OR CHANGE CAN MOVE
      *THIS WHOLE GROUP ONTO THE RECORD IN ONE STATEMENT
           05  F57-ACQ-FIELDS.
               10 F57-ATX-INVOICE-NUM PIC 9(5).
               10 F57-ATX-COST        PIC 9(6).
               10 F57-ATX-SOURCE      PIC X(1).
                   88 F57-ATX-SOURCE-VALID VALUE 'A' 'W' 'T' 'S'.
               10 F57-ATX-DATE.
                   15 F57-ATX-YY      PIC 9(2).
                   15 F57-ATX-MM      PIC 9(2).
                   15 F57-ATX-DD      PIC 9(2).
               10 F57-ATX-BUY-FEE     PIC 9(5).
      *ONE ACQUISITION RECORD - WHAT WAS PAID, WHERE THE CAR CAME
      *FROM, WHEN, AND THE AUCTION OR BUYER'S FEE ON TOP. THE FEE IS
      *PART OF THE CAR'S COST WHEREVER THE COST IS USED
       FD  F56-ACQ-COST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  F56-ACQ-COST-REC.
           05  F56-ACQ-INVOICE-NUM PIC 9(5).
           05  F56-ACQ-COST        PIC 9(6).
      *'A' AUCTION, 'W' WHOLESALE, 'T' TRADE-IN, 'S' STREET PURCHASE
           05  F56-ACQ-SOURCE      PIC X(1).
               88 F56-ACQ-AUCTION      VALUE 'A'.
               88 F56-ACQ-WHOLESALE    VALUE 'W'.
               88 F56-ACQ-TRADE-IN     VALUE 'T'.
               88 F56-ACQ-STREET       VALUE 'S'.
           05  F56-ACQ-DATE.
               10 F56-ACQ-YY       PIC 9(2).
               10 F56-ACQ-MM       PIC 9(2).
               10 F56-ACQ-DD       PIC 9(2).
           05  F56-ACQ-BUY-FEE     PIC 9(5).
      *ONE LINE PER TRANSACTION LOGGED, PLUS THE HEADING AND SUMMARY
      *LINES WRITTEN AROUND THEM
       FD  F58-ACQ-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F58-ACQ-LOG-LINE         PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W62-ALG-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W62-ALG-HEADING-LINE2.
           05                PIC X(24) VALUE SPACES.
           05                PIC X(32) VALUE
               'ACQUISITION COST MAINTENANCE LOG'.
           05                PIC X(24) VALUE SPACES.

       01  W62-ALG-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE 'INVOICE #'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'ACTION'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'RESULT'.
           05                PIC X(50) VALUE SPACES.

       01  W62-ALG-DETAIL-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W62-ALG-INVOICE-OUT  PIC ZZZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W62-ALG-CODE-OUT     PIC X(1).
           05                     PIC X(5) VALUE SPACES.
           05 W62-ALG-RESULT-OUT   PIC X(40).
           05                     PIC X(21) VALUE SPACES.

       01  W62-ALG-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W62-SUMMARY-LABEL-OUT PIC X(22).
           05 W62-SUMMARY-COUNT-OUT PIC ZZZ9.
           05                     PIC X(50) VALUE SPACES.

       01  W61-ACQ-STATUS       PIC X(2) VALUE SPACES.

       01  W63-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

      *SET BY THE FIELD CHECKS ON EACH TRANSACTION - THE SAME
      *STOP-IT-AT-THE-DOOR DISCIPLINE THE RECON TICKET INTAKE AND THE
      *BUYER MAINTENANCE RUN APPLY TO THEIR TRANSACTIONS
       01  W64-TXN-REJECT-SWITCH PIC X(3) VALUE SPACES.
           88 W64-TXN-REJECTED       VALUE 'YES'.

      *COUNTS OF WHAT THE RUN ACTUALLY DID, PRINTED AS THE SUMMARY AT
      *THE END OF THE LOG
       01  W65-RUN-TOTALS.
           05 W65-ADD-COUNT      PIC 9(4) COMP VALUE ZERO.
           05 W65-CHANGE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W65-DELETE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W65-REJECT-COUNT   PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 101-PRINT-LOG-HEADINGS
           PERFORM 200-PROCESS-TRANSACTIONS
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
      *OPENS THE ACQUISITION FILE FOR DIRECT UPDATE - THE VERY FIRST
      *RUN HAS NO FILE YET, SO ONE IS CREATED EMPTY AND REOPENED, THE
      *SAME WAY THE BUYER MAINTENANCE RUN BOOTSTRAPS ITS MASTER
       100-OPEN-FILES.
           OPEN I-O F56-ACQ-COST-FILE
           IF W61-ACQ-STATUS = '35'
               OPEN OUTPUT F56-ACQ-COST-FILE
               CLOSE F56-ACQ-COST-FILE
               OPEN I-O F56-ACQ-COST-FILE
           END-IF
           OPEN INPUT F57-ACQ-TXN-FILE
           OPEN OUTPUT F58-ACQ-LOG-FILE
          .
      *WRITES THE LOG HEADINGS ONCE, BEFORE THE FIRST TRANSACTION LINE
       101-PRINT-LOG-HEADINGS.
           MOVE W62-ALG-HEADING-LINE1 TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
           MOVE W62-ALG-HEADING-LINE2 TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE FROM SPACES
           MOVE W62-ALG-COLUMN-HEADING TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
          .
      *READS EACH TRANSACTION IN TURN AND APPLIES IT AGAINST THE
      *ACQUISITION FILE
       200-PROCESS-TRANSACTIONS.
           MOVE SPACES TO W63-DATA-REMAINS-SWITCH
           READ F57-ACQ-TXN-FILE
               AT END MOVE 'NO' TO W63-DATA-REMAINS-SWITCH
           END-READ
           PERFORM 210-APPLY-ONE-TRANSACTION
               UNTIL W63-DATA-REMAINS-SWITCH = 'NO'
           CLOSE F57-ACQ-TXN-FILE
          .
      *BRANCHES ON THE TRANSACTION CODE
       210-APPLY-ONE-TRANSACTION.
           IF F57-ATX-ADD
               PERFORM 220-APPLY-ADD
           ELSE
               IF F57-ATX-CHANGE
                   PERFORM 230-APPLY-CHANGE
               ELSE
                   IF F57-ATX-DELETE
                       PERFORM 240-APPLY-DELETE
                   ELSE
                       PERFORM 250-LOG-INVALID-CODE
                   END-IF
               END-IF
           END-IF
           READ F57-ACQ-TXN-FILE
               AT END MOVE 'NO' TO W63-DATA-REMAINS-SWITCH
           END-READ
          .
      *CHECKS EVERY FIELD OF AN ADD/CHANGE TRANSACTION UP FRONT AND
      *WRITES ONE LOG LINE PER RULE VIOLATED, SO THE OFFICE CAN SEE
      *EXACTLY WHAT TO FIX BEFORE RESUBMITTING IT. WHETHER THE INVOICE
      *IS REALLY ON THE CAR MASTER IS NOT CHECKED - THE CAR IS OFTEN
      *BOUGHT AND COSTED BEFORE IT IS KEYED ONTO THE LOT. A ZERO BUY
      *FEE IS NORMAL ON A TRADE-IN OR STREET PURCHASE
       215-VALIDATE-TXN-FIELDS.
           MOVE SPACES TO W64-TXN-REJECT-SWITCH

           IF F57-ATX-INVOICE-NUM NOT NUMERIC
               OR F57-ATX-INVOICE-NUM = ZERO
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING INVOICE'
                   TO W62-ALG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F57-ATX-COST NOT NUMERIC OR F57-ATX-COST = ZERO
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING PURCHASE COST'
                   TO W62-ALG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF NOT F57-ATX-SOURCE-VALID
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - SOURCE NOT A, W, T OR S'
                   TO W62-ALG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF F57-ATX-DATE NOT NUMERIC
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID ACQUISITION DATE'
                   TO W62-ALG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF F57-ATX-MM < 1 OR F57-ATX-MM > 12
                   OR F57-ATX-DD < 1 OR F57-ATX-DD > 31
                   MOVE 'YES' TO W64-TXN-REJECT-SWITCH
                   MOVE 'REJECTED - IMPLAUSIBLE ACQUISITION DATE'
                       TO W62-ALG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               END-IF
           END-IF

           IF F57-ATX-BUY-FEE NOT NUMERIC
               MOVE 'YES' TO W64-TXN-REJECT-SWITCH
               MOVE 'REJECTED - INVALID BUY FEE'
                   TO W62-ALG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *ADDS A NEW ACQUISITION RECORD - THE INDEXED WRITE ITSELF
      *REJECTS AN INVOICE NUMBER ALREADY ON FILE
       220-APPLY-ADD.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W64-TXN-REJECTED
               ADD 1 TO W65-REJECT-COUNT
           ELSE
               MOVE F57-ACQ-FIELDS TO F56-ACQ-COST-REC
               WRITE F56-ACQ-COST-REC
                   INVALID KEY
                       ADD 1 TO W65-REJECT-COUNT
                       MOVE 'REJECTED - INVOICE ALREADY ON FILE'
                           TO W62-ALG-RESULT-OUT
                   NOT INVALID KEY
                       ADD 1 TO W65-ADD-COUNT
                       MOVE 'ADDED' TO W62-ALG-RESULT-OUT
               END-WRITE
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *OVERWRITES AN EXISTING ACQUISITION RECORD'S FIELDS IN PLACE -
      *REJECTED IF THE INVOICE NUMBER ISN'T ON FILE
       230-APPLY-CHANGE.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W64-TXN-REJECTED
               ADD 1 TO W65-REJECT-COUNT
           ELSE
               MOVE F57-ATX-INVOICE-NUM TO F56-ACQ-INVOICE-NUM
               READ F56-ACQ-COST-FILE
                   INVALID KEY
                       ADD 1 TO W65-REJECT-COUNT
                       MOVE 'REJECTED - INVOICE NOT ON FILE'
                           TO W62-ALG-RESULT-OUT
                   NOT INVALID KEY
                       MOVE F57-ACQ-FIELDS TO F56-ACQ-COST-REC
                       REWRITE F56-ACQ-COST-REC
                       ADD 1 TO W65-CHANGE-COUNT
                       MOVE 'CHANGED' TO W62-ALG-RESULT-OUT
               END-READ
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *REMOVES AN EXISTING ACQUISITION RECORD - REJECTED IF THE
      *INVOICE NUMBER ISN'T ON FILE
       240-APPLY-DELETE.
           MOVE F57-ATX-INVOICE-NUM TO F56-ACQ-INVOICE-NUM
           DELETE F56-ACQ-COST-FILE RECORD
               INVALID KEY
                   ADD 1 TO W65-REJECT-COUNT
                   MOVE 'REJECTED - INVOICE NOT ON FILE'
                       TO W62-ALG-RESULT-OUT
               NOT INVALID KEY
                   ADD 1 TO W65-DELETE-COUNT
                   MOVE 'DELETED' TO W62-ALG-RESULT-OUT
           END-DELETE
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *REJECTS A TRANSACTION WHOSE ACTION CODE ISN'T A, C OR D
       250-LOG-INVALID-CODE.
           ADD 1 TO W65-REJECT-COUNT
           MOVE 'REJECTED - INVALID TRANSACTION CODE'
               TO W62-ALG-RESULT-OUT
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *WRITES ONE LOG LINE FOR THE TRANSACTION JUST APPLIED OR REJECTED
       280-WRITE-LOG-DETAIL.
           MOVE F57-ATX-INVOICE-NUM TO W62-ALG-INVOICE-OUT
           MOVE F57-ATX-CODE        TO W62-ALG-CODE-OUT
           MOVE W62-ALG-DETAIL-LINE TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
          .
      *CLOSES OUT THE LOG WITH A COUNT OF EACH KIND OF TRANSACTION
       400-PRINT-SUMMARY.
           WRITE F58-ACQ-LOG-LINE FROM SPACES
           MOVE 'COSTS ADDED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-ADD-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-ALG-SUMMARY-LINE TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
           MOVE 'COSTS CHANGED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-CHANGE-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-ALG-SUMMARY-LINE TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
           MOVE 'COSTS DELETED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-DELETE-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-ALG-SUMMARY-LINE TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
           MOVE 'TRANSACTIONS REJECTED' TO W62-SUMMARY-LABEL-OUT
           MOVE W65-REJECT-COUNT TO W62-SUMMARY-COUNT-OUT
           MOVE W62-ALG-SUMMARY-LINE TO F58-ACQ-LOG-LINE
           WRITE F58-ACQ-LOG-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F56-ACQ-COST-FILE
                 F58-ACQ-LOG-FILE
           STOP RUN.
