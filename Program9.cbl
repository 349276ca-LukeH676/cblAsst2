      *ONE BUYER RECORD - NAME, ADDRESS, PHONE AND HOW THEY HEARD
      *ABOUT US, KEYED BY THE SALE'S INVOICE NUMBER
       FD  F32-BUYER-FILE
           RECORD CONTAINS 103 CHARACTERS.
       01  F32-BUYER-REC.
           05  F32-BYR-INVOICE-NUM PIC 9(5).
           05  F32-BYR-NAME        PIC X(25).
           05  F32-BYR-ZIP         PIC X(5).
           05  F32-BYR-PHONE       PIC X(10).
           05  F32-BYR-SOURCE      PIC X(10).
      *THE CUSTOMER ON ASST2.CUS THIS BUYER IS LINKED TO - SET ONLY BY
      *THE CUSTOMER MATCHING RUN. ZERO UNTIL THAT RUN HAS LINKED IT
           05  F32-BYR-CUST-NUM    PIC 9(6).
      *ONE LINE PER TRANSACTION LOGGED, PLUS THE HEADING AND SUMMARY
      *LINES WRITTEN AROUND THEM
       FD  F34-BUYER-LOG-FILE
           05 W95-DELETE-COUNT   PIC 9(4) COMP VALUE ZERO.
           05 W95-REJECT-COUNT   PIC 9(4) COMP VALUE ZERO.

      *THE BUYER AS IT STOOD BEFORE A CHANGE - THE CUSTOMER LINK IS
      *KEPT ONLY WHILE THE NAME, PHONE AND ZIP IT WAS MATCHED ON STAY
      *THE SAME; OTHERWISE IT IS CLEARED FOR THE MATCHING RUN TO REDO
       01  W96-BUYER-BEFORE.
           05 W96-OLD-NAME       PIC X(25) VALUE SPACES.
           05 W96-OLD-ZIP        PIC X(5)  VALUE SPACES.
           05 W96-OLD-PHONE      PIC X(10) VALUE SPACES.
           05 W96-OLD-CUST-NUM   PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 101-PRINT-LOG-HEADINGS
           END-IF
          .
      *ADDS A NEW BUYER RECORD - THE INDEXED WRITE ITSELF REJECTS AN
      *INVOICE NUMBER ALREADY ON FILE. A NEW BUYER STARTS UNLINKED
       220-APPLY-ADD.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W94-TXN-REJECTED
               ADD 1 TO W95-REJECT-COUNT
           ELSE
               MOVE F33-BUYER-FIELDS TO F32-BUYER-REC
               MOVE ZERO TO F32-BYR-CUST-NUM
               WRITE F32-BUYER-REC
                   INVALID KEY
                       ADD 1 TO W95-REJECT-COUNT
           END-IF
          .
      *OVERWRITES AN EXISTING BUYER RECORD'S FIELDS IN PLACE -
      *REJECTED IF THE INVOICE NUMBER ISN'T ON FILE. A CHANGE TO THE
      *NAME, PHONE OR ZIP DROPS THE CUSTOMER LINK SO THE BUYER IS
      *MATCHED AFRESH ON THE NEXT CUSTOMER MATCHING RUN
       230-APPLY-CHANGE.
           PERFORM 215-VALIDATE-TXN-FIELDS
           IF W94-TXN-REJECTED
                       MOVE 'REJECTED - INVOICE NOT ON FILE'
                           TO W92-BLG-RESULT-OUT
                   NOT INVALID KEY
                       MOVE F32-BYR-NAME     TO W96-OLD-NAME
                       MOVE F32-BYR-ZIP      TO W96-OLD-ZIP
                       MOVE F32-BYR-PHONE    TO W96-OLD-PHONE
                       MOVE F32-BYR-CUST-NUM TO W96-OLD-CUST-NUM
                       MOVE F33-BUYER-FIELDS TO F32-BUYER-REC
                       MOVE ZERO TO F32-BYR-CUST-NUM
                       IF F32-BYR-NAME = W96-OLD-NAME
                           AND F32-BYR-ZIP = W96-OLD-ZIP
                           AND F32-BYR-PHONE = W96-OLD-PHONE
                           AND W96-OLD-CUST-NUM NUMERIC
                           MOVE W96-OLD-CUST-NUM TO F32-BYR-CUST-NUM
                       END-IF
                       REWRITE F32-BUYER-REC
                       ADD 1 TO W95-CHANGE-COUNT
                       MOVE 'CHANGED' TO W92-BLG-RESULT-OUT
