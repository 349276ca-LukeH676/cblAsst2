       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240090".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *ONE-TIME CONVERSION OF THE F&I PRODUCT FILE TO ITS LONGER
      *RECORD, CARRYING THE DATE AND RUN A CHARGEBACK WAS TAKEN OFF
      *PAY. BEFORE RUNNING, THE OPERATOR RENAMES THE OLD INDEXED
      *ASST2.FNI TO ASST2.FNO; THIS JOB READS IT THROUGH IN KEY ORDER
      *AND LOADS A FRESH INDEXED ASST2.FNI KEYED ON THE SAME INVOICE
      *AND PRODUCT
           SELECT F107-OLD-FNI-FILE ASSIGN TO 'ASST2.FNO'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS F107-OLD-KEY.

           SELECT F99-FNI-FILE      ASSIGN TO 'ASST2.FNI'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F99-FNI-KEY.

      *ONE LINE PER RECORD DROPPED, PLUS THE LOAD SUMMARY
           SELECT F108-CONVERT-LOG  ASSIGN TO 'ASST2.FCV'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE OLD F&I PRODUCT FILE - ONLY THE KEY AND THE CHARGEBACK
      *ARE LOOKED AT, THE REST CARRIES ACROSS AS IT IS
       FD  F107-OLD-FNI-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  F107-OLD-FNI-REC.
           05  F107-OLD-KEY.
               10 F107-OLD-INVOICE-NUM PIC 9(5).
               10 F107-OLD-PRODUCT     PIC X(1).
           05  FILLER                  PIC X(74).
           05  F107-OLD-CHARGEBACK     PIC 9(6).
           05  FILLER                  PIC X(8).
      *THE NEW F&I PRODUCT FILE - SAME LAYOUT AS PROGRAM22'S
      *F99-FNI-REC. A CHARGEBACK ON THE OLD FILE WAS ALREADY SENT TO
      *PAYROLL BY THE MAINTENANCE RUN, SO IT LOADS STAMPED TAKEN WITH
      *999999 - A DATE NO STATEMENT RUN CAN CARRY - AND IS NEVER TAKEN
      *AGAIN. EVERY OTHER PRODUCT LOADS WITH THE STAMP ZERO
       FD  F99-FNI-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  F99-FNI-REC.
           05  F99-FNI-OLD-FIELDS.
               10  F99-FNI-KEY.
                   15 F99-FNI-INVOICE-NUM PIC 9(5).
                   15 F99-FNI-PRODUCT     PIC X(1).
               10  FILLER                 PIC X(88).
           05  F99-FNI-CHGBK-DATE     PIC 9(6).
           05  F99-FNI-CHGBK-RUN      PIC 9(4).
      *ONE CONVERSION LOG LINE
       FD  F108-CONVERT-LOG
           RECORD CONTAINS 80 CHARACTERS.
       01  F108-CONVERT-LOG-LINE    PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W01-FCV-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W02-FCV-HEADING-LINE2.
           05                PIC X(24) VALUE SPACES.
           05                PIC X(31) VALUE
               'F&I PRODUCT CONVERSION REPORT'.
           05                PIC X(25) VALUE SPACES.

       01  W03-FCV-DETAIL-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W03-FCV-INVOICE-OUT  PIC ZZZZ9.
           05                     PIC X(2) VALUE SPACES.
           05 W03-FCV-PRODUCT-OUT  PIC X(1).
           05                     PIC X(4) VALUE SPACES.
           05 W03-FCV-RESULT-OUT   PIC X(40).
           05                     PIC X(24) VALUE SPACES.

       01  W04-FCV-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W04-SUMMARY-LABEL-OUT PIC X(24).
           05 W04-SUMMARY-COUNT-OUT PIC ZZZZ9.
           05                     PIC X(47) VALUE SPACES.

       01  W51-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

       01  W52-CONVERT-TOTALS.
           05 W52-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 W52-LOADED-COUNT   PIC 9(5) VALUE ZERO.
           05 W52-TAKEN-COUNT    PIC 9(5) VALUE ZERO.
           05 W52-DROPPED-COUNT  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 300-LOAD-RECORDS
               UNTIL W51-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
       100-OPEN-FILES.
           OPEN INPUT F107-OLD-FNI-FILE
           OPEN OUTPUT F99-FNI-FILE
           OPEN OUTPUT F108-CONVERT-LOG
           MOVE W01-FCV-HEADING-LINE1 TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
           MOVE W02-FCV-HEADING-LINE2 TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE FROM SPACES
           MOVE SPACES TO W51-DATA-REMAINS-SWITCH
           READ F107-OLD-FNI-FILE
               AT END MOVE 'NO' TO W51-DATA-REMAINS-SWITCH
           END-READ
          .
      *ONE OLD RECORD PER PASS - WRITTEN STRAIGHT TO THE NEW FILE
      *WITH ITS CHARGEBACK STAMP; THE WRITE ITSELF CATCHES A
      *DUPLICATE KEY
       300-LOAD-RECORDS.
           ADD 1 TO W52-READ-COUNT
           MOVE F107-OLD-FNI-REC TO F99-FNI-OLD-FIELDS
           MOVE ZERO TO F99-FNI-CHGBK-DATE
                        F99-FNI-CHGBK-RUN
           IF F107-OLD-CHARGEBACK NUMERIC
               AND F107-OLD-CHARGEBACK > ZERO
               MOVE 999999 TO F99-FNI-CHGBK-DATE
           END-IF
           WRITE F99-FNI-REC
               INVALID KEY
                   PERFORM 310-LOG-DROPPED-RECORD
               NOT INVALID KEY
                   ADD 1 TO W52-LOADED-COUNT
                   IF F99-FNI-CHGBK-DATE NOT = ZERO
                       ADD 1 TO W52-TAKEN-COUNT
                   END-IF
           END-WRITE
           READ F107-OLD-FNI-FILE
               AT END MOVE 'NO' TO W51-DATA-REMAINS-SWITCH
           END-READ
          .
       310-LOG-DROPPED-RECORD.
           ADD 1 TO W52-DROPPED-COUNT
           MOVE F107-OLD-INVOICE-NUM TO W03-FCV-INVOICE-OUT
           MOVE F107-OLD-PRODUCT     TO W03-FCV-PRODUCT-OUT
           MOVE 'DUPLICATE PRODUCT - RECORD DROPPED'
               TO W03-FCV-RESULT-OUT
           MOVE W03-FCV-DETAIL-LINE TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
          .
       400-PRINT-SUMMARY.
           WRITE F108-CONVERT-LOG-LINE FROM SPACES
           MOVE 'OLD RECORDS READ' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-READ-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-FCV-SUMMARY-LINE TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
           MOVE 'PRODUCTS LOADED' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-LOADED-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-FCV-SUMMARY-LINE TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
           MOVE 'CHARGEBACKS MARKED TAKEN' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-TAKEN-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-FCV-SUMMARY-LINE TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
           MOVE 'DUPLICATES DROPPED' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-DROPPED-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-FCV-SUMMARY-LINE TO F108-CONVERT-LOG-LINE
           WRITE F108-CONVERT-LOG-LINE
          .
       500-CLOSE-FILES.
           CLOSE F107-OLD-FNI-FILE
                 F99-FNI-FILE
                 F108-CONVERT-LOG
           STOP RUN.
