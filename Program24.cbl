       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240089".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *ONE-TIME CONVERSION OF THE BUYER MASTER TO ITS LONGER RECORD,
      *CARRYING THE CUSTOMER NUMBER. BEFORE RUNNING, THE OPERATOR
      *RENAMES THE OLD INDEXED ASST2.BYR TO ASST2.BYO; THIS JOB READS
      *IT THROUGH IN INVOICE ORDER AND LOADS A FRESH INDEXED
      *ASST2.BYR KEYED ON THE SAME INVOICE NUMBER
           SELECT F105-OLD-BUYER-FILE ASSIGN TO 'ASST2.BYO'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS F105-OLD-INVOICE-NUM.

           SELECT F32-BUYER-FILE    ASSIGN TO 'ASST2.BYR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F32-BYR-INVOICE-NUM.

      *ONE LINE PER RECORD DROPPED, PLUS THE LOAD SUMMARY
           SELECT F106-CONVERT-LOG  ASSIGN TO 'ASST2.BCV'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE OLD BUYER MASTER, FULL LAYOUT
       FD  F105-OLD-BUYER-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  F105-OLD-BUYER-REC.
           05  F105-OLD-INVOICE-NUM PIC 9(5).
           05  FILLER               PIC X(92).
      *THE NEW BUYER MASTER - SAME LAYOUT AS PROGRAM9'S F32-BUYER-REC.
      *THE CUSTOMER NUMBER DID NOT EXIST YET WHEN THE OLD FILE WAS
      *CUT, SO EVERY CONVERTED BUYER LOADS UNLINKED, READY FOR THE
      *CUSTOMER MATCH RUN TO PICK UP
       FD  F32-BUYER-FILE
           RECORD CONTAINS 103 CHARACTERS.
       01  F32-BUYER-REC.
           05  F32-BYR-OLD-FIELDS.
               10  F32-BYR-INVOICE-NUM PIC 9(5).
               10  FILLER              PIC X(92).
           05  F32-BYR-CUST-NUM    PIC 9(6).
      *ONE CONVERSION LOG LINE
       FD  F106-CONVERT-LOG
           RECORD CONTAINS 80 CHARACTERS.
       01  F106-CONVERT-LOG-LINE    PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W01-BCV-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W02-BCV-HEADING-LINE2.
           05                PIC X(25) VALUE SPACES.
           05                PIC X(30) VALUE
               'BUYER MASTER CONVERSION REPORT'.
           05                PIC X(25) VALUE SPACES.

       01  W03-BCV-DETAIL-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W03-BCV-INVOICE-OUT  PIC ZZZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W03-BCV-RESULT-OUT   PIC X(40).
           05                     PIC X(27) VALUE SPACES.

       01  W04-BCV-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W04-SUMMARY-LABEL-OUT PIC X(24).
           05 W04-SUMMARY-COUNT-OUT PIC ZZZZ9.
           05                     PIC X(47) VALUE SPACES.

       01  W51-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

       01  W52-CONVERT-TOTALS.
           05 W52-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 W52-LOADED-COUNT   PIC 9(5) VALUE ZERO.
           05 W52-DROPPED-COUNT  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 300-LOAD-RECORDS
               UNTIL W51-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
       100-OPEN-FILES.
           OPEN INPUT F105-OLD-BUYER-FILE
           OPEN OUTPUT F32-BUYER-FILE
           OPEN OUTPUT F106-CONVERT-LOG
           MOVE W01-BCV-HEADING-LINE1 TO F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE
           MOVE W02-BCV-HEADING-LINE2 TO F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE FROM SPACES
           MOVE SPACES TO W51-DATA-REMAINS-SWITCH
           READ F105-OLD-BUYER-FILE
               AT END MOVE 'NO' TO W51-DATA-REMAINS-SWITCH
           END-READ
          .
      *ONE OLD RECORD PER PASS - WRITTEN STRAIGHT TO THE NEW MASTER
      *WITH NO CUSTOMER; THE WRITE ITSELF CATCHES A DUPLICATE INVOICE
       300-LOAD-RECORDS.
           ADD 1 TO W52-READ-COUNT
           MOVE F105-OLD-BUYER-REC TO F32-BYR-OLD-FIELDS
           MOVE ZERO TO F32-BYR-CUST-NUM
           WRITE F32-BUYER-REC
               INVALID KEY
                   PERFORM 310-LOG-DROPPED-RECORD
               NOT INVALID KEY
                   ADD 1 TO W52-LOADED-COUNT
           END-WRITE
           READ F105-OLD-BUYER-FILE
               AT END MOVE 'NO' TO W51-DATA-REMAINS-SWITCH
           END-READ
          .
       310-LOG-DROPPED-RECORD.
           ADD 1 TO W52-DROPPED-COUNT
           MOVE F105-OLD-INVOICE-NUM TO W03-BCV-INVOICE-OUT
           MOVE 'DUPLICATE INVOICE - RECORD DROPPED'
               TO W03-BCV-RESULT-OUT
           MOVE W03-BCV-DETAIL-LINE TO F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE
          .
       400-PRINT-SUMMARY.
           WRITE F106-CONVERT-LOG-LINE FROM SPACES
           MOVE 'OLD RECORDS READ' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-READ-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-BCV-SUMMARY-LINE TO F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE
           MOVE 'BUYERS LOADED' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-LOADED-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-BCV-SUMMARY-LINE TO F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE
           MOVE 'DUPLICATES DROPPED' TO W04-SUMMARY-LABEL-OUT
           MOVE W52-DROPPED-COUNT TO W04-SUMMARY-COUNT-OUT
           MOVE W04-BCV-SUMMARY-LINE TO F106-CONVERT-LOG-LINE
           WRITE F106-CONVERT-LOG-LINE
          .
       500-CLOSE-FILES.
           CLOSE F105-OLD-BUYER-FILE
                 F32-BUYER-FILE
                 F106-CONVERT-LOG
           STOP RUN.
