       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240083".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE MONTHLY LOT COUNT - EACH LOT MANAGER WALKS THE LOT AND THE
      *OFFICE KEYS ONE LINE PER UNIT SEEN: THE LOT WALKED, THE DATE
      *OF THE COUNT AND THE INVOICE NUMBER ON THE UNIT. LINES ARE
      *KEPT GROUPED BY LOT, ONE COUNT SHEET AFTER ANOTHER
           SELECT F74-LOT-COUNT-FILE ASSIGN TO 'ASST2.LCT'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-LCT-FILE-STATUS.

      *SORT WORK AND OUTPUT FOR THE COUNT IN INVOICE ORDER, SO IT CAN
      *BE MERGED AGAINST THE MASTER IN ONE SEQUENTIAL PASS THE SAME
      *WAY 4240066 MERGES THE RECON LEDGER
           SELECT F75-LOT-COUNT-SORT ASSIGN TO 'ASST2.LSW'.

           SELECT F76-SORTED-COUNT  ASSIGN TO 'ASST2.LCS'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *THE INDEXED CAR MASTER - READ ONLY, STRAIGHT THROUGH IN INVOICE
      *ORDER. THE 'U' AND 'P' RECORDS ARE THE BOOKS THE COUNT IS
      *PROVED AGAINST; A SIGHTED 'S' RECORD IS A SOLD CAR STILL ON
      *THE LOT
           SELECT F01-CAR-RECORDS   ASSIGN TO 'ASST2.DAT'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS F01-INVOICE-NUM.

      *ONE LINE PER DISCREPANCY FOUND BY THE MERGE, THEN SORTED BY
      *CATEGORY, LOT AND INVOICE SO EACH CATEGORY PRINTS AS ITS OWN
      *SECTION OF THE REPORT
           SELECT F77-DISCREPANCY-WORK ASSIGN TO 'ASST2.LDW'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F78-DISCREPANCY-SORT ASSIGN TO 'ASST2.LDS'.

           SELECT F79-SORTED-DISCREPANCY ASSIGN TO 'ASST2.LDX'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *READY-TO-APPLY CHANGE TRANSACTIONS IN THE EXACT LAYOUT 4240067
      *READS - ONE PER UNIT FOUND AT A DIFFERENT LOT THAN THE MASTER
      *SAYS, PRE-FILLED FROM THE MASTER RECORD WITH THE LOT IT WAS
      *FOUND ON. THE OFFICE STRIKES ANY IT DOES NOT APPROVE AND RUNS
      *THE MAINTENANCE PASS AGAINST THE REST
           SELECT F81-LOT-CHANGE-TXN-FILE ASSIGN TO 'ASST2.LTX'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE PRINTED ON THE
      *REPORT; SYSTEM DATE AS FALLBACK
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RUN-FILE-STATUS.

      *THE PRINTED BOOK-TO-FLOOR RECONCILIATION
           SELECT F80-LOT-COUNT-REPORT ASSIGN TO 'ASST2.LCR'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE UNIT SEEN ON A LOT. THE INVOICE IS CARRIED AS PLAIN
      *CHARACTERS SO A MIS-KEYED NUMBER STILL SORTS AND COMPARES
      *CLEANLY IN THE MERGE AND FALLS OUT AS NOT ON THE BOOKS
       FD  F74-LOT-COUNT-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  F74-LOT-COUNT-REC.
           05  F74-LCT-LOT-CODE     PIC X(3).
           05  F74-LCT-COUNT-DATE   PIC 9(6).
           05  F74-LCT-INVOICE-NUM  PIC X(5).
      *SORT WORK RECORD FOR THE COUNT - JUST THE TWO SORT KEYS
       SD  F75-LOT-COUNT-SORT
           RECORD CONTAINS 14 CHARACTERS.
       01  F75-LOT-COUNT-SORT-REC.
           05  F75-SORT-LOT-CODE    PIC X(3).
           05  FILLER               PIC X(6).
           05  F75-SORT-INVOICE     PIC X(5).
      *THE COUNT IN INVOICE ORDER - SAME LAYOUT AS F74
       FD  F76-SORTED-COUNT
           RECORD CONTAINS 14 CHARACTERS.
       01  F76-SORTED-COUNT-REC.
           05  F76-LCT-LOT-CODE     PIC X(3).
           05  F76-LCT-COUNT-DATE   PIC 9(6).
           05  F76-LCT-INVOICE-NUM  PIC X(5).
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
      *ONE DISCREPANCY. F77-DSC-LOT-CODE IS THE LOT THE FINDING IS
      *REPORTED UNDER - THE BOOK LOT FOR A UNIT MISSING OR FOUND
      *ELSEWHERE, THE LOT IT WAS FOUND ON OTHERWISE. THE MASTER FIELDS
      *ARE BLANK WHEN THE UNIT IS NOT ON THE BOOKS
       FD  F77-DISCREPANCY-WORK
           RECORD CONTAINS 48 CHARACTERS.
       01  F77-DISCREPANCY-REC.
           05  F77-DSC-CATEGORY     PIC X(1).
           05  F77-DSC-LOT-CODE     PIC X(3).
           05  F77-DSC-INVOICE-NUM  PIC X(5).
           05  F77-DSC-BOOK-LOT     PIC X(3).
           05  F77-DSC-FOUND-LOT    PIC X(3).
           05  F77-DSC-YEAR         PIC X(2).
           05  F77-DSC-MAKE         PIC X(11).
           05  F77-DSC-MODEL        PIC X(13).
           05  F77-DSC-ASKING-PRICE PIC 9(6).
           05  F77-DSC-STATUS       PIC X(1).
      *SORT WORK RECORD FOR THE DISCREPANCIES - THE THREE SORT KEYS
       SD  F78-DISCREPANCY-SORT
           RECORD CONTAINS 48 CHARACTERS.
       01  F78-DISCREPANCY-SORT-REC.
           05  F78-SORT-CATEGORY    PIC X(1).
           05  F78-SORT-LOT-CODE    PIC X(3).
           05  F78-SORT-INVOICE     PIC X(5).
           05  FILLER               PIC X(39).
      *THE DISCREPANCIES IN REPORT ORDER - SAME LAYOUT AS F77
       FD  F79-SORTED-DISCREPANCY
           RECORD CONTAINS 48 CHARACTERS.
       01  F79-SORTED-DISCREPANCY-REC.
           05  F79-DSC-CATEGORY     PIC X(1).
           05  F79-DSC-LOT-CODE     PIC X(3).
           05  F79-DSC-INVOICE-NUM  PIC X(5).
           05  F79-DSC-BOOK-LOT     PIC X(3).
           05  F79-DSC-FOUND-LOT    PIC X(3).
           05  F79-DSC-YEAR         PIC X(2).
           05  F79-DSC-MAKE         PIC X(11).
           05  F79-DSC-MODEL        PIC X(13).
           05  F79-DSC-ASKING-PRICE PIC 9(6).
           05  F79-DSC-STATUS       PIC X(1).
      *ONE CHANGE TRANSACTION - SAME LAYOUT AS PROGRAM2'S
      *F09-TRANSACTION-LINE, KEPT IN SYNC BY HAND LIKE THE OTHER
      *SHARED FILES. A CHANGE TAKES EVERY FIELD FROM THE TRANSACTION,
      *SO THE WHOLE MASTER RECORD RIDES ALONG WITH ONLY THE LOT
      *ALTERED
       FD  F81-LOT-CHANGE-TXN-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  F81-TRANSACTION-LINE.
           05  F81-TXN-CODE        PIC X(1).
           05  F81-CAR-FIELDS.
               10 F81-INVOICE-NUM     PIC 9(5).
               10 F81-YEAR            PIC 9(2).
               10 F81-MAKE            PIC X(11).
               10 F81-MODEL           PIC X(13).
               10 F81-ASKING-PRICE    PIC 9(6).
               10 F81-SOLD-PRICE      PIC 9(6).
               10 F81-SALES-P         PIC X(7).
               10 F81-LOT-CODE        PIC X(3).
               10 F81-TRADE-IN-ALLOW  PIC 9(6).
               10 F81-STATUS          PIC X(1).
               10 F81-DATE-RECEIVED   PIC 9(6).
               10 F81-SALES-P2        PIC X(7).
               10 F81-SPLIT-PCT       PIC 9(2).
               10 F81-DEPOSIT-AMT     PIC 9(6).
               10 F81-HOLD-EXPIRY     PIC 9(6).
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
      *ONE PRINTED REPORT LINE
       FD  F80-LOT-COUNT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  F80-LOT-COUNT-LINE       PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W61-FILE-STATUSES.
           05 W61-LCT-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RUN-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  W61-LCT-PRESENT-SWITCH   PIC X(3) VALUE 'NO'.
           88 W61-LCT-PRESENT           VALUE 'YES'.
       01  W61-DATA-REMAINS-SWITCH  PIC X(2) VALUE SPACES.
       01  W61-CNT-REMAINS-SWITCH   PIC X(2) VALUE 'NO'.

       01  W62-TODAY-DATE.
           05 W62-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-DD      PIC 9(2) VALUE ZERO.

      *ONE ENTRY PER LOT - EVERY LOT THE COUNT WALKED, PLUS ANY LOT
      *THE BOOKS CARRY THAT NOBODY COUNTED. AT MOST 10 LOTS, THE SAME
      *CEILING AS THE COMMISSION RUN'S LOT TABLE
      *  SEEN    - LINES ON THE COUNT FOR THE LOT
      *  MISSING - BOOK UNITS NOT SIGHTED ANYWHERE, PRICED AT ASKING
      *            AS THE LOT'S SHRINK
      *  WRONG   - BOOK UNITS OF THIS LOT SIGHTED ON ANOTHER LOT
      *  EXTRA   - UNITS SIGHTED HERE THAT ARE NOT ON THE BOOKS OR
      *            ARE MARKED SOLD
       01  W63-LOT-TABLE.
           05 W63-LOT-ENTRY OCCURS 10 TIMES.
               10 W63-LOT-CODE         PIC X(3).
               10 W63-LOT-COUNTED      PIC X(1).
                   88 W63-LOT-WAS-COUNTED  VALUE 'Y'.
               10 W63-LOT-COUNT-DATE   PIC 9(6).
               10 W63-LOT-BOOK-UNITS   PIC 9(4).
               10 W63-LOT-SEEN-UNITS   PIC 9(4).
               10 W63-LOT-MISSING      PIC 9(4).
               10 W63-LOT-WRONG        PIC 9(4).
               10 W63-LOT-EXTRA        PIC 9(4).
               10 W63-LOT-SHRINK       PIC 9(8).
       01  W63-LOT-COUNT        PIC 9(2) COMP VALUE ZERO.
       01  W63-IDX              PIC 9(2) COMP VALUE ZERO.
       01  W63-MATCH-IDX        PIC 9(2) COMP VALUE ZERO.
       01  W63-LOOKUP-LOT       PIC X(3) VALUE SPACES.

      *MERGE CONTROL - THE SORTED COUNT IS CONSUMED IN STEP WITH THE
      *MASTER'S INVOICE ORDER. THE CAR'S INVOICE IS COMPARED AS
      *PLAIN CHARACTERS, THE SAME COLLATION THE SORT USED
       01  W64-MERGE-CONTROL.
           05 W64-CAR-INVOICE-X     PIC X(5) VALUE SPACES.
           05 W64-SIGHTINGS         PIC 9(3) VALUE ZERO.
           05 W64-FIRST-LOT         PIC X(3) VALUE SPACES.
           05 W64-BOOK-LOT-SWITCH   PIC X(3) VALUE 'NO'.
               88 W64-SEEN-ON-BOOK-LOT  VALUE 'YES'.

      *RUN TOTALS FOR THE CLOSING SUMMARY
       01  W65-RUN-TOTALS.
           05 W65-COUNT-LINES        PIC 9(5) COMP VALUE ZERO.
           05 W65-BOOK-UNITS         PIC 9(5) COMP VALUE ZERO.
           05 W65-MATCHED            PIC 9(5) COMP VALUE ZERO.
           05 W65-UNCOUNTED-UNITS    PIC 9(5) COMP VALUE ZERO.
           05 W65-DUPLICATE-SIGHTINGS PIC 9(5) COMP VALUE ZERO.
           05 W65-CHANGE-TXNS        PIC 9(5) COMP VALUE ZERO.
           05 W65-LOT-OVERFLOW       PIC 9(5) COMP VALUE ZERO.
           05 W65-CATEGORY-COUNT OCCURS 4 TIMES
                                     PIC 9(5) COMP VALUE ZERO.
           05 W65-SHRINK-TOTAL       PIC 9(8) VALUE ZERO.
       01  W65-CAT-IDX               PIC 9(1) VALUE ZERO.

       01  W66-LCR-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W66-LCR-HEADING-LINE2.
           05                PIC X(23) VALUE SPACES.
           05                PIC X(33) VALUE
               'PHYSICAL LOT COUNT RECONCILIATION'.
           05                PIC X(24) VALUE SPACES.

       01  W66-LCR-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W66-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W66-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W66-RUN-DD-OUT       PIC 99.
           05                      PIC X(55) VALUE SPACES.

       01  W66-LCR-NO-COUNT-LINE.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(42) VALUE
               'NO LOT COUNT ON FILE - NOTHING RECONCILED'.
           05                PIC X(35) VALUE SPACES.

      *PER-LOT SUMMARY - ONE LINE PER LOT PLUS A TOTAL LINE
       01  W67-LOT-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(3)  VALUE 'LOT'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(11) VALUE 'COUNT DATE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE 'ON BOOK'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE '   SEEN'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE 'MISSING'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE 'WRG LOT'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE '  EXTRA'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(10) VALUE '    SHRINK'.
           05                PIC X(4)  VALUE SPACES.

       01  W67-LOT-DETAIL-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W67-LOT-OUT          PIC X(3).
           05                      PIC X(2)  VALUE SPACES.
           05 W67-DATE-OUT         PIC X(11).
           05                      PIC X(2)  VALUE SPACES.
           05 W67-BOOK-OUT         PIC ZZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W67-SEEN-OUT         PIC ZZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W67-MISSING-OUT      PIC ZZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W67-WRONG-OUT        PIC ZZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W67-EXTRA-OUT        PIC ZZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W67-SHRINK-OUT       PIC $Z,ZZZ,ZZ9.
           05                      PIC X(4)  VALUE SPACES.

      *THE COUNT DATE AS PRINTED - OR 'NOT COUNTED' FOR A LOT THAT
      *ONLY THE BOOKS KNOW ABOUT
       01  W67-COUNT-DATE-EDIT.
           05 W67-EDIT-YY          PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W67-EDIT-MM          PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W67-EDIT-DD          PIC 99.
           05                      PIC X(3)  VALUE SPACES.
       01  W67-COUNT-DATE-SPLIT.
           05 W67-SPLIT-YY         PIC 9(2).
           05 W67-SPLIT-MM         PIC 9(2).
           05 W67-SPLIT-DD         PIC 9(2).
       01  W67-COUNT-DATE-NUM REDEFINES W67-COUNT-DATE-SPLIT
                                   PIC 9(6).
       01  W67-LOT-TOTALS.
           05 W67-TOTAL-BOOK       PIC 9(5) VALUE ZERO.
           05 W67-TOTAL-SEEN       PIC 9(5) VALUE ZERO.
           05 W67-TOTAL-MISSING    PIC 9(5) VALUE ZERO.
           05 W67-TOTAL-WRONG      PIC 9(5) VALUE ZERO.
           05 W67-TOTAL-EXTRA      PIC 9(5) VALUE ZERO.

      *ONE SECTION PER DISCREPANCY CATEGORY, IN THIS ORDER
       01  W68-CATEGORY-TITLES.
           05 PIC X(50) VALUE
               'ON THE BOOKS - NOT FOUND ON THE LOT'.
           05 PIC X(50) VALUE
               'FOUND ON THE LOT - NOT ON THE BOOKS'.
           05 PIC X(50) VALUE
               'FOUND AT ANOTHER LOT - LOT CHANGE QUEUED'.
           05 PIC X(50) VALUE
               'MARKED SOLD - STILL ON THE LOT'.
       01  W68-CATEGORY-TABLE REDEFINES W68-CATEGORY-TITLES.
           05 W68-CATEGORY-TITLE OCCURS 4 TIMES PIC X(50).

       01  W68-SECTION-TITLE-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-SECTION-TITLE-OUT PIC X(50).
           05                      PIC X(27) VALUE SPACES.

       01  W68-DSC-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(7)  VALUE 'INVOICE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(8)  VALUE 'BOOK LOT'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(8)  VALUE 'FOUND AT'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(2)  VALUE 'YR'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(11) VALUE 'MAKE'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(13) VALUE 'MODEL'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(8)  VALUE '  ASKING'.
           05                PIC X(11) VALUE SPACES.

       01  W68-DSC-DETAIL-LINE.
           05                      PIC X(4)  VALUE SPACES.
           05 W68-INVOICE-OUT      PIC X(5).
           05                      PIC X(4)  VALUE SPACES.
           05 W68-BOOK-LOT-OUT     PIC X(3).
           05                      PIC X(7)  VALUE SPACES.
           05 W68-FOUND-LOT-OUT    PIC X(3).
           05                      PIC X(5)  VALUE SPACES.
           05 W68-YEAR-OUT         PIC X(2).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-MAKE-OUT         PIC X(11).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-MODEL-OUT        PIC X(13).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-ASKING-OUT       PIC $ZZZ,ZZ9.
           05                      PIC X(11) VALUE SPACES.

       01  W68-NONE-LINE.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(4)  VALUE 'NONE'.
           05                PIC X(72) VALUE SPACES.

       01  W69-SUMMARY-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-SUM-LABEL-OUT    PIC X(40).
           05 W69-SUM-COUNT-OUT    PIC ZZZZ9.
           05                      PIC X(32) VALUE SPACES.

       01  W69-SHRINK-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(34) VALUE
               'TOTAL SHRINK AT ASKING PRICE'.
           05 W69-SHRINK-TOTAL-OUT PIC $ZZ,ZZZ,ZZ9.
           05                      PIC X(32) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 095-LOAD-COUNTED-LOTS
           PERFORM 100-OPEN-FILES
           PERFORM 200-MERGE-ONE-CAR
               UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 210-CONSUME-LOWER-SIGHTINGS
               UNTIL W61-CNT-REMAINS-SWITCH = 'NO'
           PERFORM 250-END-MERGE
           PERFORM 300-PRINT-LOT-SUMMARY
           PERFORM 400-PRINT-DISCREPANCIES
           PERFORM 450-PRINT-RUN-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE OFF THE RUN CONTROL - SYSTEM DATE WHEN
      *THE FILE IS MISSING, THE SAME FALLBACK AS EVERYWHERE ELSE
       090-READ-RUN-DATE.
           ACCEPT W62-TODAY-DATE FROM DATE
           OPEN INPUT F20-RUN-CONTROL-FILE
           IF W61-RUN-FILE-STATUS = '00'
               READ F20-RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F20-RUN-DATE TO W62-TODAY-DATE
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           END-IF
          .
      *FIRST PASS OVER THE COUNT AS KEYED - EVERY LOT ON IT GOES INTO
      *THE LOT TABLE AS COUNTED, WITH ITS COUNT DATE AND LINES SEEN,
      *SO THE MERGE KNOWS WHICH LOTS A MISSING UNIT CAN BE CHARGED
      *TO. THEN THE COUNT IS SORTED INTO INVOICE ORDER. A SORT
      *AGAINST A FILE THAT ISN'T THERE ABENDS, SO THE FILE IS PROBED
      *FIRST AND NOTHING IS RECONCILED WHEN IT IS MISSING
       095-LOAD-COUNTED-LOTS.
           OPEN INPUT F74-LOT-COUNT-FILE
           IF W61-LCT-FILE-STATUS = '00'
               MOVE 'YES' TO W61-LCT-PRESENT-SWITCH
               MOVE SPACES TO W61-DATA-REMAINS-SWITCH
               READ F74-LOT-COUNT-FILE
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 096-ADD-COUNT-LINE
                   UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F74-LOT-COUNT-FILE
               SORT F75-LOT-COUNT-SORT
                   ON ASCENDING KEY F75-SORT-INVOICE
                   ON ASCENDING KEY F75-SORT-LOT-CODE
                   USING F74-LOT-COUNT-FILE
                   GIVING F76-SORTED-COUNT
           END-IF
          .
       096-ADD-COUNT-LINE.
           ADD 1 TO W65-COUNT-LINES
           MOVE F74-LCT-LOT-CODE TO W63-LOOKUP-LOT
           PERFORM 150-FIND-LOT-ENTRY
           IF W63-MATCH-IDX > ZERO
               ADD 1 TO W63-LOT-SEEN-UNITS (W63-MATCH-IDX)
               IF NOT W63-LOT-WAS-COUNTED (W63-MATCH-IDX)
                   MOVE 'Y' TO W63-LOT-COUNTED (W63-MATCH-IDX)
                   IF F74-LCT-COUNT-DATE NUMERIC
                       MOVE F74-LCT-COUNT-DATE
                           TO W63-LOT-COUNT-DATE (W63-MATCH-IDX)
                   END-IF
               END-IF
           END-IF
           READ F74-LOT-COUNT-FILE
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
       100-OPEN-FILES.
           OPEN INPUT F01-CAR-RECORDS
           OPEN OUTPUT F77-DISCREPANCY-WORK
           OPEN OUTPUT F81-LOT-CHANGE-TXN-FILE
           OPEN OUTPUT F80-LOT-COUNT-REPORT
           MOVE W66-LCR-HEADING-LINE1 TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           MOVE W66-LCR-HEADING-LINE2 TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE FROM SPACES
           MOVE W62-TODAY-YY TO W66-RUN-YY-OUT
           MOVE W62-TODAY-MM TO W66-RUN-MM-OUT
           MOVE W62-TODAY-DD TO W66-RUN-DD-OUT
           MOVE W66-LCR-RUN-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE FROM SPACES
           IF NOT W61-LCT-PRESENT
               MOVE W66-LCR-NO-COUNT-LINE TO F80-LOT-COUNT-LINE
               WRITE F80-LOT-COUNT-LINE
               WRITE F80-LOT-COUNT-LINE FROM SPACES
           END-IF
           MOVE 'NO' TO W61-CNT-REMAINS-SWITCH
           IF W61-LCT-PRESENT
               OPEN INPUT F76-SORTED-COUNT
               MOVE SPACES TO W61-CNT-REMAINS-SWITCH
               READ F76-SORTED-COUNT
                   AT END MOVE 'NO' TO W61-CNT-REMAINS-SWITCH
               END-READ
           END-IF
           MOVE SPACES TO W61-DATA-REMAINS-SWITCH
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *FINDS THE LOT TABLE ENTRY FOR W63-LOOKUP-LOT, ADDING ONE THE
      *FIRST TIME A LOT IS SEEN. THE TABLE IS AT MOST 10 ENTRIES SO
      *THE SCAN ALWAYS RUNS TO THE END. W63-MATCH-IDX COMES BACK ZERO
      *ONLY WHEN AN ELEVENTH LOT TURNS UP - COUNTED ON THE SUMMARY
       150-FIND-LOT-ENTRY.
           MOVE ZERO TO W63-MATCH-IDX
           PERFORM 151-SCAN-LOT-TABLE
               VARYING W63-IDX FROM 1 BY 1
               UNTIL W63-IDX > W63-LOT-COUNT
           IF W63-MATCH-IDX = ZERO
               IF W63-LOT-COUNT < 10
                   ADD 1 TO W63-LOT-COUNT
                   MOVE W63-LOT-COUNT TO W63-MATCH-IDX
                   MOVE W63-LOOKUP-LOT
                       TO W63-LOT-CODE (W63-MATCH-IDX)
                   MOVE 'N' TO W63-LOT-COUNTED (W63-MATCH-IDX)
                   MOVE ZERO TO W63-LOT-COUNT-DATE (W63-MATCH-IDX)
                                W63-LOT-BOOK-UNITS (W63-MATCH-IDX)
                                W63-LOT-SEEN-UNITS (W63-MATCH-IDX)
                                W63-LOT-MISSING (W63-MATCH-IDX)
                                W63-LOT-WRONG (W63-MATCH-IDX)
                                W63-LOT-EXTRA (W63-MATCH-IDX)
                                W63-LOT-SHRINK (W63-MATCH-IDX)
               ELSE
                   ADD 1 TO W65-LOT-OVERFLOW
               END-IF
           END-IF
          .
       151-SCAN-LOT-TABLE.
           IF W63-LOT-CODE (W63-IDX) = W63-LOOKUP-LOT
               MOVE W63-IDX TO W63-MATCH-IDX
           END-IF
          .
      *THE MERGE PASS - ONE MASTER RECORD PER PASS. SIGHTINGS BELOW
      *THE CURRENT CAR CAN NEVER MATCH A LATER ONE (BOTH FILES RUN
      *ASCENDING) SO THEY FALL OUT AS NOT ON THE BOOKS; SIGHTINGS OF
      *THIS CAR ARE GATHERED UP AND THE CAR IS THEN CLASSIFIED
       200-MERGE-ONE-CAR.
           MOVE F01-INVOICE-NUM TO W64-CAR-INVOICE-X
           PERFORM 210-CONSUME-LOWER-SIGHTINGS
               UNTIL W61-CNT-REMAINS-SWITCH = 'NO'
               OR F76-LCT-INVOICE-NUM >= W64-CAR-INVOICE-X
           MOVE ZERO   TO W64-SIGHTINGS
           MOVE SPACES TO W64-FIRST-LOT
           MOVE 'NO'   TO W64-BOOK-LOT-SWITCH
           PERFORM 220-TAKE-MATCHING-SIGHTING
               UNTIL W61-CNT-REMAINS-SWITCH = 'NO'
               OR F76-LCT-INVOICE-NUM > W64-CAR-INVOICE-X
           PERFORM 230-CLASSIFY-CAR
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *A UNIT SEEN ON A LOT WHOSE INVOICE IS NOT ON THE MASTER - OR
      *COULD NOT BE READ OFF THE COUNT SHEET - IS FOUND BUT NOT ON
      *THE BOOKS, CHARGED TO THE LOT IT WAS SEEN ON
       210-CONSUME-LOWER-SIGHTINGS.
           MOVE F76-LCT-LOT-CODE TO W63-LOOKUP-LOT
           PERFORM 150-FIND-LOT-ENTRY
           IF W63-MATCH-IDX > ZERO
               ADD 1 TO W63-LOT-EXTRA (W63-MATCH-IDX)
           END-IF
           MOVE SPACES TO F77-DISCREPANCY-REC
           MOVE '2'                 TO F77-DSC-CATEGORY
           MOVE F76-LCT-LOT-CODE    TO F77-DSC-LOT-CODE
                                       F77-DSC-FOUND-LOT
           MOVE F76-LCT-INVOICE-NUM TO F77-DSC-INVOICE-NUM
           MOVE ZERO                TO F77-DSC-ASKING-PRICE
           PERFORM 240-WRITE-DISCREPANCY
           READ F76-SORTED-COUNT
               AT END MOVE 'NO' TO W61-CNT-REMAINS-SWITCH
           END-READ
          .
      *ONE SIGHTING OF THE CURRENT CAR. A UNIT WRITTEN DOWN MORE THAN
      *ONCE IS ONLY RECONCILED ONCE - IF ANY SIGHTING IS ON ITS BOOK
      *LOT IT IS WHERE THE BOOKS SAY, OTHERWISE THE LOWEST LOT CODE
      *IT WAS SEEN ON IS TAKEN AS WHERE IT IS
       220-TAKE-MATCHING-SIGHTING.
           ADD 1 TO W64-SIGHTINGS
           IF W64-SIGHTINGS = 1
               MOVE F76-LCT-LOT-CODE TO W64-FIRST-LOT
           ELSE
               ADD 1 TO W65-DUPLICATE-SIGHTINGS
           END-IF
           IF F76-LCT-LOT-CODE = F01-LOT-CODE
               MOVE 'YES' TO W64-BOOK-LOT-SWITCH
           END-IF
           READ F76-SORTED-COUNT
               AT END MOVE 'NO' TO W61-CNT-REMAINS-SWITCH
           END-READ
          .
      *CLASSIFIES THE CURRENT CAR AGAINST WHAT THE COUNT SAW. A BOOK
      *UNIT ON A LOT NOBODY COUNTED IS NEITHER FOUND NOR MISSING -
      *IT IS ONLY TALLIED ON THE SUMMARY
       230-CLASSIFY-CAR.
           IF F01-RECORD-UNSOLD OR F01-RECORD-PENDING
               ADD 1 TO W65-BOOK-UNITS
               MOVE F01-LOT-CODE TO W63-LOOKUP-LOT
               PERFORM 150-FIND-LOT-ENTRY
               IF W63-MATCH-IDX > ZERO
                   ADD 1 TO W63-LOT-BOOK-UNITS (W63-MATCH-IDX)
               END-IF
               IF W64-SIGHTINGS > ZERO
                   IF W64-SEEN-ON-BOOK-LOT
                       ADD 1 TO W65-MATCHED
                   ELSE
                       PERFORM 235-REPORT-WRONG-LOT
                   END-IF
               ELSE
                   IF W63-MATCH-IDX > ZERO
                       IF W63-LOT-WAS-COUNTED (W63-MATCH-IDX)
                           PERFORM 232-REPORT-NOT-FOUND
                       ELSE
                           ADD 1 TO W65-UNCOUNTED-UNITS
                       END-IF
                   ELSE
                       ADD 1 TO W65-UNCOUNTED-UNITS
                   END-IF
               END-IF
           ELSE
               IF F01-RECORD-SOLD AND W64-SIGHTINGS > ZERO
                   PERFORM 238-REPORT-SOLD-ON-LOT
               END-IF
           END-IF
          .
      *ON THE BOOKS BUT NOT SEEN ANYWHERE - THE LOT'S SHRINK, PRICED
      *AT WHAT THE CAR IS ADVERTISED FOR
       232-REPORT-NOT-FOUND.
           ADD 1 TO W63-LOT-MISSING (W63-MATCH-IDX)
           IF F01-ASKING-PRICE NUMERIC
               ADD F01-ASKING-PRICE TO W63-LOT-SHRINK (W63-MATCH-IDX)
                                       W65-SHRINK-TOTAL
           END-IF
           MOVE '1'          TO F77-DSC-CATEGORY
           MOVE F01-LOT-CODE TO F77-DSC-LOT-CODE
           MOVE SPACES       TO F77-DSC-FOUND-LOT
           PERFORM 239-FILL-FROM-MASTER
           PERFORM 240-WRITE-DISCREPANCY
          .
      *SEEN, BUT NOT ON THE LOT THE MASTER CARRIES - REPORTED UNDER
      *THE BOOK LOT, AND A CHANGE TRANSACTION MOVING THE CAR TO THE
      *LOT IT WAS FOUND ON IS QUEUED FOR THE OFFICE TO APPROVE
       235-REPORT-WRONG-LOT.
           IF W63-MATCH-IDX > ZERO
               ADD 1 TO W63-LOT-WRONG (W63-MATCH-IDX)
           END-IF
           MOVE '3'           TO F77-DSC-CATEGORY
           MOVE F01-LOT-CODE  TO F77-DSC-LOT-CODE
           MOVE W64-FIRST-LOT TO F77-DSC-FOUND-LOT
           PERFORM 239-FILL-FROM-MASTER
           PERFORM 240-WRITE-DISCREPANCY
           MOVE 'C'           TO F81-TXN-CODE
           MOVE F01-CAR-SALES TO F81-CAR-FIELDS
           MOVE W64-FIRST-LOT TO F81-LOT-CODE
           WRITE F81-TRANSACTION-LINE
           ADD 1 TO W65-CHANGE-TXNS
          .
      *MARKED SOLD ON THE MASTER BUT STILL SITTING ON A LOT - CHARGED
      *TO THE LOT IT WAS SEEN ON
       238-REPORT-SOLD-ON-LOT.
           MOVE W64-FIRST-LOT TO W63-LOOKUP-LOT
           PERFORM 150-FIND-LOT-ENTRY
           IF W63-MATCH-IDX > ZERO
               ADD 1 TO W63-LOT-EXTRA (W63-MATCH-IDX)
           END-IF
           MOVE '4'           TO F77-DSC-CATEGORY
           MOVE W64-FIRST-LOT TO F77-DSC-LOT-CODE
                                 F77-DSC-FOUND-LOT
           PERFORM 239-FILL-FROM-MASTER
           PERFORM 240-WRITE-DISCREPANCY
          .
       239-FILL-FROM-MASTER.
           MOVE F01-INVOICE-NUM  TO F77-DSC-INVOICE-NUM
           MOVE F01-LOT-CODE     TO F77-DSC-BOOK-LOT
           MOVE F01-YEAR         TO F77-DSC-YEAR
           MOVE F01-MAKE         TO F77-DSC-MAKE
           MOVE F01-MODEL        TO F77-DSC-MODEL
           MOVE F01-STATUS       TO F77-DSC-STATUS
           IF F01-ASKING-PRICE NUMERIC
               MOVE F01-ASKING-PRICE TO F77-DSC-ASKING-PRICE
           ELSE
               MOVE ZERO TO F77-DSC-ASKING-PRICE
           END-IF
          .
       240-WRITE-DISCREPANCY.
           MOVE F77-DSC-CATEGORY TO W65-CAT-IDX
           ADD 1 TO W65-CATEGORY-COUNT (W65-CAT-IDX)
           WRITE F77-DISCREPANCY-REC
          .
      *CLOSES THE MERGE FILES AND SORTS THE DISCREPANCIES INTO
      *REPORT ORDER - CATEGORY, THEN LOT, THEN INVOICE
       250-END-MERGE.
           CLOSE F01-CAR-RECORDS
                 F77-DISCREPANCY-WORK
                 F81-LOT-CHANGE-TXN-FILE
           IF W61-LCT-PRESENT
               CLOSE F76-SORTED-COUNT
           END-IF
           SORT F78-DISCREPANCY-SORT
               ON ASCENDING KEY F78-SORT-CATEGORY
               ON ASCENDING KEY F78-SORT-LOT-CODE
               ON ASCENDING KEY F78-SORT-INVOICE
               USING F77-DISCREPANCY-WORK
               GIVING F79-SORTED-DISCREPANCY
          .
      *ONE LINE PER LOT - WHAT THE BOOKS CARRY, WHAT THE COUNT SAW,
      *AND THE LOT'S SHRINK AT ASKING PRICE - THEN A TOTAL LINE
       300-PRINT-LOT-SUMMARY.
           MOVE W67-LOT-COLUMN-HEADING TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           PERFORM 310-PRINT-ONE-LOT
               VARYING W63-IDX FROM 1 BY 1
               UNTIL W63-IDX > W63-LOT-COUNT
           MOVE 'TOT'               TO W67-LOT-OUT
           MOVE SPACES              TO W67-DATE-OUT
           MOVE W67-TOTAL-BOOK      TO W67-BOOK-OUT
           MOVE W67-TOTAL-SEEN      TO W67-SEEN-OUT
           MOVE W67-TOTAL-MISSING   TO W67-MISSING-OUT
           MOVE W67-TOTAL-WRONG     TO W67-WRONG-OUT
           MOVE W67-TOTAL-EXTRA     TO W67-EXTRA-OUT
           MOVE W65-SHRINK-TOTAL    TO W67-SHRINK-OUT
           MOVE W67-LOT-DETAIL-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
          .
       310-PRINT-ONE-LOT.
           MOVE W63-LOT-CODE (W63-IDX) TO W67-LOT-OUT
           IF W63-LOT-WAS-COUNTED (W63-IDX)
               MOVE W63-LOT-COUNT-DATE (W63-IDX) TO W67-COUNT-DATE-NUM
               MOVE W67-SPLIT-YY TO W67-EDIT-YY
               MOVE W67-SPLIT-MM TO W67-EDIT-MM
               MOVE W67-SPLIT-DD TO W67-EDIT-DD
               MOVE W67-COUNT-DATE-EDIT TO W67-DATE-OUT
           ELSE
               MOVE 'NOT COUNTED' TO W67-DATE-OUT
           END-IF
           MOVE W63-LOT-BOOK-UNITS (W63-IDX) TO W67-BOOK-OUT
           MOVE W63-LOT-SEEN-UNITS (W63-IDX) TO W67-SEEN-OUT
           MOVE W63-LOT-MISSING (W63-IDX)    TO W67-MISSING-OUT
           MOVE W63-LOT-WRONG (W63-IDX)      TO W67-WRONG-OUT
           MOVE W63-LOT-EXTRA (W63-IDX)      TO W67-EXTRA-OUT
           MOVE W63-LOT-SHRINK (W63-IDX)     TO W67-SHRINK-OUT
           MOVE W67-LOT-DETAIL-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           ADD W63-LOT-BOOK-UNITS (W63-IDX) TO W67-TOTAL-BOOK
           ADD W63-LOT-SEEN-UNITS (W63-IDX) TO W67-TOTAL-SEEN
           ADD W63-LOT-MISSING (W63-IDX)    TO W67-TOTAL-MISSING
           ADD W63-LOT-WRONG (W63-IDX)      TO W67-TOTAL-WRONG
           ADD W63-LOT-EXTRA (W63-IDX)      TO W67-TOTAL-EXTRA
          .
      *THE FOUR DISCREPANCY SECTIONS, IN CATEGORY ORDER, EACH READ
      *OFF THE SORTED DISCREPANCY FILE UNTIL THE CATEGORY CHANGES
       400-PRINT-DISCREPANCIES.
           OPEN INPUT F79-SORTED-DISCREPANCY
           MOVE SPACES TO W61-DATA-REMAINS-SWITCH
           READ F79-SORTED-DISCREPANCY
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
           PERFORM 410-PRINT-ONE-SECTION
               VARYING W65-CAT-IDX FROM 1 BY 1
               UNTIL W65-CAT-IDX > 4
           CLOSE F79-SORTED-DISCREPANCY
          .
       410-PRINT-ONE-SECTION.
           WRITE F80-LOT-COUNT-LINE FROM SPACES
           MOVE W68-CATEGORY-TITLE (W65-CAT-IDX)
               TO W68-SECTION-TITLE-OUT
           MOVE W68-SECTION-TITLE-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           IF W65-CATEGORY-COUNT (W65-CAT-IDX) = ZERO
               MOVE W68-NONE-LINE TO F80-LOT-COUNT-LINE
               WRITE F80-LOT-COUNT-LINE
           ELSE
               MOVE W68-DSC-COLUMN-HEADING TO F80-LOT-COUNT-LINE
               WRITE F80-LOT-COUNT-LINE
               PERFORM 420-PRINT-ONE-DISCREPANCY
                   UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
                   OR F79-DSC-CATEGORY NOT = W65-CAT-IDX
           END-IF
          .
       420-PRINT-ONE-DISCREPANCY.
           MOVE F79-DSC-INVOICE-NUM  TO W68-INVOICE-OUT
           MOVE F79-DSC-BOOK-LOT     TO W68-BOOK-LOT-OUT
           MOVE F79-DSC-FOUND-LOT    TO W68-FOUND-LOT-OUT
           MOVE F79-DSC-YEAR         TO W68-YEAR-OUT
           MOVE F79-DSC-MAKE         TO W68-MAKE-OUT
           MOVE F79-DSC-MODEL        TO W68-MODEL-OUT
           MOVE F79-DSC-ASKING-PRICE TO W68-ASKING-OUT
           MOVE W68-DSC-DETAIL-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
           READ F79-SORTED-DISCREPANCY
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *CLOSES OUT THE REPORT WITH THE RUN'S COUNTS
       450-PRINT-RUN-SUMMARY.
           WRITE F80-LOT-COUNT-LINE FROM SPACES
           MOVE 'UNITS ON THE COUNT' TO W69-SUM-LABEL-OUT
           MOVE W65-COUNT-LINES TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'UNITS ON THE BOOKS' TO W69-SUM-LABEL-OUT
           MOVE W65-BOOK-UNITS TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'FOUND WHERE THE BOOKS SAY' TO W69-SUM-LABEL-OUT
           MOVE W65-MATCHED TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'ON THE BOOKS - NOT FOUND' TO W69-SUM-LABEL-OUT
           MOVE W65-CATEGORY-COUNT (1) TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'FOUND - NOT ON THE BOOKS' TO W69-SUM-LABEL-OUT
           MOVE W65-CATEGORY-COUNT (2) TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'FOUND AT ANOTHER LOT' TO W69-SUM-LABEL-OUT
           MOVE W65-CATEGORY-COUNT (3) TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'MARKED SOLD - STILL ON THE LOT' TO W69-SUM-LABEL-OUT
           MOVE W65-CATEGORY-COUNT (4) TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           MOVE 'LOT CHANGE TRANSACTIONS QUEUED' TO W69-SUM-LABEL-OUT
           MOVE W65-CHANGE-TXNS TO W69-SUM-COUNT-OUT
           PERFORM 460-WRITE-SUMMARY-LINE
           IF W65-UNCOUNTED-UNITS > ZERO
               MOVE 'BOOK UNITS ON LOTS NOT COUNTED'
                   TO W69-SUM-LABEL-OUT
               MOVE W65-UNCOUNTED-UNITS TO W69-SUM-COUNT-OUT
               PERFORM 460-WRITE-SUMMARY-LINE
           END-IF
           IF W65-DUPLICATE-SIGHTINGS > ZERO
               MOVE 'DUPLICATE SIGHTINGS IGNORED' TO W69-SUM-LABEL-OUT
               MOVE W65-DUPLICATE-SIGHTINGS TO W69-SUM-COUNT-OUT
               PERFORM 460-WRITE-SUMMARY-LINE
           END-IF
           IF W65-LOT-OVERFLOW > ZERO
               MOVE 'ENTRIES ON LOTS BEYOND THE 10-LOT TABLE'
                   TO W69-SUM-LABEL-OUT
               MOVE W65-LOT-OVERFLOW TO W69-SUM-COUNT-OUT
               PERFORM 460-WRITE-SUMMARY-LINE
           END-IF
           MOVE W65-SHRINK-TOTAL TO W69-SHRINK-TOTAL-OUT
           MOVE W69-SHRINK-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
          .
       460-WRITE-SUMMARY-LINE.
           MOVE W69-SUMMARY-LINE TO F80-LOT-COUNT-LINE
           WRITE F80-LOT-COUNT-LINE
          .
      *CLOSE THE REPORT
       500-CLOSE-FILES.
           CLOSE F80-LOT-COUNT-REPORT
           STOP RUN.
