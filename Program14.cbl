       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240079".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE DAY'S TRADE-IN INTAKE SHEETS, KEYED BY THE OFFICE WHEN A
      *TRADED CAR LANDS ON THE LOT - ONE LINE PER UNIT, CAPTURED
      *AGAINST THE INVOICE OF THE SALE IT WAS TRADED ON, WITH THE
      *INVOICE NUMBER THE OFFICE HAS GIVEN THE UNIT ITSELF
           SELECT F59-INTAKE-FILE   ASSIGN TO 'ASST2.TIN'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *THE INDEXED CAR MASTER - READ ONLY. EACH INTAKE IS LOOKED UP
      *BY ITS SELLING INVOICE FOR THE ALLOWANCE, THEN THE WHOLE FILE
      *IS READ STRAIGHT THROUGH FOR THE RECONCILIATION. THE UNITS
      *THEMSELVES ONLY REACH IT WHEN THE ADD TRANSACTIONS BUILT HERE
      *ARE RUN THROUGH 4240067
           SELECT F01-CAR-RECORDS   ASSIGN TO 'ASST2.DAT'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F01-INVOICE-NUM
                                    FILE STATUS IS W67-MASTER-STATUS.

      *THE CUMULATIVE SALES HISTORY THE MONTH-END CLOSE APPENDS TO -
      *READ ONLY. A SALE SWEPT OFF THE MASTER IS LOOKED FOR HERE, BY
      *AN INTAKE KEYED AFTER THE CLOSE AND BY THE RECONCILIATION. IF
      *THE FILE DOESN'T EXIST YET THERE IS SIMPLY NOTHING ARCHIVED
           SELECT F14-HISTORY-FILE  ASSIGN TO 'ASST2.HIS'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W78-HIS-FILE-STATUS.

      *READY-TO-APPLY ADD TRANSACTIONS IN THE EXACT LAYOUT 4240067
      *READS, THE SAME WAY THE MARKDOWN PROPOSER AND THE CORRECTION
      *RECYCLER PRE-BUILD THEIRS, SO A TRADED UNIT GOES ONTO THE
      *MASTER BY RUNNING THE MAINTENANCE PASS AGAINST THIS FILE
           SELECT F60-TRADE-TXN-FILE ASSIGN TO 'ASST2.TTX'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *CUMULATIVE TRADE-IN REGISTER - ONE RECORD PER SALE WHOSE
      *TRADE-IN HAS BEEN TAKEN IN, KEYED BY THE SELLING INVOICE, SO
      *THE SAME UNIT CAN NEVER BE BUILT TWICE AND THE RECONCILIATION
      *CAN STILL FOLLOW A UNIT AFTER ITS SALE IS SWEPT TO HISTORY
           SELECT F61-TRADE-REGISTER ASSIGN TO 'ASST2.TRG'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F61-TRG-SALE-INVOICE
                                    FILE STATUS IS W68-TRG-STATUS.

      *ACQUISITION COST FILE - SAME FILE 4240078 MAINTAINS. A TRADED
      *UNIT'S STARTING COST IS THE ALLOWANCE GIVEN ON THE SALE, SO IT
      *IS WRITTEN HERE AS A TRADE-IN PURCHASE THE MOMENT THE UNIT IS
      *TAKEN IN. A COST THE OFFICE HAS ALREADY KEYED IS LEFT ALONE
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W69-ACQ-STATUS.

      *CUMULATIVE AUDIT TRAIL - READ ONLY, FOR THE BUSINESS DATE EACH
      *SELLING INVOICE WAS MARKED SOLD. IF THE FILE IS MISSING THE
      *RUN'S OWN BUSINESS DATE STANDS IN
           SELECT F46-AUDIT-FILE    ASSIGN TO 'ASST2.AUD'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W70-AUD-FILE-STATUS.

      *RECORD OF EVERY INTAKE BUILT OR REJECTED, PLUS A FINAL
      *SUMMARY - THE SAME SHAPE AS THE MASTER MAINTENANCE LOG
           SELECT F62-INTAKE-LOG-FILE ASSIGN TO 'ASST2.TLG'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *TRADE-IN RECONCILIATION REPORT - EVERY SALE, LIVE OR ARCHIVED,
      *CARRYING AN ALLOWANCE WHOSE TRADED UNIT HAS NOT MADE IT ONTO
      *THE MASTER
           SELECT F63-RECON-REPORT-FILE ASSIGN TO 'ASST2.TRR'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE; THE STATUS
      *BYTES BELONG TO THE NIGHTLY AND CLOSE PROGRAMS AND ARE NOT
      *TOUCHED HERE
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W71-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE TRADE-IN INTAKE - THE SALE IT CAME IN ON, THE INVOICE
      *NUMBER THE UNIT WILL CARRY ON THE MASTER, WHAT IT IS, HOW FAR
      *IT HAS BEEN DRIVEN AND WHICH LOT IT IS GOING TO
       FD  F59-INTAKE-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  F59-INTAKE-REC.
           05  F59-TIN-SALE-INVOICE PIC 9(5).
           05  F59-TIN-UNIT-INVOICE PIC 9(5).
           05  F59-TIN-YEAR         PIC 9(2).
           05  F59-TIN-MAKE         PIC X(11).
           05  F59-TIN-MODEL        PIC X(13).
           05  F59-TIN-MILEAGE      PIC 9(6).
           05  F59-TIN-LOT-CODE     PIC X(3).
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
           05  F01-DATE-RECEIVED.
               10 F01-RECEIVED-YY PIC 9(2).
               10 F01-RECEIVED-MM PIC 9(2).
               10 F01-RECEIVED-DD PIC 9(2).
           05  F01-SALES-P2       PIC X(7).
           05  F01-SPLIT-PCT      PIC 9(2).
           05  F01-DEPOSIT-AMT    PIC 9(6).
           05  F01-HOLD-EXPIRY    PIC 9(6).
      *ONE ARCHIVED SALE - SAME LAYOUT AS PROGRAM4'S F14-HISTORY-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES. ONLY THE
      *FIELDS THE TRADE-IN CHECKS LOOK AT ARE NAMED
       FD  F14-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  F14-HISTORY-REC.
           05 F14-CAR-RECORD.
               10 F14-INVOICE-NUM     PIC 9(5).
               10 FILLER              PIC X(48).
               10 F14-TRADE-IN-ALLOW  PIC 9(6).
               10 F14-STATUS          PIC X(1).
                   88 F14-RECORD-SOLD     VALUE 'S'.
               10 FILLER              PIC X(27).
           05 F14-CLOSED-YY     PIC 9(2).
           05 F14-CLOSED-MM     PIC 9(2).
      *ONE ADD TRANSACTION PER UNIT TAKEN IN - SAME LAYOUT AS
      *PROGRAM2'S F09-TRANSACTION-LINE, KEPT IN SYNC BY HAND
       FD  F60-TRADE-TXN-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  F60-TRANSACTION-LINE.
           05  F60-TXN-CODE        PIC X(1).
           05  F60-CAR-FIELDS.
               10 F60-INVOICE-NUM     PIC 9(5).
               10 F60-YEAR            PIC 9(2).
               10 F60-MAKE            PIC X(11).
               10 F60-MODEL           PIC X(13).
               10 F60-ASKING-PRICE    PIC 9(6).
               10 F60-SOLD-PRICE      PIC 9(6).
               10 F60-SALES-P         PIC X(7).
               10 F60-LOT-CODE        PIC X(3).
               10 F60-TRADE-IN-ALLOW  PIC 9(6).
               10 F60-STATUS          PIC X(1).
               10 F60-DATE-RECEIVED   PIC 9(6).
               10 F60-SALES-P2        PIC X(7).
               10 F60-SPLIT-PCT       PIC 9(2).
               10 F60-DEPOSIT-AMT     PIC 9(6).
               10 F60-HOLD-EXPIRY     PIC 9(6).
      *ONE REGISTER RECORD - THE SALE, THE UNIT BUILT FROM IT, WHEN
      *IT WAS TAKEN IN, THE DATE IT WAS RECEIVED ONTO THE LOT (THE
      *SALE'S BUSINESS DATE), THE UNIT ITSELF AND THE ALLOWANCE.
      *F61-TRG-LANDED GOES TO 'Y' THE FIRST TIME THE RECONCILIATION
      *FINDS THE UNIT ON THE MASTER, SO A UNIT LATER SOLD AND SWEPT
      *TO HISTORY IS NOT REPORTED MISSING
       FD  F61-TRADE-REGISTER
           RECORD CONTAINS 64 CHARACTERS.
       01  F61-TRADE-REG-REC.
           05  F61-TRG-SALE-INVOICE PIC 9(5).
           05  F61-TRG-UNIT-INVOICE PIC 9(5).
           05  F61-TRG-INTAKE-DATE.
               10 F61-TRG-INTAKE-YY PIC 9(2).
               10 F61-TRG-INTAKE-MM PIC 9(2).
               10 F61-TRG-INTAKE-DD PIC 9(2).
           05  F61-TRG-RECEIVED-DATE PIC 9(6).
           05  F61-TRG-YEAR         PIC 9(2).
           05  F61-TRG-MAKE         PIC X(11).
           05  F61-TRG-MODEL        PIC X(13).
           05  F61-TRG-MILEAGE      PIC 9(6).
           05  F61-TRG-LOT-CODE     PIC X(3).
           05  F61-TRG-ALLOWANCE    PIC 9(6).
           05  F61-TRG-LANDED       PIC X(1).
               88 F61-TRG-UNIT-LANDED  VALUE 'Y'.
      *ONE ACQUISITION RECORD - SAME LAYOUT AS PROGRAM13'S
      *F56-ACQ-COST-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED
      *FILES
       FD  F56-ACQ-COST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  F56-ACQ-COST-REC.
           05  F56-ACQ-INVOICE-NUM PIC 9(5).
           05  F56-ACQ-COST        PIC 9(6).
           05  F56-ACQ-SOURCE      PIC X(1).
           05  F56-ACQ-DATE        PIC 9(6).
           05  F56-ACQ-BUY-FEE     PIC 9(5).
      *ONE AUDIT IMAGE - SAME LAYOUT AS PROGRAM2'S F46-AUDIT-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F46-AUDIT-FILE
           RECORD CONTAINS 190 CHARACTERS.
       01  F46-AUDIT-REC.
           05 F46-AUD-RUN-NUMBER PIC 9(4).
           05 F46-AUD-RUN-DATE   PIC 9(6).
           05 F46-AUD-ACTION     PIC X(1).
           05 F46-AUD-INVOICE    PIC 9(5).
           05 F46-AUD-BEFORE     PIC X(87).
           05 F46-AUD-AFTER      PIC X(87).
      *ONE LINE PER INTAKE LOGGED, PLUS THE HEADING AND SUMMARY LINES
      *WRITTEN AROUND THEM
       FD  F62-INTAKE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F62-INTAKE-LOG-LINE      PIC X(80).
      *ONE PRINTED RECONCILIATION LINE
       FD  F63-RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F63-RECON-REPORT-LINE    PIC X(80).
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

       01  W61-TLG-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W61-TLG-HEADING-LINE2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(19) VALUE 'TRADE-IN INTAKE LOG'.
           05                PIC X(31) VALUE SPACES.

       01  W61-TLG-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'SALE #'.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(6)  VALUE 'UNIT #'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'RESULT'.
           05                PIC X(52) VALUE SPACES.

       01  W61-TLG-DETAIL-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W61-TLG-SALE-OUT     PIC ZZZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W61-TLG-UNIT-OUT     PIC ZZZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W61-TLG-RESULT-OUT   PIC X(40).
           05                     PIC X(18) VALUE SPACES.

       01  W61-TLG-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W61-SUMMARY-LABEL-OUT PIC X(22).
           05 W61-SUMMARY-COUNT-OUT PIC ZZZ9.
           05                     PIC X(50) VALUE SPACES.

       01  W62-TRR-HEADING-LINE2.
           05                PIC X(25) VALUE SPACES.
           05                PIC X(30) VALUE
               'TRADE-IN RECONCILIATION REPORT'.
           05                PIC X(25) VALUE SPACES.

       01  W62-TRR-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'SALE #'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(9)  VALUE 'ALLOWANCE'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'UNIT #'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(4)  VALUE 'DAYS'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(7)  VALUE 'PROBLEM'.
           05                PIC X(33) VALUE SPACES.

       01  W62-TRR-DETAIL-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W62-TRR-SALE-OUT     PIC ZZZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W62-TRR-ALLOW-OUT    PIC ZZZ,ZZ9.
           05                     PIC X(4) VALUE SPACES.
           05 W62-TRR-UNIT-OUT     PIC ZZZZZ.
           05                     PIC X(4) VALUE SPACES.
           05 W62-TRR-DAYS-OUT     PIC ZZZZ.
           05                     PIC X(3) VALUE SPACES.
           05 W62-TRR-PROBLEM-OUT  PIC X(34).
           05                     PIC X(6) VALUE SPACES.

       01  W62-TRR-SUMMARY-LINE.
           05                     PIC X(4) VALUE SPACES.
           05 W62-TRR-LABEL-OUT    PIC X(32).
           05 W62-TRR-COUNT-OUT    PIC ZZZ9.
           05                     PIC X(3) VALUE SPACES.
           05 W62-TRR-AMOUNT-OUT   PIC $ZZ,ZZZ,ZZ9.
           05                     PIC X(26) VALUE SPACES.

      *RUN-IDENTIFICATION LINE PRINTED UNDER BOTH SETS OF HEADINGS
       01  W63-RUN-HEADING-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W63-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W63-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W63-RUN-DD-OUT       PIC 99.
           05                      PIC X(55) VALUE SPACES.

       01  W64-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.

      *THE BUSINESS DATE OFF ASST2.RUN - SYSTEM DATE WHEN THE FILE IS
      *MISSING, THE SAME FALLBACK THE NIGHTLY PROGRAMS USE
       01  W65-TODAY-DATE.
           05 W65-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W65-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W65-TODAY-DD      PIC 9(2) VALUE ZERO.

      *SAME TWO-DIGIT-YEAR WINDOW AS PROGRAM2'S W38-TXN-VALIDATION -
      *THE TOP OF THE WINDOW COMES OFF THE BUSINESS DATE
       01  W66-INTAKE-VALIDATION.
           05 W66-REJECT-SWITCH     PIC X(3) VALUE SPACES.
               88 W66-INTAKE-REJECTED   VALUE 'YES'.
           05 W66-MIN-VALID-YEAR    PIC 99 VALUE 50.
           05 W66-MAX-VALID-YEAR    PIC 99 VALUE ZERO.

       01  W67-MASTER-STATUS    PIC X(2) VALUE SPACES.
       01  W68-TRG-STATUS       PIC X(2) VALUE SPACES.
       01  W69-ACQ-STATUS       PIC X(2) VALUE SPACES.
       01  W70-AUD-FILE-STATUS  PIC X(2) VALUE SPACES.
       01  W71-RUN-FILE-STATUS  PIC X(2) VALUE SPACES.
       01  W78-HIS-FILE-STATUS  PIC X(2) VALUE SPACES.

      *THE DAY'S INTAKES HELD IN MEMORY SO ONE PASS OF THE AUDIT
      *TRAIL CAN FIND THE DATE EVERY SELLING INVOICE WAS MARKED SOLD
      *BEFORE ANY TRANSACTION IS BUILT. W72-SALE-DATE STAYS ZERO WHEN
      *THE AUDIT TRAIL HAS NO SALE FOR THE INVOICE
       01  W72-INTAKE-TABLE.
           05 W72-INTAKE-ENTRY OCCURS 200 TIMES.
               10 W72-INTAKE-REC    PIC X(45).
               10 W72-SALE-DATE     PIC 9(6).
       01  W72-INTAKE-COUNT     PIC 9(3) COMP VALUE ZERO.
       01  W72-IDX              PIC 9(3) COMP VALUE ZERO.

      *THE INTAKE BEING WORKED - SAME LAYOUT AS F59-INTAKE-REC
       01  W73-INTAKE.
           05  W73-SALE-INVOICE PIC 9(5).
           05  W73-UNIT-INVOICE PIC 9(5).
           05  W73-YEAR         PIC 9(2).
           05  W73-MAKE         PIC X(11).
           05  W73-MODEL        PIC X(13).
           05  W73-MILEAGE      PIC 9(6).
           05  W73-LOT-CODE     PIC X(3).
       01  W73-RECEIVED-DATE    PIC 9(6) VALUE ZERO.
       01  W73-ALLOWANCE        PIC 9(6) VALUE ZERO.

      *THE BEFORE AND AFTER STATUS OF THE CAR ON ONE AUDIT IMAGE -
      *THE MASTER RECORD'S LAYOUT, WITH ONLY THE FIELDS THE SALE-DATE
      *SEARCH LOOKS AT NAMED
       01  W74-AUD-IMAGE.
           05                   PIC X(59).
           05  W74-AUD-STATUS   PIC X(1).
           05                   PIC X(27).
       01  W74-BEFORE-STATUS    PIC X(1) VALUE SPACE.

      *THE UNIT'S STARTING ASKING PRICE ON THE ADD TRANSACTION - THE
      *ALLOWANCE MARKED UP BY THE SAME 25 PERCENT THE OLD COST RULE
      *ASSUMED, FOR THE SALES MANAGER TO RE-PRICE BEFORE THE FILE IS
      *APPLIED
       01  W75-STARTING-ASK     PIC 9(6) VALUE ZERO.

      *DAYS A BUILT UNIT HAS BEEN WAITING TO REACH THE MASTER - THE
      *SAME 360-DAY MATH THE NIGHTLY AGING SECTION USES
       01  W76-AGING-MATH.
           05 W76-TODAY-DAY-NUM  PIC 9(6) VALUE ZERO.
           05 W76-INTAKE-DAY-NUM PIC 9(6) VALUE ZERO.
           05 W76-DAYS-WAITING   PIC S9(5) VALUE ZERO.

      *COUNTS OF WHAT THE RUN ACTUALLY DID, PRINTED AS THE SUMMARY AT
      *THE END OF THE LOG AND THE REPORT
       01  W77-RUN-TOTALS.
           05 W77-BUILT-COUNT     PIC 9(4) COMP VALUE ZERO.
           05 W77-REJECT-COUNT    PIC 9(4) COMP VALUE ZERO.
           05 W77-COST-KEPT-COUNT PIC 9(4) COMP VALUE ZERO.
           05 W77-NO-INTAKE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 W77-NO-INTAKE-ALLOW PIC 9(9) VALUE ZERO.
           05 W77-NOT-LANDED-COUNT PIC 9(4) COMP VALUE ZERO.
           05 W77-NOT-LANDED-ALLOW PIC 9(9) VALUE ZERO.

      *THE SALE BEING CHECKED - THE MASTER RECORD OR THE ARCHIVED
      *COPY, IN THE MASTER'S LAYOUT, SO ONE SET OF CHECKS SERVES BOTH
       01  W79-SALE-RECORD.
           05  W79-SALE-INVOICE     PIC 9(5).
           05                       PIC X(48).
           05  W79-SALE-TRADE-ALLOW PIC 9(6).
           05  W79-SALE-STATUS      PIC X(1).
               88 W79-SALE-SOLD         VALUE 'S'.
           05                       PIC X(27).
       01  W79-SALE-FOUND-SWITCH    PIC X(3) VALUE SPACES.
           88 W79-SALE-FOUND            VALUE 'YES'.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 100-OPEN-FILES
           PERFORM 101-PRINT-LOG-HEADINGS
           PERFORM 150-LOAD-INTAKES
           PERFORM 160-FIND-SALE-DATES
           PERFORM 200-PROCESS-INTAKES
           PERFORM 300-PRINT-RECONCILIATION
           PERFORM 400-PRINT-SUMMARY
           PERFORM 500-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE OFF THE RUN CONTROL - SYSTEM DATE WHEN
      *THE FILE IS MISSING, THE SAME FALLBACK THE NIGHTLY PROGRAMS
      *USE - AND SETS THE TOP OF THE MODEL-YEAR WINDOW FROM IT
       090-READ-RUN-DATE.
           ACCEPT W65-TODAY-DATE FROM DATE
           OPEN INPUT F20-RUN-CONTROL-FILE
           IF W71-RUN-FILE-STATUS = '00'
               READ F20-RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F20-RUN-DATE TO W65-TODAY-DATE
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           END-IF
           MOVE W65-TODAY-YY TO W66-MAX-VALID-YEAR
          .
      *THE MASTER IS ONLY READ. THE REGISTER AND THE ACQUISITION FILE
      *ARE CREATED EMPTY AND REOPENED ON THE VERY FIRST RUN, THE SAME
      *WAY THE BUYER MAINTENANCE RUN BOOTSTRAPS ITS MASTER
       100-OPEN-FILES.
           OPEN INPUT F01-CAR-RECORDS
           OPEN I-O F61-TRADE-REGISTER
           IF W68-TRG-STATUS = '35'
               OPEN OUTPUT F61-TRADE-REGISTER
               CLOSE F61-TRADE-REGISTER
               OPEN I-O F61-TRADE-REGISTER
           END-IF
           OPEN I-O F56-ACQ-COST-FILE
           IF W69-ACQ-STATUS = '35'
               OPEN OUTPUT F56-ACQ-COST-FILE
               CLOSE F56-ACQ-COST-FILE
               OPEN I-O F56-ACQ-COST-FILE
           END-IF
           OPEN INPUT F59-INTAKE-FILE
           OPEN OUTPUT F60-TRADE-TXN-FILE
           OPEN OUTPUT F62-INTAKE-LOG-FILE
           OPEN OUTPUT F63-RECON-REPORT-FILE
          .
      *WRITES THE LOG HEADINGS ONCE, BEFORE THE FIRST INTAKE LINE
       101-PRINT-LOG-HEADINGS.
           MOVE W61-TLG-HEADING-LINE1 TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
           MOVE W61-TLG-HEADING-LINE2 TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
           MOVE W65-TODAY-YY TO W63-RUN-YY-OUT
           MOVE W65-TODAY-MM TO W63-RUN-MM-OUT
           MOVE W65-TODAY-DD TO W63-RUN-DD-OUT
           MOVE W63-RUN-HEADING-LINE TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE FROM SPACES
           MOVE W61-TLG-COLUMN-HEADING TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
          .
      *LOADS THE DAY'S INTAKES INTO W72-INTAKE-TABLE - RUN AFTER THE
      *LOG HEADINGS SO AN OVERFLOWING BATCH CAN BE NOTED ON THE LOG
       150-LOAD-INTAKES.
           MOVE SPACES TO W64-DATA-REMAINS-SWITCH
           READ F59-INTAKE-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
           PERFORM 151-ADD-INTAKE-ENTRY
               UNTIL W64-DATA-REMAINS-SWITCH = 'NO'
           CLOSE F59-INTAKE-FILE
          .
       151-ADD-INTAKE-ENTRY.
           IF W72-INTAKE-COUNT < 200
               ADD 1 TO W72-INTAKE-COUNT
               MOVE F59-INTAKE-REC TO W72-INTAKE-REC (W72-INTAKE-COUNT)
               MOVE ZERO TO W72-SALE-DATE (W72-INTAKE-COUNT)
           ELSE
               MOVE F59-INTAKE-REC TO W73-INTAKE
               ADD 1 TO W77-REJECT-COUNT
               MOVE 'REJECTED - INTAKE TABLE FULL, RERUN'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
           READ F59-INTAKE-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
      *ONE PASS OF THE AUDIT TRAIL - EVERY IMAGE THAT TOOK A CAR TO
      *'S' FROM ANY OTHER STATUS (OR ADDED IT ALREADY SOLD) IS THE
      *SALE. THE TRAIL IS IN RUN ORDER, SO IF A SALE WAS BACKED OUT
      *AND MADE AGAIN THE LAST ONE WINS
       160-FIND-SALE-DATES.
           OPEN INPUT F46-AUDIT-FILE
           IF W70-AUD-FILE-STATUS = '00'
               MOVE SPACES TO W64-DATA-REMAINS-SWITCH
               READ F46-AUDIT-FILE
                   AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 161-CHECK-ONE-AUDIT-IMAGE
                   UNTIL W64-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F46-AUDIT-FILE
           END-IF
          .
       161-CHECK-ONE-AUDIT-IMAGE.
           MOVE F46-AUD-BEFORE TO W74-AUD-IMAGE
           MOVE W74-AUD-STATUS TO W74-BEFORE-STATUS
           MOVE F46-AUD-AFTER  TO W74-AUD-IMAGE
           IF W74-AUD-STATUS = 'S' AND W74-BEFORE-STATUS NOT = 'S'
               PERFORM 162-MATCH-SALE-DATE
                   VARYING W72-IDX FROM 1 BY 1
                   UNTIL W72-IDX > W72-INTAKE-COUNT
           END-IF
           READ F46-AUDIT-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
       162-MATCH-SALE-DATE.
           MOVE W72-INTAKE-REC (W72-IDX) TO W73-INTAKE
           IF W73-SALE-INVOICE = F46-AUD-INVOICE
               MOVE F46-AUD-RUN-DATE TO W72-SALE-DATE (W72-IDX)
           END-IF
          .
      *WORKS EACH INTAKE HELD IN THE TABLE IN THE ORDER IT WAS KEYED
       200-PROCESS-INTAKES.
           PERFORM 210-PROCESS-ONE-INTAKE
               VARYING W72-IDX FROM 1 BY 1
               UNTIL W72-IDX > W72-INTAKE-COUNT
          .
      *CHECKS THE INTAKE'S OWN FIELDS, THEN THE SALE IT CAME IN ON.
      *ONLY A CLEAN INTAKE AGAINST A SOLD CAR CARRYING AN ALLOWANCE,
      *NOT ALREADY TAKEN IN, FOR A UNIT NUMBER NOT ALREADY ON THE
      *MASTER, IS BUILT
       210-PROCESS-ONE-INTAKE.
           MOVE W72-INTAKE-REC (W72-IDX) TO W73-INTAKE
           PERFORM 215-VALIDATE-INTAKE-FIELDS
           IF NOT W66-INTAKE-REJECTED
               PERFORM 225-CHECK-SELLING-INVOICE
           END-IF
           IF NOT W66-INTAKE-REJECTED
               PERFORM 235-CHECK-NOT-TAKEN-IN
           END-IF
           IF W66-INTAKE-REJECTED
               ADD 1 TO W77-REJECT-COUNT
           ELSE
               PERFORM 240-BUILD-TRADE-UNIT
           END-IF
          .
      *CHECKS EVERY FIELD OF THE INTAKE UP FRONT AND WRITES ONE LOG
      *LINE PER RULE VIOLATED - THE SAME CHECKS THE MAINTENANCE PASS
      *WILL APPLY TO THE ADD TRANSACTION, SO A UNIT BUILT HERE IS NOT
      *THROWN BACK BY 4240067
       215-VALIDATE-INTAKE-FIELDS.
           MOVE SPACES TO W66-REJECT-SWITCH

           IF W73-SALE-INVOICE NOT NUMERIC OR W73-SALE-INVOICE = ZERO
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING SALE INVOICE'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF W73-UNIT-INVOICE NOT NUMERIC OR W73-UNIT-INVOICE = ZERO
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - ZERO OR MISSING UNIT INVOICE'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF W73-YEAR NOT NUMERIC
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - INVALID YEAR'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF W73-YEAR < W66-MIN-VALID-YEAR
                              AND W73-YEAR > W66-MAX-VALID-YEAR
                   MOVE 'YES' TO W66-REJECT-SWITCH
                   MOVE 'REJECTED - YEAR OUT OF RANGE'
                       TO W61-TLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               END-IF
           END-IF

           IF W73-MAKE = SPACES
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - MISSING MAKE'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF W73-MILEAGE NOT NUMERIC
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - INVALID MILEAGE'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF

           IF W73-LOT-CODE = SPACES
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - MISSING DESTINATION LOT'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           END-IF
          .
      *LOOKS THE SELLING INVOICE UP ON THE MASTER, OR ON THE SALES
      *HISTORY WHEN THE CLOSE HAS ALREADY SWEPT IT THERE - IT HAS TO
      *BE ON ONE OF THEM, SOLD, AND CARRYING A TRADE-IN ALLOWANCE.
      *THE ALLOWANCE IS KEPT AS THE UNIT'S STARTING COST
       225-CHECK-SELLING-INVOICE.
           MOVE SPACES TO W79-SALE-FOUND-SWITCH
           MOVE W73-SALE-INVOICE TO F01-INVOICE-NUM
           READ F01-CAR-RECORDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F01-CAR-SALES TO W79-SALE-RECORD
                   MOVE 'YES' TO W79-SALE-FOUND-SWITCH
           END-READ
           IF NOT W79-SALE-FOUND
               PERFORM 226-FIND-ARCHIVED-SALE
           END-IF
           IF NOT W79-SALE-FOUND
               MOVE 'YES' TO W66-REJECT-SWITCH
               MOVE 'REJECTED - SALE NOT ON MASTER OR HISTORY'
                   TO W61-TLG-RESULT-OUT
               PERFORM 280-WRITE-LOG-DETAIL
           ELSE
               IF NOT W79-SALE-SOLD
                   MOVE 'YES' TO W66-REJECT-SWITCH
                   MOVE 'REJECTED - SALE NOT MARKED SOLD'
                       TO W61-TLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
               ELSE
                   IF W79-SALE-TRADE-ALLOW NOT NUMERIC
                       OR W79-SALE-TRADE-ALLOW = ZERO
                       MOVE 'YES' TO W66-REJECT-SWITCH
                       MOVE 'REJECTED - SALE HAS NO TRADE ALLOWANCE'
                           TO W61-TLG-RESULT-OUT
                       PERFORM 280-WRITE-LOG-DETAIL
                   ELSE
                       MOVE W79-SALE-TRADE-ALLOW TO W73-ALLOWANCE
                   END-IF
               END-IF
           END-IF
          .
      *READS THE SALES HISTORY THROUGH FOR THE SELLING INVOICE - ONLY
      *FOR A SALE NOT ON THE MASTER, SO ONLY AN INTAKE KEYED AFTER THE
      *CLOSE PAYS FOR THE PASS. THE LAST ARCHIVED COPY WINS
       226-FIND-ARCHIVED-SALE.
           OPEN INPUT F14-HISTORY-FILE
           IF W78-HIS-FILE-STATUS = '00'
               MOVE SPACES TO W64-DATA-REMAINS-SWITCH
               READ F14-HISTORY-FILE
                   AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 227-CHECK-ONE-ARCHIVED-SALE
                   UNTIL W64-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F14-HISTORY-FILE
           END-IF
          .
       227-CHECK-ONE-ARCHIVED-SALE.
           IF F14-INVOICE-NUM = W73-SALE-INVOICE
               MOVE F14-CAR-RECORD TO W79-SALE-RECORD
               MOVE 'YES' TO W79-SALE-FOUND-SWITCH
           END-IF
           READ F14-HISTORY-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
      *A SALE ALREADY ON THE REGISTER HAS HAD ITS UNIT BUILT, AND A
      *UNIT NUMBER ALREADY ON THE MASTER WOULD BE THROWN BACK BY THE
      *MAINTENANCE PASS - EITHER WAY NOTHING IS BUILT. NEITHER IS A
      *UNIT NUMBER AN EARLIER INTAKE ALREADY GAVE A TRADE-IN COST TO:
      *ITS ADD MAY NOT HAVE BEEN APPLIED YET, AND A SECOND ONE WOULD
      *LEAVE THE OTHER UNIT'S COST STANDING
       235-CHECK-NOT-TAKEN-IN.
           MOVE W73-SALE-INVOICE TO F61-TRG-SALE-INVOICE
           READ F61-TRADE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W66-REJECT-SWITCH
                   MOVE 'REJECTED - TRADE-IN ALREADY TAKEN IN'
                       TO W61-TLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
           END-READ
           MOVE W73-UNIT-INVOICE TO F01-INVOICE-NUM
           READ F01-CAR-RECORDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W66-REJECT-SWITCH
                   MOVE 'REJECTED - UNIT INVOICE ALREADY ON MASTER'
                       TO W61-TLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
           END-READ
           MOVE W73-UNIT-INVOICE TO F56-ACQ-INVOICE-NUM
           READ F56-ACQ-COST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F56-ACQ-SOURCE = 'T'
                       MOVE 'YES' TO W66-REJECT-SWITCH
                       MOVE 'REJECTED - UNIT INVOICE ALREADY TAKEN IN'
                           TO W61-TLG-RESULT-OUT
                       PERFORM 280-WRITE-LOG-DETAIL
                   END-IF
           END-READ
          .
      *BUILDS THE UNIT - THE ADD TRANSACTION, ITS STARTING COST AND
      *ITS REGISTER RECORD. THE RECEIVED DATE IS THE BUSINESS DATE
      *THE SALE WAS MADE ON, OFF THE AUDIT TRAIL, SO THE UNIT AGES
      *FROM THE DAY IT REALLY LANDED; THE RUN'S OWN BUSINESS DATE
      *STANDS IN WHEN THE TRAIL HAS NO RECORD OF THE SALE
       240-BUILD-TRADE-UNIT.
           IF W72-SALE-DATE (W72-IDX) = ZERO
               MOVE W65-TODAY-DATE TO W73-RECEIVED-DATE
           ELSE
               MOVE W72-SALE-DATE (W72-IDX) TO W73-RECEIVED-DATE
           END-IF
           COMPUTE W75-STARTING-ASK ROUNDED = W73-ALLOWANCE * 1.25

           MOVE 'A'                 TO F60-TXN-CODE
           MOVE W73-UNIT-INVOICE    TO F60-INVOICE-NUM
           MOVE W73-YEAR            TO F60-YEAR
           MOVE W73-MAKE            TO F60-MAKE
           MOVE W73-MODEL           TO F60-MODEL
           MOVE W75-STARTING-ASK    TO F60-ASKING-PRICE
           MOVE ZERO                TO F60-SOLD-PRICE
           MOVE SPACES              TO F60-SALES-P
           MOVE W73-LOT-CODE        TO F60-LOT-CODE
           MOVE ZERO                TO F60-TRADE-IN-ALLOW
           MOVE 'U'                 TO F60-STATUS
           MOVE W73-RECEIVED-DATE   TO F60-DATE-RECEIVED
           MOVE SPACES              TO F60-SALES-P2
           MOVE ZERO                TO F60-SPLIT-PCT
           MOVE ZERO                TO F60-DEPOSIT-AMT
           MOVE ZERO                TO F60-HOLD-EXPIRY
           WRITE F60-TRANSACTION-LINE

           MOVE W73-UNIT-INVOICE    TO F56-ACQ-INVOICE-NUM
           MOVE W73-ALLOWANCE       TO F56-ACQ-COST
           MOVE 'T'                 TO F56-ACQ-SOURCE
           MOVE W73-RECEIVED-DATE   TO F56-ACQ-DATE
           MOVE ZERO                TO F56-ACQ-BUY-FEE
           WRITE F56-ACQ-COST-REC
               INVALID KEY
                   ADD 1 TO W77-COST-KEPT-COUNT
                   MOVE 'ACQUISITION COST ALREADY KEYED - KEPT'
                       TO W61-TLG-RESULT-OUT
                   PERFORM 280-WRITE-LOG-DETAIL
           END-WRITE

           MOVE W73-SALE-INVOICE    TO F61-TRG-SALE-INVOICE
           MOVE W73-UNIT-INVOICE    TO F61-TRG-UNIT-INVOICE
           MOVE W65-TODAY-DATE      TO F61-TRG-INTAKE-DATE
           MOVE W73-RECEIVED-DATE   TO F61-TRG-RECEIVED-DATE
           MOVE W73-YEAR            TO F61-TRG-YEAR
           MOVE W73-MAKE            TO F61-TRG-MAKE
           MOVE W73-MODEL           TO F61-TRG-MODEL
           MOVE W73-MILEAGE         TO F61-TRG-MILEAGE
           MOVE W73-LOT-CODE        TO F61-TRG-LOT-CODE
           MOVE W73-ALLOWANCE       TO F61-TRG-ALLOWANCE
           MOVE 'N'                 TO F61-TRG-LANDED
           WRITE F61-TRADE-REG-REC

           ADD 1 TO W77-BUILT-COUNT
           MOVE 'ADD TRANSACTION BUILT' TO W61-TLG-RESULT-OUT
           PERFORM 280-WRITE-LOG-DETAIL
          .
      *WRITES ONE LOG LINE FOR THE INTAKE JUST BUILT OR REJECTED
       280-WRITE-LOG-DETAIL.
           MOVE W73-SALE-INVOICE TO W61-TLG-SALE-OUT
           MOVE W73-UNIT-INVOICE TO W61-TLG-UNIT-OUT
           MOVE W61-TLG-DETAIL-LINE TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
          .
      *THE RECONCILIATION - FIRST EVERY SOLD CAR WITH AN ALLOWANCE
      *AND NO INTAKE AGAINST IT, IN TWO PASSES: THE MASTER, THEN THE
      *SALES HISTORY, SO A SALE THE MONTH-END CLOSE HAS SWEPT OFF THE
      *MASTER STAYS ON THE REPORT UNTIL ITS TRADE-IN IS TAKEN IN.
      *THEN EVERY UNIT ON THE REGISTER THAT HAS NEVER BEEN SEEN ON
      *THE MASTER - THE REGISTER OUTLIVES THE SWEEP TOO, SO A MISSING
      *UNIT STAYS ON THE REPORT AFTER ITS SALE HAS GONE TO HISTORY
       300-PRINT-RECONCILIATION.
           MOVE W61-TLG-HEADING-LINE1 TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
           MOVE W62-TRR-HEADING-LINE2 TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
           MOVE W63-RUN-HEADING-LINE TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE FROM SPACES
           MOVE W62-TRR-COLUMN-HEADING TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
           COMPUTE W76-TODAY-DAY-NUM = (W65-TODAY-YY * 360)
                                      + (W65-TODAY-MM * 30)
                                      +  W65-TODAY-DD

           MOVE SPACES TO W64-DATA-REMAINS-SWITCH
           MOVE ZERO TO F01-INVOICE-NUM
           START F01-CAR-RECORDS KEY NOT < F01-INVOICE-NUM
               INVALID KEY MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-START
           IF W64-DATA-REMAINS-SWITCH NOT = 'NO'
               READ F01-CAR-RECORDS NEXT RECORD
                   AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           PERFORM 310-CHECK-ONE-SALE
               UNTIL W64-DATA-REMAINS-SWITCH = 'NO'

           OPEN INPUT F14-HISTORY-FILE
           IF W78-HIS-FILE-STATUS = '00'
               MOVE SPACES TO W64-DATA-REMAINS-SWITCH
               READ F14-HISTORY-FILE
                   AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 315-CHECK-ONE-ARCHIVED-SALE
                   UNTIL W64-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F14-HISTORY-FILE
           END-IF

           MOVE SPACES TO W64-DATA-REMAINS-SWITCH
           MOVE ZERO TO F61-TRG-SALE-INVOICE
           START F61-TRADE-REGISTER KEY NOT < F61-TRG-SALE-INVOICE
               INVALID KEY MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-START
           IF W64-DATA-REMAINS-SWITCH NOT = 'NO'
               READ F61-TRADE-REGISTER NEXT RECORD
                   AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           PERFORM 320-CHECK-ONE-UNIT
               UNTIL W64-DATA-REMAINS-SWITCH = 'NO'
          .
      *ONE MASTER RECORD PER PASS
       310-CHECK-ONE-SALE.
           MOVE F01-CAR-SALES TO W79-SALE-RECORD
           PERFORM 312-CHECK-SALE-INTAKE
           READ F01-CAR-RECORDS NEXT RECORD
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
      *A SOLD CAR WITH AN ALLOWANCE AND NO REGISTER RECORD HAS A
      *TRADE-IN NOBODY HAS TAKEN IN
       312-CHECK-SALE-INTAKE.
           IF W79-SALE-SOLD AND W79-SALE-TRADE-ALLOW NUMERIC
               IF W79-SALE-TRADE-ALLOW > ZERO
                   MOVE W79-SALE-INVOICE TO F61-TRG-SALE-INVOICE
                   READ F61-TRADE-REGISTER
                       INVALID KEY
                           ADD 1 TO W77-NO-INTAKE-COUNT
                           ADD W79-SALE-TRADE-ALLOW
                               TO W77-NO-INTAKE-ALLOW
                           MOVE W79-SALE-INVOICE TO W62-TRR-SALE-OUT
                           MOVE W79-SALE-TRADE-ALLOW
                               TO W62-TRR-ALLOW-OUT
                           MOVE ZERO             TO W62-TRR-UNIT-OUT
                           MOVE ZERO             TO W62-TRR-DAYS-OUT
                           MOVE 'NO TRADE-IN INTAKE KEYED'
                               TO W62-TRR-PROBLEM-OUT
                           MOVE W62-TRR-DETAIL-LINE
                               TO F63-RECON-REPORT-LINE
                           WRITE F63-RECON-REPORT-LINE
                   END-READ
               END-IF
           END-IF
          .
      *ONE ARCHIVED SALE PER PASS - THE SAME CHECK AS THE MASTER'S
       315-CHECK-ONE-ARCHIVED-SALE.
           MOVE F14-CAR-RECORD TO W79-SALE-RECORD
           PERFORM 312-CHECK-SALE-INTAKE
           READ F14-HISTORY-FILE
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
      *ONE REGISTER RECORD PER PASS - A UNIT NOT YET SEEN ON THE
      *MASTER IS LOOKED FOR. FOUND, IT IS MARKED LANDED FOR GOOD;
      *STILL MISSING, IT IS REPORTED WITH THE DAYS SINCE INTAKE. THE
      *MASTER IS FINISHED WITH ITS OWN PASS, SO ITS RANDOM READS HERE
      *DISTURB NOTHING
       320-CHECK-ONE-UNIT.
           IF NOT F61-TRG-UNIT-LANDED
               MOVE F61-TRG-UNIT-INVOICE TO F01-INVOICE-NUM
               READ F01-CAR-RECORDS
                   INVALID KEY
                       PERFORM 325-REPORT-UNIT-NOT-LANDED
                   NOT INVALID KEY
                       MOVE 'Y' TO F61-TRG-LANDED
                       REWRITE F61-TRADE-REG-REC
               END-READ
           END-IF
           READ F61-TRADE-REGISTER NEXT RECORD
               AT END MOVE 'NO' TO W64-DATA-REMAINS-SWITCH
           END-READ
          .
       325-REPORT-UNIT-NOT-LANDED.
           COMPUTE W76-INTAKE-DAY-NUM = (F61-TRG-INTAKE-YY * 360)
                                       + (F61-TRG-INTAKE-MM * 30)
                                       +  F61-TRG-INTAKE-DD
           COMPUTE W76-DAYS-WAITING = W76-TODAY-DAY-NUM
                                     - W76-INTAKE-DAY-NUM
           ADD 1 TO W77-NOT-LANDED-COUNT
           ADD F61-TRG-ALLOWANCE TO W77-NOT-LANDED-ALLOW
           MOVE F61-TRG-SALE-INVOICE TO W62-TRR-SALE-OUT
           MOVE F61-TRG-ALLOWANCE    TO W62-TRR-ALLOW-OUT
           MOVE F61-TRG-UNIT-INVOICE TO W62-TRR-UNIT-OUT
           MOVE W76-DAYS-WAITING     TO W62-TRR-DAYS-OUT
           MOVE 'ADD BUILT - UNIT NOT ON MASTER'
               TO W62-TRR-PROBLEM-OUT
           MOVE W62-TRR-DETAIL-LINE TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
          .
      *CLOSES OUT THE LOG WITH A COUNT OF EACH KIND OF INTAKE, AND
      *THE REPORT WITH HOW MANY UNITS AND HOW MUCH ALLOWANCE ARE
      *UNACCOUNTED FOR
       400-PRINT-SUMMARY.
           WRITE F62-INTAKE-LOG-LINE FROM SPACES
           MOVE 'ADD TRANSACTIONS BUILT' TO W61-SUMMARY-LABEL-OUT
           MOVE W77-BUILT-COUNT TO W61-SUMMARY-COUNT-OUT
           MOVE W61-TLG-SUMMARY-LINE TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
           MOVE 'COSTS ALREADY KEYED' TO W61-SUMMARY-LABEL-OUT
           MOVE W77-COST-KEPT-COUNT TO W61-SUMMARY-COUNT-OUT
           MOVE W61-TLG-SUMMARY-LINE TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE
           MOVE 'INTAKES REJECTED' TO W61-SUMMARY-LABEL-OUT
           MOVE W77-REJECT-COUNT TO W61-SUMMARY-COUNT-OUT
           MOVE W61-TLG-SUMMARY-LINE TO F62-INTAKE-LOG-LINE
           WRITE F62-INTAKE-LOG-LINE

           WRITE F63-RECON-REPORT-LINE FROM SPACES
           MOVE 'SALES WITH NO INTAKE KEYED' TO W62-TRR-LABEL-OUT
           MOVE W77-NO-INTAKE-COUNT TO W62-TRR-COUNT-OUT
           MOVE W77-NO-INTAKE-ALLOW TO W62-TRR-AMOUNT-OUT
           MOVE W62-TRR-SUMMARY-LINE TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
           MOVE 'UNITS BUILT, NOT ON MASTER' TO W62-TRR-LABEL-OUT
           MOVE W77-NOT-LANDED-COUNT TO W62-TRR-COUNT-OUT
           MOVE W77-NOT-LANDED-ALLOW TO W62-TRR-AMOUNT-OUT
           MOVE W62-TRR-SUMMARY-LINE TO F63-RECON-REPORT-LINE
           WRITE F63-RECON-REPORT-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F01-CAR-RECORDS
                 F61-TRADE-REGISTER
                 F56-ACQ-COST-FILE
                 F60-TRADE-TXN-FILE
                 F62-INTAKE-LOG-FILE
                 F63-RECON-REPORT-FILE
           STOP RUN.
