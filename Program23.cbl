       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240088".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE INQUIRY LIST KEYED BY THE OFFICE - ONE INVOICE NUMBER PER
      *LINE, ZERO-FILLED TO FIVE DIGITS. ANYTHING AFTER THE INVOICE
      *IS THE OPERATOR'S OWN NOTE AND IS IGNORED
           SELECT F103-INQUIRY-FILE ASSIGN TO 'ASST2.LHQ'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-INQ-FILE-STATUS.

      *THE LIVE CAR MASTER - READ BY INVOICE. A CAR STILL ON THE
      *MASTER IS SHOWN AS IT STANDS TONIGHT
           SELECT F01-CAR-RECORDS   ASSIGN TO 'ASST2.DAT'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F01-INVOICE-NUM
                                    FILE STATUS IS W61-DAT-FILE-STATUS.

      *THE CUMULATIVE SALES HISTORY THE MONTH-END CLOSE APPENDS TO -
      *A CAR GONE FROM THE MASTER IS LOOKED FOR HERE
           SELECT F14-HISTORY-FILE  ASSIGN TO 'ASST2.HIS'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-HIS-FILE-STATUS.

      *THE CUMULATIVE AUDIT TRAIL THE MAINTENANCE RUN LEAVES - EVERY
      *ADD, CHANGE AND DELETE WITH ITS BEFORE- AND AFTER-IMAGE, IN
      *THE ORDER THE CHANGES HAPPENED
           SELECT F46-AUDIT-FILE    ASSIGN TO 'ASST2.AUD'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-AUD-FILE-STATUS.

      *THE LIVE RECONDITIONING LEDGER - TICKETS ON CARS NOT YET
      *CLOSED OUT
           SELECT F11-RECON-FILE    ASSIGN TO 'ASST2.RCN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RCN-FILE-STATUS.

      *THE RETIRED-TICKET HISTORY THE CLOSE APPENDS TO - TICKETS ON
      *CARS ALREADY CLOSED OUT
           SELECT F31-RECON-HISTORY-FILE ASSIGN TO 'ASST2.RCH'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RCH-FILE-STATUS.

      *THE BUYER MASTER - READ BY THE CAR'S INVOICE
           SELECT F32-BUYER-FILE    ASSIGN TO 'ASST2.BYR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F32-BYR-INVOICE-NUM
                                    FILE STATUS IS W61-BYR-FILE-STATUS.

      *ACQUISITION COST FILE - WHAT THE CAR REALLY COST US. NO FILE
      *OR NO RECORD COSTS ZERO AND IS NOTED ON THE DOSSIER
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W61-ACQ-FILE-STATUS.

      *COMMISSION-PAID REGISTER - WHAT WAS ACTUALLY PAID ON EACH SIDE
      *OF THE DEAL, READ BY INVOICE AND SALESPERSON
           SELECT F69-COMM-PAID-FILE ASSIGN TO 'ASST2.CPR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F69-CPR-KEY
                                    FILE STATUS IS W61-CPR-FILE-STATUS.

      *F&I PRODUCT FILE - READ BY INVOICE AND PRODUCT CODE FOR THE
      *SERVICE CONTRACT, GAP AND PAINT PROTECTION SOLD WITH THE CAR
           SELECT F99-FNI-FILE      ASSIGN TO 'ASST2.FNI'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F99-FNI-KEY
                                    FILE STATUS IS W61-FNI-FILE-STATUS.

      *THE LATEST MARKDOWN PROPOSAL LEFT BY 4240071 - READY-TO-APPLY
      *CHANGE TRANSACTIONS, ONE PER PROPOSED CUT. MARKDOWNS ALREADY
      *APPLIED SHOW ON THE AUDIT TRAIL AS ASKING PRICE CHANGES
           SELECT F24-MARKDOWN-TXN-FILE ASSIGN TO 'ASST2.MDT'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-MDT-FILE-STATUS.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE PRINTED ON THE
      *REPORT; SYSTEM DATE AS FALLBACK
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RUN-FILE-STATUS.

      *THE PRINTED INQUIRY - ONE DOSSIER PER CAR ASKED FOR, THEN THE
      *INVOICES NO FILE KNOWS ANYTHING ABOUT
           SELECT F104-LIFE-HISTORY-REPORT ASSIGN TO 'ASST2.LHR'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE INQUIRY LINE
       FD  F103-INQUIRY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F103-INQUIRY-REC.
           05 F103-INQ-TEXT        PIC X(5).
           05 F103-INQ-INVOICE REDEFINES F103-INQ-TEXT PIC 9(5).
           05                      PIC X(75).
      *ONE CAR MASTER RECORD - ONLY THE KEY IS NAMED HERE; THE RECORD
      *IS BROKEN OUT IN W63-CAR-SALES ONCE IT IS READ
       FD  F01-CAR-RECORDS
           RECORD CONTAINS 87 CHARACTERS.
       01  F01-CAR-SALES.
           05  F01-INVOICE-NUM  PIC 9(5).
           05  FILLER           PIC X(82).
      *ONE ARCHIVED SALE - SAME LAYOUT AS PROGRAM4'S F14-HISTORY-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F14-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  F14-HISTORY-REC.
           05 F14-CAR-RECORD.
               10 F14-INVOICE-NUM  PIC 9(5).
               10 FILLER           PIC X(82).
           05 F14-CLOSED-YY     PIC 9(2).
           05 F14-CLOSED-MM     PIC 9(2).
      *ONE AUDIT IMAGE - SAME LAYOUT AS PROGRAM2'S F46-AUDIT-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F46-AUDIT-FILE
           RECORD CONTAINS 190 CHARACTERS.
       01  F46-AUDIT-REC.
           05 F46-AUD-RUN-NUMBER PIC 9(4).
           05 F46-AUD-RUN-DATE   PIC 9(6).
           05 F46-AUD-ACTION     PIC X(1).
               88 F46-AUD-ADD        VALUE 'A'.
               88 F46-AUD-CHANGE     VALUE 'C'.
               88 F46-AUD-DELETE     VALUE 'D'.
           05 F46-AUD-INVOICE    PIC 9(5).
           05 F46-AUD-BEFORE     PIC X(87).
           05 F46-AUD-AFTER      PIC X(87).
      *ONE RECONDITIONING TICKET - SAME LAYOUT AS PROGRAM1'S
      *F11-RECON-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F11-RECON-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  F11-RECON-REC.
           05 F11-RCN-INVOICE-NUM PIC 9(5).
           05 F11-RCN-DATE        PIC 9(6).
           05 F11-RCN-CATEGORY    PIC X(10).
           05 F11-RCN-AMOUNT      PIC 9(6).
      *ONE RETIRED TICKET - SAME LAYOUT AS PROGRAM4'S
      *F31-RECON-HISTORY-REC, KEPT IN SYNC BY HAND
       FD  F31-RECON-HISTORY-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  F31-RECON-HISTORY-REC.
           05 F31-RCH-INVOICE-NUM PIC 9(5).
           05 F31-RCH-DATE        PIC 9(6).
           05 F31-RCH-CATEGORY    PIC X(10).
           05 F31-RCH-AMOUNT      PIC 9(6).
           05 F31-RCH-CLOSED-YY   PIC 9(2).
           05 F31-RCH-CLOSED-MM   PIC 9(2).
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
      *ONE ACQUISITION RECORD - SAME LAYOUT AS PROGRAM13'S
      *F56-ACQ-COST-REC, KEPT IN SYNC BY HAND
       FD  F56-ACQ-COST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  F56-ACQ-COST-REC.
           05 F56-ACQ-INVOICE-NUM PIC 9(5).
           05 F56-ACQ-COST        PIC 9(6).
           05 F56-ACQ-SOURCE      PIC X(1).
               88 F56-ACQ-AUCTION     VALUE 'A'.
               88 F56-ACQ-WHOLESALE   VALUE 'W'.
               88 F56-ACQ-TRADE-IN    VALUE 'T'.
               88 F56-ACQ-STREET      VALUE 'S'.
           05 F56-ACQ-DATE        PIC 9(6).
           05 F56-ACQ-BUY-FEE     PIC 9(5).
      *ONE COMMISSION-PAID ENTRY - SAME LAYOUT AS PROGRAM3'S
      *F69-COMM-PAID-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED
      *FILES
       FD  F69-COMM-PAID-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  F69-COMM-PAID-REC.
           05 F69-CPR-KEY.
               10 F69-CPR-INVOICE-NUM PIC 9(5).
               10 F69-CPR-SALES-P     PIC X(7).
           05 F69-CPR-SOLD-PRICE    PIC 9(6).
           05 F69-CPR-SHARE-PCT     PIC 9(3).
           05 F69-CPR-COMM-PAID     PIC 9(6).
           05 F69-CPR-FIRST-PAID.
               10 F69-CPR-PAID-DATE  PIC 9(6).
               10 F69-CPR-PAID-RUN   PIC 9(4).
           05 F69-CPR-LAST-PAID.
               10 F69-CPR-LAST-DATE  PIC 9(6).
               10 F69-CPR-LAST-RUN   PIC 9(4).
           05 F69-CPR-TRUEUP-COUNT  PIC 9(2).
      *ONE F&I PRODUCT - SAME LAYOUT AS PROGRAM22'S F99-FNI-REC, KEPT
      *IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F99-FNI-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  F99-FNI-REC.
           05  F99-FNI-DEAL.
               10 F99-FNI-KEY.
                   15 F99-FNI-INVOICE-NUM PIC 9(5).
                   15 F99-FNI-PRODUCT     PIC X(1).
               10 F99-FNI-PROVIDER    PIC X(10).
               10 F99-FNI-SALE-PRICE  PIC 9(6).
               10 F99-FNI-COST        PIC 9(6).
               10 F99-FNI-TERM        PIC 9(3).
               10 F99-FNI-FIN-MGR     PIC X(7).
               10 F99-FNI-SALE-DATE   PIC 9(6).
           05  F99-FNI-STATUS         PIC X(1).
               88 F99-FNI-ACTIVE          VALUE 'A'.
               88 F99-FNI-CANCELLED       VALUE 'C'.
           05  F99-FNI-CANCEL-DATE    PIC 9(6).
           05  F99-FNI-REFUND         PIC 9(6).
           05  F99-FNI-COMM-PAID      PIC 9(6).
           05  F99-FNI-PAID-TO        PIC X(7).
           05  F99-FNI-PAID-DATE      PIC 9(6).
           05  F99-FNI-PAID-RUN       PIC 9(4).
           05  F99-FNI-CHARGEBACK     PIC 9(6).
           05  F99-FNI-CLOSED-STAMP   PIC 9(4).
           05  F99-FNI-REFUND-POSTED  PIC 9(4).
           05  F99-FNI-CHGBK-DATE     PIC 9(6).
           05  F99-FNI-CHGBK-RUN      PIC 9(4).
      *ONE PROPOSED CUT - SAME LAYOUT AS PROGRAM6'S
      *F24-TRANSACTION-LINE, KEPT IN SYNC BY HAND
       FD  F24-MARKDOWN-TXN-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  F24-TRANSACTION-LINE.
           05  F24-TXN-CODE        PIC X(1).
           05  F24-CAR-FIELDS.
               10 F24-INVOICE-NUM     PIC 9(5).
               10 F24-YEAR            PIC 9(2).
               10 F24-MAKE            PIC X(11).
               10 F24-MODEL           PIC X(13).
               10 F24-ASKING-PRICE    PIC 9(6).
               10 F24-SOLD-PRICE      PIC 9(6).
               10 F24-SALES-P         PIC X(7).
               10 F24-LOT-CODE        PIC X(3).
               10 F24-TRADE-IN-ALLOW  PIC 9(6).
               10 F24-STATUS          PIC X(1).
               10 F24-DATE-RECEIVED   PIC 9(6).
               10 F24-SALES-P2        PIC X(7).
               10 F24-SPLIT-PCT       PIC 9(2).
               10 F24-DEPOSIT-AMT     PIC 9(6).
               10 F24-HOLD-EXPIRY     PIC 9(6).
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
      *ONE PRINTED LINE OF THE INQUIRY
       FD  F104-LIFE-HISTORY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  F104-LIFE-HISTORY-LINE   PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W61-FILE-STATUSES.
           05 W61-INQ-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-DAT-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-HIS-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-AUD-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RCN-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RCH-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-BYR-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-ACQ-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CPR-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-FNI-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-MDT-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RUN-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  W61-PRESENT-SWITCHES.
           05 W61-INQ-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-INQ-PRESENT        VALUE 'YES'.
           05 W61-DAT-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-DAT-PRESENT        VALUE 'YES'.
           05 W61-BYR-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-BYR-PRESENT        VALUE 'YES'.
           05 W61-ACQ-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-ACQ-PRESENT        VALUE 'YES'.
           05 W61-CPR-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-CPR-PRESENT        VALUE 'YES'.
           05 W61-FNI-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-FNI-PRESENT        VALUE 'YES'.
       01  W61-DATA-REMAINS-SWITCH   PIC X(2) VALUE SPACES.
      *SHARED BY EVERY READ-THROUGH OF A SEQUENTIAL FILE - ONLY ONE
      *OF THEM IS EVER OPEN AT A TIME
       01  W61-FILE-REMAINS-SWITCH   PIC X(2) VALUE SPACES.

       01  W62-TODAY-DATE.
           05 W62-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-DD      PIC 9(2) VALUE ZERO.

      *THE CAR IN HAND - THE MASTER RECORD OR THE ARCHIVED ONE, IN
      *THE FULL 87-BYTE LAYOUT. W63-WHERE-FOUND SAYS WHICH, AND
      *W63-FOUND-SWITCH IS SET BY ANY FILE THAT KNOWS THE INVOICE
       01  W63-CAR-CONTROL.
           05 W63-INVOICE-WANTED   PIC 9(5)  VALUE ZERO.
           05 W63-WHERE-FOUND      PIC X(3)  VALUE SPACES.
               88 W63-ON-MASTER        VALUE 'DAT'.
               88 W63-ON-HISTORY       VALUE 'HIS'.
               88 W63-NO-CAR-RECORD    VALUE SPACES.
           05 W63-FOUND-SWITCH     PIC X(3)  VALUE SPACES.
               88 W63-FOUND            VALUE 'YES'.
           05 W63-CLOSED-YY        PIC 9(2)  VALUE ZERO.
           05 W63-CLOSED-MM        PIC 9(2)  VALUE ZERO.
       01  W63-CAR-SALES.
           05  W63-INVOICE-NUM  PIC 9(5).
           05  W63-YEAR         PIC 9(2).
           05  W63-MAKE         PIC X(11).
           05  W63-MODEL        PIC X(13).
           05  W63-ASKING-PRICE PIC 9(6).
           05  W63-SOLD-PRICE   PIC 9(6).
           05  W63-SALES-P      PIC X(7).
           05  W63-LOT-CODE     PIC X(3).
           05  W63-TRADE-IN-ALLOW PIC 9(6).
           05  W63-STATUS         PIC X(1).
               88 W63-RECORD-SOLD    VALUE 'S'.
               88 W63-RECORD-UNSOLD  VALUE 'U'.
               88 W63-RECORD-PENDING VALUE 'P'.
           05  W63-DATE-RECEIVED  PIC 9(6).
           05  W63-SALES-P2       PIC X(7).
           05  W63-SPLIT-PCT      PIC 9(2).
           05  W63-DEPOSIT-AMT    PIC 9(6).
           05  W63-HOLD-EXPIRY    PIC 9(6).

      *ONE CHANGE IMAGE BROKEN OUT INTO ITS FIELDS - BEFORE AND AFTER
      *ARE COMPARED FIELD BY FIELD AND EVERY FIELD THAT MOVED GETS A
      *TIMELINE LINE OF ITS OWN
       01  W64-BEFORE-IMAGE.
           05  W64-OLD-INVOICE-NUM  PIC 9(5).
           05  W64-OLD-YEAR         PIC 9(2).
           05  W64-OLD-MAKE         PIC X(11).
           05  W64-OLD-MODEL        PIC X(13).
           05  W64-OLD-ASKING-PRICE PIC 9(6).
           05  W64-OLD-SOLD-PRICE   PIC 9(6).
           05  W64-OLD-SALES-P      PIC X(7).
           05  W64-OLD-LOT-CODE     PIC X(3).
           05  W64-OLD-TRADE-IN     PIC 9(6).
           05  W64-OLD-STATUS       PIC X(1).
           05  W64-OLD-RECEIVED     PIC 9(6).
           05  W64-OLD-SALES-P2     PIC X(7).
           05  W64-OLD-SPLIT-PCT    PIC 9(2).
           05  W64-OLD-DEPOSIT-AMT  PIC 9(6).
           05  W64-OLD-HOLD-EXPIRY  PIC 9(6).
       01  W64-AFTER-IMAGE.
           05  W64-NEW-INVOICE-NUM  PIC 9(5).
           05  W64-NEW-YEAR         PIC 9(2).
           05  W64-NEW-MAKE         PIC X(11).
           05  W64-NEW-MODEL        PIC X(13).
           05  W64-NEW-ASKING-PRICE PIC 9(6).
           05  W64-NEW-SOLD-PRICE   PIC 9(6).
           05  W64-NEW-SALES-P      PIC X(7).
           05  W64-NEW-LOT-CODE     PIC X(3).
           05  W64-NEW-TRADE-IN     PIC 9(6).
           05  W64-NEW-STATUS       PIC X(1).
           05  W64-NEW-RECEIVED     PIC 9(6).
           05  W64-NEW-SALES-P2     PIC X(7).
           05  W64-NEW-SPLIT-PCT    PIC 9(2).
           05  W64-NEW-DEPOSIT-AMT  PIC 9(6).
           05  W64-NEW-HOLD-EXPIRY  PIC 9(6).
      *MONEY FIELDS ARE PRINTED EDITED WHEN THEY ARE CLEAN DIGITS,
      *AS KEYED WHEN THEY ARE NOT
       01  W64-TIMELINE-WORK.
           05 W64-OLD-AMOUNT       PIC 9(6)  VALUE ZERO.
           05 W64-OLD-AMOUNT-X REDEFINES W64-OLD-AMOUNT PIC X(6).
           05 W64-NEW-AMOUNT       PIC 9(6)  VALUE ZERO.
           05 W64-NEW-AMOUNT-X REDEFINES W64-NEW-AMOUNT PIC X(6).
           05 W64-EDIT-AMOUNT      PIC ZZZ,ZZ9.
           05 W64-FIELDS-CHANGED   PIC 9(2)  COMP VALUE ZERO.
      *ANY YYMMDD FIELD IS MOVED HERE TO BE PRINTED AS YY/MM/DD
       01  W64-DATE-WORK.
           05 W64-DATE-YY          PIC 9(2).
           05 W64-DATE-MM          PIC 9(2).
           05 W64-DATE-DD          PIC 9(2).

      *THE CAR'S MONEY. FINAL PROFIT IS FIGURED THE WAY THE LEAD-
      *SOURCE REPORT FIGURES NET TO DEALER - SOLD PRICE LESS THE
      *COMMISSION ACTUALLY PAID, WHAT THE CAR COST US, THE TRADE-IN
      *ALLOWANCE AND THE RECONDITIONING SPEND - PLUS THE F&I GROSS
      *ON PRODUCTS STILL IN FORCE, LESS THE FINANCE MANAGER'S
      *COMMISSION LEFT AFTER ANY CHARGEBACK
       01  W65-CAR-MATH.
           05 W65-RECON-SUM        PIC 9(7)  VALUE ZERO.
           05 W65-ACQ-COST         PIC 9(7)  VALUE ZERO.
           05 W65-COMM-PAID        PIC 9(7)  VALUE ZERO.
           05 W65-SOLD-PRICE       PIC 9(6)  VALUE ZERO.
           05 W65-TRADE-IN         PIC 9(6)  VALUE ZERO.
           05 W65-FNI-GROSS        PIC 9(7)  VALUE ZERO.
           05 W65-FNI-COMM         PIC S9(7) VALUE ZERO.
           05 W65-FINAL-PROFIT     PIC S9(8) VALUE ZERO.
           05 W65-COST-TO-DATE     PIC 9(8)  VALUE ZERO.
           05 W65-TICKET-COUNT     PIC 9(4)  COMP VALUE ZERO.
           05 W65-LINE-COUNT       PIC 9(4)  COMP VALUE ZERO.
           05 W65-ACQ-SWITCH       PIC X(3)  VALUE SPACES.
               88 W65-ACQ-FOUND        VALUE 'YES'.
           05 W65-SIDE-SWITCH      PIC X(3)  VALUE SPACES.
               88 W65-SIDE-MISSING     VALUE 'YES'.
           05 W65-BUYER-SWITCH     PIC X(3)  VALUE SPACES.
               88 W65-BUYER-FOUND      VALUE 'YES'.
       01  W65-PRODUCT-CODES       PIC X(3) VALUE 'SGP'.
       01  W65-PRODUCT-TABLE REDEFINES W65-PRODUCT-CODES.
           05 W65-PRODUCT-CODE     PIC X(1) OCCURS 3 TIMES.
       01  W65-IDX                 PIC 9(2) COMP VALUE ZERO.

      *INVOICES NO FILE KNOWS, HELD FOR THE LIST AT THE END OF THE
      *REPORT ALONG WITH ANY LINE THAT WAS NOT AN INVOICE NUMBER
       01  W66-NOT-FOUND-TABLE.
           05 W66-NOT-FOUND-ENTRY OCCURS 200 TIMES.
               10 W66-NF-TEXT         PIC X(5).
               10 W66-NF-REASON       PIC X(30).
       01  W66-NF-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  W66-NF-DROPPED       PIC 9(5) VALUE ZERO.
       01  W66-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W66-NF-TEXT-HOLD     PIC X(5)  VALUE SPACES.
       01  W66-NF-REASON-HOLD   PIC X(30) VALUE SPACES.

      *RUN TOTALS FOR THE SUMMARY
       01  W67-RUN-TOTALS.
           05 W67-INQUIRIES-READ   PIC 9(5) VALUE ZERO.
           05 W67-DOSSIERS-PRINTED PIC 9(5) VALUE ZERO.
           05 W67-NOT-FOUND-COUNT  PIC 9(5) VALUE ZERO.

       01  W68-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W68-HEADING-LINE2.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(24) VALUE
               'CAR LIFE HISTORY INQUIRY'.
           05                PIC X(28) VALUE SPACES.

       01  W68-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W68-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-RUN-DD-OUT       PIC 99.
           05                      PIC X(55) VALUE SPACES.

       01  W68-RULE-LINE.
           05                PIC X(40) VALUE
               '----------------------------------------'.
           05                PIC X(40) VALUE
               '----------------------------------------'.

      *DOSSIER HEADING - THE INVOICE AND WHERE ITS RECORD WAS FOUND
       01  W68-CAR-HEADING-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE '.
           05 W68-INVOICE-OUT      PIC ZZZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-WHERE-AREA.
               10 W68-WHERE-LABEL-OUT PIC X(23).
               10 W68-WHERE-YY-OUT    PIC 99.
               10 W68-WHERE-SLASH-OUT PIC X(1).
               10 W68-WHERE-MM-OUT    PIC 99.
               10                     PIC X(22).
           05 W68-WHERE-TEXT REDEFINES W68-WHERE-AREA PIC X(50).
           05                      PIC X(11) VALUE SPACES.

      *THE CAR RECORD ITSELF, THREE LINES
       01  W68-CAR-LINE1.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'YEAR '.
           05 W68-YEAR-OUT         PIC 99.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-MAKE-OUT         PIC X(11).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-MODEL-OUT        PIC X(13).
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'LOT '.
           05 W68-LOT-OUT          PIC X(3).
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'STATUS '.
           05 W68-STATUS-OUT       PIC X(1).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-STATUS-DESC-OUT  PIC X(7).
           05                      PIC X(16) VALUE SPACES.

       01  W68-CAR-LINE2.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'RECEIVED '.
           05 W68-RCVD-YY-OUT      PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-RCVD-MM-OUT      PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-RCVD-DD-OUT      PIC 99.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'ASKING '.
           05 W68-ASKING-OUT       PIC $ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SOLD '.
           05 W68-SOLD-OUT         PIC $ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'TRADE-IN '.
           05 W68-TRADE-OUT        PIC $ZZZ,ZZ9.
           05                      PIC X(9)  VALUE SPACES.

       01  W68-CAR-LINE3.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(12) VALUE 'SALESPERSON '.
           05 W68-SALES-P-OUT      PIC X(7).
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'SPLIT '.
           05 W68-SALES-P2-OUT     PIC X(7).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-SPLIT-PCT-OUT    PIC Z9.
           05                      PIC X(1)  VALUE '%'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'DEPOSIT '.
           05 W68-DEPOSIT-OUT      PIC $ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'HOLD '.
           05 W68-HOLD-OUT         PIC 9(6).
           05                      PIC X(8)  VALUE SPACES.

       01  W68-ACQ-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'ACQUIRED '.
           05 W68-ACQ-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-ACQ-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-ACQ-DD-OUT       PIC 99.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'FROM '.
           05 W68-ACQ-SOURCE-OUT   PIC X(10).
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'COST '.
           05 W68-ACQ-COST-OUT     PIC $ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'BUY FEE '.
           05 W68-ACQ-FEE-OUT      PIC $ZZ,ZZ9.
           05                      PIC X(11) VALUE SPACES.

      *ONE-LINE REMARK - A SECTION WITH NOTHING IN IT, A MISSING
      *RECORD, A GAP IN THE FIGURES
       01  W68-NOTE-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W68-NOTE-OUT         PIC X(60).
           05                      PIC X(15) VALUE SPACES.

       01  W68-SECTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-SECTION-OUT      PIC X(50).
           05                      PIC X(27) VALUE SPACES.

      *THE MAINTENANCE TIMELINE OFF THE AUDIT TRAIL
       01  W68-TIMELINE-HEADING.
           05                PIC X(5)  VALUE SPACES.
           05                PIC X(8)  VALUE 'DATE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(8)  VALUE 'RUN'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(7)  VALUE 'ACTION'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(14) VALUE 'FIELD'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(13) VALUE 'FROM'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(13) VALUE 'TO'.
           05                PIC X(3)  VALUE SPACES.

       01  W68-TIMELINE-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W68-TL-YY-OUT        PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-TL-MM-OUT        PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-TL-DD-OUT        PIC 99.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'RUN '.
           05 W68-TL-RUN-OUT       PIC ZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-TL-ACTION-OUT    PIC X(7).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-TL-FIELD-OUT     PIC X(14).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-TL-FROM-OUT      PIC X(13).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-TL-TO-OUT        PIC X(13).
           05                      PIC X(3)  VALUE SPACES.

      *RECON TICKETS WITH THE CAR'S RUNNING COST
       01  W68-TICKET-HEADING.
           05                PIC X(5)  VALUE SPACES.
           05                PIC X(8)  VALUE 'DATE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(10) VALUE 'CATEGORY'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(12) VALUE 'TICKET'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(8)  VALUE '  AMOUNT'.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(10) VALUE '   RUNNING'.
           05                PIC X(18) VALUE SPACES.

       01  W68-TICKET-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W68-TKT-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-TKT-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-TKT-DD-OUT       PIC 99.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-TKT-CATEGORY-OUT PIC X(10).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-TKT-STATE-AREA.
               10 W68-TKT-STATE-LABEL-OUT PIC X(7).
               10 W68-TKT-CLOSED-YY-OUT   PIC 99.
               10 W68-TKT-SLASH-OUT       PIC X(1).
               10 W68-TKT-CLOSED-MM-OUT   PIC 99.
           05 W68-TKT-STATE-TEXT REDEFINES W68-TKT-STATE-AREA
                                   PIC X(12).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-TKT-AMOUNT-OUT   PIC $ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-TKT-RUNNING-OUT  PIC $Z,ZZZ,ZZ9.
           05                      PIC X(18) VALUE SPACES.

      *BUYER - ONE LABELLED LINE PER ITEM
       01  W68-BUYER-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W68-BYR-LABEL-OUT    PIC X(14).
           05 W68-BYR-VALUE-OUT    PIC X(40).
           05                      PIC X(21) VALUE SPACES.

       01  W68-BUYER-CSZ.
           05 W68-BYR-CITY-OUT     PIC X(15).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-BYR-STATE-OUT    PIC X(2).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-BYR-ZIP-OUT      PIC X(5).

       01  W68-BUYER-CUST-NUM      PIC 9(6) VALUE ZERO.

      *ONE PROPOSED MARKDOWN
       01  W68-MARKDOWN-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05                      PIC X(16) VALUE 'PROPOSED ASKING '.
           05 W68-MD-NEW-OUT       PIC $ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(11) VALUE 'ASKING NOW '.
           05 W68-MD-NOW-OUT       PIC $ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-MD-STATE-OUT     PIC X(20).
           05                      PIC X(6)  VALUE SPACES.

      *ONE F&I PRODUCT
       01  W68-FNI-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W68-FNI-PRODUCT-OUT  PIC X(16).
           05                      PIC X(1)  VALUE SPACES.
           05 W68-FNI-PROVIDER-OUT PIC X(10).
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SOLD '.
           05 W68-FNI-SALE-OUT     PIC $ZZZ,ZZ9.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'COST '.
           05 W68-FNI-COST-OUT     PIC $ZZZ,ZZ9.
           05                      PIC X(1)  VALUE SPACES.
           05 W68-FNI-STATE-AREA.
               10 W68-FNI-STATE-LABEL-OUT PIC X(10).
               10 W68-FNI-CXL-YY-OUT      PIC 99.
               10 W68-FNI-SLASH1-OUT      PIC X(1).
               10 W68-FNI-CXL-MM-OUT      PIC 99.
               10 W68-FNI-SLASH2-OUT      PIC X(1).
               10 W68-FNI-CXL-DD-OUT      PIC 99.
           05 W68-FNI-STATE-TEXT REDEFINES W68-FNI-STATE-AREA
                                   PIC X(18).
           05                      PIC X(1)  VALUE SPACES.

      *THE PROFIT BLOCK - ONE LABELLED AMOUNT PER LINE
       01  W68-AMOUNT-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W68-AMT-LABEL-OUT    PIC X(34).
           05 W68-AMT-OUT          PIC $ZZZ,ZZZ,ZZ9-.
           05                      PIC X(27) VALUE SPACES.

      *THE NOT-FOUND LIST AND THE RUN SUMMARY
       01  W69-NOT-FOUND-LINE.
           05                      PIC X(5)  VALUE SPACES.
           05 W69-NF-TEXT-OUT      PIC X(5).
           05                      PIC X(3)  VALUE SPACES.
           05 W69-NF-REASON-OUT    PIC X(30).
           05                      PIC X(37) VALUE SPACES.

       01  W69-SUMMARY-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-SUM-LABEL-OUT    PIC X(30).
           05 W69-SUM-COUNT-OUT    PIC ZZZZ9.
           05                      PIC X(42) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 100-OPEN-FILES
           PERFORM 200-TAKE-ONE-INQUIRY
               UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 400-PRINT-NOT-FOUND
           PERFORM 450-PRINT-SUMMARY
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
      *THE KEYED FILES STAY OPEN FOR THE WHOLE RUN AND ARE READ BY
      *INVOICE; ANY OF THEM MISSING JUST LEAVES ITS PART OF EACH
      *DOSSIER EMPTY. THE SEQUENTIAL FILES ARE OPENED PER CAR
       100-OPEN-FILES.
           OPEN OUTPUT F104-LIFE-HISTORY-REPORT
           MOVE W62-TODAY-YY TO W68-RUN-YY-OUT
           MOVE W62-TODAY-MM TO W68-RUN-MM-OUT
           MOVE W62-TODAY-DD TO W68-RUN-DD-OUT
           MOVE W68-HEADING-LINE1 TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE W68-HEADING-LINE2 TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE W68-RUN-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           OPEN INPUT F01-CAR-RECORDS
           IF W61-DAT-FILE-STATUS = '00'
               MOVE 'YES' TO W61-DAT-PRESENT-SWITCH
           END-IF
           OPEN INPUT F32-BUYER-FILE
           IF W61-BYR-FILE-STATUS = '00'
               MOVE 'YES' TO W61-BYR-PRESENT-SWITCH
           END-IF
           OPEN INPUT F56-ACQ-COST-FILE
           IF W61-ACQ-FILE-STATUS = '00'
               MOVE 'YES' TO W61-ACQ-PRESENT-SWITCH
           END-IF
           OPEN INPUT F69-COMM-PAID-FILE
           IF W61-CPR-FILE-STATUS = '00'
               MOVE 'YES' TO W61-CPR-PRESENT-SWITCH
           END-IF
           OPEN INPUT F99-FNI-FILE
           IF W61-FNI-FILE-STATUS = '00'
               MOVE 'YES' TO W61-FNI-PRESENT-SWITCH
           END-IF
           MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           OPEN INPUT F103-INQUIRY-FILE
           IF W61-INQ-FILE-STATUS = '00'
               MOVE 'YES' TO W61-INQ-PRESENT-SWITCH
               MOVE SPACES TO W61-DATA-REMAINS-SWITCH
               READ F103-INQUIRY-FILE
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
           ELSE
               WRITE F104-LIFE-HISTORY-LINE FROM SPACES
               MOVE 'NO INQUIRY LIST - NOTHING TO REPORT'
                   TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
      *ONE INQUIRY LINE PER PASS. A BLANK LINE IS PASSED OVER; A LINE
      *THAT IS NOT AN INVOICE NUMBER, OR AN INVOICE NO FILE HAS EVER
      *HEARD OF, GOES ON THE NOT-FOUND LIST INSTEAD OF A DOSSIER
       200-TAKE-ONE-INQUIRY.
           IF F103-INQ-TEXT NOT = SPACES
               ADD 1 TO W67-INQUIRIES-READ
               IF F103-INQ-INVOICE NUMERIC
                   AND F103-INQ-INVOICE > ZERO
                   MOVE F103-INQ-INVOICE TO W63-INVOICE-WANTED
                   PERFORM 210-FIND-CAR-RECORD
                   IF NOT W63-FOUND
                       PERFORM 220-PROBE-OTHER-FILES
                   END-IF
                   IF W63-FOUND
                       PERFORM 300-PRINT-DOSSIER
                   ELSE
                       MOVE 'NOT ON ANY FILE' TO W66-NF-REASON-HOLD
                       PERFORM 230-ADD-TO-NOT-FOUND
                   END-IF
               ELSE
                   MOVE 'NOT A VALID INVOICE NUMBER'
                       TO W66-NF-REASON-HOLD
                   PERFORM 230-ADD-TO-NOT-FOUND
               END-IF
           END-IF
           READ F103-INQUIRY-FILE
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *THE MASTER FIRST; A CAR GONE FROM IT IS LOOKED FOR ON THE SALES
      *HISTORY, WHERE THE LAST ARCHIVED COPY WINS
       210-FIND-CAR-RECORD.
           MOVE SPACES TO W63-WHERE-FOUND
                          W63-FOUND-SWITCH
           MOVE ZERO   TO W63-CLOSED-YY
                          W63-CLOSED-MM
           IF W61-DAT-PRESENT
               MOVE W63-INVOICE-WANTED TO F01-INVOICE-NUM
               READ F01-CAR-RECORDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F01-CAR-SALES TO W63-CAR-SALES
                       MOVE 'DAT' TO W63-WHERE-FOUND
                       MOVE 'YES' TO W63-FOUND-SWITCH
               END-READ
           END-IF
           IF NOT W63-FOUND
               OPEN INPUT F14-HISTORY-FILE
               IF W61-HIS-FILE-STATUS = '00'
                   MOVE SPACES TO W61-FILE-REMAINS-SWITCH
                   READ F14-HISTORY-FILE
                       AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
                   END-READ
                   PERFORM 211-CHECK-ONE-SALE
                       UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
                   CLOSE F14-HISTORY-FILE
               END-IF
           END-IF
          .
       211-CHECK-ONE-SALE.
           IF F14-INVOICE-NUM = W63-INVOICE-WANTED
               MOVE F14-CAR-RECORD TO W63-CAR-SALES
               MOVE F14-CLOSED-YY  TO W63-CLOSED-YY
               MOVE F14-CLOSED-MM  TO W63-CLOSED-MM
               MOVE 'HIS' TO W63-WHERE-FOUND
               MOVE 'YES' TO W63-FOUND-SWITCH
           END-IF
           READ F14-HISTORY-FILE
               AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
           END-READ
          .
      *NO CAR RECORD - A CAR DELETED FROM THE MASTER, OR ONE WHOSE
      *TICKETS OR BUYER WERE KEYED BEFORE THE CAR, STILL GETS A
      *DOSSIER IF ANY OTHER FILE KNOWS THE INVOICE. EACH READ-THROUGH
      *STOPS AT THE FIRST SIGHTING
       220-PROBE-OTHER-FILES.
           IF W61-BYR-PRESENT
               MOVE W63-INVOICE-WANTED TO F32-BYR-INVOICE-NUM
               READ F32-BUYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO W63-FOUND-SWITCH
               END-READ
           END-IF
           IF W61-FNI-PRESENT
               PERFORM 221-PROBE-ONE-PRODUCT
                   VARYING W65-IDX FROM 1 BY 1
                   UNTIL W65-IDX > 3
           END-IF
           IF NOT W63-FOUND
               OPEN INPUT F46-AUDIT-FILE
               IF W61-AUD-FILE-STATUS = '00'
                   MOVE SPACES TO W61-FILE-REMAINS-SWITCH
                   READ F46-AUDIT-FILE
                       AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
                   END-READ
                   PERFORM 222-PROBE-ONE-IMAGE
                       UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
                       OR W63-FOUND
                   CLOSE F46-AUDIT-FILE
               END-IF
           END-IF
           IF NOT W63-FOUND
               OPEN INPUT F11-RECON-FILE
               IF W61-RCN-FILE-STATUS = '00'
                   MOVE SPACES TO W61-FILE-REMAINS-SWITCH
                   READ F11-RECON-FILE
                       AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
                   END-READ
                   PERFORM 223-PROBE-ONE-TICKET
                       UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
                       OR W63-FOUND
                   CLOSE F11-RECON-FILE
               END-IF
           END-IF
           IF NOT W63-FOUND
               OPEN INPUT F31-RECON-HISTORY-FILE
               IF W61-RCH-FILE-STATUS = '00'
                   MOVE SPACES TO W61-FILE-REMAINS-SWITCH
                   READ F31-RECON-HISTORY-FILE
                       AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
                   END-READ
                   PERFORM 224-PROBE-ONE-RETIRED-TICKET
                       UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
                       OR W63-FOUND
                   CLOSE F31-RECON-HISTORY-FILE
               END-IF
           END-IF
          .
       221-PROBE-ONE-PRODUCT.
           MOVE W63-INVOICE-WANTED         TO F99-FNI-INVOICE-NUM
           MOVE W65-PRODUCT-CODE (W65-IDX) TO F99-FNI-PRODUCT
           READ F99-FNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W63-FOUND-SWITCH
           END-READ
          .
       222-PROBE-ONE-IMAGE.
           IF F46-AUD-INVOICE = W63-INVOICE-WANTED
               MOVE 'YES' TO W63-FOUND-SWITCH
           ELSE
               READ F46-AUDIT-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
           END-IF
          .
       223-PROBE-ONE-TICKET.
           IF F11-RCN-INVOICE-NUM = W63-INVOICE-WANTED
               MOVE 'YES' TO W63-FOUND-SWITCH
           ELSE
               READ F11-RECON-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
           END-IF
          .
       224-PROBE-ONE-RETIRED-TICKET.
           IF F31-RCH-INVOICE-NUM = W63-INVOICE-WANTED
               MOVE 'YES' TO W63-FOUND-SWITCH
           ELSE
               READ F31-RECON-HISTORY-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
           END-IF
          .
      *HOLDS ONE LINE FOR THE NOT-FOUND LIST; PAST 200 THEY ARE ONLY
      *COUNTED
       230-ADD-TO-NOT-FOUND.
           ADD 1 TO W67-NOT-FOUND-COUNT
           IF W66-NF-COUNT < 200
               ADD 1 TO W66-NF-COUNT
               MOVE F103-INQ-TEXT      TO W66-NF-TEXT (W66-NF-COUNT)
               MOVE W66-NF-REASON-HOLD TO W66-NF-REASON (W66-NF-COUNT)
           ELSE
               ADD 1 TO W66-NF-DROPPED
           END-IF
          .
      *ONE CAR'S DOSSIER - THE RECORD, ITS MAINTENANCE TIMELINE, ITS
      *RECON TICKETS, ITS BUYER, ANY MARKDOWN PROPOSED, ITS F&I
      *PRODUCTS, AND WHAT THE CAR MADE US
       300-PRINT-DOSSIER.
           ADD 1 TO W67-DOSSIERS-PRINTED
           MOVE ZERO TO W65-RECON-SUM
                        W65-ACQ-COST
                        W65-COMM-PAID
                        W65-SOLD-PRICE
                        W65-TRADE-IN
                        W65-FNI-GROSS
                        W65-FNI-COMM
                        W65-FINAL-PROFIT
                        W65-COST-TO-DATE
           PERFORM 310-PRINT-CAR-RECORD
           PERFORM 320-PRINT-TIMELINE
           PERFORM 340-PRINT-RECON-TICKETS
           PERFORM 350-PRINT-BUYER
           PERFORM 355-PRINT-MARKDOWNS
           PERFORM 360-PRINT-FNI-PRODUCTS
           PERFORM 370-PRINT-PROFIT
          .
      *THE DOSSIER HEADING, THE CAR AS IT STANDS (OR AS IT WAS WHEN
      *IT WAS CLOSED OUT) AND WHAT WE PAID FOR IT
       310-PRINT-CAR-RECORD.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE W68-RULE-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE W63-INVOICE-WANTED TO W68-INVOICE-OUT
           MOVE SPACES TO W68-WHERE-TEXT
           IF W63-ON-MASTER
               MOVE 'ON THE CAR MASTER' TO W68-WHERE-TEXT
           END-IF
           IF W63-ON-HISTORY
               MOVE 'ARCHIVED - CLOSED OUT' TO W68-WHERE-LABEL-OUT
               MOVE W63-CLOSED-YY TO W68-WHERE-YY-OUT
               MOVE '/'           TO W68-WHERE-SLASH-OUT
               MOVE W63-CLOSED-MM TO W68-WHERE-MM-OUT
           END-IF
           IF W63-NO-CAR-RECORD
               MOVE 'NOT ON THE CAR MASTER OR THE SALES HISTORY'
                   TO W68-WHERE-TEXT
           END-IF
           MOVE W68-CAR-HEADING-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE W68-RULE-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           IF NOT W63-NO-CAR-RECORD
               MOVE W63-YEAR       TO W68-YEAR-OUT
               MOVE W63-MAKE       TO W68-MAKE-OUT
               MOVE W63-MODEL      TO W68-MODEL-OUT
               MOVE W63-LOT-CODE   TO W68-LOT-OUT
               MOVE W63-STATUS     TO W68-STATUS-OUT
               MOVE SPACES         TO W68-STATUS-DESC-OUT
               IF W63-RECORD-SOLD
                   MOVE 'SOLD'     TO W68-STATUS-DESC-OUT
               END-IF
               IF W63-RECORD-UNSOLD
                   MOVE 'UNSOLD'   TO W68-STATUS-DESC-OUT
               END-IF
               IF W63-RECORD-PENDING
                   MOVE 'ON HOLD'  TO W68-STATUS-DESC-OUT
               END-IF
               MOVE W68-CAR-LINE1 TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
               MOVE W63-DATE-RECEIVED TO W64-DATE-WORK
               MOVE W64-DATE-YY       TO W68-RCVD-YY-OUT
               MOVE W64-DATE-MM       TO W68-RCVD-MM-OUT
               MOVE W64-DATE-DD       TO W68-RCVD-DD-OUT
               MOVE W63-ASKING-PRICE  TO W68-ASKING-OUT
               MOVE W63-SOLD-PRICE    TO W68-SOLD-OUT
               MOVE W63-TRADE-IN-ALLOW TO W68-TRADE-OUT
               MOVE W68-CAR-LINE2 TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
               MOVE W63-SALES-P       TO W68-SALES-P-OUT
               MOVE W63-SALES-P2      TO W68-SALES-P2-OUT
               MOVE ZERO              TO W68-SPLIT-PCT-OUT
               IF W63-SPLIT-PCT NUMERIC
                   MOVE W63-SPLIT-PCT TO W68-SPLIT-PCT-OUT
               END-IF
               MOVE W63-DEPOSIT-AMT   TO W68-DEPOSIT-OUT
               MOVE W63-HOLD-EXPIRY   TO W68-HOLD-OUT
               MOVE W68-CAR-LINE3 TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
           PERFORM 315-FIND-ACQ-COST
          .
      *PURCHASE PRICE PLUS BUY FEE IS THE CAR'S COST; NO RECORD
      *COSTS ZERO AND SAYS SO
       315-FIND-ACQ-COST.
           MOVE SPACES TO W65-ACQ-SWITCH
           IF W61-ACQ-PRESENT
               MOVE W63-INVOICE-WANTED TO F56-ACQ-INVOICE-NUM
               READ F56-ACQ-COST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF F56-ACQ-COST NUMERIC
                           AND F56-ACQ-BUY-FEE NUMERIC
                           MOVE 'YES' TO W65-ACQ-SWITCH
                           COMPUTE W65-ACQ-COST = F56-ACQ-COST
                                                + F56-ACQ-BUY-FEE
                       END-IF
               END-READ
           END-IF
           IF W65-ACQ-FOUND
               MOVE F56-ACQ-DATE TO W64-DATE-WORK
               MOVE W64-DATE-YY  TO W68-ACQ-YY-OUT
               MOVE W64-DATE-MM  TO W68-ACQ-MM-OUT
               MOVE W64-DATE-DD  TO W68-ACQ-DD-OUT
               MOVE F56-ACQ-SOURCE TO W68-ACQ-SOURCE-OUT
               IF F56-ACQ-AUCTION
                   MOVE 'AUCTION'   TO W68-ACQ-SOURCE-OUT
               END-IF
               IF F56-ACQ-WHOLESALE
                   MOVE 'WHOLESALE' TO W68-ACQ-SOURCE-OUT
               END-IF
               IF F56-ACQ-TRADE-IN
                   MOVE 'TRADE-IN'  TO W68-ACQ-SOURCE-OUT
               END-IF
               IF F56-ACQ-STREET
                   MOVE 'STREET'    TO W68-ACQ-SOURCE-OUT
               END-IF
               MOVE F56-ACQ-COST    TO W68-ACQ-COST-OUT
               MOVE F56-ACQ-BUY-FEE TO W68-ACQ-FEE-OUT
               MOVE W68-ACQ-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           ELSE
               MOVE 'NO ACQUISITION RECORD - CAR COSTS ZERO'
                   TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
      *EVERY AUDIT IMAGE FOR THE CAR, IN THE ORDER THE CHANGES WERE
      *MADE. AN ADD SHOWS THE ASKING PRICE THE CAR WENT ON AT, A
      *CHANGE SHOWS EACH FIELD THAT MOVED FROM WHAT TO WHAT, A DELETE
      *STANDS ALONE
       320-PRINT-TIMELINE.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'MAINTENANCE HISTORY' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE W68-TIMELINE-HEADING TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE ZERO TO W65-LINE-COUNT
           OPEN INPUT F46-AUDIT-FILE
           IF W61-AUD-FILE-STATUS = '00'
               MOVE SPACES TO W61-FILE-REMAINS-SWITCH
               READ F46-AUDIT-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
               PERFORM 321-TAKE-ONE-IMAGE
                   UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
               CLOSE F46-AUDIT-FILE
           END-IF
           IF W65-LINE-COUNT = ZERO
               MOVE 'NO MAINTENANCE ON THE AUDIT TRAIL' TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
       321-TAKE-ONE-IMAGE.
           IF F46-AUD-INVOICE = W63-INVOICE-WANTED
               MOVE F46-AUD-RUN-DATE TO W64-DATE-WORK
               MOVE W64-DATE-YY TO W68-TL-YY-OUT
               MOVE W64-DATE-MM TO W68-TL-MM-OUT
               MOVE W64-DATE-DD TO W68-TL-DD-OUT
               MOVE ZERO TO W68-TL-RUN-OUT
               IF F46-AUD-RUN-NUMBER NUMERIC
                   MOVE F46-AUD-RUN-NUMBER TO W68-TL-RUN-OUT
               END-IF
               MOVE SPACES TO W68-TL-FIELD-OUT
                              W68-TL-FROM-OUT
                              W68-TL-TO-OUT
               MOVE F46-AUD-BEFORE TO W64-BEFORE-IMAGE
               MOVE F46-AUD-AFTER  TO W64-AFTER-IMAGE
               IF F46-AUD-ADD
                   MOVE 'ADDED' TO W68-TL-ACTION-OUT
                   MOVE 'ASKING PRICE' TO W68-TL-FIELD-OUT
                   MOVE SPACES TO W64-OLD-AMOUNT-X
                   MOVE W64-NEW-ASKING-PRICE TO W64-NEW-AMOUNT
                   PERFORM 324-WRITE-AMOUNT-CHANGE
               END-IF
               IF F46-AUD-DELETE
                   MOVE 'DELETED' TO W68-TL-ACTION-OUT
                   PERFORM 323-WRITE-CHANGE-LINE
               END-IF
               IF F46-AUD-CHANGE
                   MOVE 'CHANGED' TO W68-TL-ACTION-OUT
                   MOVE ZERO TO W64-FIELDS-CHANGED
                   PERFORM 322-COMPARE-IMAGES
                   IF W64-FIELDS-CHANGED = ZERO
                       MOVE '(NO CHANGE)' TO W68-TL-FIELD-OUT
                       PERFORM 323-WRITE-CHANGE-LINE
                   END-IF
               END-IF
           END-IF
           READ F46-AUDIT-FILE
               AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
           END-READ
          .
      *ONE TIMELINE LINE FOR EVERY FIELD THE CHANGE MOVED - THE
      *INVOICE IS THE KEY AND NEVER CHANGES, SO IT IS NOT COMPARED
       322-COMPARE-IMAGES.
           IF W64-OLD-YEAR NOT = W64-NEW-YEAR
               MOVE 'YEAR'            TO W68-TL-FIELD-OUT
               MOVE W64-OLD-YEAR      TO W68-TL-FROM-OUT
               MOVE W64-NEW-YEAR      TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-MAKE NOT = W64-NEW-MAKE
               MOVE 'MAKE'            TO W68-TL-FIELD-OUT
               MOVE W64-OLD-MAKE      TO W68-TL-FROM-OUT
               MOVE W64-NEW-MAKE      TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-MODEL NOT = W64-NEW-MODEL
               MOVE 'MODEL'           TO W68-TL-FIELD-OUT
               MOVE W64-OLD-MODEL     TO W68-TL-FROM-OUT
               MOVE W64-NEW-MODEL     TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-ASKING-PRICE NOT = W64-NEW-ASKING-PRICE
               MOVE 'ASKING PRICE'    TO W68-TL-FIELD-OUT
               MOVE W64-OLD-ASKING-PRICE TO W64-OLD-AMOUNT
               MOVE W64-NEW-ASKING-PRICE TO W64-NEW-AMOUNT
               PERFORM 324-WRITE-AMOUNT-CHANGE
           END-IF
           IF W64-OLD-SOLD-PRICE NOT = W64-NEW-SOLD-PRICE
               MOVE 'SOLD PRICE'      TO W68-TL-FIELD-OUT
               MOVE W64-OLD-SOLD-PRICE TO W64-OLD-AMOUNT
               MOVE W64-NEW-SOLD-PRICE TO W64-NEW-AMOUNT
               PERFORM 324-WRITE-AMOUNT-CHANGE
           END-IF
           IF W64-OLD-SALES-P NOT = W64-NEW-SALES-P
               MOVE 'SALESPERSON'     TO W68-TL-FIELD-OUT
               MOVE W64-OLD-SALES-P   TO W68-TL-FROM-OUT
               MOVE W64-NEW-SALES-P   TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-LOT-CODE NOT = W64-NEW-LOT-CODE
               MOVE 'LOT'             TO W68-TL-FIELD-OUT
               MOVE W64-OLD-LOT-CODE  TO W68-TL-FROM-OUT
               MOVE W64-NEW-LOT-CODE  TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-TRADE-IN NOT = W64-NEW-TRADE-IN
               MOVE 'TRADE-IN'        TO W68-TL-FIELD-OUT
               MOVE W64-OLD-TRADE-IN  TO W64-OLD-AMOUNT
               MOVE W64-NEW-TRADE-IN  TO W64-NEW-AMOUNT
               PERFORM 324-WRITE-AMOUNT-CHANGE
           END-IF
           IF W64-OLD-STATUS NOT = W64-NEW-STATUS
               MOVE 'STATUS'          TO W68-TL-FIELD-OUT
               MOVE W64-OLD-STATUS    TO W68-TL-FROM-OUT
               MOVE W64-NEW-STATUS    TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-RECEIVED NOT = W64-NEW-RECEIVED
               MOVE 'DATE RECEIVED'   TO W68-TL-FIELD-OUT
               MOVE W64-OLD-RECEIVED  TO W68-TL-FROM-OUT
               MOVE W64-NEW-RECEIVED  TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-SALES-P2 NOT = W64-NEW-SALES-P2
               MOVE 'SPLIT SALESPSN'  TO W68-TL-FIELD-OUT
               MOVE W64-OLD-SALES-P2  TO W68-TL-FROM-OUT
               MOVE W64-NEW-SALES-P2  TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-SPLIT-PCT NOT = W64-NEW-SPLIT-PCT
               MOVE 'SPLIT PERCENT'   TO W68-TL-FIELD-OUT
               MOVE W64-OLD-SPLIT-PCT TO W68-TL-FROM-OUT
               MOVE W64-NEW-SPLIT-PCT TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
           IF W64-OLD-DEPOSIT-AMT NOT = W64-NEW-DEPOSIT-AMT
               MOVE 'DEPOSIT'         TO W68-TL-FIELD-OUT
               MOVE W64-OLD-DEPOSIT-AMT TO W64-OLD-AMOUNT
               MOVE W64-NEW-DEPOSIT-AMT TO W64-NEW-AMOUNT
               PERFORM 324-WRITE-AMOUNT-CHANGE
           END-IF
           IF W64-OLD-HOLD-EXPIRY NOT = W64-NEW-HOLD-EXPIRY
               MOVE 'HOLD EXPIRY'     TO W68-TL-FIELD-OUT
               MOVE W64-OLD-HOLD-EXPIRY TO W68-TL-FROM-OUT
               MOVE W64-NEW-HOLD-EXPIRY TO W68-TL-TO-OUT
               PERFORM 323-WRITE-CHANGE-LINE
           END-IF
          .
       323-WRITE-CHANGE-LINE.
           ADD 1 TO W65-LINE-COUNT
           ADD 1 TO W64-FIELDS-CHANGED
           MOVE W68-TIMELINE-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
      *A MONEY FIELD - EDITED WHEN IT IS CLEAN DIGITS. AN ADD HAS NO
      *BEFORE-IMAGE, SO ITS FROM COLUMN IS LEFT BLANK
       324-WRITE-AMOUNT-CHANGE.
           MOVE SPACES TO W68-TL-FROM-OUT
                          W68-TL-TO-OUT
           IF W64-OLD-AMOUNT-X NOT = SPACES
               IF W64-OLD-AMOUNT NUMERIC
                   MOVE W64-OLD-AMOUNT  TO W64-EDIT-AMOUNT
                   MOVE W64-EDIT-AMOUNT TO W68-TL-FROM-OUT
               ELSE
                   MOVE W64-OLD-AMOUNT-X TO W68-TL-FROM-OUT
               END-IF
           END-IF
           IF W64-NEW-AMOUNT NUMERIC
               MOVE W64-NEW-AMOUNT  TO W64-EDIT-AMOUNT
               MOVE W64-EDIT-AMOUNT TO W68-TL-TO-OUT
           ELSE
               MOVE W64-NEW-AMOUNT-X TO W68-TL-TO-OUT
           END-IF
           PERFORM 323-WRITE-CHANGE-LINE
          .
      *THE CAR'S RECON TICKETS - THE RETIRED ONES FIRST, SINCE THEY
      *WERE CLOSED OUT BEFORE ANY STILL ON THE LIVE LEDGER - WITH THE
      *RUNNING COST CARRIED DOWN THE PAGE
       340-PRINT-RECON-TICKETS.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'RECONDITIONING TICKETS' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE W68-TICKET-HEADING TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE ZERO TO W65-TICKET-COUNT
           OPEN INPUT F31-RECON-HISTORY-FILE
           IF W61-RCH-FILE-STATUS = '00'
               MOVE SPACES TO W61-FILE-REMAINS-SWITCH
               READ F31-RECON-HISTORY-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
               PERFORM 341-TAKE-ONE-RETIRED-TICKET
                   UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
               CLOSE F31-RECON-HISTORY-FILE
           END-IF
           OPEN INPUT F11-RECON-FILE
           IF W61-RCN-FILE-STATUS = '00'
               MOVE SPACES TO W61-FILE-REMAINS-SWITCH
               READ F11-RECON-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
               PERFORM 342-TAKE-ONE-OPEN-TICKET
                   UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
               CLOSE F11-RECON-FILE
           END-IF
           IF W65-TICKET-COUNT = ZERO
               MOVE 'NO RECONDITIONING TICKETS' TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           ELSE
               MOVE 'TOTAL RECONDITIONING' TO W68-AMT-LABEL-OUT
               MOVE W65-RECON-SUM TO W68-AMT-OUT
               MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
       341-TAKE-ONE-RETIRED-TICKET.
           IF F31-RCH-INVOICE-NUM = W63-INVOICE-WANTED
               MOVE SPACES TO W68-TKT-STATE-TEXT
               MOVE 'CLOSED'          TO W68-TKT-STATE-LABEL-OUT
               MOVE F31-RCH-CLOSED-YY TO W68-TKT-CLOSED-YY-OUT
               MOVE '/'               TO W68-TKT-SLASH-OUT
               MOVE F31-RCH-CLOSED-MM TO W68-TKT-CLOSED-MM-OUT
               MOVE F31-RCH-DATE      TO W64-DATE-WORK
               MOVE F31-RCH-CATEGORY  TO W68-TKT-CATEGORY-OUT
               MOVE ZERO TO W64-NEW-AMOUNT
               IF F31-RCH-AMOUNT NUMERIC
                   MOVE F31-RCH-AMOUNT TO W64-NEW-AMOUNT
               END-IF
               PERFORM 343-WRITE-TICKET-LINE
           END-IF
           READ F31-RECON-HISTORY-FILE
               AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
           END-READ
          .
       342-TAKE-ONE-OPEN-TICKET.
           IF F11-RCN-INVOICE-NUM = W63-INVOICE-WANTED
               MOVE 'OPEN'            TO W68-TKT-STATE-TEXT
               MOVE F11-RCN-DATE      TO W64-DATE-WORK
               MOVE F11-RCN-CATEGORY  TO W68-TKT-CATEGORY-OUT
               MOVE ZERO TO W64-NEW-AMOUNT
               IF F11-RCN-AMOUNT NUMERIC
                   MOVE F11-RCN-AMOUNT TO W64-NEW-AMOUNT
               END-IF
               PERFORM 343-WRITE-TICKET-LINE
           END-IF
           READ F11-RECON-FILE
               AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
           END-READ
          .
       343-WRITE-TICKET-LINE.
           ADD 1 TO W65-TICKET-COUNT
           ADD W64-NEW-AMOUNT TO W65-RECON-SUM
           MOVE W64-DATE-YY    TO W68-TKT-YY-OUT
           MOVE W64-DATE-MM    TO W68-TKT-MM-OUT
           MOVE W64-DATE-DD    TO W68-TKT-DD-OUT
           MOVE W64-NEW-AMOUNT TO W68-TKT-AMOUNT-OUT
           MOVE W65-RECON-SUM  TO W68-TKT-RUNNING-OUT
           MOVE W68-TICKET-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
      *THE BUYER KEYED AGAINST THE INVOICE, IF ANY
       350-PRINT-BUYER.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'BUYER' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE SPACES TO W65-BUYER-SWITCH
           IF W61-BYR-PRESENT
               MOVE W63-INVOICE-WANTED TO F32-BYR-INVOICE-NUM
               READ F32-BUYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO W65-BUYER-SWITCH
               END-READ
           END-IF
           IF W65-BUYER-FOUND
               PERFORM 351-WRITE-BUYER-LINES
           ELSE
               MOVE 'NO BUYER ON FILE' TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
       351-WRITE-BUYER-LINES.
           MOVE 'NAME'          TO W68-BYR-LABEL-OUT
           MOVE F32-BYR-NAME    TO W68-BYR-VALUE-OUT
           MOVE W68-BUYER-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'STREET'        TO W68-BYR-LABEL-OUT
           MOVE F32-BYR-STREET  TO W68-BYR-VALUE-OUT
           MOVE W68-BUYER-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE F32-BYR-CITY    TO W68-BYR-CITY-OUT
           MOVE F32-BYR-STATE   TO W68-BYR-STATE-OUT
           MOVE F32-BYR-ZIP     TO W68-BYR-ZIP-OUT
           MOVE 'CITY/STATE/ZIP' TO W68-BYR-LABEL-OUT
           MOVE W68-BUYER-CSZ   TO W68-BYR-VALUE-OUT
           MOVE W68-BUYER-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'PHONE'         TO W68-BYR-LABEL-OUT
           MOVE F32-BYR-PHONE   TO W68-BYR-VALUE-OUT
           MOVE W68-BUYER-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'LEAD SOURCE'   TO W68-BYR-LABEL-OUT
           MOVE F32-BYR-SOURCE  TO W68-BYR-VALUE-OUT
           MOVE W68-BUYER-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'CUSTOMER #'    TO W68-BYR-LABEL-OUT
           MOVE ZERO TO W68-BUYER-CUST-NUM
           IF F32-BYR-CUST-NUM NUMERIC
               MOVE F32-BYR-CUST-NUM TO W68-BUYER-CUST-NUM
           END-IF
           IF W68-BUYER-CUST-NUM = ZERO
               MOVE 'NOT YET LINKED' TO W68-BYR-VALUE-OUT
           ELSE
               MOVE W68-BUYER-CUST-NUM TO W68-BYR-VALUE-OUT
           END-IF
           MOVE W68-BUYER-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
      *ANY CUT FOR THE CAR ON THE LATEST MARKDOWN PROPOSAL. A CUT
      *WHOSE PRICE THE MASTER ALREADY CARRIES HAS BEEN SIGNED OFF AND
      *APPLIED; ANY OTHER IS STILL WAITING ON THE SALES MANAGER
       355-PRINT-MARKDOWNS.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'MARKDOWN PROPOSALS' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE ZERO TO W65-LINE-COUNT
           OPEN INPUT F24-MARKDOWN-TXN-FILE
           IF W61-MDT-FILE-STATUS = '00'
               MOVE SPACES TO W61-FILE-REMAINS-SWITCH
               READ F24-MARKDOWN-TXN-FILE
                   AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
               END-READ
               PERFORM 356-TAKE-ONE-PROPOSAL
                   UNTIL W61-FILE-REMAINS-SWITCH = 'NO'
               CLOSE F24-MARKDOWN-TXN-FILE
           END-IF
           IF W65-LINE-COUNT = ZERO
               MOVE 'NONE ON THE LATEST PROPOSAL' TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
       356-TAKE-ONE-PROPOSAL.
           IF F24-INVOICE-NUM = W63-INVOICE-WANTED
               ADD 1 TO W65-LINE-COUNT
               MOVE F24-ASKING-PRICE TO W68-MD-NEW-OUT
               MOVE ZERO TO W68-MD-NOW-OUT
               MOVE 'CAR NOT ON MASTER' TO W68-MD-STATE-OUT
               IF W63-ON-MASTER
                   MOVE W63-ASKING-PRICE TO W68-MD-NOW-OUT
                   IF W63-ASKING-PRICE = F24-ASKING-PRICE
                       MOVE 'APPLIED' TO W68-MD-STATE-OUT
                   ELSE
                       MOVE 'AWAITING SIGN-OFF' TO W68-MD-STATE-OUT
                   END-IF
               END-IF
               MOVE W68-MARKDOWN-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
           READ F24-MARKDOWN-TXN-FILE
               AT END MOVE 'NO' TO W61-FILE-REMAINS-SWITCH
           END-READ
          .
      *THE F&I PRODUCTS SOLD WITH THE CAR. A PRODUCT STILL IN FORCE
      *ADDS ITS GROSS TO THE CAR'S PROFIT; A CANCELLED ONE ADDS
      *NOTHING. EITHER WAY THE FINANCE MANAGER'S COMMISSION, LESS
      *ANY CHARGEBACK, COMES OFF
       360-PRINT-FNI-PRODUCTS.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'F&I PRODUCTS' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE ZERO TO W65-LINE-COUNT
           IF W61-FNI-PRESENT
               PERFORM 361-PRINT-ONE-PRODUCT
                   VARYING W65-IDX FROM 1 BY 1
                   UNTIL W65-IDX > 3
           END-IF
           IF W65-LINE-COUNT = ZERO
               MOVE 'NO F&I PRODUCTS SOLD' TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
       361-PRINT-ONE-PRODUCT.
           MOVE W63-INVOICE-WANTED         TO F99-FNI-INVOICE-NUM
           MOVE W65-PRODUCT-CODE (W65-IDX) TO F99-FNI-PRODUCT
           READ F99-FNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 362-WRITE-PRODUCT-LINE
           END-READ
          .
       362-WRITE-PRODUCT-LINE.
           ADD 1 TO W65-LINE-COUNT
           MOVE SPACES TO W68-FNI-PRODUCT-OUT
           IF F99-FNI-PRODUCT = 'S'
               MOVE 'SERVICE CONTRACT' TO W68-FNI-PRODUCT-OUT
           END-IF
           IF F99-FNI-PRODUCT = 'G'
               MOVE 'GAP'              TO W68-FNI-PRODUCT-OUT
           END-IF
           IF F99-FNI-PRODUCT = 'P'
               MOVE 'PAINT PROTECTION' TO W68-FNI-PRODUCT-OUT
           END-IF
           MOVE F99-FNI-PROVIDER   TO W68-FNI-PROVIDER-OUT
           MOVE F99-FNI-SALE-PRICE TO W68-FNI-SALE-OUT
           MOVE F99-FNI-COST       TO W68-FNI-COST-OUT
           MOVE SPACES TO W68-FNI-STATE-TEXT
           IF F99-FNI-CANCELLED
               MOVE 'CANCELLED'    TO W68-FNI-STATE-LABEL-OUT
               MOVE F99-FNI-CANCEL-DATE TO W64-DATE-WORK
               MOVE W64-DATE-YY    TO W68-FNI-CXL-YY-OUT
               MOVE '/'            TO W68-FNI-SLASH1-OUT
               MOVE W64-DATE-MM    TO W68-FNI-CXL-MM-OUT
               MOVE '/'            TO W68-FNI-SLASH2-OUT
               MOVE W64-DATE-DD    TO W68-FNI-CXL-DD-OUT
           ELSE
               MOVE 'IN FORCE'     TO W68-FNI-STATE-TEXT
               IF F99-FNI-SALE-PRICE NUMERIC
                   AND F99-FNI-COST NUMERIC
                   IF F99-FNI-COST <= F99-FNI-SALE-PRICE
                       COMPUTE W65-FNI-GROSS = W65-FNI-GROSS
                           + F99-FNI-SALE-PRICE - F99-FNI-COST
                   END-IF
               END-IF
           END-IF
           IF F99-FNI-COMM-PAID NUMERIC
               ADD F99-FNI-COMM-PAID TO W65-FNI-COMM
           END-IF
           IF F99-FNI-CHARGEBACK NUMERIC
               SUBTRACT F99-FNI-CHARGEBACK FROM W65-FNI-COMM
           END-IF
           MOVE W68-FNI-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
      *WHAT THE CAR MADE US. ONLY A SOLD CAR HAS A FINAL PROFIT; A
      *CAR STILL ON THE LOT SHOWS WHAT IT HAS COST SO FAR
       370-PRINT-PROFIT.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'FINAL PROFIT' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           IF W63-NO-CAR-RECORD
               MOVE 'NO CAR RECORD - PROFIT CANNOT BE FIGURED'
                   TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           ELSE
               IF W63-RECORD-SOLD
                   PERFORM 372-PRINT-SALE-PROFIT
               ELSE
                   PERFORM 371-PRINT-COST-TO-DATE
               END-IF
           END-IF
          .
       371-PRINT-COST-TO-DATE.
           MOVE 'NOT SOLD - COST TO DATE ONLY' TO W68-NOTE-OUT
           MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           COMPUTE W65-COST-TO-DATE = W65-ACQ-COST + W65-RECON-SUM
           MOVE 'ACQUISITION COST + FEE' TO W68-AMT-LABEL-OUT
           MOVE W65-ACQ-COST TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'RECONDITIONING' TO W68-AMT-LABEL-OUT
           MOVE W65-RECON-SUM TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'COST TO DATE' TO W68-AMT-LABEL-OUT
           MOVE W65-COST-TO-DATE TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
       372-PRINT-SALE-PROFIT.
           PERFORM 373-FIND-COMM-PAID
           IF W63-SOLD-PRICE NUMERIC
               MOVE W63-SOLD-PRICE TO W65-SOLD-PRICE
           END-IF
           IF W63-TRADE-IN-ALLOW NUMERIC
               MOVE W63-TRADE-IN-ALLOW TO W65-TRADE-IN
           END-IF
           COMPUTE W65-FINAL-PROFIT = W65-SOLD-PRICE - W65-COMM-PAID
                                    - W65-ACQ-COST - W65-TRADE-IN
                                    - W65-RECON-SUM + W65-FNI-GROSS
                                    - W65-FNI-COMM
           MOVE 'SOLD PRICE' TO W68-AMT-LABEL-OUT
           MOVE W65-SOLD-PRICE TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'LESS COMMISSION PAID' TO W68-AMT-LABEL-OUT
           MOVE W65-COMM-PAID TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'LESS ACQUISITION COST + FEE' TO W68-AMT-LABEL-OUT
           MOVE W65-ACQ-COST TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'LESS TRADE-IN ALLOWANCE' TO W68-AMT-LABEL-OUT
           MOVE W65-TRADE-IN TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'LESS RECONDITIONING' TO W68-AMT-LABEL-OUT
           MOVE W65-RECON-SUM TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'PLUS F&I GROSS' TO W68-AMT-LABEL-OUT
           MOVE W65-FNI-GROSS TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'LESS F&I COMMISSION KEPT' TO W68-AMT-LABEL-OUT
           MOVE W65-FNI-COMM TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'FINAL PROFIT' TO W68-AMT-LABEL-OUT
           MOVE W65-FINAL-PROFIT TO W68-AMT-OUT
           MOVE W68-AMOUNT-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           IF W65-SIDE-MISSING
               MOVE '* A SIDE OF THE DEAL IS NOT ON THE COMM REGISTER'
                   TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
           IF NOT W65-ACQ-FOUND
               MOVE '* NO ACQUISITION RECORD - COST TAKEN AS ZERO'
                   TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
      *SUMS WHAT THE REGISTER SAYS WAS PAID ON EACH SIDE OF THE DEAL,
      *THE SAME WAY THE LEAD-SOURCE REPORT DOES
       373-FIND-COMM-PAID.
           MOVE SPACES TO W65-SIDE-SWITCH
           IF W61-CPR-PRESENT
               MOVE W63-INVOICE-WANTED TO F69-CPR-INVOICE-NUM
               MOVE W63-SALES-P        TO F69-CPR-SALES-P
               PERFORM 374-READ-ONE-SIDE
               IF W63-SALES-P2 NOT = SPACES
                   MOVE W63-INVOICE-WANTED TO F69-CPR-INVOICE-NUM
                   MOVE W63-SALES-P2       TO F69-CPR-SALES-P
                   PERFORM 374-READ-ONE-SIDE
               END-IF
           ELSE
               MOVE 'YES' TO W65-SIDE-SWITCH
           END-IF
          .
       374-READ-ONE-SIDE.
           READ F69-COMM-PAID-FILE
               INVALID KEY
                   MOVE 'YES' TO W65-SIDE-SWITCH
               NOT INVALID KEY
                   IF F69-CPR-COMM-PAID NUMERIC
                       ADD F69-CPR-COMM-PAID TO W65-COMM-PAID
                   END-IF
           END-READ
          .
      *THE INVOICES NO FILE KNEW, AND ANY LINE THAT WAS NOT AN
      *INVOICE NUMBER, AT THE END OF THE REPORT
       400-PRINT-NOT-FOUND.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE W68-RULE-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'INVOICES NOT FOUND ON ANY FILE' TO W68-SECTION-OUT
           MOVE W68-SECTION-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE W68-RULE-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           PERFORM 410-PRINT-ONE-NOT-FOUND
               VARYING W66-IDX FROM 1 BY 1
               UNTIL W66-IDX > W66-NF-COUNT
           IF W66-NF-COUNT = ZERO
               MOVE 'NONE' TO W68-NOTE-OUT
               MOVE W68-NOTE-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
           IF W66-NF-DROPPED > ZERO
               MOVE 'MORE NOT FOUND THAN THE LIST HOLDS'
                   TO W69-SUM-LABEL-OUT
               MOVE W66-NF-DROPPED TO W69-SUM-COUNT-OUT
               MOVE W69-SUMMARY-LINE TO F104-LIFE-HISTORY-LINE
               WRITE F104-LIFE-HISTORY-LINE
           END-IF
          .
       410-PRINT-ONE-NOT-FOUND.
           MOVE W66-NF-TEXT (W66-IDX)   TO W69-NF-TEXT-OUT
           MOVE W66-NF-REASON (W66-IDX) TO W69-NF-REASON-OUT
           MOVE W69-NOT-FOUND-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
      *CLOSES OUT THE REPORT WITH WHAT THE RUN DID
       450-PRINT-SUMMARY.
           WRITE F104-LIFE-HISTORY-LINE FROM SPACES
           MOVE 'INVOICES ASKED FOR' TO W69-SUM-LABEL-OUT
           MOVE W67-INQUIRIES-READ TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'DOSSIERS PRINTED' TO W69-SUM-LABEL-OUT
           MOVE W67-DOSSIERS-PRINTED TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
           MOVE 'NOT FOUND' TO W69-SUM-LABEL-OUT
           MOVE W67-NOT-FOUND-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F104-LIFE-HISTORY-LINE
           WRITE F104-LIFE-HISTORY-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES - THE OPTIONAL ONES ARE ONLY OPEN
      *WHEN THEY WERE THERE TO READ
       500-CLOSE-FILES.
           IF W61-INQ-PRESENT
               CLOSE F103-INQUIRY-FILE
           END-IF
           IF W61-DAT-PRESENT
               CLOSE F01-CAR-RECORDS
           END-IF
           IF W61-BYR-PRESENT
               CLOSE F32-BUYER-FILE
           END-IF
           IF W61-ACQ-PRESENT
               CLOSE F56-ACQ-COST-FILE
           END-IF
           IF W61-CPR-PRESENT
               CLOSE F69-COMM-PAID-FILE
           END-IF
           IF W61-FNI-PRESENT
               CLOSE F99-FNI-FILE
           END-IF
           CLOSE F104-LIFE-HISTORY-REPORT
           STOP RUN.
