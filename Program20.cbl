       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240085".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE CUMULATIVE SALES HISTORY THE MONTH-END CLOSE APPENDS TO -
      *EVERY SALE EVER CLOSED OUT, STAMPED WITH ITS CLOSE MONTH. IF
      *THE FILE DOESN'T EXIST YET BOTH REPORTS PRINT EMPTY INSTEAD OF
      *ABORTING, LIKE EVERY OTHER OPTIONAL FILE
           SELECT F14-HISTORY-FILE  ASSIGN TO 'ASST2.HIS'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-HIS-FILE-STATUS.

      *THE RETIRED-TICKET HISTORY THE CLOSE APPENDS ALONGSIDE - THE
      *RECONDITIONING SPEND BEHIND EACH ARCHIVED SALE. IF THE FILE
      *IS MISSING EVERY SALE CARRIES ZERO RECON SPEND
           SELECT F31-RECON-HISTORY-FILE ASSIGN TO 'ASST2.RCH'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RCH-FILE-STATUS.

      *BOTH HISTORIES ARRIVE IN APPEND ORDER, SO EACH IS SORTED BY
      *INVOICE AND THE SPEND IS MATCHED TO ITS SALE BY ONE SEQUENTIAL
      *MERGE PASS, THE SAME WAY THE ANALYTICS REPORT DOES IT
           SELECT F86-SALES-SORT    ASSIGN TO 'ASST2.CW1'.

           SELECT F88-SORTED-SALES  ASSIGN TO 'ASST2.CS1'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F87-TICKET-SORT   ASSIGN TO 'ASST2.CW2'.

           SELECT F89-SORTED-TICKETS ASSIGN TO 'ASST2.CS2'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *ACQUISITION COST FILE - WHAT EACH CAR REALLY COST US, READ BY
      *INVOICE. NO FILE OR NO RECORD COSTS ZERO
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W61-ACQ-FILE-STATUS.

      *COMMISSION-PAID REGISTER - WHAT WAS ACTUALLY PAID ON EACH SIDE
      *OF EACH DEAL, READ BY INVOICE AND SALESPERSON. A SIDE NOT ON
      *THE REGISTER COSTS ZERO COMMISSION AND IS COUNTED
           SELECT F69-COMM-PAID-FILE ASSIGN TO 'ASST2.CPR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F69-CPR-KEY
                                    FILE STATUS IS W61-CPR-FILE-STATUS.

      *THE BUYER MASTER - READ BY THE SALE'S INVOICE FOR THE LEAD
      *SOURCE AND THE CUSTOMER THE BUYER IS LINKED TO
           SELECT F32-BUYER-FILE    ASSIGN TO 'ASST2.BYR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F32-BYR-INVOICE-NUM
                                    FILE STATUS IS W61-BYR-FILE-STATUS.

      *THE CUSTOMER MASTER KEPT BY THE CUSTOMER MATCHING RUN - READ
      *BY CUSTOMER NUMBER FOR THE NAME PRINTED ON THE LIFETIME REPORT
           SELECT F82-CUSTOMER-FILE ASSIGN TO 'ASST2.CUS'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F82-CUS-NUM
                                    FILE STATUS IS W61-CUS-FILE-STATUS.

      *ONE LINE PER ARCHIVED SALE WHOSE BUYER IS LINKED TO A
      *CUSTOMER, THEN SORTED BY CUSTOMER AND CLOSE MONTH SO EACH
      *CUSTOMER'S PURCHASES COME TOGETHER IN THE ORDER THEY WERE MADE
           SELECT F90-PURCHASE-WORK ASSIGN TO 'ASST2.CPW'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F91-PURCHASE-SORT ASSIGN TO 'ASST2.CPS'.

           SELECT F92-SORTED-PURCHASES ASSIGN TO 'ASST2.CPO'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE PRINTED ON THE
      *REPORTS; SYSTEM DATE AS FALLBACK
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RUN-FILE-STATUS.

      *THE PRINTED LIFETIME-CUSTOMER REPORT - EVERY REPEAT BUYER WITH
      *THE CARS THEY HAVE BOUGHT AND THE MONTHS BETWEEN THEM
           SELECT F93-LIFETIME-REPORT ASSIGN TO 'ASST2.LTC'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *THE PRINTED LEAD-SOURCE REPORT - UNITS, REVENUE AND NET TO
      *DEALER FOR EACH WAY A BUYER HEARD ABOUT US
           SELECT F94-LEAD-SOURCE-REPORT ASSIGN TO 'ASST2.LSR'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE ARCHIVED SALE - SAME LAYOUT AS PROGRAM4'S F14-HISTORY-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F14-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  F14-HISTORY-REC          PIC X(91).
      *ONE RETIRED TICKET - SAME LAYOUT AS PROGRAM4'S
      *F31-RECON-HISTORY-REC, KEPT IN SYNC BY HAND
       FD  F31-RECON-HISTORY-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  F31-RECON-HISTORY-REC    PIC X(31).
      *SORT WORK RECORDS - JUST THE INVOICE KEY BROKEN OUT; BOTH
      *HISTORIES START WITH THE INVOICE NUMBER
       SD  F86-SALES-SORT
           RECORD CONTAINS 91 CHARACTERS.
       01  F86-SALES-SORT-REC.
           05  F86-SORT-INVOICE PIC 9(5).
           05  FILLER           PIC X(86).
       SD  F87-TICKET-SORT
           RECORD CONTAINS 31 CHARACTERS.
       01  F87-TICKET-SORT-REC.
           05  F87-SORT-INVOICE PIC 9(5).
           05  FILLER           PIC X(26).
      *THE SALES HISTORY IN INVOICE ORDER, FULL LAYOUT
       FD  F88-SORTED-SALES
           RECORD CONTAINS 91 CHARACTERS.
       01  F88-SALE-REC.
           05 F88-CAR-RECORD.
               10 F88-INVOICE-NUM  PIC 9(5).
               10 F88-YEAR         PIC 9(2).
               10 F88-MAKE         PIC X(11).
               10 F88-MODEL        PIC X(13).
               10 F88-ASKING-PRICE PIC 9(6).
               10 F88-SOLD-PRICE   PIC 9(6).
               10 F88-SALES-P      PIC X(7).
               10 F88-LOT-CODE     PIC X(3).
               10 F88-TRADE-IN-ALLOW PIC 9(6).
               10 F88-STATUS         PIC X(1).
               10 F88-DATE-RECEIVED  PIC 9(6).
               10 F88-SALES-P2       PIC X(7).
               10 F88-SPLIT-PCT      PIC 9(2).
               10 F88-DEPOSIT-AMT    PIC 9(6).
               10 F88-HOLD-EXPIRY    PIC 9(6).
           05 F88-CLOSED-YY     PIC 9(2).
           05 F88-CLOSED-MM     PIC 9(2).
      *THE TICKET HISTORY IN INVOICE ORDER, FULL LAYOUT
       FD  F89-SORTED-TICKETS
           RECORD CONTAINS 31 CHARACTERS.
       01  F89-TICKET-REC.
           05 F89-RCH-INVOICE-NUM PIC 9(5).
           05 F89-RCH-DATE        PIC 9(6).
           05 F89-RCH-CATEGORY    PIC X(10).
           05 F89-RCH-AMOUNT      PIC 9(6).
           05 F89-RCH-CLOSED-YY   PIC 9(2).
           05 F89-RCH-CLOSED-MM   PIC 9(2).
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
      *ONE CUSTOMER - SAME LAYOUT AS PROGRAM19'S F82-CUSTOMER-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F82-CUSTOMER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  F82-CUSTOMER-REC.
           05  F82-CUS-NUM          PIC 9(6).
           05  F82-CUS-NAME         PIC X(25).
           05  F82-CUS-STREET       PIC X(25).
           05  F82-CUS-CITY         PIC X(15).
           05  F82-CUS-STATE        PIC X(2).
           05  F82-CUS-ZIP          PIC X(5).
           05  F82-CUS-PHONE        PIC X(10).
           05  F82-CUS-FIRST-INVOICE PIC 9(5).
           05  F82-CUS-CREATED-DATE PIC 9(6).
           05  F82-CUS-LAST-LINKED  PIC 9(6).
           05  F82-CUS-LINK-COUNT   PIC 9(5).
      *ONE CUSTOMER PURCHASE - WHO, WHEN IT WAS CLOSED OUT, WHICH
      *CAR AND WHAT WAS PAID FOR IT
       FD  F90-PURCHASE-WORK
           RECORD CONTAINS 21 CHARACTERS.
       01  F90-PURCHASE-REC.
           05  F90-PUR-CUST-NUM     PIC 9(6).
           05  F90-PUR-CLOSED-YY    PIC 9(2).
           05  F90-PUR-CLOSED-MM    PIC 9(2).
           05  F90-PUR-INVOICE-NUM  PIC 9(5).
           05  F90-PUR-SOLD-PRICE   PIC 9(6).
      *SORT WORK RECORD FOR THE PURCHASES - ALL FOUR KEYS, IN ORDER
       SD  F91-PURCHASE-SORT
           RECORD CONTAINS 21 CHARACTERS.
       01  F91-PURCHASE-SORT-REC.
           05  F91-SORT-CUST-NUM    PIC 9(6).
           05  F91-SORT-CLOSED-YY   PIC 9(2).
           05  F91-SORT-CLOSED-MM   PIC 9(2).
           05  F91-SORT-INVOICE     PIC 9(5).
           05  FILLER               PIC X(6).
      *THE PURCHASES IN CUSTOMER ORDER - SAME LAYOUT AS F90
       FD  F92-SORTED-PURCHASES
           RECORD CONTAINS 21 CHARACTERS.
       01  F92-PURCHASE-REC.
           05  F92-PUR-CUST-NUM     PIC 9(6).
           05  F92-PUR-CLOSED-YY    PIC 9(2).
           05  F92-PUR-CLOSED-MM    PIC 9(2).
           05  F92-PUR-INVOICE-NUM  PIC 9(5).
           05  F92-PUR-SOLD-PRICE   PIC 9(6).
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
      *ONE PRINTED LINE OF EACH REPORT
       FD  F93-LIFETIME-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  F93-LIFETIME-LINE        PIC X(80).
       FD  F94-LEAD-SOURCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  F94-LEAD-SOURCE-LINE     PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W61-FILE-STATUSES.
           05 W61-HIS-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RCH-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-ACQ-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CPR-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-BYR-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CUS-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RUN-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  W61-PRESENT-SWITCHES.
           05 W61-HIS-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-HIS-PRESENT        VALUE 'YES'.
           05 W61-RCH-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-RCH-PRESENT        VALUE 'YES'.
           05 W61-ACQ-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-ACQ-PRESENT        VALUE 'YES'.
           05 W61-CPR-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-CPR-PRESENT        VALUE 'YES'.
           05 W61-BYR-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-BYR-PRESENT        VALUE 'YES'.
           05 W61-CUS-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W61-CUS-PRESENT        VALUE 'YES'.
       01  W61-SALES-REMAIN-SWITCH   PIC X(2) VALUE 'NO'.
       01  W61-TICKETS-REMAIN-SWITCH PIC X(2) VALUE 'NO'.
       01  W61-DATA-REMAINS-SWITCH   PIC X(2) VALUE SPACES.

       01  W62-TODAY-DATE.
           05 W62-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-DD      PIC 9(2) VALUE ZERO.

      *THE SALE BEING PROCESSED. NET TO DEALER IS FIGURED THE WAY THE
      *NIGHTLY COMMISSION REPORT FIGURES IT - SOLD PRICE LESS THE
      *COMMISSION, WHAT THE CAR COST US, THE TRADE-IN ALLOWANCE AND
      *THE RECONDITIONING SPEND - WITH THE COMMISSION TAKEN FROM WHAT
      *WAS ACTUALLY PAID ON THE REGISTER
       01  W63-SALE-MATH.
           05 W63-RECON-SUM        PIC 9(7)  VALUE ZERO.
           05 W63-ACQ-COST         PIC 9(7)  VALUE ZERO.
           05 W63-COMM-PAID        PIC 9(7)  VALUE ZERO.
           05 W63-NET-DEALER       PIC S9(8) VALUE ZERO.
           05 W63-SOLD-PRICE       PIC 9(6)  VALUE ZERO.
           05 W63-SOURCE           PIC X(10) VALUE SPACES.
           05 W63-CUST-NUM         PIC 9(6)  VALUE ZERO.
           05 W63-SIDE-SWITCH      PIC X(3)  VALUE SPACES.
               88 W63-SIDE-MISSING     VALUE 'YES'.

      *ONE ENTRY PER LEAD SOURCE CODE SEEN ON THE BUYER FILE. A SALE
      *WITH NO BUYER KEYED LANDS UNDER ITS OWN '*NO BUYER*' LINE
       01  W64-SOURCE-TABLE.
           05 W64-SOURCE-ENTRY OCCURS 200 TIMES.
               10 W64-SOURCE-CODE     PIC X(10).
               10 W64-SOURCE-UNITS    PIC 9(5).
               10 W64-SOURCE-REVENUE  PIC 9(9).
               10 W64-SOURCE-NET      PIC S9(9).
       01  W64-SOURCE-COUNT     PIC 9(3) COMP VALUE ZERO.
       01  W64-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W64-MATCH-IDX        PIC 9(3) COMP VALUE ZERO.
       01  W64-NET-PER-UNIT     PIC S9(7) VALUE ZERO.

      *RUN TOTALS FOR BOTH REPORTS
       01  W65-RUN-TOTALS.
           05 W65-SALES-READ        PIC 9(7) VALUE ZERO.
           05 W65-TOTAL-REVENUE     PIC 9(9) VALUE ZERO.
           05 W65-TOTAL-NET         PIC S9(9) VALUE ZERO.
           05 W65-NO-BUYER-COUNT    PIC 9(7) VALUE ZERO.
           05 W65-UNLINKED-COUNT    PIC 9(7) VALUE ZERO.
           05 W65-NO-COMM-COUNT     PIC 9(7) VALUE ZERO.
           05 W65-NO-ACQ-COUNT      PIC 9(7) VALUE ZERO.
           05 W65-SOURCE-DROPPED    PIC 9(7) VALUE ZERO.
           05 W65-CUSTOMERS         PIC 9(7) VALUE ZERO.
           05 W65-REPEAT-CUSTOMERS  PIC 9(7) VALUE ZERO.
           05 W65-REPEAT-UNITS      PIC 9(7) VALUE ZERO.
           05 W65-REPEAT-SPEND      PIC 9(9) VALUE ZERO.
           05 W65-GAP-COUNT         PIC 9(7) VALUE ZERO.
           05 W65-GAP-MONTHS        PIC 9(9) VALUE ZERO.
           05 W65-AVERAGE-GAP       PIC 9(4)V9 VALUE ZERO.

      *THE CUSTOMER IN HAND ON THE LIFETIME PASS - PURCHASES ARE HELD
      *UNTIL THE CUSTOMER CHANGES, SINCE ONLY A REPEAT BUYER PRINTS.
      *MONTHS ARE COUNTED AS YEAR TIMES 12 PLUS MONTH SO A GAP IS A
      *PLAIN SUBTRACTION
       01  W66-CUSTOMER-CONTROL.
           05 W66-CUST-NUM          PIC 9(6) VALUE ZERO.
           05 W66-UNITS             PIC 9(5) VALUE ZERO.
           05 W66-SPEND             PIC 9(9) VALUE ZERO.
           05 W66-FIRST-MONTH       PIC 9(5) VALUE ZERO.
           05 W66-LAST-MONTH        PIC 9(5) VALUE ZERO.
           05 W66-THIS-MONTH        PIC 9(5) VALUE ZERO.
           05 W66-GAP               PIC S9(5) VALUE ZERO.
           05 W66-SPAN              PIC S9(5) VALUE ZERO.
           05 W66-AVERAGE-GAP       PIC 9(4)V9 VALUE ZERO.
       01  W66-PURCHASE-TABLE.
           05 W66-PURCHASE-ENTRY OCCURS 50 TIMES.
               10 W66-PUR-INVOICE    PIC 9(5).
               10 W66-PUR-YY         PIC 9(2).
               10 W66-PUR-MM         PIC 9(2).
               10 W66-PUR-SOLD       PIC 9(6).
               10 W66-PUR-MONTH      PIC 9(5).
       01  W66-PUR-COUNT        PIC 9(2) COMP VALUE ZERO.
       01  W66-IDX              PIC 9(2) COMP VALUE ZERO.

       01  W67-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W67-LTC-HEADING-LINE2.
           05                PIC X(25) VALUE SPACES.
           05                PIC X(30) VALUE
               'LIFETIME CUSTOMER REPORT'.
           05                PIC X(25) VALUE SPACES.

       01  W67-LSR-HEADING-LINE2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(20) VALUE
               'LEAD SOURCE REPORT'.
           05                PIC X(30) VALUE SPACES.

       01  W67-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W67-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W67-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W67-RUN-DD-OUT       PIC 99.
           05                      PIC X(13) VALUE SPACES.
           05                      PIC X(42) VALUE
               'ALL ARCHIVED SALES ON THE HISTORY FILE'.

      *LIFETIME REPORT - ONE LINE PER REPEAT CUSTOMER, THEN ONE LINE
      *PER CAR THEY BOUGHT
       01  W68-LTC-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(6)  VALUE 'CUST #'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(25) VALUE 'NAME'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(4)  VALUE 'CARS'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(10) VALUE '     SPEND'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(6)  VALUE 'AVG MO'.
           05                PIC X(18) VALUE SPACES.

       01  W68-LTC-CUSTOMER-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-CUST-OUT         PIC ZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-NAME-OUT         PIC X(25).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-UNITS-OUT        PIC ZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-SPEND-OUT        PIC $Z,ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-AVG-GAP-OUT      PIC ZZZ9.9.
           05                      PIC X(18) VALUE SPACES.

       01  W68-LTC-PURCHASE-LINE.
           05                      PIC X(11) VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE '.
           05 W68-INVOICE-OUT      PIC ZZZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'CLOSED '.
           05 W68-CLOSED-YY-OUT    PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W68-CLOSED-MM-OUT    PIC 99.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-SOLD-OUT         PIC $ZZZ,ZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-GAP-AREA.
               10 W68-GAP-LABEL-OUT PIC X(18).
               10 W68-GAP-OUT       PIC ZZZ9.
           05 W68-GAP-TEXT REDEFINES W68-GAP-AREA PIC X(22).
           05                      PIC X(5)  VALUE SPACES.

       01  W68-NONE-LINE.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(4)  VALUE 'NONE'.
           05                PIC X(72) VALUE SPACES.

      *LEAD-SOURCE REPORT - ONE LINE PER SOURCE CODE, THEN A TOTAL
       01  W69-LSR-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(10) VALUE 'SOURCE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(5)  VALUE 'UNITS'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(11) VALUE '    REVENUE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(13) VALUE 'NET TO DEALER'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(9)  VALUE ' NET/UNIT'.
           05                PIC X(21) VALUE SPACES.

       01  W69-LSR-DETAIL-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-SOURCE-OUT       PIC X(10).
           05                      PIC X(2)  VALUE SPACES.
           05 W69-UNITS-OUT        PIC ZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W69-REVENUE-OUT      PIC $ZZ,ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W69-NET-OUT          PIC $ZZZ,ZZZ,ZZ9-.
           05                      PIC X(2)  VALUE SPACES.
           05 W69-PER-UNIT-OUT     PIC $ZZZ,ZZ9-.
           05                      PIC X(21) VALUE SPACES.

       01  W69-SUMMARY-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-SUM-LABEL-OUT    PIC X(40).
           05 W69-SUM-COUNT-OUT    PIC ZZZZZZ9.
           05                      PIC X(30) VALUE SPACES.

       01  W69-AMOUNT-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-AMT-LABEL-OUT    PIC X(40).
           05 W69-AMT-OUT          PIC $ZZZ,ZZZ,ZZ9.
           05                      PIC X(25) VALUE SPACES.

       01  W69-AVERAGE-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(40) VALUE
               'AVERAGE MONTHS BETWEEN PURCHASES'.
           05 W69-AVG-OUT          PIC ZZZ9.9.
           05                      PIC X(31) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 095-CHECK-INPUT-FILES
           PERFORM 096-SORT-HISTORIES
           PERFORM 100-OPEN-FILES
           PERFORM 300-PROCESS-ONE-SALE
               UNTIL W61-SALES-REMAIN-SWITCH = 'NO'
           PERFORM 350-END-SALES-PASS
           PERFORM 400-PRINT-LIFETIME-REPORT
           PERFORM 450-PRINT-LEAD-SOURCE-REPORT
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
      *A SORT AGAINST A FILE THAT ISN'T THERE ABENDS, SO EACH INPUT
      *IS PROBED FIRST AND ITS SORT SKIPPED WHEN IT IS MISSING
       095-CHECK-INPUT-FILES.
           OPEN INPUT F14-HISTORY-FILE
           IF W61-HIS-FILE-STATUS = '00'
               MOVE 'YES' TO W61-HIS-PRESENT-SWITCH
               CLOSE F14-HISTORY-FILE
           END-IF
           OPEN INPUT F31-RECON-HISTORY-FILE
           IF W61-RCH-FILE-STATUS = '00'
               MOVE 'YES' TO W61-RCH-PRESENT-SWITCH
               CLOSE F31-RECON-HISTORY-FILE
           END-IF
          .
      *SORTS EACH HISTORY BY INVOICE SO THE TICKET SPEND CAN BE
      *MATCHED TO ITS SALE IN ONE SEQUENTIAL PASS
       096-SORT-HISTORIES.
           IF W61-HIS-PRESENT
               SORT F86-SALES-SORT
                   ON ASCENDING KEY F86-SORT-INVOICE
                   USING F14-HISTORY-FILE
                   GIVING F88-SORTED-SALES
           END-IF
           IF W61-RCH-PRESENT
               SORT F87-TICKET-SORT
                   ON ASCENDING KEY F87-SORT-INVOICE
                   USING F31-RECON-HISTORY-FILE
                   GIVING F89-SORTED-TICKETS
           END-IF
          .
       100-OPEN-FILES.
           OPEN OUTPUT F90-PURCHASE-WORK
           OPEN INPUT F56-ACQ-COST-FILE
           IF W61-ACQ-FILE-STATUS = '00'
               MOVE 'YES' TO W61-ACQ-PRESENT-SWITCH
           END-IF
           OPEN INPUT F69-COMM-PAID-FILE
           IF W61-CPR-FILE-STATUS = '00'
               MOVE 'YES' TO W61-CPR-PRESENT-SWITCH
           END-IF
           OPEN INPUT F32-BUYER-FILE
           IF W61-BYR-FILE-STATUS = '00'
               MOVE 'YES' TO W61-BYR-PRESENT-SWITCH
           END-IF
           OPEN INPUT F82-CUSTOMER-FILE
           IF W61-CUS-FILE-STATUS = '00'
               MOVE 'YES' TO W61-CUS-PRESENT-SWITCH
           END-IF
           MOVE 'NO' TO W61-SALES-REMAIN-SWITCH
           IF W61-HIS-PRESENT
               OPEN INPUT F88-SORTED-SALES
               MOVE SPACES TO W61-SALES-REMAIN-SWITCH
               READ F88-SORTED-SALES
                   AT END MOVE 'NO' TO W61-SALES-REMAIN-SWITCH
               END-READ
           END-IF
           MOVE 'NO' TO W61-TICKETS-REMAIN-SWITCH
           IF W61-RCH-PRESENT
               OPEN INPUT F89-SORTED-TICKETS
               MOVE SPACES TO W61-TICKETS-REMAIN-SWITCH
               READ F89-SORTED-TICKETS
                   AT END MOVE 'NO' TO W61-TICKETS-REMAIN-SWITCH
               END-READ
           END-IF
           MOVE W62-TODAY-YY TO W67-RUN-YY-OUT
           MOVE W62-TODAY-MM TO W67-RUN-MM-OUT
           MOVE W62-TODAY-DD TO W67-RUN-DD-OUT
          .
      *ONE ARCHIVED SALE PER PASS - ITS RECON SPEND, COST AND PAID
      *COMMISSION ARE GATHERED, THE NET TO DEALER IS CUT, AND THE
      *SALE ROLLS INTO ITS LEAD SOURCE AND ITS CUSTOMER'S PURCHASES
       300-PROCESS-ONE-SALE.
           ADD 1 TO W65-SALES-READ
           PERFORM 305-SUM-RECON-FOR-SALE
           PERFORM 308-FIND-ACQ-COST
           PERFORM 310-FIND-COMM-PAID
           IF F88-SOLD-PRICE NUMERIC
               MOVE F88-SOLD-PRICE TO W63-SOLD-PRICE
           ELSE
               MOVE ZERO TO W63-SOLD-PRICE
           END-IF
           COMPUTE W63-NET-DEALER = W63-SOLD-PRICE - W63-COMM-PAID
                                  - W63-ACQ-COST - W63-RECON-SUM
           IF F88-TRADE-IN-ALLOW NUMERIC
               SUBTRACT F88-TRADE-IN-ALLOW FROM W63-NET-DEALER
           END-IF
           ADD W63-SOLD-PRICE TO W65-TOTAL-REVENUE
           ADD W63-NET-DEALER TO W65-TOTAL-NET
           PERFORM 320-FIND-BUYER
           PERFORM 330-ADD-TO-SOURCE-TABLE
           IF W63-CUST-NUM > ZERO
               MOVE W63-CUST-NUM    TO F90-PUR-CUST-NUM
               MOVE F88-CLOSED-YY   TO F90-PUR-CLOSED-YY
               MOVE F88-CLOSED-MM   TO F90-PUR-CLOSED-MM
               MOVE F88-INVOICE-NUM TO F90-PUR-INVOICE-NUM
               MOVE W63-SOLD-PRICE  TO F90-PUR-SOLD-PRICE
               WRITE F90-PURCHASE-REC
           END-IF
           READ F88-SORTED-SALES
               AT END MOVE 'NO' TO W61-SALES-REMAIN-SWITCH
           END-READ
          .
      *THE MERGE STEP - TICKETS BELOW THE SALE'S INVOICE CAN NEVER
      *MATCH A LATER SALE (BOTH FILES RUN ASCENDING) SO THEY ARE
      *PASSED OVER; TICKETS AT THE INVOICE SUM INTO THE SALE
       305-SUM-RECON-FOR-SALE.
           MOVE ZERO TO W63-RECON-SUM
           PERFORM 306-SKIP-LOWER-TICKET
               UNTIL W61-TICKETS-REMAIN-SWITCH = 'NO'
               OR F89-RCH-INVOICE-NUM >= F88-INVOICE-NUM
           PERFORM 307-ADD-MATCHING-TICKET
               UNTIL W61-TICKETS-REMAIN-SWITCH = 'NO'
               OR F89-RCH-INVOICE-NUM > F88-INVOICE-NUM
          .
       306-SKIP-LOWER-TICKET.
           READ F89-SORTED-TICKETS
               AT END MOVE 'NO' TO W61-TICKETS-REMAIN-SWITCH
           END-READ
          .
       307-ADD-MATCHING-TICKET.
           IF F89-RCH-AMOUNT NUMERIC
               ADD F89-RCH-AMOUNT TO W63-RECON-SUM
           END-IF
           READ F89-SORTED-TICKETS
               AT END MOVE 'NO' TO W61-TICKETS-REMAIN-SWITCH
           END-READ
          .
      *PURCHASE PRICE PLUS BUY FEE IS THE CAR'S COST; NO RECORD
      *COSTS ZERO AND IS COUNTED
       308-FIND-ACQ-COST.
           MOVE ZERO TO W63-ACQ-COST
           IF W61-ACQ-PRESENT
               MOVE F88-INVOICE-NUM TO F56-ACQ-INVOICE-NUM
               READ F56-ACQ-COST-FILE
                   INVALID KEY
                       ADD 1 TO W65-NO-ACQ-COUNT
                   NOT INVALID KEY
                       IF F56-ACQ-COST NUMERIC
                           AND F56-ACQ-BUY-FEE NUMERIC
                           COMPUTE W63-ACQ-COST = F56-ACQ-COST
                                                + F56-ACQ-BUY-FEE
                       ELSE
                           ADD 1 TO W65-NO-ACQ-COUNT
                       END-IF
               END-READ
           ELSE
               ADD 1 TO W65-NO-ACQ-COUNT
           END-IF
          .
      *SUMS WHAT THE REGISTER SAYS WAS PAID ON EACH SIDE OF THE DEAL.
      *A SALE WITH A SIDE THE REGISTER HAS NEVER SEEN IS COUNTED
       310-FIND-COMM-PAID.
           MOVE ZERO   TO W63-COMM-PAID
           MOVE SPACES TO W63-SIDE-SWITCH
           IF W61-CPR-PRESENT
               MOVE F88-INVOICE-NUM TO F69-CPR-INVOICE-NUM
               MOVE F88-SALES-P     TO F69-CPR-SALES-P
               PERFORM 311-READ-ONE-SIDE
               IF F88-SALES-P2 NOT = SPACES
                   MOVE F88-INVOICE-NUM TO F69-CPR-INVOICE-NUM
                   MOVE F88-SALES-P2    TO F69-CPR-SALES-P
                   PERFORM 311-READ-ONE-SIDE
               END-IF
           ELSE
               MOVE 'YES' TO W63-SIDE-SWITCH
           END-IF
           IF W63-SIDE-MISSING
               ADD 1 TO W65-NO-COMM-COUNT
           END-IF
          .
       311-READ-ONE-SIDE.
           READ F69-COMM-PAID-FILE
               INVALID KEY
                   MOVE 'YES' TO W63-SIDE-SWITCH
               NOT INVALID KEY
                   IF F69-CPR-COMM-PAID NUMERIC
                       ADD F69-CPR-COMM-PAID TO W63-COMM-PAID
                   END-IF
           END-READ
          .
      *THE SALE'S BUYER - ITS LEAD SOURCE AND THE CUSTOMER IT IS
      *LINKED TO. NO BUYER FILES UNDER '*NO BUYER*'; A BUYER THE
      *MATCHING RUN HAS NOT LINKED YET IS LEFT OFF THE LIFETIME REPORT
       320-FIND-BUYER.
           MOVE '*NO BUYER*' TO W63-SOURCE
           MOVE ZERO         TO W63-CUST-NUM
           IF W61-BYR-PRESENT
               MOVE F88-INVOICE-NUM TO F32-BYR-INVOICE-NUM
               READ F32-BUYER-FILE
                   INVALID KEY
                       ADD 1 TO W65-NO-BUYER-COUNT
                   NOT INVALID KEY
                       MOVE F32-BYR-SOURCE TO W63-SOURCE
                       IF F32-BYR-CUST-NUM NUMERIC
                           MOVE F32-BYR-CUST-NUM TO W63-CUST-NUM
                       END-IF
                       IF W63-CUST-NUM = ZERO
                           ADD 1 TO W65-UNLINKED-COUNT
                       END-IF
               END-READ
           ELSE
               ADD 1 TO W65-NO-BUYER-COUNT
           END-IF
          .
      *ADDS THE SALE ONTO ITS SOURCE'S LINE, STARTING A NEW LINE THE
      *FIRST TIME A SOURCE CODE IS SEEN
       330-ADD-TO-SOURCE-TABLE.
           MOVE ZERO TO W64-MATCH-IDX
           PERFORM 331-SCAN-SOURCE-TABLE
               VARYING W64-IDX FROM 1 BY 1
               UNTIL W64-IDX > W64-SOURCE-COUNT
           IF W64-MATCH-IDX = ZERO
               IF W64-SOURCE-COUNT < 200
                   ADD 1 TO W64-SOURCE-COUNT
                   MOVE W64-SOURCE-COUNT TO W64-MATCH-IDX
                   MOVE W63-SOURCE TO W64-SOURCE-CODE (W64-MATCH-IDX)
                   MOVE ZERO TO W64-SOURCE-UNITS (W64-MATCH-IDX)
                                W64-SOURCE-REVENUE (W64-MATCH-IDX)
                                W64-SOURCE-NET (W64-MATCH-IDX)
               ELSE
                   ADD 1 TO W65-SOURCE-DROPPED
               END-IF
           END-IF
           IF W64-MATCH-IDX > ZERO
               ADD 1 TO W64-SOURCE-UNITS (W64-MATCH-IDX)
               ADD W63-SOLD-PRICE TO W64-SOURCE-REVENUE (W64-MATCH-IDX)
               ADD W63-NET-DEALER TO W64-SOURCE-NET (W64-MATCH-IDX)
           END-IF
          .
       331-SCAN-SOURCE-TABLE.
           IF W64-SOURCE-CODE (W64-IDX) = W63-SOURCE
               MOVE W64-IDX TO W64-MATCH-IDX
           END-IF
          .
      *CLOSES THE MERGE FILES AND SORTS THE CUSTOMER PURCHASES BY
      *CUSTOMER, THEN CLOSE MONTH, THEN INVOICE
       350-END-SALES-PASS.
           CLOSE F90-PURCHASE-WORK
           IF W61-HIS-PRESENT
               CLOSE F88-SORTED-SALES
           END-IF
           IF W61-RCH-PRESENT
               CLOSE F89-SORTED-TICKETS
           END-IF
           SORT F91-PURCHASE-SORT
               ON ASCENDING KEY F91-SORT-CUST-NUM
               ON ASCENDING KEY F91-SORT-CLOSED-YY
               ON ASCENDING KEY F91-SORT-CLOSED-MM
               ON ASCENDING KEY F91-SORT-INVOICE
               USING F90-PURCHASE-WORK
               GIVING F92-SORTED-PURCHASES
          .
      *THE LIFETIME REPORT - A CONTROL BREAK ON CUSTOMER NUMBER OVER
      *THE SORTED PURCHASES. EVERY CUSTOMER IS COUNTED; ONLY A
      *CUSTOMER WITH MORE THAN ONE ARCHIVED PURCHASE IS PRINTED
       400-PRINT-LIFETIME-REPORT.
           OPEN OUTPUT F93-LIFETIME-REPORT
           MOVE W67-HEADING-LINE1 TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE W67-LTC-HEADING-LINE2 TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE FROM SPACES
           MOVE W67-RUN-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE FROM SPACES
           MOVE W68-LTC-COLUMN-HEADING TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           OPEN INPUT F92-SORTED-PURCHASES
           MOVE SPACES TO W61-DATA-REMAINS-SWITCH
           READ F92-SORTED-PURCHASES
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
           MOVE ZERO TO W66-CUST-NUM
           PERFORM 410-TAKE-ONE-PURCHASE
               UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
           IF W66-CUST-NUM > ZERO
               PERFORM 420-FINISH-CUSTOMER
           END-IF
           CLOSE F92-SORTED-PURCHASES
           IF W65-REPEAT-CUSTOMERS = ZERO
               MOVE W68-NONE-LINE TO F93-LIFETIME-LINE
               WRITE F93-LIFETIME-LINE
           END-IF
           PERFORM 440-PRINT-LIFETIME-SUMMARY
           CLOSE F93-LIFETIME-REPORT
          .
       410-TAKE-ONE-PURCHASE.
           IF F92-PUR-CUST-NUM NOT = W66-CUST-NUM
               IF W66-CUST-NUM > ZERO
                   PERFORM 420-FINISH-CUSTOMER
               END-IF
               MOVE F92-PUR-CUST-NUM TO W66-CUST-NUM
               MOVE ZERO TO W66-UNITS
                            W66-SPEND
                            W66-PUR-COUNT
           END-IF
           COMPUTE W66-THIS-MONTH = F92-PUR-CLOSED-YY * 12
                                  + F92-PUR-CLOSED-MM
           ADD 1 TO W66-UNITS
           ADD F92-PUR-SOLD-PRICE TO W66-SPEND
           IF W66-UNITS = 1
               MOVE W66-THIS-MONTH TO W66-FIRST-MONTH
           END-IF
           MOVE W66-THIS-MONTH TO W66-LAST-MONTH
           IF W66-PUR-COUNT < 50
               ADD 1 TO W66-PUR-COUNT
               MOVE F92-PUR-INVOICE-NUM
                   TO W66-PUR-INVOICE (W66-PUR-COUNT)
               MOVE F92-PUR-CLOSED-YY  TO W66-PUR-YY (W66-PUR-COUNT)
               MOVE F92-PUR-CLOSED-MM  TO W66-PUR-MM (W66-PUR-COUNT)
               MOVE F92-PUR-SOLD-PRICE TO W66-PUR-SOLD (W66-PUR-COUNT)
               MOVE W66-THIS-MONTH     TO W66-PUR-MONTH (W66-PUR-COUNT)
           END-IF
           READ F92-SORTED-PURCHASES
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *THE CUSTOMER JUST FINISHED - COUNTED, AND PRINTED WITH EVERY
      *PURCHASE WHEN THERE WAS MORE THAN ONE. THE AVERAGE GAP IS THE
      *SPAN FROM FIRST TO LAST PURCHASE OVER THE NUMBER OF GAPS
       420-FINISH-CUSTOMER.
           ADD 1 TO W65-CUSTOMERS
           IF W66-UNITS > 1
               ADD 1 TO W65-REPEAT-CUSTOMERS
               ADD W66-UNITS TO W65-REPEAT-UNITS
               ADD W66-SPEND TO W65-REPEAT-SPEND
               COMPUTE W66-SPAN = W66-LAST-MONTH - W66-FIRST-MONTH
               IF W66-SPAN < ZERO
                   MOVE ZERO TO W66-SPAN
               END-IF
               COMPUTE W66-AVERAGE-GAP ROUNDED = W66-SPAN
                                               / (W66-UNITS - 1)
               ADD W66-SPAN TO W65-GAP-MONTHS
               COMPUTE W65-GAP-COUNT = W65-GAP-COUNT + W66-UNITS - 1
               WRITE F93-LIFETIME-LINE FROM SPACES
               MOVE W66-CUST-NUM TO W68-CUST-OUT
               MOVE '** NOT ON CUSTOMER FILE **' TO W68-NAME-OUT
               IF W61-CUS-PRESENT
                   MOVE W66-CUST-NUM TO F82-CUS-NUM
                   READ F82-CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE F82-CUS-NAME TO W68-NAME-OUT
                   END-READ
               END-IF
               MOVE W66-UNITS       TO W68-UNITS-OUT
               MOVE W66-SPEND       TO W68-SPEND-OUT
               MOVE W66-AVERAGE-GAP TO W68-AVG-GAP-OUT
               MOVE W68-LTC-CUSTOMER-LINE TO F93-LIFETIME-LINE
               WRITE F93-LIFETIME-LINE
               PERFORM 425-PRINT-ONE-PURCHASE
                   VARYING W66-IDX FROM 1 BY 1
                   UNTIL W66-IDX > W66-PUR-COUNT
           END-IF
          .
       425-PRINT-ONE-PURCHASE.
           MOVE W66-PUR-INVOICE (W66-IDX) TO W68-INVOICE-OUT
           MOVE W66-PUR-YY (W66-IDX)      TO W68-CLOSED-YY-OUT
           MOVE W66-PUR-MM (W66-IDX)      TO W68-CLOSED-MM-OUT
           MOVE W66-PUR-SOLD (W66-IDX)    TO W68-SOLD-OUT
           IF W66-IDX = 1
               MOVE 'FIRST PURCHASE' TO W68-GAP-TEXT
           ELSE
               COMPUTE W66-GAP = W66-PUR-MONTH (W66-IDX)
                               - W66-PUR-MONTH (W66-IDX - 1)
               IF W66-GAP < ZERO
                   ADD 1200 TO W66-GAP
               END-IF
               MOVE 'MONTHS SINCE LAST ' TO W68-GAP-LABEL-OUT
               MOVE W66-GAP TO W68-GAP-OUT
           END-IF
           MOVE W68-LTC-PURCHASE-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
          .
       440-PRINT-LIFETIME-SUMMARY.
           WRITE F93-LIFETIME-LINE FROM SPACES
           MOVE 'ARCHIVED SALES READ' TO W69-SUM-LABEL-OUT
           MOVE W65-SALES-READ TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE 'CUSTOMERS WITH ARCHIVED PURCHASES' TO W69-SUM-LABEL-OUT
           MOVE W65-CUSTOMERS TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE 'REPEAT CUSTOMERS' TO W69-SUM-LABEL-OUT
           MOVE W65-REPEAT-CUSTOMERS TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE 'CARS BOUGHT BY REPEAT CUSTOMERS' TO W69-SUM-LABEL-OUT
           MOVE W65-REPEAT-UNITS TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE 'SPEND BY REPEAT CUSTOMERS' TO W69-AMT-LABEL-OUT
           MOVE W65-REPEAT-SPEND TO W69-AMT-OUT
           MOVE W69-AMOUNT-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           IF W65-GAP-COUNT > ZERO
               COMPUTE W65-AVERAGE-GAP ROUNDED = W65-GAP-MONTHS
                                               / W65-GAP-COUNT
           END-IF
           MOVE W65-AVERAGE-GAP TO W69-AVG-OUT
           MOVE W69-AVERAGE-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE 'SALES WITH NO BUYER ON FILE' TO W69-SUM-LABEL-OUT
           MOVE W65-NO-BUYER-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
           MOVE 'BUYERS NOT YET LINKED TO A CUSTOMER'
               TO W69-SUM-LABEL-OUT
           MOVE W65-UNLINKED-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F93-LIFETIME-LINE
           WRITE F93-LIFETIME-LINE
          .
      *THE LEAD-SOURCE REPORT - ONE LINE PER SOURCE IN THE ORDER THE
      *CODES WERE FIRST SEEN, A TOTAL LINE, AND THE COUNTS BEHIND
      *THE NET FIGURES
       450-PRINT-LEAD-SOURCE-REPORT.
           OPEN OUTPUT F94-LEAD-SOURCE-REPORT
           MOVE W67-HEADING-LINE1 TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           MOVE W67-LSR-HEADING-LINE2 TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE FROM SPACES
           MOVE W67-RUN-LINE TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE FROM SPACES
           MOVE W69-LSR-COLUMN-HEADING TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           PERFORM 455-PRINT-ONE-SOURCE
               VARYING W64-IDX FROM 1 BY 1
               UNTIL W64-IDX > W64-SOURCE-COUNT
           WRITE F94-LEAD-SOURCE-LINE FROM SPACES
           MOVE 'TOTAL'           TO W69-SOURCE-OUT
           MOVE W65-SALES-READ    TO W69-UNITS-OUT
           MOVE W65-TOTAL-REVENUE TO W69-REVENUE-OUT
           MOVE W65-TOTAL-NET     TO W69-NET-OUT
           MOVE ZERO TO W64-NET-PER-UNIT
           IF W65-SALES-READ > ZERO
               COMPUTE W64-NET-PER-UNIT ROUNDED = W65-TOTAL-NET
                                                / W65-SALES-READ
           END-IF
           MOVE W64-NET-PER-UNIT TO W69-PER-UNIT-OUT
           MOVE W69-LSR-DETAIL-LINE TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE FROM SPACES
           MOVE 'SALES WITH A SIDE NOT ON COMM REGISTER'
               TO W69-SUM-LABEL-OUT
           MOVE W65-NO-COMM-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           MOVE 'SALES WITH NO ACQUISITION COST' TO W69-SUM-LABEL-OUT
           MOVE W65-NO-ACQ-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
           IF W65-SOURCE-DROPPED > ZERO
               MOVE 'SALES BEYOND THE 200-SOURCE TABLE'
                   TO W69-SUM-LABEL-OUT
               MOVE W65-SOURCE-DROPPED TO W69-SUM-COUNT-OUT
               MOVE W69-SUMMARY-LINE TO F94-LEAD-SOURCE-LINE
               WRITE F94-LEAD-SOURCE-LINE
           END-IF
           CLOSE F94-LEAD-SOURCE-REPORT
          .
       455-PRINT-ONE-SOURCE.
           MOVE W64-SOURCE-CODE (W64-IDX)    TO W69-SOURCE-OUT
           MOVE W64-SOURCE-UNITS (W64-IDX)   TO W69-UNITS-OUT
           MOVE W64-SOURCE-REVENUE (W64-IDX) TO W69-REVENUE-OUT
           MOVE W64-SOURCE-NET (W64-IDX)     TO W69-NET-OUT
           COMPUTE W64-NET-PER-UNIT ROUNDED = W64-SOURCE-NET (W64-IDX)
                                            / W64-SOURCE-UNITS (W64-IDX)
           MOVE W64-NET-PER-UNIT TO W69-PER-UNIT-OUT
           MOVE W69-LSR-DETAIL-LINE TO F94-LEAD-SOURCE-LINE
           WRITE F94-LEAD-SOURCE-LINE
          .
      *CLOSE THE LOOKUP FILES - THE OPTIONAL ONES ARE ONLY OPEN WHEN
      *THEY WERE THERE TO READ
       500-CLOSE-FILES.
           IF W61-ACQ-PRESENT
               CLOSE F56-ACQ-COST-FILE
           END-IF
           IF W61-CPR-PRESENT
               CLOSE F69-COMM-PAID-FILE
           END-IF
           IF W61-BYR-PRESENT
               CLOSE F32-BUYER-FILE
           END-IF
           IF W61-CUS-PRESENT
               CLOSE F82-CUSTOMER-FILE
           END-IF
           STOP RUN.
