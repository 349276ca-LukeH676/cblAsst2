           SELECT F21-CONTROL-FILE  ASSIGN TO 'ASST2.CTL'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *ACQUISITION COST FILE - WHAT EACH CAR REALLY COST US, READ BY
      *INVOICE AS EACH SOLD RECORD IS ARCHIVED SO THE JOURNAL CAN
      *RELIEVE INVENTORY AND POST COST OF GOODS SOLD AT ACTUAL COST.
      *THE RECORDS STAY ON FILE AFTER THE CLOSE. A SOLD CAR WITH NO
      *RECORD RELIEVES NOTHING AND IS COUNTED ON THE CLOSE SUMMARY
           SELECT F56-ACQ-COST-FILE ASSIGN TO 'ASST2.ACQ'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F56-ACQ-INVOICE-NUM
                                    FILE STATUS IS W57-ACQ-FILE-STATUS.

      *FLOOR-PLAN LEDGER - READ STRAIGHT THROUGH ONCE FOR THE
      *INTEREST THE NIGHTLY FLOOR-PLAN RUN ACCRUED IN THE CLOSE
      *MONTH, WHICH GOES ON THE JOURNAL AS ITS OWN LINES. NOTHING IS
      *WRITTEN BACK, SO A RESTARTED CLOSE JUST READS IT AGAIN. A SHOP
      *THAT FINANCES NOTHING HAS NO LEDGER AND POSTS NO INTEREST
           SELECT F64-FLOOR-PLAN-FILE ASSIGN TO 'ASST2.FPL'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS F64-FPL-INVOICE-NUM
                                    FILE STATUS IS W58-FPL-FILE-STATUS.

      *COMMISSION-PAID REGISTER 4240068 WRITES - READ BY INVOICE AND
      *SALESPERSON SIDE AS EACH SOLD RECORD IS ARCHIVED, SO THE CLOSE
      *SUMMARY CAN SHOW EVERY SIDE IT SWEPT WAS PAID, AND ON THE
      *FIGURES IT LEFT WITH. NO REGISTER PROVES NOTHING PAID
           SELECT F69-COMM-PAID-FILE ASSIGN TO 'ASST2.CPR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F69-CPR-KEY
                                    FILE STATUS IS W59-CPR-FILE-STATUS.

      *BUYER FILE 4240074 MAINTAINS - READ BY INVOICE AS EACH SOLD
      *RECORD IS ARCHIVED FOR THE STATE AND ZIP THE SALE IS TAXED IN
           SELECT F32-BUYER-FILE    ASSIGN TO 'ASST2.BYR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS F32-BYR-INVOICE-NUM
                                    FILE STATUS IS W60-BYR-FILE-STATUS.

      *SALES TAX RATE TABLE - ONE LINE PER STATE AND ZIP RANGE WITH
      *THE JURISDICTION IT REMITS TO AND ITS RATE. THE SAME TABLE THE
      *NIGHTLY SALES TAX CHECK 4240082 READS
           SELECT F70-TAX-RATE-FILE ASSIGN TO 'ASST2.TAX'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W60-TAX-FILE-STATUS.

      *THE TAX FIGURED ON EACH SALE THIS CLOSE HAS ARCHIVED SO FAR -
      *WRITTEN BESIDE ASST2.ARC AND KEPT THE SAME WAY, SO A RESTARTED
      *CLOSE STILL REMITS ON EVERY SALE THE CRASHED RUN SWEPT.
      *EMPTIED AT SUCCESSFUL END OF JOB
           SELECT F71-TAX-WORK-FILE ASSIGN TO 'ASST2.TXW'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W60-TXW-FILE-STATUS.

      *MONTHLY SALES TAX REMITTANCE REPORT - TAXABLE AMOUNT AND TAX
      *DUE PER JURISDICTION FOR THE SALES THIS CLOSE ARCHIVED, THEN
      *EVERY SALE THAT COULD NOT BE TAXED AND WHY
           SELECT F72-REMITTANCE-FILE ASSIGN TO 'ASST2.TXR'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *F&I PRODUCT FILE 4240087 MAINTAINS - EACH ARCHIVED CAR'S
      *PRODUCTS ARE READ BY KEY, COPIED TO THE F&I HISTORY AND
      *STAMPED WITH THE CLOSE MONTH. THE RECORDS STAY ON FILE SO A
      *CONTRACT CAN STILL BE CANCELLED AFTER ITS CAR HAS CLOSED; A
      *SECOND PASS READS THE FILE THROUGH FOR THOSE CANCELLATIONS
      *AND JOURNALS THEIR REFUNDS ONCE. NO FILE MEANS NO F&I
           SELECT F99-FNI-FILE      ASSIGN TO 'ASST2.FNI'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F99-FNI-KEY
                                    FILE STATUS IS W63-FNI-FILE-STATUS.

      *CUMULATIVE F&I HISTORY - THE IMAGE OF EVERY PRODUCT ARCHIVED
      *ALONGSIDE ITS CAR ON ASST2.HIS, CARRYING THE SAME CLOSE MONTH.
      *EXTENDED, NEVER REWRITTEN, THE SAME AS ASST2.HIS
           SELECT F102-FNI-HISTORY-FILE ASSIGN TO 'ASST2.FNH'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W63-FNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *NAME THE VARIABLES TO HOLD DATA FROM INPUT FILE
      *RE-READ, BUT A RESTART THAT SKIPS A FINISHED RETIREMENT PHASE
      *STILL HAS TO SUMMARIZE AND JOURNAL WHAT THAT PHASE DID
       FD  F51-CLOSE-CKP-FILE
           RECORD CONTAINS 109 CHARACTERS.
       01  F51-CLOSE-CKP-LINE.
           05 F51-CKP-LAST-INVOICE PIC 9(5).
           05 F51-CKP-MOVED-COUNT  PIC 9(4).
      *ITS WORK FILE AND THE TICKET HISTORY, 'C' ONCE THE LIVE
      *LEDGER HAS BEEN REWRITTEN
           05 F51-CKP-RETIRE-PHASE PIC X(1).
      *ACQUISITION COST OF THE CARS ARCHIVED SO FAR, AND HOW MANY OF
      *THEM HAD NO ACQUISITION RECORD
           05 F51-CKP-MOVED-COST   PIC 9(9).
           05 F51-CKP-NO-ACQ-COUNT PIC 9(4).
      *THE PAID-VERSUS-ARCHIVED COUNTS FOR THE CARS ARCHIVED SO FAR
           05 F51-CKP-PAID-SIDES   PIC 9(4).
           05 F51-CKP-PAID-AMOUNT  PIC 9(8).
           05 F51-CKP-UNPAID-SIDES PIC 9(4).
           05 F51-CKP-TRUEUP-SIDES PIC 9(4).
      *THE F&I PRODUCTS ARCHIVED WITH THE CARS SO FAR
           05 F51-CKP-FNI-COUNT    PIC 9(4).
           05 F51-CKP-FNI-SALE     PIC 9(8).
           05 F51-CKP-FNI-COST     PIC 9(8).
           05 F51-CKP-FNI-CXL-COUNT PIC 9(4).
      *ONE SALE'S TAX - THE JURISDICTION AND RATE IT WAS TAXED AT,
      *SOLD PRICE LESS TRADE-IN AS THE TAXABLE AMOUNT, AND THE TAX.
      *'B' IS A SALE WITH NO BUYER KEYED, 'Z' ONE WHOSE STATE AND ZIP
      *ARE NOT IN THE RATE TABLE - NEITHER CARRIES A TAX
       FD  F71-TAX-WORK-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  F71-TAX-WORK-REC.
           05 F71-TXW-INVOICE      PIC 9(5).
           05 F71-TXW-RESULT       PIC X(1).
               88 F71-TXW-TAXED        VALUE 'T'.
               88 F71-TXW-NO-BUYER     VALUE 'B'.
               88 F71-TXW-NO-RATE      VALUE 'Z'.
           05 F71-TXW-STATE        PIC X(2).
           05 F71-TXW-ZIP          PIC X(5).
           05 F71-TXW-JURIS-CODE   PIC X(6).
           05 F71-TXW-JURIS-NAME   PIC X(20).
           05 F71-TXW-RATE         PIC 9V9999.
           05 F71-TXW-SOLD         PIC 9(6).
           05 F71-TXW-TAXABLE      PIC 9(6).
           05 F71-TXW-TAX          PIC 9(6)V99.
      *ONE ARCHIVED INVOICE - WRITTEN AS EACH SOLD RECORD IS SWEPT,
      *IN THE INVOICE ORDER THE MASTER COMES BACK IN
       FD  F50-ARCHIVED-WORK-FILE
           05 F21-CTL-ADD-COUNT    PIC 9(4).
           05 F21-CTL-CHANGE-COUNT PIC 9(4).
           05 F21-CTL-DELETE-COUNT PIC 9(4).
      *ONE ACQUISITION RECORD - SAME LAYOUT AS PROGRAM13'S
      *F56-ACQ-COST-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED
      *FILES
       FD  F56-ACQ-COST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  F56-ACQ-COST-REC.
           05 F56-ACQ-INVOICE-NUM PIC 9(5).
           05 F56-ACQ-COST        PIC 9(6).
           05 F56-ACQ-SOURCE      PIC X(1).
           05 F56-ACQ-DATE        PIC 9(6).
           05 F56-ACQ-BUY-FEE     PIC 9(5).
      *ONE FLOOR-PLAN RECORD - SAME LAYOUT AS PROGRAM15'S
      *F64-FLOOR-PLAN-REC, KEPT IN SYNC BY HAND LIKE THE OTHER SHARED
      *FILES
       FD  F64-FLOOR-PLAN-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  F64-FLOOR-PLAN-REC.
           05  F64-FPL-INVOICE-NUM  PIC 9(5).
           05  F64-FPL-LENDER       PIC X(4).
           05  F64-FPL-FUNDED-AMT   PIC 9(6).
           05  F64-FPL-FUNDED-DATE  PIC 9(6).
           05  F64-FPL-RATE         PIC 99V999.
           05  F64-FPL-CURT-SCHEDULE PIC X(15).
           05  F64-FPL-CURT-PAID-STEPS PIC 9(1).
           05  F64-FPL-PRINCIPAL-PAID PIC 9(6).
           05  F64-FPL-ACCRUED-INT  PIC 9(6)V99.
           05  F64-FPL-LAST-ACCRUAL PIC 9(6).
           05  F64-FPL-MTD-STAMP.
               10 F64-FPL-MTD-YY    PIC 9(2).
               10 F64-FPL-MTD-MM    PIC 9(2).
           05  F64-FPL-MTD-INT      PIC 9(6)V99.
           05  F64-FPL-MTD-PAID     PIC 9(6).
           05  F64-FPL-STATUS       PIC X(1).
           05  F64-FPL-PAYOFF-DATE  PIC 9(6).
      *ONE PAID SIDE OF A DEAL - SAME LAYOUT AS PROGRAM3'S
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
      *ONE TAX RATE LINE - STATE, LOW AND HIGH ZIP OF THE RANGE, THE
      *JURISDICTION'S CODE AND NAME, AND THE RATE AS A FRACTION
      *(.0725 IS 7.25 PERCENT)
       FD  F70-TAX-RATE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  F70-TAX-RATE-REC.
           05 F70-TAX-STATE        PIC X(2).
           05 F70-TAX-ZIP-LOW      PIC X(5).
           05 F70-TAX-ZIP-HIGH     PIC X(5).
           05 F70-TAX-JURIS-CODE   PIC X(6).
           05 F70-TAX-JURIS-NAME   PIC X(20).
           05 F70-TAX-RATE         PIC 9V9999.
      *ONE PRINTED REMITTANCE LINE
       FD  F72-REMITTANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F72-REMITTANCE-LINE      PIC X(80).
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
      *ONE ARCHIVED F&I PRODUCT - THE FILE'S OWN IMAGE, WITH THE
      *CLOSE MONTH ALREADY STAMPED IN F99-FNI-CLOSED-STAMP
       FD  F102-FNI-HISTORY-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  F102-FNI-HISTORY-REC     PIC X(104).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

      *TRADE-IN ALLOWANCES ON THE ARCHIVED SALES - A JOURNAL DEBIT
           05 W42-MOVED-TRADE-TOTAL PIC 9(8) VALUE ZERO.
           05 W42-KEPT-COUNT       PIC 9(4)  VALUE ZERO.
      *ACQUISITION COST (PURCHASE PRICE PLUS BUY FEE) OF THE ARCHIVED
      *SALES - THE JOURNAL'S INVENTORY RELIEF AND COST OF GOODS SOLD
           05 W42-MOVED-COST-TOTAL PIC 9(9)  VALUE ZERO.
           05 W42-NO-ACQ-COUNT     PIC 9(4)  VALUE ZERO.

      *TODAY'S DATE STAMPS EACH ARCHIVED RECORD WITH ITS CLOSE MONTH
       01  W43-TODAY-DATE.

       01  W54-ARC-FILE-STATUS    PIC X(2) VALUE SPACES.

       01  W57-ACQ-FILE-STATUS    PIC X(2) VALUE SPACES.
       01  W57-ACQ-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
           88 W57-ACQ-PRESENT         VALUE 'YES'.

      *THE CLOSE MONTH'S FLOOR-PLAN INTEREST - ONLY LEDGER RECORDS
      *STAMPED WITH THE CLOSE MONTH COUNT, THE SAME STALENESS RULE
      *THE MTD COMMISSION LINE GETS. POSTED IN WHOLE DOLLARS LIKE
      *EVERY OTHER JOURNAL LINE
       01  W58-FLOOR-PLAN-CONTROL.
           05 W58-FPL-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W58-FPL-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W58-FPL-PRESENT        VALUE 'YES'.
           05 W58-FPL-REMAINS-SWITCH PIC X(2) VALUE SPACES.
           05 W58-FPL-UNIT-COUNT     PIC 9(4) VALUE ZERO.
           05 W58-FPL-INTEREST-CENTS PIC 9(7)V99 VALUE ZERO.
           05 W58-FPL-INTEREST-TOTAL PIC 9(8) VALUE ZERO.

      *PAID-VERSUS-ARCHIVED RECONCILIATION - EVERY SALESPERSON SIDE
      *OF EVERY CAR SWEPT, FOUND ON THE PAID REGISTER OR NOT, AND
      *WHETHER IT WAS PAID ON THE SOLD PRICE AND SHARE IT LEFT WITH.
      *CARRIED ON THE CHECKPOINT LIKE THE OTHER SWEEP TOTALS
       01  W59-PAID-RECON-CONTROL.
           05 W59-CPR-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W59-CPR-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W59-CPR-PRESENT        VALUE 'YES'.
           05 W59-SIDE-CODE          PIC X(7) VALUE SPACES.
           05 W59-SIDE-SHARE         PIC 9(3) VALUE ZERO.
           05 W59-PAID-SIDES         PIC 9(4) VALUE ZERO.
           05 W59-PAID-AMOUNT        PIC 9(8) VALUE ZERO.
           05 W59-UNPAID-SIDES       PIC 9(4) VALUE ZERO.
           05 W59-TRUEUP-SIDES       PIC 9(4) VALUE ZERO.

      *SALES TAX - THE RATE TABLE HELD IN MEMORY, LOOKED UP BY THE
      *BUYER'S STATE AND ZIP; THE FIRST RANGE THAT HOLDS THE ZIP WINS
       01  W60-TAX-CONTROL.
           05 W60-BYR-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W60-BYR-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W60-BYR-PRESENT        VALUE 'YES'.
           05 W60-TAX-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W60-TXW-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W60-TAX-REMAINS-SWITCH PIC X(2) VALUE SPACES.
           05 W60-TAXABLE-MATH       PIC S9(7) VALUE ZERO.
       01  W60-TAX-RATE-TABLE.
           05 W60-TAX-ENTRY OCCURS 200 TIMES.
               10 W60-TAX-STATE      PIC X(2).
               10 W60-TAX-ZIP-LOW    PIC X(5).
               10 W60-TAX-ZIP-HIGH   PIC X(5).
               10 W60-TAX-JURIS-CODE PIC X(6).
               10 W60-TAX-JURIS-NAME PIC X(20).
               10 W60-TAX-RATE       PIC 9V9999.
       01  W60-TAX-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  W60-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W60-MATCH-IDX        PIC 9(3) COMP VALUE ZERO.

      *THE MONTH'S TAX PER JURISDICTION, BUILT FROM THE TAX WORK FILE
      *AFTER THE SWEEP, AND THE TOTALS FOR THE SUMMARY AND JOURNAL.
      *THE JOURNAL TAKES THE TOTAL IN WHOLE DOLLARS
       01  W61-JURIS-TABLE.
           05 W61-JURIS-ENTRY OCCURS 200 TIMES.
               10 W61-JURIS-STATE    PIC X(2).
               10 W61-JURIS-CODE     PIC X(6).
               10 W61-JURIS-NAME     PIC X(20).
               10 W61-JURIS-RATE     PIC 9V9999.
               10 W61-JURIS-COUNT    PIC 9(5).
               10 W61-JURIS-TAXABLE  PIC 9(9).
               10 W61-JURIS-TAX      PIC 9(7)V99.
       01  W61-JURIS-COUNT-USED PIC 9(3) COMP VALUE ZERO.
       01  W61-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W61-MATCH-IDX        PIC 9(3) COMP VALUE ZERO.
       01  W61-TAX-TOTALS.
           05 W61-TAXED-COUNT        PIC 9(5) VALUE ZERO.
           05 W61-TAXABLE-TOTAL      PIC 9(9) VALUE ZERO.
           05 W61-TAX-CENTS-TOTAL    PIC 9(7)V99 VALUE ZERO.
           05 W61-TAX-TOTAL          PIC 9(8) VALUE ZERO.
           05 W61-UNTAXED-COUNT      PIC 9(5) VALUE ZERO.
           05 W61-UNTAXED-SOLD       PIC 9(9) VALUE ZERO.

      *REMITTANCE REPORT LINES
       01  W62-TXR-HEADING-LINE2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(20) VALUE 'SALES TAX REMITTANCE'.
           05                PIC X(30) VALUE SPACES.

       01  W62-TXR-COLUMN-HEADING.
           05                PIC X(3)  VALUE SPACES.
           05                PIC X(2)  VALUE 'ST'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(6)  VALUE 'JURIS '.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(20) VALUE 'JURISDICTION'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(6)  VALUE '  RATE'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(5)  VALUE 'SALES'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(10) VALUE '   TAXABLE'.
           05                PIC X(2)  VALUE SPACES.
           05                PIC X(10) VALUE '   TAX DUE'.
           05                PIC X(9)  VALUE SPACES.

       01  W62-TXR-DETAIL-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W62-TXR-STATE-OUT    PIC X(2).
           05                      PIC X(2)  VALUE SPACES.
           05 W62-TXR-CODE-OUT     PIC X(6).
           05                      PIC X(2)  VALUE SPACES.
           05 W62-TXR-NAME-OUT     PIC X(20).
           05                      PIC X(1)  VALUE SPACES.
           05 W62-TXR-RATE-OUT     PIC Z.9999.
           05                      PIC X(1)  VALUE SPACES.
           05 W62-TXR-COUNT-OUT    PIC ZZZZ9.
           05                      PIC X(1)  VALUE SPACES.
           05 W62-TXR-TAXABLE-OUT  PIC ZZ,ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W62-TXR-TAX-OUT      PIC ZZZ,ZZ9.99.
           05                      PIC X(9)  VALUE SPACES.

       01  W62-TXR-TOTAL-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W62-TXR-TOT-LABEL-OUT PIC X(40).
           05 W62-TXR-TOT-COUNT-OUT PIC ZZZZ9.
           05                      PIC X(1)  VALUE SPACES.
           05 W62-TXR-TOT-TAXABLE-OUT PIC ZZ,ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W62-TXR-TOT-TAX-OUT  PIC ZZZ,ZZ9.99.
           05                      PIC X(9)  VALUE SPACES.

       01  W62-TXR-EXCEPTION-TITLE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(40) VALUE
               'ARCHIVED SALES NOT TAXED - NOT REMITTED'.
           05                      PIC X(37) VALUE SPACES.

       01  W62-TXR-EXCEPTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'INV '.
           05 W62-EXC-INVOICE-OUT  PIC ZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W62-EXC-STATE-OUT    PIC X(2).
           05                      PIC X(1)  VALUE SPACES.
           05 W62-EXC-ZIP-OUT      PIC X(5).
           05                      PIC X(2)  VALUE SPACES.
           05 W62-EXC-SOLD-OUT     PIC ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W62-EXC-PROBLEM-OUT  PIC X(30).
           05                      PIC X(17) VALUE SPACES.

      *F&I CLOSE - THE PRODUCTS ARCHIVED WITH THIS MONTH'S CARS AND
      *THE REFUNDS ON CONTRACTS CANCELLED AFTER AN EARLIER CLOSE. A
      *PRODUCT STILL IN FORCE IS BOOKED AS INCOME (THE GROSS) AND A
      *PAYABLE TO ITS PROVIDER (THE COST), WITH A FLAT SHARE OF THE
      *GROSS SET ASIDE AGAINST FUTURE CANCELLATIONS. ONE CANCELLED
      *BEFORE ITS CAR CLOSED WAS NEVER BOOKED, SO IT IS ONLY COUNTED.
      *THE STAMPS ON THE FILE ARE WHAT KEEP BOTH FROM POSTING TWICE -
      *A RESTART ACCEPTS A STAMP OF ITS OWN CLOSE MONTH AS NOT YET
      *POSTED, SINCE THE CRASHED RUN'S JOURNAL NEVER GOT OUT
       01  W63-FNI-CONTROL.
           05 W63-FNI-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W63-FNH-FILE-STATUS    PIC X(2) VALUE SPACES.
           05 W63-FNI-PRESENT-SWITCH PIC X(3) VALUE 'NO'.
               88 W63-FNI-PRESENT        VALUE 'YES'.
           05 W63-FNI-REMAINS-SWITCH PIC X(2) VALUE SPACES.
           05 W63-CLOSE-STAMP.
               10 W63-CLOSE-STAMP-YY PIC 9(2) VALUE ZERO.
               10 W63-CLOSE-STAMP-MM PIC 9(2) VALUE ZERO.
           05 W63-FNI-RESERVE-RATE   PIC 9V999 VALUE .100.
       01  W63-PRODUCT-CODES         PIC X(3) VALUE 'SGP'.
       01  W63-PRODUCT-TABLE REDEFINES W63-PRODUCT-CODES.
           05 W63-PRODUCT-CODE OCCURS 3 TIMES PIC X(1).
       01  W63-IDX                   PIC 9(1) COMP VALUE ZERO.
       01  W63-FNI-TOTALS.
           05 W63-FNI-COUNT          PIC 9(4) VALUE ZERO.
           05 W63-FNI-SALE-TOTAL     PIC 9(8) VALUE ZERO.
           05 W63-FNI-COST-TOTAL     PIC 9(8) VALUE ZERO.
           05 W63-FNI-GROSS-TOTAL    PIC 9(8) VALUE ZERO.
           05 W63-FNI-RESERVE-TOTAL  PIC 9(8) VALUE ZERO.
           05 W63-FNI-CXL-COUNT      PIC 9(4) VALUE ZERO.
           05 W63-REFUND-COUNT       PIC 9(4) VALUE ZERO.
           05 W63-REFUND-TOTAL       PIC 9(8) VALUE ZERO.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 300-SWEEP-RECORDS
               UNTIL W41-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 310-RETIRE-RECON-TICKETS
           PERFORM 320-TOTAL-FLOOR-PLAN-INTEREST
           PERFORM 330-PRINT-TAX-REMITTANCE
           PERFORM 340-TOTAL-FNI-REFUNDS
           PERFORM 400-PRINT-CLOSE-SUMMARY
           PERFORM 450-WRITE-CONTROL-TOTALS
           PERFORM 460-WRITE-GL-JOURNAL
                       MOVE F51-CKP-RETIRED-AMT
                           TO W50-RETIRED-AMOUNT
                       MOVE F51-CKP-RETIRE-PHASE TO W53-RETIRE-PHASE
                       MOVE F51-CKP-MOVED-COST
                           TO W42-MOVED-COST-TOTAL
                       MOVE F51-CKP-NO-ACQ-COUNT TO W42-NO-ACQ-COUNT
                       MOVE F51-CKP-PAID-SIDES   TO W59-PAID-SIDES
                       MOVE F51-CKP-PAID-AMOUNT  TO W59-PAID-AMOUNT
                       MOVE F51-CKP-UNPAID-SIDES TO W59-UNPAID-SIDES
                       MOVE F51-CKP-TRUEUP-SIDES TO W59-TRUEUP-SIDES
                       MOVE F51-CKP-FNI-COUNT    TO W63-FNI-COUNT
                       MOVE F51-CKP-FNI-SALE     TO W63-FNI-SALE-TOTAL
                       MOVE F51-CKP-FNI-COST     TO W63-FNI-COST-TOTAL
                       MOVE F51-CKP-FNI-CXL-COUNT
                           TO W63-FNI-CXL-COUNT
               END-READ
               CLOSE F51-CLOSE-CKP-FILE
           END-IF
           ELSE
               OPEN OUTPUT F50-ARCHIVED-WORK-FILE
           END-IF
           IF W53-RESTARTED
               OPEN EXTEND F71-TAX-WORK-FILE
               IF W60-TXW-FILE-STATUS NOT = '00'
                   OPEN OUTPUT F71-TAX-WORK-FILE
               END-IF
           ELSE
               OPEN OUTPUT F71-TAX-WORK-FILE
           END-IF
           MOVE SPACES TO W41-DATA-REMAINS-SWITCH
           READ F01-CAR-RECORDS
               AT END MOVE 'NO' TO W41-DATA-REMAINS-SWITCH
               OPEN OUTPUT F46-AUDIT-FILE
           END-IF
           OPEN OUTPUT F15-CLOSE-SUMMARY-FILE
           OPEN INPUT F56-ACQ-COST-FILE
           IF W57-ACQ-FILE-STATUS = '00'
               MOVE 'YES' TO W57-ACQ-PRESENT-SWITCH
           END-IF
           OPEN INPUT F69-COMM-PAID-FILE
           IF W59-CPR-FILE-STATUS = '00'
               MOVE 'YES' TO W59-CPR-PRESENT-SWITCH
           END-IF
           OPEN INPUT F32-BUYER-FILE
           IF W60-BYR-FILE-STATUS = '00'
               MOVE 'YES' TO W60-BYR-PRESENT-SWITCH
           END-IF
           MOVE W43-TODAY-YY TO W63-CLOSE-STAMP-YY
           MOVE W43-TODAY-MM TO W63-CLOSE-STAMP-MM
           OPEN I-O F99-FNI-FILE
           IF W63-FNI-FILE-STATUS = '00'
               MOVE 'YES' TO W63-FNI-PRESENT-SWITCH
               OPEN EXTEND F102-FNI-HISTORY-FILE
               IF W63-FNH-FILE-STATUS NOT = '00'
                   OPEN OUTPUT F102-FNI-HISTORY-FILE
               END-IF
           END-IF
           PERFORM 097-LOAD-TAX-RATES
          .
      *LOADS THE SALES TAX RATE TABLE - NO FILE MEANS NO RATES, AND
      *EVERY SALE LANDS ON THE REMITTANCE REPORT AS NOT TAXED
       097-LOAD-TAX-RATES.
           OPEN INPUT F70-TAX-RATE-FILE
           IF W60-TAX-FILE-STATUS = '00'
               MOVE SPACES TO W60-TAX-REMAINS-SWITCH
               READ F70-TAX-RATE-FILE
                   AT END MOVE 'NO' TO W60-TAX-REMAINS-SWITCH
               END-READ
               PERFORM 098-ADD-TAX-RATE-ENTRY
                   UNTIL W60-TAX-REMAINS-SWITCH = 'NO'
               CLOSE F70-TAX-RATE-FILE
           END-IF
          .
       098-ADD-TAX-RATE-ENTRY.
           IF W60-TAX-COUNT < 200 AND F70-TAX-RATE NUMERIC
               ADD 1 TO W60-TAX-COUNT
               MOVE F70-TAX-STATE     TO W60-TAX-STATE (W60-TAX-COUNT)
               MOVE F70-TAX-ZIP-LOW
                   TO W60-TAX-ZIP-LOW (W60-TAX-COUNT)
               MOVE F70-TAX-ZIP-HIGH
                   TO W60-TAX-ZIP-HIGH (W60-TAX-COUNT)
               MOVE F70-TAX-JURIS-CODE
                   TO W60-TAX-JURIS-CODE (W60-TAX-COUNT)
               MOVE F70-TAX-JURIS-NAME
                   TO W60-TAX-JURIS-NAME (W60-TAX-COUNT)
               MOVE F70-TAX-RATE      TO W60-TAX-RATE (W60-TAX-COUNT)
           END-IF
           READ F70-TAX-RATE-FILE
               AT END MOVE 'NO' TO W60-TAX-REMAINS-SWITCH
           END-READ
          .
      *ONE CAR RECORD PER PASS - A SOLD RECORD IS ARCHIVED TO THE
      *HISTORY FILE WITH THE CLOSE MONTH STAMPED ON IT, LEAVES A
           IF F01-TRADE-IN-ALLOW NUMERIC
               ADD F01-TRADE-IN-ALLOW TO W42-MOVED-TRADE-TOTAL
           END-IF
           PERFORM 307-ADD-ACQ-COST
           PERFORM 308-CHECK-COMMISSION-PAID
           IF W63-FNI-PRESENT
               PERFORM 317-ARCHIVE-ONE-FNI-PRODUCT
                   VARYING W63-IDX FROM 1 BY 1
                   UNTIL W63-IDX > 3
           END-IF
           MOVE F01-INVOICE-NUM TO F50-ARC-INVOICE
           WRITE F50-ARCHIVED-REC
           PERFORM 303-FIGURE-SALES-TAX
           PERFORM 306-WRITE-DELETE-IMAGE
           MOVE F01-INVOICE-NUM TO W53-LAST-ARCHIVED
           PERFORM 380-WRITE-CLOSE-CHECKPOINT
           MOVE SPACES            TO F46-AUD-AFTER
           WRITE F46-AUDIT-REC
          .
      *LOOKS THE ARCHIVED CAR UP ON THE ACQUISITION FILE AND ADDS
      *ITS PURCHASE PRICE PLUS BUY FEE ONTO THE COST BEING RELIEVED -
      *NO RECORD ADDS NOTHING AND IS COUNTED FOR THE CLOSE SUMMARY
       307-ADD-ACQ-COST.
           IF W57-ACQ-PRESENT
               MOVE F01-INVOICE-NUM TO F56-ACQ-INVOICE-NUM
               READ F56-ACQ-COST-FILE
                   INVALID KEY
                       ADD 1 TO W42-NO-ACQ-COUNT
                   NOT INVALID KEY
                       IF F56-ACQ-COST NUMERIC
                           AND F56-ACQ-BUY-FEE NUMERIC
                           ADD F56-ACQ-COST F56-ACQ-BUY-FEE
                               TO W42-MOVED-COST-TOTAL
                       ELSE
                           ADD 1 TO W42-NO-ACQ-COUNT
                       END-IF
               END-READ
           ELSE
               ADD 1 TO W42-NO-ACQ-COUNT
           END-IF
          .
      *CHECKS EACH SIDE OF THE ARCHIVED DEAL AGAINST THE PAID
      *REGISTER - ONE SIDE ON A DEAL WORKED ALONE, TWO ON A SPLIT,
      *EACH WITH THE SHARE 4240068 PAYS IT ON
       308-CHECK-COMMISSION-PAID.
           MOVE F01-SALES-P TO W59-SIDE-CODE
           IF F01-SALES-P2 = SPACES
               OR F01-SPLIT-PCT NOT NUMERIC
               MOVE 100 TO W59-SIDE-SHARE
               PERFORM 304-CHECK-ONE-PAID-SIDE
           ELSE
               COMPUTE W59-SIDE-SHARE = 100 - F01-SPLIT-PCT
               PERFORM 304-CHECK-ONE-PAID-SIDE
               MOVE F01-SALES-P2  TO W59-SIDE-CODE
               MOVE F01-SPLIT-PCT TO W59-SIDE-SHARE
               PERFORM 304-CHECK-ONE-PAID-SIDE
           END-IF
          .
      *ARCHIVES ONE F&I PRODUCT TYPE OF THE CAR BEING SWEPT, IF IT
      *CARRIES ONE - COPIED TO THE F&I HISTORY WITH THE CLOSE MONTH
      *AND STAMPED ON FILE. ONLY A PRODUCT STILL IN FORCE ADDS TO
      *WHAT THE JOURNAL BOOKS. ONE ALREADY CANCELLED NEVER HAD ITS
      *RESERVE BOOKED, SO IT IS STAMPED REFUND-POSTED AS WELL AND NO
      *LATER CLOSE TAKES A REFUND OUT FOR IT
       317-ARCHIVE-ONE-FNI-PRODUCT.
           MOVE F01-INVOICE-NUM TO F99-FNI-INVOICE-NUM
           MOVE W63-PRODUCT-CODE (W63-IDX) TO F99-FNI-PRODUCT
           READ F99-FNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F99-FNI-CLOSED-STAMP = ZERO
                       OR F99-FNI-CLOSED-STAMP = W63-CLOSE-STAMP
                       MOVE W63-CLOSE-STAMP TO F99-FNI-CLOSED-STAMP
                       IF F99-FNI-CANCELLED
                           MOVE W63-CLOSE-STAMP
                               TO F99-FNI-REFUND-POSTED
                       END-IF
                       MOVE F99-FNI-REC TO F102-FNI-HISTORY-REC
                       WRITE F102-FNI-HISTORY-REC
                       REWRITE F99-FNI-REC
                       IF F99-FNI-CANCELLED
                           ADD 1 TO W63-FNI-CXL-COUNT
                       ELSE
                           IF F99-FNI-SALE-PRICE NUMERIC
                               AND F99-FNI-COST NUMERIC
                               ADD 1 TO W63-FNI-COUNT
                               ADD F99-FNI-SALE-PRICE
                                   TO W63-FNI-SALE-TOTAL
                               ADD F99-FNI-COST
                                   TO W63-FNI-COST-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ
          .
      *A SIDE NOT ON THE REGISTER WAS NEVER PAID; ONE PAID ON A
      *DIFFERENT SOLD PRICE OR SHARE THAN IT LEFT WITH STILL HAS A
      *TRUE-UP COMING THAT NO STATEMENT WILL NOW PRODUCE
       304-CHECK-ONE-PAID-SIDE.
           IF W59-CPR-PRESENT
               MOVE F01-INVOICE-NUM TO F69-CPR-INVOICE-NUM
               MOVE W59-SIDE-CODE   TO F69-CPR-SALES-P
               READ F69-COMM-PAID-FILE
                   INVALID KEY
                       ADD 1 TO W59-UNPAID-SIDES
                   NOT INVALID KEY
                       ADD 1 TO W59-PAID-SIDES
                       ADD F69-CPR-COMM-PAID TO W59-PAID-AMOUNT
                       IF F69-CPR-SOLD-PRICE NOT = F01-SOLD-PRICE
                           OR F69-CPR-SHARE-PCT NOT = W59-SIDE-SHARE
                           ADD 1 TO W59-TRUEUP-SIDES
                       END-IF
               END-READ
           ELSE
               ADD 1 TO W59-UNPAID-SIDES
           END-IF
          .
      *FIGURES THE ARCHIVED SALE'S TAX - SOLD PRICE LESS TRADE-IN
      *ALLOWANCE, NEVER BELOW ZERO, AT THE RATE FOR THE BUYER'S STATE
      *AND ZIP - AND WRITES IT TO THE TAX WORK FILE. NO BUYER KEYED,
      *OR A STATE AND ZIP THE TABLE DOES NOT COVER, IS WRITTEN
      *UNTAXED SO THE REMITTANCE REPORT CAN LIST IT
       303-FIGURE-SALES-TAX.
           MOVE SPACES TO F71-TAX-WORK-REC
           MOVE F01-INVOICE-NUM TO F71-TXW-INVOICE
           MOVE ZERO TO F71-TXW-RATE
                        F71-TXW-SOLD
                        F71-TXW-TAXABLE
                        F71-TXW-TAX
           MOVE ZERO TO W60-TAXABLE-MATH
           IF F01-SOLD-PRICE NUMERIC
               MOVE F01-SOLD-PRICE TO F71-TXW-SOLD
               MOVE F01-SOLD-PRICE TO W60-TAXABLE-MATH
               IF F01-TRADE-IN-ALLOW NUMERIC
                   SUBTRACT F01-TRADE-IN-ALLOW FROM W60-TAXABLE-MATH
               END-IF
               IF W60-TAXABLE-MATH < ZERO
                   MOVE ZERO TO W60-TAXABLE-MATH
               END-IF
           END-IF
           MOVE 'B' TO F71-TXW-RESULT
           IF W60-BYR-PRESENT
               MOVE F01-INVOICE-NUM TO F32-BYR-INVOICE-NUM
               READ F32-BUYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F32-BYR-STATE TO F71-TXW-STATE
                       MOVE F32-BYR-ZIP   TO F71-TXW-ZIP
                       PERFORM 302-FIND-TAX-RATE
                       IF W60-MATCH-IDX = ZERO
                           MOVE 'Z' TO F71-TXW-RESULT
                       ELSE
                           MOVE 'T' TO F71-TXW-RESULT
                           MOVE W60-TAX-JURIS-CODE (W60-MATCH-IDX)
                               TO F71-TXW-JURIS-CODE
                           MOVE W60-TAX-JURIS-NAME (W60-MATCH-IDX)
                               TO F71-TXW-JURIS-NAME
                           MOVE W60-TAX-RATE (W60-MATCH-IDX)
                               TO F71-TXW-RATE
                           MOVE W60-TAXABLE-MATH TO F71-TXW-TAXABLE
                           COMPUTE F71-TXW-TAX ROUNDED =
                               W60-TAXABLE-MATH * F71-TXW-RATE
                       END-IF
               END-READ
           END-IF
           WRITE F71-TAX-WORK-REC
          .
       302-FIND-TAX-RATE.
           MOVE ZERO TO W60-MATCH-IDX
           PERFORM 301-SCAN-TAX-RATE-TABLE
               VARYING W60-IDX FROM 1 BY 1
               UNTIL W60-IDX > W60-TAX-COUNT
          .
       301-SCAN-TAX-RATE-TABLE.
           IF W60-MATCH-IDX = ZERO
               AND W60-TAX-STATE (W60-IDX) = F71-TXW-STATE
               AND F71-TXW-ZIP NOT < W60-TAX-ZIP-LOW (W60-IDX)
               AND F71-TXW-ZIP NOT > W60-TAX-ZIP-HIGH (W60-IDX)
               MOVE W60-IDX TO W60-MATCH-IDX
           END-IF
          .
      *WRITES THE CURRENT SWEEP TOTALS AND RETIREMENT PHASE OUT AS A
      *ONE-RECORD CHECKPOINT, OVERWRITING ANY PRIOR CHECKPOINT -
      *WRITTEN JUST BEFORE EACH DELETE SO A CRASH BETWEEN THE TWO
           MOVE W50-LIVE-COUNT        TO F51-CKP-LIVE-COUNT
           MOVE W50-RETIRED-AMOUNT    TO F51-CKP-RETIRED-AMT
           MOVE W53-RETIRE-PHASE      TO F51-CKP-RETIRE-PHASE
           MOVE W42-MOVED-COST-TOTAL  TO F51-CKP-MOVED-COST
           MOVE W42-NO-ACQ-COUNT      TO F51-CKP-NO-ACQ-COUNT
           MOVE W59-PAID-SIDES        TO F51-CKP-PAID-SIDES
           MOVE W59-PAID-AMOUNT       TO F51-CKP-PAID-AMOUNT
           MOVE W59-UNPAID-SIDES      TO F51-CKP-UNPAID-SIDES
           MOVE W59-TRUEUP-SIDES      TO F51-CKP-TRUEUP-SIDES
           MOVE W63-FNI-COUNT         TO F51-CKP-FNI-COUNT
           MOVE W63-FNI-SALE-TOTAL    TO F51-CKP-FNI-SALE
           MOVE W63-FNI-COST-TOTAL    TO F51-CKP-FNI-COST
           MOVE W63-FNI-CXL-COUNT     TO F51-CKP-FNI-CXL-COUNT
           OPEN OUTPUT F51-CLOSE-CKP-FILE
           WRITE F51-CLOSE-CKP-LINE
           CLOSE F51-CLOSE-CKP-FILE
               AT END MOVE 'NO' TO W41-DATA-REMAINS-SWITCH
           END-READ
          .
      *ADDS UP THE INTEREST THE NIGHTLY FLOOR-PLAN RUN ACCRUED IN
      *THE CLOSE MONTH ACROSS EVERY FINANCED UNIT, OPEN OR PAID OFF
       320-TOTAL-FLOOR-PLAN-INTEREST.
           OPEN INPUT F64-FLOOR-PLAN-FILE
           IF W58-FPL-FILE-STATUS = '00'
               MOVE 'YES' TO W58-FPL-PRESENT-SWITCH
               MOVE SPACES TO W58-FPL-REMAINS-SWITCH
               READ F64-FLOOR-PLAN-FILE
                   AT END MOVE 'NO' TO W58-FPL-REMAINS-SWITCH
               END-READ
               PERFORM 321-ADD-ONE-FLOOR-PLAN-UNIT
                   UNTIL W58-FPL-REMAINS-SWITCH = 'NO'
               COMPUTE W58-FPL-INTEREST-TOTAL ROUNDED =
                   W58-FPL-INTEREST-CENTS
           END-IF
          .
       321-ADD-ONE-FLOOR-PLAN-UNIT.
           IF F64-FPL-MTD-YY = W43-TODAY-YY
               AND F64-FPL-MTD-MM = W43-TODAY-MM
               AND F64-FPL-MTD-INT > ZERO
               ADD 1 TO W58-FPL-UNIT-COUNT
               ADD F64-FPL-MTD-INT TO W58-FPL-INTEREST-CENTS
           END-IF
           READ F64-FLOOR-PLAN-FILE
               AT END MOVE 'NO' TO W58-FPL-REMAINS-SWITCH
           END-READ
          .
      *READS THE F&I FILE THROUGH FOR CONTRACTS CANCELLED SINCE AN
      *EARLIER CLOSE BOOKED THEM - EACH REFUND IS TOTALED FOR THE
      *JOURNAL AND STAMPED POSTED WITH THIS CLOSE MONTH. THE FILE IS
      *REOPENED SO THE PASS STARTS FROM THE FIRST KEY. THEN THE
      *MONTH'S F&I GROSS AND THE RESERVE SET ASIDE AGAINST IT ARE
      *FIGURED FROM THE ARCHIVED TOTALS
       340-TOTAL-FNI-REFUNDS.
           IF W63-FNI-PRESENT
               CLOSE F99-FNI-FILE
               OPEN I-O F99-FNI-FILE
               MOVE SPACES TO W63-FNI-REMAINS-SWITCH
               READ F99-FNI-FILE NEXT RECORD
                   AT END MOVE 'NO' TO W63-FNI-REMAINS-SWITCH
               END-READ
               PERFORM 341-CHECK-ONE-FNI-REFUND
                   UNTIL W63-FNI-REMAINS-SWITCH = 'NO'
           END-IF
           IF W63-FNI-COST-TOTAL > W63-FNI-SALE-TOTAL
               MOVE ZERO TO W63-FNI-GROSS-TOTAL
           ELSE
               COMPUTE W63-FNI-GROSS-TOTAL =
                   W63-FNI-SALE-TOTAL - W63-FNI-COST-TOTAL
           END-IF
           COMPUTE W63-FNI-RESERVE-TOTAL ROUNDED =
               W63-FNI-GROSS-TOTAL * W63-FNI-RESERVE-RATE
          .
       341-CHECK-ONE-FNI-REFUND.
           IF F99-FNI-CANCELLED
               AND F99-FNI-CLOSED-STAMP NOT = ZERO
               AND F99-FNI-CLOSED-STAMP NOT = W63-CLOSE-STAMP
               AND (F99-FNI-REFUND-POSTED = ZERO
                   OR F99-FNI-REFUND-POSTED = W63-CLOSE-STAMP)
               MOVE W63-CLOSE-STAMP TO F99-FNI-REFUND-POSTED
               REWRITE F99-FNI-REC
               IF F99-FNI-REFUND NUMERIC
                   ADD 1 TO W63-REFUND-COUNT
                   ADD F99-FNI-REFUND TO W63-REFUND-TOTAL
               END-IF
           END-IF
           READ F99-FNI-FILE NEXT RECORD
               AT END MOVE 'NO' TO W63-FNI-REMAINS-SWITCH
           END-READ
          .
      *TOTALS THE TAX WORK FILE BY JURISDICTION AND PRINTS THE
      *REMITTANCE REPORT - ONE LINE PER JURISDICTION, THE TOTAL DUE,
      *THEN EVERY ARCHIVED SALE THAT WENT UNTAXED AND WHY. THE WORK
      *FILE IS READ TWICE, ONCE FOR EACH HALF OF THE REPORT
       330-PRINT-TAX-REMITTANCE.
           CLOSE F71-TAX-WORK-FILE
           OPEN INPUT F71-TAX-WORK-FILE
           MOVE SPACES TO W60-TAX-REMAINS-SWITCH
           READ F71-TAX-WORK-FILE
               AT END MOVE 'NO' TO W60-TAX-REMAINS-SWITCH
           END-READ
           PERFORM 331-ADD-ONE-TAXED-SALE
               UNTIL W60-TAX-REMAINS-SWITCH = 'NO'
           CLOSE F71-TAX-WORK-FILE
           COMPUTE W61-TAX-TOTAL ROUNDED = W61-TAX-CENTS-TOTAL

           OPEN OUTPUT F72-REMITTANCE-FILE
           MOVE W01-CLS-HEADING-LINE1 TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
           MOVE W62-TXR-HEADING-LINE2 TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE FROM SPACES
           MOVE W43-TODAY-YY TO W03-CLOSE-YY-OUT
           MOVE W43-TODAY-MM TO W03-CLOSE-MM-OUT
           MOVE W03-CLS-MONTH-LINE TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE FROM SPACES
           MOVE W62-TXR-COLUMN-HEADING TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
           PERFORM 333-PRINT-ONE-JURISDICTION
               VARYING W61-IDX FROM 1 BY 1
               UNTIL W61-IDX > W61-JURIS-COUNT-USED
           WRITE F72-REMITTANCE-LINE FROM SPACES
           MOVE 'TOTAL SALES TAX DUE' TO W62-TXR-TOT-LABEL-OUT
           MOVE W61-TAXED-COUNT     TO W62-TXR-TOT-COUNT-OUT
           MOVE W61-TAXABLE-TOTAL   TO W62-TXR-TOT-TAXABLE-OUT
           MOVE W61-TAX-CENTS-TOTAL TO W62-TXR-TOT-TAX-OUT
           MOVE W62-TXR-TOTAL-LINE TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE

           WRITE F72-REMITTANCE-LINE FROM SPACES
           MOVE W62-TXR-EXCEPTION-TITLE TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE FROM SPACES
           OPEN INPUT F71-TAX-WORK-FILE
           MOVE SPACES TO W60-TAX-REMAINS-SWITCH
           READ F71-TAX-WORK-FILE
               AT END MOVE 'NO' TO W60-TAX-REMAINS-SWITCH
           END-READ
           PERFORM 334-PRINT-ONE-UNTAXED-SALE
               UNTIL W60-TAX-REMAINS-SWITCH = 'NO'
           CLOSE F71-TAX-WORK-FILE
           WRITE F72-REMITTANCE-LINE FROM SPACES
           MOVE 'SALES NOT TAXED' TO W62-TXR-TOT-LABEL-OUT
           MOVE W61-UNTAXED-COUNT TO W62-TXR-TOT-COUNT-OUT
           MOVE W61-UNTAXED-SOLD  TO W62-TXR-TOT-TAXABLE-OUT
           MOVE ZERO              TO W62-TXR-TOT-TAX-OUT
           MOVE W62-TXR-TOTAL-LINE TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
           CLOSE F72-REMITTANCE-FILE
          .
      *ROLLS ONE TAXED SALE INTO ITS JURISDICTION'S LINE - A NEW
      *STATE AND JURISDICTION CODE STARTS A NEW LINE; AN UNTAXED SALE
      *ONLY COUNTS TOWARD THE EXCEPTION TOTAL
       331-ADD-ONE-TAXED-SALE.
           IF F71-TXW-TAXED
               MOVE ZERO TO W61-MATCH-IDX
               PERFORM 332-SCAN-JURIS-TABLE
                   VARYING W61-IDX FROM 1 BY 1
                   UNTIL W61-IDX > W61-JURIS-COUNT-USED
               IF W61-MATCH-IDX = ZERO AND W61-JURIS-COUNT-USED < 200
                   ADD 1 TO W61-JURIS-COUNT-USED
                   MOVE W61-JURIS-COUNT-USED TO W61-MATCH-IDX
                   MOVE F71-TXW-STATE
                       TO W61-JURIS-STATE (W61-MATCH-IDX)
                   MOVE F71-TXW-JURIS-CODE
                       TO W61-JURIS-CODE (W61-MATCH-IDX)
                   MOVE F71-TXW-JURIS-NAME
                       TO W61-JURIS-NAME (W61-MATCH-IDX)
                   MOVE F71-TXW-RATE TO W61-JURIS-RATE (W61-MATCH-IDX)
                   MOVE ZERO TO W61-JURIS-COUNT (W61-MATCH-IDX)
                                W61-JURIS-TAXABLE (W61-MATCH-IDX)
                                W61-JURIS-TAX (W61-MATCH-IDX)
               END-IF
               IF W61-MATCH-IDX NOT = ZERO
                   ADD 1 TO W61-JURIS-COUNT (W61-MATCH-IDX)
                   ADD F71-TXW-TAXABLE
                       TO W61-JURIS-TAXABLE (W61-MATCH-IDX)
                   ADD F71-TXW-TAX TO W61-JURIS-TAX (W61-MATCH-IDX)
               END-IF
               ADD 1 TO W61-TAXED-COUNT
               ADD F71-TXW-TAXABLE TO W61-TAXABLE-TOTAL
               ADD F71-TXW-TAX TO W61-TAX-CENTS-TOTAL
           ELSE
               ADD 1 TO W61-UNTAXED-COUNT
               ADD F71-TXW-SOLD TO W61-UNTAXED-SOLD
           END-IF
           READ F71-TAX-WORK-FILE
               AT END MOVE 'NO' TO W60-TAX-REMAINS-SWITCH
           END-READ
          .
       332-SCAN-JURIS-TABLE.
           IF W61-JURIS-STATE (W61-IDX) = F71-TXW-STATE
               AND W61-JURIS-CODE (W61-IDX) = F71-TXW-JURIS-CODE
               MOVE W61-IDX TO W61-MATCH-IDX
           END-IF
          .
       333-PRINT-ONE-JURISDICTION.
           MOVE W61-JURIS-STATE (W61-IDX)   TO W62-TXR-STATE-OUT
           MOVE W61-JURIS-CODE (W61-IDX)    TO W62-TXR-CODE-OUT
           MOVE W61-JURIS-NAME (W61-IDX)    TO W62-TXR-NAME-OUT
           MOVE W61-JURIS-RATE (W61-IDX)    TO W62-TXR-RATE-OUT
           MOVE W61-JURIS-COUNT (W61-IDX)   TO W62-TXR-COUNT-OUT
           MOVE W61-JURIS-TAXABLE (W61-IDX) TO W62-TXR-TAXABLE-OUT
           MOVE W61-JURIS-TAX (W61-IDX)     TO W62-TXR-TAX-OUT
           MOVE W62-TXR-DETAIL-LINE TO F72-REMITTANCE-LINE
           WRITE F72-REMITTANCE-LINE
          .
       334-PRINT-ONE-UNTAXED-SALE.
           IF NOT F71-TXW-TAXED
               MOVE F71-TXW-INVOICE TO W62-EXC-INVOICE-OUT
               MOVE F71-TXW-STATE   TO W62-EXC-STATE-OUT
               MOVE F71-TXW-ZIP     TO W62-EXC-ZIP-OUT
               MOVE F71-TXW-SOLD    TO W62-EXC-SOLD-OUT
               IF F71-TXW-NO-BUYER
                   MOVE 'NO BUYER KEYED' TO W62-EXC-PROBLEM-OUT
               ELSE
                   MOVE 'STATE/ZIP NOT IN TAX TABLE'
                       TO W62-EXC-PROBLEM-OUT
               END-IF
               MOVE W62-TXR-EXCEPTION-LINE TO F72-REMITTANCE-LINE
               WRITE F72-REMITTANCE-LINE
           END-IF
           READ F71-TAX-WORK-FILE
               AT END MOVE 'NO' TO W60-TAX-REMAINS-SWITCH
           END-READ
          .
      *PRINTS THE CLOSE SUMMARY - WHAT MOVED, WHAT STAYED, AND THE
      *DOLLARS MOVED SO THE CLOSE TIES BACK TO THE MONTH'S MTD LINE
       400-PRINT-CLOSE-SUMMARY.
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           MOVE 'ACQUISITION COST OF ARCHIVED CARS'
               TO W04-CLS-LABEL-OUT
           MOVE W42-MOVED-COUNT      TO W04-CLS-COUNT-OUT
           MOVE W42-MOVED-COST-TOTAL TO W04-CLS-AMOUNT-OUT
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           IF W42-NO-ACQ-COUNT > ZERO
               MOVE 'ARCHIVED WITH NO ACQUISITION COST'
                   TO W04-CLS-LABEL-OUT
               MOVE W42-NO-ACQ-COUNT TO W04-CLS-COUNT-OUT
               MOVE ZERO             TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE
           END-IF

           MOVE 'SALES TAX DUE FOR MONTH' TO W04-CLS-LABEL-OUT
           MOVE W61-TAXED-COUNT TO W04-CLS-COUNT-OUT
           MOVE W61-TAX-TOTAL   TO W04-CLS-AMOUNT-OUT
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           IF W61-UNTAXED-COUNT > ZERO
               MOVE 'ARCHIVED SALES NOT TAXED'
                   TO W04-CLS-LABEL-OUT
               MOVE W61-UNTAXED-COUNT TO W04-CLS-COUNT-OUT
               MOVE W61-UNTAXED-SOLD  TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE
           END-IF

           MOVE 'ARCHIVED SIDES PAID ONCE' TO W04-CLS-LABEL-OUT
           MOVE W59-PAID-SIDES  TO W04-CLS-COUNT-OUT
           MOVE W59-PAID-AMOUNT TO W04-CLS-AMOUNT-OUT
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           MOVE 'ARCHIVED SIDES NEVER PAID' TO W04-CLS-LABEL-OUT
           MOVE W59-UNPAID-SIDES TO W04-CLS-COUNT-OUT
           MOVE ZERO             TO W04-CLS-AMOUNT-OUT
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           MOVE 'ARCHIVED SIDES WITH TRUE-UP OWED' TO W04-CLS-LABEL-OUT
           MOVE W59-TRUEUP-SIDES TO W04-CLS-COUNT-OUT
           MOVE ZERO             TO W04-CLS-AMOUNT-OUT
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           MOVE 'UNSOLD RECORDS LEFT ON MASTER' TO W04-CLS-LABEL-OUT
           MOVE W42-KEPT-COUNT TO W04-CLS-COUNT-OUT
           MOVE ZERO           TO W04-CLS-AMOUNT-OUT
           MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
           WRITE F15-CLOSE-SUMMARY-LINE

           IF W58-FPL-PRESENT
               MOVE 'FLOOR PLAN INTEREST FOR MONTH'
                   TO W04-CLS-LABEL-OUT
               MOVE W58-FPL-UNIT-COUNT     TO W04-CLS-COUNT-OUT
               MOVE W58-FPL-INTEREST-TOTAL TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE
           END-IF

           IF W63-FNI-PRESENT
               MOVE 'F&I PRODUCTS ARCHIVED' TO W04-CLS-LABEL-OUT
               MOVE W63-FNI-COUNT      TO W04-CLS-COUNT-OUT
               MOVE W63-FNI-SALE-TOTAL TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE

               MOVE 'F&I GROSS ON ARCHIVED PRODUCTS'
                   TO W04-CLS-LABEL-OUT
               MOVE W63-FNI-COUNT       TO W04-CLS-COUNT-OUT
               MOVE W63-FNI-GROSS-TOTAL TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE

               MOVE 'F&I CHARGEBACK RESERVE' TO W04-CLS-LABEL-OUT
               MOVE W63-FNI-COUNT         TO W04-CLS-COUNT-OUT
               MOVE W63-FNI-RESERVE-TOTAL TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE

               IF W63-FNI-CXL-COUNT > ZERO
                   MOVE 'F&I CANCELLED BEFORE CAR CLOSED'
                       TO W04-CLS-LABEL-OUT
                   MOVE W63-FNI-CXL-COUNT TO W04-CLS-COUNT-OUT
                   MOVE ZERO              TO W04-CLS-AMOUNT-OUT
                   MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
                   WRITE F15-CLOSE-SUMMARY-LINE
               END-IF

               MOVE 'F&I CANCEL REFUNDS POSTED' TO W04-CLS-LABEL-OUT
               MOVE W63-REFUND-COUNT TO W04-CLS-COUNT-OUT
               MOVE W63-REFUND-TOTAL TO W04-CLS-AMOUNT-OUT
               MOVE W04-CLS-DETAIL-LINE TO F15-CLOSE-SUMMARY-LINE
               WRITE F15-CLOSE-SUMMARY-LINE
           END-IF

           IF W44-MTD-STALE
               MOVE 'MTD LINE MISSING/STALE - COMM 0'
                   TO W04-CLS-LABEL-OUT
      *COMMISSION EXPENSE OFF THE MTD LINE, THE RECON COST OF THE
      *TICKETS JUST RETIRED, AND A PLUG TO THE DEALER CLEARING
      *ACCOUNT SO DEBITS ALWAYS EQUAL CREDITS ON IMPORT
      *THE ARCHIVED CARS' ACQUISITION COST GOES ON AS ITS OWN
      *BALANCED PAIR - COST OF GOODS SOLD DEBITED, VEHICLE INVENTORY
      *RELIEVED - SO THE LEDGER CARRIES THE DEALER'S TRUE MARGIN AND
      *THE INVENTORY ACCOUNT COMES DOWN AS THE CARS GO OUT
      *THE MONTH'S FLOOR-PLAN INTEREST IS A SECOND BALANCED PAIR -
      *INTEREST EXPENSE DEBITED, THE AMOUNT DUE THE LENDERS CREDITED -
      *SO IT NEVER REACHES THE PLUG
      *THE SALES TAX ON THE ARCHIVED SALES IS CREDITED TO ITS OWN
      *PAYABLE ACCOUNT. THE BUYER PAID IT ON TOP OF THE SOLD PRICE,
      *SO IT RAISES THE CLEARING DEBIT BY THE SAME AMOUNT
      *THE F&I PRODUCTS ARCHIVED WITH THE CARS CREDIT F&I INCOME
      *WITH THEIR GROSS AND THE PROVIDERS' PAYABLE WITH THEIR COST -
      *THE CUSTOMER PAID BOTH, SO THE CLEARING DEBIT RISES BY THE
      *SALE PRICE. THE CHARGEBACK RESERVE IS ITS OWN BALANCED PAIR,
      *EXPENSE DEBITED AND THE RESERVE CREDITED. REFUNDS ON
      *CONTRACTS CANCELLED AFTER AN EARLIER CLOSE ARE DRAWN AGAINST
      *THE RESERVE AND COME OUT OF THE CLEARING DEBIT
       460-WRITE-GL-JOURNAL.
           OPEN OUTPUT F45-GL-JOURNAL-FILE
           MOVE W43-TODAY-YY TO F45-GLJ-CLOSE-YY
           MOVE 'RECONDITIONING COST' TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '50000100'            TO F45-GLJ-ACCOUNT
           MOVE 'D'                   TO F45-GLJ-DC
           MOVE W42-MOVED-COST-TOTAL  TO F45-GLJ-AMOUNT
           MOVE 'COST OF VEHICLES SOLD' TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '13000100'            TO F45-GLJ-ACCOUNT
           MOVE 'C'                   TO F45-GLJ-DC
           MOVE W42-MOVED-COST-TOTAL  TO F45-GLJ-AMOUNT
           MOVE 'VEHICLE INVENTORY'   TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '60000500'            TO F45-GLJ-ACCOUNT
           MOVE 'D'                   TO F45-GLJ-DC
           MOVE W58-FPL-INTEREST-TOTAL TO F45-GLJ-AMOUNT
           MOVE 'FLOOR PLAN INTEREST'  TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '21000100'            TO F45-GLJ-ACCOUNT
           MOVE 'C'                   TO F45-GLJ-DC
           MOVE W58-FPL-INTEREST-TOTAL TO F45-GLJ-AMOUNT
           MOVE 'FLOOR PLAN INTEREST DUE' TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '22000100'            TO F45-GLJ-ACCOUNT
           MOVE 'C'                   TO F45-GLJ-DC
           MOVE W61-TAX-TOTAL         TO F45-GLJ-AMOUNT
           MOVE 'SALES TAX PAYABLE'   TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '40000200'            TO F45-GLJ-ACCOUNT
           MOVE 'C'                   TO F45-GLJ-DC
           MOVE W63-FNI-GROSS-TOTAL   TO F45-GLJ-AMOUNT
           MOVE 'F&I INCOME'          TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '21000200'            TO F45-GLJ-ACCOUNT
           MOVE 'C'                   TO F45-GLJ-DC
           COMPUTE F45-GLJ-AMOUNT =
               W63-FNI-SALE-TOTAL - W63-FNI-GROSS-TOTAL
           MOVE 'F&I PROVIDER PAYABLE' TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '60000600'            TO F45-GLJ-ACCOUNT
           MOVE 'D'                   TO F45-GLJ-DC
           MOVE W63-FNI-RESERVE-TOTAL TO F45-GLJ-AMOUNT
           MOVE 'F&I RESERVE EXPENSE' TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '23000100'            TO F45-GLJ-ACCOUNT
           MOVE 'C'                   TO F45-GLJ-DC
           MOVE W63-FNI-RESERVE-TOTAL TO F45-GLJ-AMOUNT
           MOVE 'F&I CHARGEBACK RESERVE' TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           MOVE '23000100'            TO F45-GLJ-ACCOUNT
           MOVE 'D'                   TO F45-GLJ-DC
           MOVE W63-REFUND-TOTAL      TO F45-GLJ-AMOUNT
           MOVE 'F&I CANCEL REFUNDS'  TO F45-GLJ-DESC
           WRITE F45-GL-JOURNAL-REC

           COMPUTE W44-GLJ-PLUG-MATH = W42-MOVED-SOLD-TOTAL
               + W61-TAX-TOTAL
               + W63-FNI-SALE-TOTAL
               - W42-MOVED-TRADE-TOTAL
               - W44-MTD-COMM-TOTAL
               - W50-RETIRED-AMOUNT
               - W63-REFUND-TOTAL
           MOVE '10000900'            TO F45-GLJ-ACCOUNT
           IF W44-GLJ-PLUG-MATH < ZERO
               MOVE 'C' TO F45-GLJ-DC
           CLOSE F50-ARCHIVED-WORK-FILE
           OPEN OUTPUT F51-CLOSE-CKP-FILE
           CLOSE F51-CLOSE-CKP-FILE
           OPEN OUTPUT F71-TAX-WORK-FILE
           CLOSE F71-TAX-WORK-FILE
          .
      *MARKS THE CLOSE COMPLETED FOR THE BUSINESS DATE SO A SECOND
      *RUN IS REFUSED AT 085
                 F14-HISTORY-FILE
                 F46-AUDIT-FILE
                 F15-CLOSE-SUMMARY-FILE
           IF W57-ACQ-PRESENT
               CLOSE F56-ACQ-COST-FILE
           END-IF
           IF W58-FPL-PRESENT
               CLOSE F64-FLOOR-PLAN-FILE
           END-IF
           IF W59-CPR-PRESENT
               CLOSE F69-COMM-PAID-FILE
           END-IF
           IF W60-BYR-PRESENT
               CLOSE F32-BUYER-FILE
           END-IF
           IF W63-FNI-PRESENT
               CLOSE F99-FNI-FILE
                     F102-FNI-HISTORY-FILE
           END-IF
           STOP RUN.
