       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240084".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE BUYER MASTER KEPT BY THE BUYER FILE MAINTENANCE RUN - ONE
      *RECORD PER SOLD CAR. READ STRAIGHT THROUGH FOR THE BUYERS NOT
      *YET LINKED TO A CUSTOMER, AND RANDOMLY BY INVOICE FOR THE
      *OFFICE'S REVIEW DECISIONS. THE CUSTOMER NUMBER IS THE ONLY
      *FIELD THIS RUN EVER CHANGES ON IT
           SELECT F32-BUYER-FILE    ASSIGN TO 'ASST2.BYR'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F32-BYR-INVOICE-NUM
                                    FILE STATUS IS W61-BYR-FILE-STATUS.

      *THE CUSTOMER MASTER - ONE RECORD PER PERSON WHO HAS EVER BOUGHT
      *FROM US, KEYED BY A CUSTOMER NUMBER OF ITS OWN THAT THIS RUN
      *HANDS OUT IN SEQUENCE
           SELECT F82-CUSTOMER-FILE ASSIGN TO 'ASST2.CUS'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F82-CUS-NUM
                                    FILE STATUS IS W61-CUS-FILE-STATUS.

      *MATCH INDEX OVER THE CUSTOMER MASTER - ONE ENTRY PER PHONE
      *NUMBER AND ONE PER ZIP-AND-NAME EACH CUSTOMER HAS BOUGHT UNDER,
      *WITH THE CUSTOMER NUMBER ON THE END OF THE KEY SO TWO CUSTOMERS
      *CAN SHARE A PHONE. A BUYER'S CANDIDATES ARE FOUND BY STARTING
      *AT ITS PHONE (OR ZIP AND NAME) AND READING FORWARD WHILE THE
      *VALUE STILL MATCHES
           SELECT F83-CUSTOMER-INDEX ASSIGN TO 'ASST2.CUX'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS F83-CUX-KEY
                                    FILE STATUS IS W61-CUX-FILE-STATUS.

      *THE OFFICE'S DECISIONS ON LAST RUN'S NEAR MATCHES - LINK THE
      *BUYER TO A NAMED CUSTOMER, OR MAKE IT A NEW CUSTOMER. APPLIED
      *BEFORE THE MATCHING PASS. IF THE FILE IS MISSING THERE IS
      *NOTHING TO APPLY
           SELECT F84-REVIEW-DECISION-FILE ASSIGN TO 'ASST2.CRD'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-CRD-FILE-STATUS.

      *RUN CONTROL - READ ONLY FOR THE BUSINESS DATE A NEW CUSTOMER
      *IS STAMPED WITH; SYSTEM DATE AS FALLBACK
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RUN-FILE-STATUS.

      *THE PRINTED MATCHING LISTING - DECISIONS APPLIED, THE NEAR
      *MATCHES LEFT FOR THE OFFICE TO REVIEW, AND THE RUN'S COUNTS
           SELECT F85-MATCH-REVIEW-FILE ASSIGN TO 'ASST2.CRV'
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      *ONE CUSTOMER - NAME AND ADDRESS AS LAST BOUGHT UNDER, THE
      *INVOICE AND BUSINESS DATE THE CUSTOMER WAS FIRST SET UP FROM,
      *AND HOW MANY BUYER RECORDS HAVE BEEN LINKED TO IT
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
      *ONE MATCH INDEX ENTRY - THE WHOLE RECORD IS THE KEY
      *  'P' - THE VALUE IS THE PHONE NUMBER
      *  'N' - THE VALUE IS THE ZIP FOLLOWED BY THE NAME
       FD  F83-CUSTOMER-INDEX
           RECORD CONTAINS 37 CHARACTERS.
       01  F83-CUSTOMER-INDEX-REC.
           05  F83-CUX-KEY.
               10 F83-CUX-TYPE      PIC X(1).
               10 F83-CUX-VALUE     PIC X(30).
               10 F83-CUX-CUST-NUM  PIC 9(6).
      *ONE REVIEW DECISION
      *  'L' - LINK THE BUYER ON THIS INVOICE TO THIS CUSTOMER
      *  'N' - THE BUYER ON THIS INVOICE IS A NEW CUSTOMER
       FD  F84-REVIEW-DECISION-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  F84-REVIEW-DECISION-REC.
           05  F84-CRD-CODE         PIC X(1).
               88 F84-CRD-LINK          VALUE 'L'.
               88 F84-CRD-NEW           VALUE 'N'.
           05  F84-CRD-INVOICE-NUM  PIC 9(5).
           05  F84-CRD-CUST-NUM     PIC 9(6).
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
      *ONE PRINTED LISTING LINE
       FD  F85-MATCH-REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F85-MATCH-REVIEW-LINE    PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W61-FILE-STATUSES.
           05 W61-BYR-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CUS-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CUX-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CRD-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RUN-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  W61-CRD-PRESENT-SWITCH   PIC X(3) VALUE 'NO'.
           88 W61-CRD-PRESENT           VALUE 'YES'.
       01  W61-DATA-REMAINS-SWITCH  PIC X(2) VALUE SPACES.
       01  W61-INDEX-REMAINS-SWITCH PIC X(2) VALUE SPACES.

       01  W62-TODAY-DATE.
           05 W62-TODAY-YY      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-MM      PIC 9(2) VALUE ZERO.
           05 W62-TODAY-DD      PIC 9(2) VALUE ZERO.
       01  W62-TODAY-NUM REDEFINES W62-TODAY-DATE PIC 9(6).

      *THE NEXT CUSTOMER NUMBER TO HAND OUT - ONE PAST THE HIGHEST ON
      *THE MASTER WHEN THE RUN STARTS
       01  W63-NEXT-CUST-NUM    PIC 9(6) VALUE 1.

      *WHAT THE MATCH INDEX TURNED UP FOR THE BUYER IN HAND. AN EXACT
      *MATCH IS THE SAME NAME, ZIP AND PHONE; A NEAR MATCH SHARES THE
      *PHONE OR THE ZIP AND NAME BUT NOT ALL THREE, AND IS NEVER
      *LINKED WITHOUT THE OFFICE SAYING SO
       01  W64-MATCH-CONTROL.
           05 W64-LOOKUP-KEY.
               10 W64-LOOKUP-TYPE     PIC X(1).
               10 W64-LOOKUP-VALUE    PIC X(30).
           05 W64-NAME-KEY-VALUE.
               10 W64-NAME-KEY-ZIP    PIC X(5).
               10 W64-NAME-KEY-NAME   PIC X(25).
           05 W64-EXACT-CUST-NUM      PIC 9(6) VALUE ZERO.
           05 W64-NEAR-REASON         PIC X(15) VALUE SPACES.
       01  W64-NEAR-TABLE.
           05 W64-NEAR-ENTRY OCCURS 20 TIMES.
               10 W64-NEAR-CUST-NUM   PIC 9(6).
               10 W64-NEAR-REASON-TXT PIC X(15).
       01  W64-NEAR-COUNT       PIC 9(2) COMP VALUE ZERO.
       01  W64-IDX              PIC 9(2) COMP VALUE ZERO.
       01  W64-SEEN-SWITCH      PIC X(3) VALUE SPACES.
           88 W64-ALREADY-NEAR      VALUE 'YES'.

      *COUNTS OF WHAT THE RUN DID, PRINTED AS THE SUMMARY
       01  W65-RUN-TOTALS.
           05 W65-BUYERS-CHECKED    PIC 9(5) COMP VALUE ZERO.
           05 W65-LINKED-EXISTING   PIC 9(5) COMP VALUE ZERO.
           05 W65-NEW-CUSTOMERS     PIC 9(5) COMP VALUE ZERO.
           05 W65-NEAR-LISTED       PIC 9(5) COMP VALUE ZERO.
           05 W65-DECISIONS-DONE    PIC 9(5) COMP VALUE ZERO.
           05 W65-DECISIONS-REJECTED PIC 9(5) COMP VALUE ZERO.

       01  W66-CRV-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W66-CRV-HEADING-LINE2.
           05                PIC X(29) VALUE SPACES.
           05                PIC X(21) VALUE
               'CUSTOMER MATCHING RUN'.
           05                PIC X(30) VALUE SPACES.

       01  W66-CRV-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W66-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W66-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W66-RUN-DD-OUT       PIC 99.
           05                      PIC X(55) VALUE SPACES.

       01  W66-CRV-SECTION-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W66-SECTION-OUT      PIC X(50).
           05                      PIC X(27) VALUE SPACES.

      *ONE REVIEW DECISION AS APPLIED OR REJECTED
       01  W67-DECISION-LINE.
           05                      PIC X(4)  VALUE SPACES.
           05 W67-CODE-OUT         PIC X(1).
           05                      PIC X(3)  VALUE SPACES.
           05 W67-INVOICE-OUT      PIC ZZZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W67-CUST-OUT         PIC ZZZZZ9.
           05                      PIC X(3)  VALUE SPACES.
           05 W67-RESULT-OUT       PIC X(40).
           05                      PIC X(15) VALUE SPACES.

      *A NEAR MATCH - THE BUYER ON ONE LINE, EACH CANDIDATE CUSTOMER
      *ON THE LINES UNDER IT IN THE SAME COLUMNS
       01  W68-NEAR-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W68-LABEL-OUT        PIC X(8).
           05 W68-NUMBER-OUT       PIC ZZZZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 W68-NAME-OUT         PIC X(25).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-PHONE-OUT        PIC X(10).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-ZIP-OUT          PIC X(5).
           05                      PIC X(2)  VALUE SPACES.
           05 W68-REASON-OUT       PIC X(15).

       01  W68-NONE-LINE.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(4)  VALUE 'NONE'.
           05                PIC X(72) VALUE SPACES.

       01  W69-SUMMARY-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-SUM-LABEL-OUT    PIC X(36).
           05 W69-SUM-COUNT-OUT    PIC ZZZZ9.
           05                      PIC X(36) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-DATE
           PERFORM 100-OPEN-FILES
           PERFORM 110-FIND-NEXT-CUST-NUM
           PERFORM 200-APPLY-REVIEW-DECISIONS
           PERFORM 300-MATCH-UNLINKED-BUYERS
           PERFORM 400-PRINT-SUMMARY
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
      *OPENS THE THREE INDEXED FILES FOR DIRECT UPDATE - THE VERY
      *FIRST RUN HAS NO CUSTOMER MASTER OR INDEX YET, SO EACH IS
      *CREATED EMPTY AND REOPENED, THE SAME WAY THE BUYER MAINTENANCE
      *RUN BOOTSTRAPS ITS FILE
       100-OPEN-FILES.
           OPEN I-O F32-BUYER-FILE
           IF W61-BYR-FILE-STATUS = '35'
               OPEN OUTPUT F32-BUYER-FILE
               CLOSE F32-BUYER-FILE
               OPEN I-O F32-BUYER-FILE
           END-IF
           OPEN I-O F82-CUSTOMER-FILE
           IF W61-CUS-FILE-STATUS = '35'
               OPEN OUTPUT F82-CUSTOMER-FILE
               CLOSE F82-CUSTOMER-FILE
               OPEN I-O F82-CUSTOMER-FILE
           END-IF
           OPEN I-O F83-CUSTOMER-INDEX
           IF W61-CUX-FILE-STATUS = '35'
               OPEN OUTPUT F83-CUSTOMER-INDEX
               CLOSE F83-CUSTOMER-INDEX
               OPEN I-O F83-CUSTOMER-INDEX
           END-IF
           OPEN OUTPUT F85-MATCH-REVIEW-FILE
           MOVE W66-CRV-HEADING-LINE1 TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
           MOVE W66-CRV-HEADING-LINE2 TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE FROM SPACES
           MOVE W62-TODAY-YY TO W66-RUN-YY-OUT
           MOVE W62-TODAY-MM TO W66-RUN-MM-OUT
           MOVE W62-TODAY-DD TO W66-RUN-DD-OUT
           MOVE W66-CRV-RUN-LINE TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
          .
      *READS THE CUSTOMER MASTER THROUGH ONCE - IT COMES BACK IN KEY
      *ORDER, SO THE LAST RECORD READ HOLDS THE HIGHEST NUMBER
       110-FIND-NEXT-CUST-NUM.
           MOVE ZERO TO F82-CUS-NUM
           MOVE SPACES TO W61-DATA-REMAINS-SWITCH
           START F82-CUSTOMER-FILE KEY NOT < F82-CUS-NUM
               INVALID KEY
                   MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-START
           IF W61-DATA-REMAINS-SWITCH NOT = 'NO'
               READ F82-CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           PERFORM 111-NOTE-CUST-NUM
               UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
          .
       111-NOTE-CUST-NUM.
           COMPUTE W63-NEXT-CUST-NUM = F82-CUS-NUM + 1
           READ F82-CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *APPLIES THE OFFICE'S DECISIONS ON EARLIER NEAR MATCHES. A
      *LINK MAY ALSO MOVE A BUYER THAT IS ALREADY LINKED, WHICH IS HOW
      *A WRONG LINK IS PUT RIGHT
       200-APPLY-REVIEW-DECISIONS.
           OPEN INPUT F84-REVIEW-DECISION-FILE
           IF W61-CRD-FILE-STATUS = '00'
               MOVE 'YES' TO W61-CRD-PRESENT-SWITCH
               WRITE F85-MATCH-REVIEW-LINE FROM SPACES
               MOVE 'REVIEW DECISIONS APPLIED' TO W66-SECTION-OUT
               MOVE W66-CRV-SECTION-LINE TO F85-MATCH-REVIEW-LINE
               WRITE F85-MATCH-REVIEW-LINE
               MOVE SPACES TO W61-DATA-REMAINS-SWITCH
               READ F84-REVIEW-DECISION-FILE
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 210-APPLY-ONE-DECISION
                   UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F84-REVIEW-DECISION-FILE
           END-IF
          .
       210-APPLY-ONE-DECISION.
           MOVE F84-CRD-CODE TO W67-CODE-OUT
           MOVE ZERO TO W67-INVOICE-OUT
                        W67-CUST-OUT
           IF F84-CRD-INVOICE-NUM NUMERIC
               MOVE F84-CRD-INVOICE-NUM TO W67-INVOICE-OUT
           END-IF
           IF F84-CRD-CUST-NUM NUMERIC
               MOVE F84-CRD-CUST-NUM TO W67-CUST-OUT
           END-IF
           IF F84-CRD-INVOICE-NUM NOT NUMERIC
               MOVE 'REJECTED - INVOICE NOT NUMERIC' TO W67-RESULT-OUT
               ADD 1 TO W65-DECISIONS-REJECTED
           ELSE
               MOVE F84-CRD-INVOICE-NUM TO F32-BYR-INVOICE-NUM
               READ F32-BUYER-FILE
                   INVALID KEY
                       MOVE 'REJECTED - NO BUYER FOR INVOICE'
                           TO W67-RESULT-OUT
                       ADD 1 TO W65-DECISIONS-REJECTED
                   NOT INVALID KEY
                       IF F84-CRD-LINK
                           PERFORM 220-APPLY-LINK-DECISION
                       ELSE
                           IF F84-CRD-NEW
                               PERFORM 230-APPLY-NEW-DECISION
                           ELSE
                               MOVE 'REJECTED - CODE MUST BE L OR N'
                                   TO W67-RESULT-OUT
                               ADD 1 TO W65-DECISIONS-REJECTED
                           END-IF
                       END-IF
               END-READ
           END-IF
           MOVE W67-DECISION-LINE TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
           READ F84-REVIEW-DECISION-FILE
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
       220-APPLY-LINK-DECISION.
           IF F84-CRD-CUST-NUM NOT NUMERIC
               MOVE 'REJECTED - CUSTOMER NOT NUMERIC' TO W67-RESULT-OUT
               ADD 1 TO W65-DECISIONS-REJECTED
           ELSE
               MOVE F84-CRD-CUST-NUM TO F82-CUS-NUM
               READ F82-CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                           TO W67-RESULT-OUT
                       ADD 1 TO W65-DECISIONS-REJECTED
                   NOT INVALID KEY
                       IF F32-BYR-CUST-NUM = F82-CUS-NUM
                           MOVE 'ALREADY LINKED - NO CHANGE'
                               TO W67-RESULT-OUT
                       ELSE
                           PERFORM 350-LINK-TO-CUSTOMER
                           MOVE 'LINKED TO CUSTOMER' TO W67-RESULT-OUT
                       END-IF
                       ADD 1 TO W65-DECISIONS-DONE
               END-READ
           END-IF
          .
      *A NEW CUSTOMER IS ONLY SET UP FOR A BUYER NOT YET LINKED - A
      *LINKED BUYER IS MOVED WITH AN 'L', NEVER GIVEN A SECOND
      *CUSTOMER
       230-APPLY-NEW-DECISION.
           IF F32-BYR-CUST-NUM NUMERIC AND F32-BYR-CUST-NUM > ZERO
               MOVE 'REJECTED - BUYER ALREADY LINKED' TO W67-RESULT-OUT
               ADD 1 TO W65-DECISIONS-REJECTED
           ELSE
               PERFORM 340-CREATE-CUSTOMER
               MOVE 'NEW CUSTOMER SET UP' TO W67-RESULT-OUT
               MOVE F82-CUS-NUM TO W67-CUST-OUT
               ADD 1 TO W65-DECISIONS-DONE
           END-IF
          .
      *THE MATCHING PASS - EVERY BUYER NOT YET LINKED TO A CUSTOMER,
      *IN INVOICE ORDER. A CUSTOMER SET UP EARLIER IN THE PASS IS
      *ALREADY ON THE INDEX, SO TWO SALES TO THE SAME NEW PERSON ON
      *THE SAME NIGHT STILL LAND ON ONE CUSTOMER
       300-MATCH-UNLINKED-BUYERS.
           WRITE F85-MATCH-REVIEW-LINE FROM SPACES
           MOVE 'NEAR MATCHES FOR REVIEW - NOT LINKED'
               TO W66-SECTION-OUT
           MOVE W66-CRV-SECTION-LINE TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
           MOVE ZERO TO F32-BYR-INVOICE-NUM
           MOVE SPACES TO W61-DATA-REMAINS-SWITCH
           START F32-BUYER-FILE KEY NOT < F32-BYR-INVOICE-NUM
               INVALID KEY
                   MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-START
           IF W61-DATA-REMAINS-SWITCH NOT = 'NO'
               READ F32-BUYER-FILE NEXT RECORD
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           PERFORM 310-MATCH-ONE-BUYER
               UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
           IF W65-NEAR-LISTED = ZERO
               MOVE W68-NONE-LINE TO F85-MATCH-REVIEW-LINE
               WRITE F85-MATCH-REVIEW-LINE
           END-IF
          .
      *AN EXACT MATCH IS LINKED STRAIGHT AWAY; A NEAR MATCH IS LISTED
      *AND THE BUYER LEFT UNLINKED UNTIL THE OFFICE DECIDES; A BUYER
      *WITH NO CANDIDATE AT ALL IS A NEW CUSTOMER
       310-MATCH-ONE-BUYER.
           IF F32-BYR-CUST-NUM NOT NUMERIC
               OR F32-BYR-CUST-NUM = ZERO
               ADD 1 TO W65-BUYERS-CHECKED
               MOVE ZERO TO W64-EXACT-CUST-NUM
                            W64-NEAR-COUNT
               MOVE F32-BYR-ZIP  TO W64-NAME-KEY-ZIP
               MOVE F32-BYR-NAME TO W64-NAME-KEY-NAME
               MOVE 'N' TO W64-LOOKUP-TYPE
               MOVE W64-NAME-KEY-VALUE TO W64-LOOKUP-VALUE
               MOVE 'SAME NAME+ZIP' TO W64-NEAR-REASON
               PERFORM 320-SEARCH-INDEX
               MOVE 'P' TO W64-LOOKUP-TYPE
               MOVE F32-BYR-PHONE TO W64-LOOKUP-VALUE
               MOVE 'SAME PHONE' TO W64-NEAR-REASON
               PERFORM 320-SEARCH-INDEX
               IF W64-EXACT-CUST-NUM > ZERO
                   MOVE W64-EXACT-CUST-NUM TO F82-CUS-NUM
                   READ F82-CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 350-LINK-TO-CUSTOMER
                           ADD 1 TO W65-LINKED-EXISTING
                   END-READ
               ELSE
                   IF W64-NEAR-COUNT > ZERO
                       PERFORM 360-LIST-NEAR-MATCH
                   ELSE
                       PERFORM 340-CREATE-CUSTOMER
                       ADD 1 TO W65-NEW-CUSTOMERS
                   END-IF
               END-IF
           END-IF
           READ F32-BUYER-FILE NEXT RECORD
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *READS THE MATCH INDEX FORWARD FROM W64-LOOKUP-KEY FOR AS LONG
      *AS THE TYPE AND VALUE STILL MATCH, CHECKING EACH CANDIDATE
      *CUSTOMER IN TURN
       320-SEARCH-INDEX.
           MOVE W64-LOOKUP-TYPE  TO F83-CUX-TYPE
           MOVE W64-LOOKUP-VALUE TO F83-CUX-VALUE
           MOVE ZERO             TO F83-CUX-CUST-NUM
           MOVE SPACES TO W61-INDEX-REMAINS-SWITCH
           START F83-CUSTOMER-INDEX KEY NOT < F83-CUX-KEY
               INVALID KEY
                   MOVE 'NO' TO W61-INDEX-REMAINS-SWITCH
           END-START
           IF W61-INDEX-REMAINS-SWITCH NOT = 'NO'
               READ F83-CUSTOMER-INDEX NEXT RECORD
                   AT END MOVE 'NO' TO W61-INDEX-REMAINS-SWITCH
               END-READ
           END-IF
           PERFORM 325-CHECK-ONE-CANDIDATE
               UNTIL W61-INDEX-REMAINS-SWITCH = 'NO'
               OR F83-CUX-TYPE NOT = W64-LOOKUP-TYPE
               OR F83-CUX-VALUE NOT = W64-LOOKUP-VALUE
          .
       325-CHECK-ONE-CANDIDATE.
           MOVE F83-CUX-CUST-NUM TO F82-CUS-NUM
           READ F82-CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F82-CUS-NAME = F32-BYR-NAME
                       AND F82-CUS-ZIP = F32-BYR-ZIP
                       AND F82-CUS-PHONE = F32-BYR-PHONE
                       IF W64-EXACT-CUST-NUM = ZERO
                           MOVE F82-CUS-NUM TO W64-EXACT-CUST-NUM
                       END-IF
                   ELSE
                       PERFORM 330-ADD-NEAR-CANDIDATE
                   END-IF
           END-READ
           READ F83-CUSTOMER-INDEX NEXT RECORD
               AT END MOVE 'NO' TO W61-INDEX-REMAINS-SWITCH
           END-READ
          .
      *KEEPS A NEAR CANDIDATE ONCE, HOWEVER MANY INDEX ENTRIES LEAD
      *BACK TO IT. MORE THAN 20 ARE NOT LISTED
       330-ADD-NEAR-CANDIDATE.
           MOVE SPACES TO W64-SEEN-SWITCH
           PERFORM 331-SCAN-NEAR-TABLE
               VARYING W64-IDX FROM 1 BY 1
               UNTIL W64-IDX > W64-NEAR-COUNT
           IF NOT W64-ALREADY-NEAR AND W64-NEAR-COUNT < 20
               ADD 1 TO W64-NEAR-COUNT
               MOVE F82-CUS-NUM
                   TO W64-NEAR-CUST-NUM (W64-NEAR-COUNT)
               MOVE W64-NEAR-REASON
                   TO W64-NEAR-REASON-TXT (W64-NEAR-COUNT)
           END-IF
          .
       331-SCAN-NEAR-TABLE.
           IF W64-NEAR-CUST-NUM (W64-IDX) = F82-CUS-NUM
               MOVE 'YES' TO W64-SEEN-SWITCH
           END-IF
          .
      *SETS UP A NEW CUSTOMER FROM THE BUYER IN HAND, NUMBERED NEXT
      *IN SEQUENCE, AND LINKS THE BUYER TO IT
       340-CREATE-CUSTOMER.
           MOVE W63-NEXT-CUST-NUM   TO F82-CUS-NUM
           ADD 1 TO W63-NEXT-CUST-NUM
           MOVE F32-BYR-NAME        TO F82-CUS-NAME
           MOVE F32-BYR-STREET      TO F82-CUS-STREET
           MOVE F32-BYR-CITY        TO F82-CUS-CITY
           MOVE F32-BYR-STATE       TO F82-CUS-STATE
           MOVE F32-BYR-ZIP         TO F82-CUS-ZIP
           MOVE F32-BYR-PHONE       TO F82-CUS-PHONE
           MOVE F32-BYR-INVOICE-NUM TO F82-CUS-FIRST-INVOICE
           MOVE W62-TODAY-NUM       TO F82-CUS-CREATED-DATE
           MOVE ZERO                TO F82-CUS-LAST-LINKED
                                       F82-CUS-LINK-COUNT
           WRITE F82-CUSTOMER-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM 350-LINK-TO-CUSTOMER
          .
      *LINKS THE BUYER IN HAND TO THE CUSTOMER IN HAND - THE BUYER
      *CARRIES THE NUMBER, THE CUSTOMER TAKES THE BUYER'S LATEST
      *ADDRESS, AND THE BUYER'S PHONE AND ZIP-AND-NAME GO ON THE MATCH
      *INDEX (AN ENTRY ALREADY THERE IS LEFT AS IT IS)
       350-LINK-TO-CUSTOMER.
           MOVE F82-CUS-NUM TO F32-BYR-CUST-NUM
           REWRITE F32-BUYER-REC
           MOVE F32-BYR-STREET TO F82-CUS-STREET
           MOVE F32-BYR-CITY   TO F82-CUS-CITY
           MOVE F32-BYR-STATE  TO F82-CUS-STATE
           MOVE W62-TODAY-NUM  TO F82-CUS-LAST-LINKED
           ADD 1 TO F82-CUS-LINK-COUNT
           REWRITE F82-CUSTOMER-REC
           MOVE 'P'           TO F83-CUX-TYPE
           MOVE F32-BYR-PHONE TO F83-CUX-VALUE
           MOVE F82-CUS-NUM   TO F83-CUX-CUST-NUM
           WRITE F83-CUSTOMER-INDEX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE F32-BYR-ZIP  TO W64-NAME-KEY-ZIP
           MOVE F32-BYR-NAME TO W64-NAME-KEY-NAME
           MOVE 'N'                TO F83-CUX-TYPE
           MOVE W64-NAME-KEY-VALUE TO F83-CUX-VALUE
           MOVE F82-CUS-NUM        TO F83-CUX-CUST-NUM
           WRITE F83-CUSTOMER-INDEX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
          .
      *LISTS THE BUYER AND EVERY NEAR CANDIDATE FOR THE OFFICE, WHO
      *ANSWERS ON ASST2.CRD WITH AN 'L' OR AN 'N'
       360-LIST-NEAR-MATCH.
           ADD 1 TO W65-NEAR-LISTED
           WRITE F85-MATCH-REVIEW-LINE FROM SPACES
           MOVE 'INVOICE '          TO W68-LABEL-OUT
           MOVE F32-BYR-INVOICE-NUM TO W68-NUMBER-OUT
           MOVE F32-BYR-NAME        TO W68-NAME-OUT
           MOVE F32-BYR-PHONE       TO W68-PHONE-OUT
           MOVE F32-BYR-ZIP         TO W68-ZIP-OUT
           MOVE SPACES              TO W68-REASON-OUT
           MOVE W68-NEAR-LINE TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
           PERFORM 365-LIST-ONE-CANDIDATE
               VARYING W64-IDX FROM 1 BY 1
               UNTIL W64-IDX > W64-NEAR-COUNT
          .
       365-LIST-ONE-CANDIDATE.
           MOVE W64-NEAR-CUST-NUM (W64-IDX) TO F82-CUS-NUM
           READ F82-CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO F82-CUS-NAME
                                  F82-CUS-PHONE
                                  F82-CUS-ZIP
           END-READ
           MOVE '  CUST #'    TO W68-LABEL-OUT
           MOVE W64-NEAR-CUST-NUM (W64-IDX) TO W68-NUMBER-OUT
           MOVE F82-CUS-NAME  TO W68-NAME-OUT
           MOVE F82-CUS-PHONE TO W68-PHONE-OUT
           MOVE F82-CUS-ZIP   TO W68-ZIP-OUT
           MOVE W64-NEAR-REASON-TXT (W64-IDX) TO W68-REASON-OUT
           MOVE W68-NEAR-LINE TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
          .
      *CLOSES OUT THE LISTING WITH THE RUN'S COUNTS
       400-PRINT-SUMMARY.
           WRITE F85-MATCH-REVIEW-LINE FROM SPACES
           MOVE 'UNLINKED BUYERS CHECKED' TO W69-SUM-LABEL-OUT
           MOVE W65-BUYERS-CHECKED TO W69-SUM-COUNT-OUT
           PERFORM 410-WRITE-SUMMARY-LINE
           MOVE 'LINKED TO AN EXISTING CUSTOMER' TO W69-SUM-LABEL-OUT
           MOVE W65-LINKED-EXISTING TO W69-SUM-COUNT-OUT
           PERFORM 410-WRITE-SUMMARY-LINE
           MOVE 'NEW CUSTOMERS SET UP' TO W69-SUM-LABEL-OUT
           MOVE W65-NEW-CUSTOMERS TO W69-SUM-COUNT-OUT
           PERFORM 410-WRITE-SUMMARY-LINE
           MOVE 'NEAR MATCHES LEFT FOR REVIEW' TO W69-SUM-LABEL-OUT
           MOVE W65-NEAR-LISTED TO W69-SUM-COUNT-OUT
           PERFORM 410-WRITE-SUMMARY-LINE
           IF W61-CRD-PRESENT
               MOVE 'REVIEW DECISIONS APPLIED' TO W69-SUM-LABEL-OUT
               MOVE W65-DECISIONS-DONE TO W69-SUM-COUNT-OUT
               PERFORM 410-WRITE-SUMMARY-LINE
               MOVE 'REVIEW DECISIONS REJECTED' TO W69-SUM-LABEL-OUT
               MOVE W65-DECISIONS-REJECTED TO W69-SUM-COUNT-OUT
               PERFORM 410-WRITE-SUMMARY-LINE
           END-IF
          .
       410-WRITE-SUMMARY-LINE.
           MOVE W69-SUMMARY-LINE TO F85-MATCH-REVIEW-LINE
           WRITE F85-MATCH-REVIEW-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES
       500-CLOSE-FILES.
           CLOSE F32-BUYER-FILE
                 F82-CUSTOMER-FILE
                 F83-CUSTOMER-INDEX
                 F85-MATCH-REVIEW-FILE
           STOP RUN.
