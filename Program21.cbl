       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "4240086".
       AUTHOR.        LUCAS HAHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SELECT FILES TO READ FROM & AND WRITE TO
      *THE STEP TABLE - ONE LINE PER PROGRAM IN THE ORDER THE STREAM
      *RUNS THEM: THE STEP (ITS PROGRAM NUMBER), WHETHER IT IS A
      *NIGHTLY, MONTH-END OR ON-DEMAND STEP, THE LOG OR CONTROL FILE
      *ITS RECORD COUNT IS TAKEN FROM, UP TO FOUR STEPS THAT MUST
      *HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START, AND
      *THE COMMAND THAT STARTS IT (BLANK MEANS THE PROGRAM NUMBER
      *ITSELF). EDITABLE WITHOUT A RECOMPILE
           SELECT F95-STEP-TABLE-FILE ASSIGN TO 'ASST2.JST'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-JST-FILE-STATUS.

      *THE OPERATOR'S REQUEST CARDS FOR TONIGHT, ONE PER LINE -
      *N RUNS THE NIGHTLY STEPS, M RUNS THE NIGHTLY AND MONTH-END
      *STEPS, S RUNS THE ONE STEP NAMED ON THE CARD (AN ON-DEMAND
      *STEP OR A RERUN), B JUST PRINTS THE RUN BOOK. IF THE FILE IS
      *MISSING THE NIGHTLY STREAM IS RUN
           SELECT F96-REQUEST-FILE  ASSIGN TO 'ASST2.JRQ'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-JRQ-FILE-STATUS.

      *THE OPERATIONS RUN LOG - A START ENTRY AND AN END (OR FAILED)
      *ENTRY FOR EVERY STEP THE DRIVER STARTS, AND A REFUSED ENTRY
      *FOR EVERY STEP IT WOULD NOT START, STAMPED WITH THE BUSINESS
      *DATE. ALWAYS EXTENDED SO EARLIER NIGHTS ARE NEVER LOST
           SELECT F97-OPS-LOG-FILE  ASSIGN TO 'ASST2.OPL'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-OPL-FILE-STATUS.

      *THE PRINTED RUN BOOK - WHAT RAN, WHAT WAS SKIPPED, WHAT FAILED
      *AND WHAT STILL HAS TO BE RERUN FOR THE BUSINESS DATE
           SELECT F98-RUN-BOOK-FILE ASSIGN TO 'ASST2.ORB'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *RUN CONTROL - THE BUSINESS DATE THE PREREQUISITES ARE CHECKED
      *FOR, AND THE COMMISSION / MAINTENANCE / CLOSE STATUS BYTES,
      *SO A STEP THE OPERATOR RAN BY HAND STILL COUNTS AS COMPLETED.
      *READ ONLY - THE STEPS THEMSELVES OWN THE RECORD
           SELECT F20-RUN-CONTROL-FILE ASSIGN TO 'ASST2.RUN'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RUN-FILE-STATUS.

      *THE FILES A STEP'S RECORD COUNT IS PULLED FROM ONCE IT ENDS -
      *THE BATCH-CONTROL RECORD THE MAINTENANCE RUN AND THE CLOSE
      *LEAVE, AND THE LOGS THE TRANSACTION RUNS WRITE. A FILE THAT
      *ISN'T THERE COUNTS ZERO
           SELECT F21-CONTROL-FILE  ASSIGN TO 'ASST2.CTL'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-CTL-FILE-STATUS.

           SELECT F10-LOG-FILE      ASSIGN TO 'ASST2.MLG'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-MLG-FILE-STATUS.

           SELECT F27-RECON-LOG-FILE ASSIGN TO 'ASST2.RLG'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-RLG-FILE-STATUS.

           SELECT F34-BUYER-LOG-FILE ASSIGN TO 'ASST2.BLG'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-BLG-FILE-STATUS.

           SELECT F58-ACQ-LOG-FILE  ASSIGN TO 'ASST2.ALG'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-ALG-FILE-STATUS.

           SELECT F62-INTAKE-LOG-FILE ASSIGN TO 'ASST2.TLG'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-TLG-FILE-STATUS.

           SELECT F66-FLOOR-LOG-FILE ASSIGN TO 'ASST2.FLG'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-FLG-FILE-STATUS.

           SELECT F101-FNI-LOG-FILE ASSIGN TO 'ASST2.FNL'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS W61-FNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE STEP - COUNT SOURCE IS CTL, MLG, RLG, BLG, ALG, TLG, FLG,
      *FNL
      *OR BLANK FOR A STEP WITH NOTHING TO COUNT
       FD  F95-STEP-TABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  F95-STEP-REC.
           05 F95-STEP-ID          PIC X(7).
           05 F95-STEP-CLASS       PIC X(1).
           05 F95-COUNT-SOURCE     PIC X(3).
           05 F95-PREREQ           PIC X(7) OCCURS 4 TIMES.
           05 F95-COMMAND          PIC X(61).
      *ONE REQUEST CARD
       FD  F96-REQUEST-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  F96-REQUEST-REC.
           05 F96-REQ-CODE         PIC X(1).
           05 F96-REQ-STEP-ID      PIC X(7).
      *ONE RUN LOG ENTRY - EVENT S STARTED, E ENDED CLEAN, F FAILED,
      *R REFUSED. TIMES ARE HHMMSSHH. THE ADD/CHANGE/DELETE COUNTS
      *ARE ONLY FILLED WHEN THE COUNT CAME OFF ASST2.CTL
       FD  F97-OPS-LOG-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  F97-OPS-LOG-REC.
           05 F97-OPL-BUS-DATE     PIC 9(6).
           05 F97-OPL-STEP-ID      PIC X(7).
           05 F97-OPL-EVENT        PIC X(1).
           05 F97-OPL-TIME         PIC 9(8).
           05 F97-OPL-RETURN-CODE  PIC 9(4).
           05 F97-OPL-COUNT-FILE   PIC X(9).
           05 F97-OPL-RECORD-COUNT PIC 9(7).
           05 F97-OPL-NOTE         PIC X(20).
           05 F97-OPL-ADD-COUNT    PIC 9(4).
           05 F97-OPL-CHANGE-COUNT PIC 9(4).
           05 F97-OPL-DELETE-COUNT PIC 9(4).
      *ONE PRINTED LINE OF THE RUN BOOK
       FD  F98-RUN-BOOK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F98-RUN-BOOK-LINE        PIC X(80).
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
      *ONE BATCH-CONTROL RECORD - SAME LAYOUT AS PROGRAM2'S
      *F21-CONTROL-REC, KEPT IN SYNC BY HAND
       FD  F21-CONTROL-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  F21-CONTROL-REC.
           05 F21-CTL-RECORD-COUNT PIC 9(5).
           05 F21-CTL-ASK-TOTAL    PIC 9(9).
           05 F21-CTL-SOLD-TOTAL   PIC 9(9).
           05 F21-CTL-ADD-COUNT    PIC 9(4).
           05 F21-CTL-CHANGE-COUNT PIC 9(4).
           05 F21-CTL-DELETE-COUNT PIC 9(4).
      *ONE PRINTED LINE OF EACH TRANSACTION LOG - ONLY COUNTED HERE
       FD  F10-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F10-LOG-LINE             PIC X(80).
       FD  F27-RECON-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F27-RECON-LOG-LINE       PIC X(80).
       FD  F34-BUYER-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F34-BUYER-LOG-LINE       PIC X(80).
       FD  F58-ACQ-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F58-ACQ-LOG-LINE         PIC X(80).
       FD  F62-INTAKE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F62-INTAKE-LOG-LINE      PIC X(80).
       FD  F66-FLOOR-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F66-FLOOR-LOG-LINE       PIC X(80).
       FD  F101-FNI-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  F101-FNI-LOG-LINE        PIC X(80).
      *CREATES THE OUTPUT FILE LAYOUT & HOLDS WORKING STORAGE DATA
       WORKING-STORAGE SECTION.

       01  W61-FILE-STATUSES.
           05 W61-JST-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-JRQ-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-OPL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RUN-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-CTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-MLG-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-RLG-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-BLG-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-ALG-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-TLG-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-FLG-FILE-STATUS   PIC X(2) VALUE SPACES.
           05 W61-FNL-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  W61-JRQ-PRESENT-SWITCH    PIC X(3) VALUE 'NO'.
           88 W61-JRQ-PRESENT            VALUE 'YES'.
       01  W61-DATA-REMAINS-SWITCH   PIC X(2) VALUE SPACES.
       01  W61-COUNT-REMAINS-SWITCH  PIC X(2) VALUE SPACES.

      *THE BUSINESS DATE AND THE RUN-CONTROL STATUS BYTES AS LAST
      *READ - RE-READ BEFORE EVERY STEP, SINCE THE COMMISSION,
      *MAINTENANCE AND CLOSE STEPS REWRITE THE RECORD AS THEY GO
       01  W62-RUN-CONTROL.
           05 W62-BUSINESS-DATE.
               10 W62-BUSINESS-YY   PIC 9(2) VALUE ZERO.
               10 W62-BUSINESS-MM   PIC 9(2) VALUE ZERO.
               10 W62-BUSINESS-DD   PIC 9(2) VALUE ZERO.
           05 W62-BUSINESS-NUM REDEFINES W62-BUSINESS-DATE PIC 9(6).
           05 W62-RUN-NUMBER        PIC 9(4) VALUE ZERO.
           05 W62-COMM-STATUS       PIC X(1) VALUE SPACES.
           05 W62-MAINT-STATUS      PIC X(1) VALUE SPACES.
           05 W62-CLOSE-STATUS      PIC X(1) VALUE SPACES.

      *THE STEP TABLE AS LOADED FROM ASST2.JST, WITH WHAT THE RUN LOG
      *SAYS HAPPENED TO EACH STEP FOR THE BUSINESS DATE - THE LATEST
      *ENTRY WINS, SO A STEP THAT FAILED AND WAS THEN RERUN CLEAN
      *SHOWS AS RAN
       01  W63-STEP-TABLE.
           05 W63-STEP-ENTRY OCCURS 50 TIMES.
               10 W63-STEP-ID        PIC X(7).
               10 W63-STEP-CLASS     PIC X(1).
                   88 W63-NIGHTLY        VALUE 'N'.
                   88 W63-MONTH-END      VALUE 'M'.
                   88 W63-ON-DEMAND      VALUE 'D'.
               10 W63-COUNT-SOURCE   PIC X(3).
               10 W63-PREREQ         PIC X(7) OCCURS 4 TIMES.
               10 W63-COMMAND        PIC X(61).
               10 W63-LAST-EVENT     PIC X(1).
               10 W63-START-TIME     PIC 9(8).
               10 W63-END-TIME       PIC 9(8).
               10 W63-RETURN-CODE    PIC 9(4).
               10 W63-COUNT-FILE     PIC X(9).
               10 W63-RECORD-COUNT   PIC 9(7).
               10 W63-NOTE           PIC X(20).
               10 W63-ADD-COUNT      PIC 9(4).
               10 W63-CHANGE-COUNT   PIC 9(4).
               10 W63-DELETE-COUNT   PIC 9(4).
       01  W63-STEP-COUNT       PIC 9(3) COMP VALUE ZERO.
       01  W63-STEP-DROPPED     PIC 9(3) COMP VALUE ZERO.
       01  W63-IDX              PIC 9(3) COMP VALUE ZERO.
       01  W63-PRQ-IDX          PIC 9(1) COMP VALUE ZERO.

      *THE REQUEST BEING WORKED AND WHAT THE DRIVER HANDS BACK TO THE
      *OPERATOR - 8 WHEN ANY STEP FAILED OR WAS REFUSED, THE SAME CODE
      *THE STEPS THEMSELVES USE
       01  W64-REQUEST.
           05 W64-REQ-CODE          PIC X(1) VALUE SPACES.
               88 W64-REQ-NIGHTLY       VALUE 'N'.
               88 W64-REQ-MONTH-END     VALUE 'M'.
               88 W64-REQ-SINGLE-STEP   VALUE 'S'.
               88 W64-REQ-RUN-BOOK      VALUE 'B'.
           05 W64-REQ-STEP-ID       PIC X(7) VALUE SPACES.
       01  W64-DRIVER-RC        PIC 9(4) VALUE ZERO.

      *STEP LOOKUP - THE STEP WANTED, WHERE IT SITS IN THE TABLE (ZERO
      *WHEN IT ISN'T THERE) AND WHETHER IT HAS COMPLETED FOR THE
      *BUSINESS DATE
       01  W65-STEP-LOOKUP.
           05 W65-FIND-ID           PIC X(7) VALUE SPACES.
           05 W65-FOUND-IDX         PIC 9(3) COMP VALUE ZERO.
           05 W65-SCAN-IDX          PIC 9(3) COMP VALUE ZERO.
           05 W65-COMPLETE-SWITCH   PIC X(3) VALUE SPACES.
               88 W65-STEP-COMPLETE     VALUE 'YES'.
           05 W65-WAITING-ON        PIC X(7) VALUE SPACES.

      *THE STEP BEING STARTED. THE SYSTEM ROUTINE HANDS BACK THE RAW
      *WAIT STATUS, WITH THE STEP'S OWN RETURN CODE IN THE HIGH-ORDER
      *BYTE; A STATUS THAT WON'T FIT IS SHOWN AS 9999
       01  W66-STEP-RUN.
           05 W66-COMMAND           PIC X(61) VALUE SPACES.
           05 W66-RAW-STATUS        PIC S9(9) VALUE ZERO.
           05 W66-STEP-RC           PIC 9(4) VALUE ZERO.
           05 W66-TIME-NOW          PIC 9(8) VALUE ZERO.
           05 W66-EVENT             PIC X(1) VALUE SPACES.
           05 W66-NOTE              PIC X(20) VALUE SPACES.
           05 W66-COUNT-FILE        PIC X(9) VALUE SPACES.
           05 W66-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05 W66-ADD-COUNT         PIC 9(4) VALUE ZERO.
           05 W66-CHANGE-COUNT      PIC 9(4) VALUE ZERO.
           05 W66-DELETE-COUNT      PIC 9(4) VALUE ZERO.

      *RUN BOOK TOTALS
       01  W67-RUN-BOOK-TOTALS.
           05 W67-RAN-COUNT         PIC 9(3) VALUE ZERO.
           05 W67-SKIPPED-COUNT     PIC 9(3) VALUE ZERO.
           05 W67-FAILED-COUNT      PIC 9(3) VALUE ZERO.
           05 W67-RERUN-COUNT       PIC 9(3) VALUE ZERO.
           05 W67-STARTED-TONIGHT   PIC 9(3) VALUE ZERO.
       01  W67-RERUN-SWITCH     PIC X(3) VALUE SPACES.
           88 W67-NEEDS-RERUN       VALUE 'YES'.

      *A TIME OF DAY BROKEN OUT FOR PRINTING
       01  W68-TIME-WORK            PIC 9(8) VALUE ZERO.
       01  W68-TIME-PARTS REDEFINES W68-TIME-WORK.
           05 W68-TIME-HH           PIC 9(2).
           05 W68-TIME-MM           PIC 9(2).
           05 W68-TIME-SS           PIC 9(2).
           05 W68-TIME-HS           PIC 9(2).
       01  W68-TIME-EDIT.
           05 W68-EDIT-HH           PIC 99.
           05                       PIC X(1) VALUE ':'.
           05 W68-EDIT-MM           PIC 99.
           05                       PIC X(1) VALUE ':'.
           05 W68-EDIT-SS           PIC 99.

       01  W69-HEADING-LINE1.
           05                PIC X(28) VALUE SPACES.
           05                PIC X(23) VALUE 'VERY VERY NICE CARS INC'.
           05                PIC X(29) VALUE SPACES.

       01  W69-HEADING-LINE2.
           05                PIC X(30) VALUE SPACES.
           05                PIC X(19) VALUE 'OPERATIONS RUN BOOK'.
           05                PIC X(31) VALUE SPACES.

       01  W69-RUN-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(14) VALUE 'BUSINESS DATE '.
           05 W69-RUN-YY-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W69-RUN-MM-OUT       PIC 99.
           05                      PIC X(1)  VALUE '/'.
           05 W69-RUN-DD-OUT       PIC 99.
           05                      PIC X(5)  VALUE SPACES.
           05                      PIC X(11) VALUE 'LAST RUN # '.
           05 W69-RUN-NUMBER-OUT   PIC ZZZ9.
           05                      PIC X(35) VALUE SPACES.

       01  W69-COLUMN-HEADING.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(7)  VALUE 'STEP'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(3)  VALUE 'CLS'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(12) VALUE 'STATUS'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(8)  VALUE 'STARTED'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(8)  VALUE 'ENDED'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(4)  VALUE '  RC'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(7)  VALUE 'RECORDS'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(9)  VALUE 'FROM'.
           05                PIC X(1)  VALUE SPACES.
           05                PIC X(5)  VALUE 'RERUN'.
           05                PIC X(8)  VALUE SPACES.

       01  W69-STEP-LINE.
           05                      PIC X(1)  VALUE SPACES.
           05 W69-STEP-OUT         PIC X(7).
           05                      PIC X(2)  VALUE SPACES.
           05 W69-CLASS-OUT        PIC X(1).
           05                      PIC X(2)  VALUE SPACES.
           05 W69-STATUS-OUT       PIC X(12).
           05                      PIC X(1)  VALUE SPACES.
           05 W69-START-OUT        PIC X(8).
           05                      PIC X(1)  VALUE SPACES.
           05 W69-END-OUT          PIC X(8).
           05                      PIC X(1)  VALUE SPACES.
           05 W69-RC-AREA.
               10 W69-RC-OUT       PIC ZZZ9.
           05 W69-RC-TEXT REDEFINES W69-RC-AREA PIC X(4).
           05                      PIC X(1)  VALUE SPACES.
           05 W69-COUNT-AREA.
               10 W69-COUNT-OUT    PIC ZZZZZZ9.
           05 W69-COUNT-TEXT REDEFINES W69-COUNT-AREA PIC X(7).
           05                      PIC X(1)  VALUE SPACES.
           05 W69-COUNT-FILE-OUT   PIC X(9).
           05                      PIC X(1)  VALUE SPACES.
           05 W69-RERUN-OUT        PIC X(5).
           05                      PIC X(8)  VALUE SPACES.

      *SECOND LINE UNDER A STEP - WHY IT FAILED OR WHAT IT WAS
      *WAITING ON, AND THE APPLIED COUNTS WHEN THEY CAME OFF ASST2.CTL
       01  W69-NOTE-LINE.
           05                      PIC X(13) VALUE SPACES.
           05 W69-NOTE-OUT         PIC X(20).
           05                      PIC X(2)  VALUE SPACES.
           05 W69-APPLIED-OUT      PIC X(37).
           05                      PIC X(8)  VALUE SPACES.

       01  W69-APPLIED-COUNTS.
           05                      PIC X(5)  VALUE 'ADDS '.
           05 W69-ADDS-OUT         PIC ZZZ9.
           05                      PIC X(10) VALUE '  CHANGES '.
           05 W69-CHANGES-OUT      PIC ZZZ9.
           05                      PIC X(10) VALUE '  DELETES '.
           05 W69-DELETES-OUT      PIC ZZZ9.

       01  W69-NONE-LINE.
           05                PIC X(4)  VALUE SPACES.
           05                PIC X(30) VALUE
               'NO STEP TABLE - NOTHING RUN'.
           05                PIC X(46) VALUE SPACES.

       01  W69-SUMMARY-LINE.
           05                      PIC X(3)  VALUE SPACES.
           05 W69-SUM-LABEL-OUT    PIC X(40).
           05 W69-SUM-COUNT-OUT    PIC ZZZZZZ9.
           05                      PIC X(30) VALUE SPACES.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILES
       PROCEDURE DIVISION.
           PERFORM 090-READ-RUN-CONTROL
           PERFORM 100-LOAD-STEP-TABLE
           PERFORM 110-LOAD-TONIGHTS-LOG
           PERFORM 120-OPEN-FILES
           IF W61-JRQ-PRESENT
               PERFORM 200-PROCESS-ONE-REQUEST
                   UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
           ELSE
               MOVE 'N'    TO W64-REQ-CODE
               MOVE SPACES TO W64-REQ-STEP-ID
               PERFORM 210-ACT-ON-REQUEST
           END-IF
           PERFORM 600-PRINT-RUN-BOOK
           PERFORM 700-CLOSE-FILES
          .
      *PULLS THE BUSINESS DATE AND THE STEP STATUS BYTES OFF THE RUN
      *CONTROL. WITH NO RUN CONTROL THE SYSTEM DATE STANDS IN, THE
      *SAME FALLBACK AS EVERYWHERE ELSE, AND NO STEP COUNTS AS RUN
      *BY HAND
       090-READ-RUN-CONTROL.
           MOVE SPACES TO W62-COMM-STATUS
                          W62-MAINT-STATUS
                          W62-CLOSE-STATUS
           OPEN INPUT F20-RUN-CONTROL-FILE
           IF W61-RUN-FILE-STATUS = '00'
               READ F20-RUN-CONTROL-FILE
                   AT END
                       ACCEPT W62-BUSINESS-DATE FROM DATE
                   NOT AT END
                       MOVE F20-RUN-DATE     TO W62-BUSINESS-DATE
                       MOVE F20-RUN-NUMBER   TO W62-RUN-NUMBER
                       MOVE F20-COMM-STATUS  TO W62-COMM-STATUS
                       MOVE F20-MAINT-STATUS TO W62-MAINT-STATUS
                       MOVE F20-CLOSE-STATUS TO W62-CLOSE-STATUS
               END-READ
               CLOSE F20-RUN-CONTROL-FILE
           ELSE
               ACCEPT W62-BUSINESS-DATE FROM DATE
           END-IF
          .
      *LOADS THE STEP TABLE. A STEP LISTED TWICE KEEPS ITS FIRST LINE;
      *STEPS BEYOND THE TABLE ARE COUNTED ON THE RUN BOOK AND NEVER
      *STARTED
       100-LOAD-STEP-TABLE.
           OPEN INPUT F95-STEP-TABLE-FILE
           IF W61-JST-FILE-STATUS = '00'
               MOVE SPACES TO W61-DATA-REMAINS-SWITCH
               READ F95-STEP-TABLE-FILE
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 101-LOAD-ONE-STEP
                   UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F95-STEP-TABLE-FILE
           END-IF
          .
       101-LOAD-ONE-STEP.
           IF F95-STEP-ID NOT = SPACES
               MOVE F95-STEP-ID TO W65-FIND-ID
               PERFORM 250-FIND-STEP
               IF W65-FOUND-IDX = ZERO
                   IF W63-STEP-COUNT < 50
                       ADD 1 TO W63-STEP-COUNT
                       MOVE W63-STEP-COUNT TO W63-IDX
                       MOVE SPACES TO W63-STEP-ENTRY (W63-IDX)
                       MOVE F95-STEP-ID      TO W63-STEP-ID (W63-IDX)
                       MOVE F95-STEP-CLASS   TO W63-STEP-CLASS (W63-IDX)
                       MOVE F95-COUNT-SOURCE
                           TO W63-COUNT-SOURCE (W63-IDX)
                       MOVE F95-PREREQ (1)   TO W63-PREREQ (W63-IDX 1)
                       MOVE F95-PREREQ (2)   TO W63-PREREQ (W63-IDX 2)
                       MOVE F95-PREREQ (3)   TO W63-PREREQ (W63-IDX 3)
                       MOVE F95-PREREQ (4)   TO W63-PREREQ (W63-IDX 4)
                       MOVE F95-COMMAND      TO W63-COMMAND (W63-IDX)
                       MOVE ZERO TO W63-START-TIME (W63-IDX)
                                    W63-END-TIME (W63-IDX)
                                    W63-RETURN-CODE (W63-IDX)
                                    W63-RECORD-COUNT (W63-IDX)
                                    W63-ADD-COUNT (W63-IDX)
                                    W63-CHANGE-COUNT (W63-IDX)
                                    W63-DELETE-COUNT (W63-IDX)
                   ELSE
                       ADD 1 TO W63-STEP-DROPPED
                   END-IF
               END-IF
           END-IF
           READ F95-STEP-TABLE-FILE
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *REPLAYS WHAT THE RUN LOG ALREADY HOLDS FOR THE BUSINESS DATE,
      *SO A SECOND DRIVER RUN THE SAME NIGHT - A RERUN AFTER A FIX,
      *OR THE MONTH-END STEPS AFTER THE NIGHTLY ONES - KNOWS WHICH
      *STEPS ARE ALREADY DONE
       110-LOAD-TONIGHTS-LOG.
           OPEN INPUT F97-OPS-LOG-FILE
           IF W61-OPL-FILE-STATUS = '00'
               MOVE SPACES TO W61-DATA-REMAINS-SWITCH
               READ F97-OPS-LOG-FILE
                   AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               END-READ
               PERFORM 111-APPLY-ONE-LOG-ENTRY
                   UNTIL W61-DATA-REMAINS-SWITCH = 'NO'
               CLOSE F97-OPS-LOG-FILE
           END-IF
          .
       111-APPLY-ONE-LOG-ENTRY.
           IF F97-OPL-BUS-DATE = W62-BUSINESS-NUM
               MOVE F97-OPL-STEP-ID TO W65-FIND-ID
               PERFORM 250-FIND-STEP
               IF W65-FOUND-IDX > ZERO
                   MOVE W65-FOUND-IDX        TO W63-IDX
                   MOVE F97-OPL-EVENT        TO W66-EVENT
                   MOVE F97-OPL-TIME         TO W66-TIME-NOW
                   MOVE F97-OPL-RETURN-CODE  TO W66-STEP-RC
                   MOVE F97-OPL-COUNT-FILE   TO W66-COUNT-FILE
                   MOVE F97-OPL-RECORD-COUNT TO W66-RECORD-COUNT
                   MOVE F97-OPL-NOTE         TO W66-NOTE
                   MOVE F97-OPL-ADD-COUNT    TO W66-ADD-COUNT
                   MOVE F97-OPL-CHANGE-COUNT TO W66-CHANGE-COUNT
                   MOVE F97-OPL-DELETE-COUNT TO W66-DELETE-COUNT
                   PERFORM 390-POST-EVENT-TO-TABLE
               END-IF
           END-IF
           READ F97-OPS-LOG-FILE
               AT END MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
           END-READ
          .
      *THE RUN LOG IS ALWAYS EXTENDED - THE VERY FIRST RUN HAS NO
      *FILE YET, SO IT IS CREATED
       120-OPEN-FILES.
           OPEN EXTEND F97-OPS-LOG-FILE
           IF W61-OPL-FILE-STATUS NOT = '00'
               OPEN OUTPUT F97-OPS-LOG-FILE
           END-IF
           OPEN INPUT F96-REQUEST-FILE
           IF W61-JRQ-FILE-STATUS = '00'
               MOVE 'YES' TO W61-JRQ-PRESENT-SWITCH
               MOVE SPACES TO W61-DATA-REMAINS-SWITCH
               PERFORM 205-READ-REQUEST
           END-IF
          .
       200-PROCESS-ONE-REQUEST.
           PERFORM 210-ACT-ON-REQUEST
           PERFORM 205-READ-REQUEST
          .
       205-READ-REQUEST.
           READ F96-REQUEST-FILE
               AT END
                   MOVE 'NO' TO W61-DATA-REMAINS-SWITCH
               NOT AT END
                   MOVE F96-REQ-CODE    TO W64-REQ-CODE
                   MOVE F96-REQ-STEP-ID TO W64-REQ-STEP-ID
           END-READ
          .
      *A STREAM REQUEST WALKS THE WHOLE TABLE IN ORDER, TRYING EVERY
      *STEP OF THE CLASSES ASKED FOR; A SINGLE-STEP REQUEST TRIES
      *JUST THE STEP NAMED, WHATEVER ITS CLASS. EITHER WAY THE
      *PREREQUISITES ARE CHECKED BEFORE ANYTHING STARTS
       210-ACT-ON-REQUEST.
           IF W64-REQ-NIGHTLY OR W64-REQ-MONTH-END
               PERFORM 300-TRY-STREAM-STEP
                   VARYING W63-IDX FROM 1 BY 1
                   UNTIL W63-IDX > W63-STEP-COUNT
           ELSE
               IF W64-REQ-SINGLE-STEP
                   MOVE W64-REQ-STEP-ID TO W65-FIND-ID
                   PERFORM 250-FIND-STEP
                   IF W65-FOUND-IDX > ZERO
                       MOVE W65-FOUND-IDX TO W63-IDX
                       PERFORM 310-TRY-ONE-STEP
                   ELSE
                       DISPLAY 'STEP ' W64-REQ-STEP-ID
                           ' IS NOT ON THE STEP TABLE - REQUEST IGNORED'
                       MOVE 8 TO W64-DRIVER-RC
                   END-IF
               ELSE
                   IF NOT W64-REQ-RUN-BOOK
                       DISPLAY 'REQUEST CODE ' W64-REQ-CODE
                           ' NOT RECOGNISED - REQUEST IGNORED'
                       MOVE 8 TO W64-DRIVER-RC
                   END-IF
               END-IF
           END-IF
          .
      *FINDS A STEP IN THE TABLE BY ITS PROGRAM NUMBER
       250-FIND-STEP.
           MOVE ZERO TO W65-FOUND-IDX
           PERFORM 251-SCAN-STEP-TABLE
               VARYING W65-SCAN-IDX FROM 1 BY 1
               UNTIL W65-SCAN-IDX > W63-STEP-COUNT
               OR W65-FOUND-IDX > ZERO
          .
       251-SCAN-STEP-TABLE.
           IF W63-STEP-ID (W65-SCAN-IDX) = W65-FIND-ID
               MOVE W65-SCAN-IDX TO W65-FOUND-IDX
           END-IF
          .
      *A STEP HAS COMPLETED FOR THE BUSINESS DATE WHEN ITS LATEST RUN
      *LOG ENTRY IS A CLEAN END - OR, FOR THE THREE STEPS THAT KEEP A
      *STATUS BYTE ON THE RUN CONTROL, WHEN THAT BYTE SAYS COMPLETED,
      *SO A STEP THE OPERATOR RAN BY HAND IS NOT RUN AGAIN
       260-CHECK-STEP-COMPLETE.
           MOVE 'NO' TO W65-COMPLETE-SWITCH
           PERFORM 250-FIND-STEP
           IF W65-FOUND-IDX > ZERO
               IF W63-LAST-EVENT (W65-FOUND-IDX) = 'E'
                   MOVE 'YES' TO W65-COMPLETE-SWITCH
               END-IF
           END-IF
           IF W65-FIND-ID = '4240066' AND W62-COMM-STATUS = 'C'
               MOVE 'YES' TO W65-COMPLETE-SWITCH
           END-IF
           IF W65-FIND-ID = '4240067' AND W62-MAINT-STATUS = 'C'
               MOVE 'YES' TO W65-COMPLETE-SWITCH
           END-IF
           IF W65-FIND-ID = '4240069' AND W62-CLOSE-STATUS = 'C'
               MOVE 'YES' TO W65-COMPLETE-SWITCH
           END-IF
          .
      *NIGHTLY STEPS RUN ON EVERY STREAM REQUEST, MONTH-END STEPS
      *ONLY ON A MONTH-END REQUEST; ON-DEMAND STEPS NEVER RUN AS PART
      *OF A STREAM
       300-TRY-STREAM-STEP.
           IF W63-NIGHTLY (W63-IDX)
               PERFORM 310-TRY-ONE-STEP
           ELSE
               IF W63-MONTH-END (W63-IDX) AND W64-REQ-MONTH-END
                   PERFORM 310-TRY-ONE-STEP
               END-IF
           END-IF
          .
      *A STEP ALREADY COMPLETED FOR THE BUSINESS DATE IS PASSED OVER
      *QUIETLY. ONE WHOSE PREREQUISITES HAVEN'T ALL COMPLETED IS
      *REFUSED AND LOGGED WITH THE FIRST ONE IT IS WAITING ON;
      *ANYTHING ELSE IS STARTED
       310-TRY-ONE-STEP.
           PERFORM 090-READ-RUN-CONTROL
           MOVE W63-STEP-ID (W63-IDX) TO W65-FIND-ID
           PERFORM 260-CHECK-STEP-COMPLETE
           IF NOT W65-STEP-COMPLETE
               MOVE SPACES TO W65-WAITING-ON
               PERFORM 320-CHECK-ONE-PREREQ
                   VARYING W63-PRQ-IDX FROM 1 BY 1
                   UNTIL W63-PRQ-IDX > 4
                   OR W65-WAITING-ON NOT = SPACES
               IF W65-WAITING-ON NOT = SPACES
                   MOVE 'R'    TO W66-EVENT
                   MOVE ZERO   TO W66-STEP-RC
                                  W66-RECORD-COUNT
                                  W66-ADD-COUNT
                                  W66-CHANGE-COUNT
                                  W66-DELETE-COUNT
                   MOVE SPACES TO W66-COUNT-FILE
                   MOVE SPACES TO W66-NOTE
                   STRING 'WAITING ON ' W65-WAITING-ON
                       DELIMITED BY SIZE INTO W66-NOTE
                   ACCEPT W66-TIME-NOW FROM TIME
                   PERFORM 380-WRITE-LOG-ENTRY
                   PERFORM 390-POST-EVENT-TO-TABLE
                   MOVE 8 TO W64-DRIVER-RC
                   DISPLAY 'STEP ' W63-STEP-ID (W63-IDX)
                       ' REFUSED - ' W66-NOTE
               ELSE
                   PERFORM 330-RUN-STEP
               END-IF
           END-IF
          .
       320-CHECK-ONE-PREREQ.
           IF W63-PREREQ (W63-IDX W63-PRQ-IDX) NOT = SPACES
               MOVE W63-PREREQ (W63-IDX W63-PRQ-IDX) TO W65-FIND-ID
               PERFORM 260-CHECK-STEP-COMPLETE
               IF NOT W65-STEP-COMPLETE
                   MOVE W63-PREREQ (W63-IDX W63-PRQ-IDX)
                       TO W65-WAITING-ON
               END-IF
           END-IF
          .
      *LOGS THE START, RUNS THE STEP, PULLS ITS RECORD COUNT AND LOGS
      *THE END. A NON-ZERO RETURN CODE IS A FAILURE; SO IS A STEP
      *THAT KEEPS A RUN-CONTROL STATUS BYTE BUT DIDN'T MARK ITSELF
      *COMPLETED, WHICH MEANS IT STOPPED PART WAY THROUGH
       330-RUN-STEP.
           MOVE 'S'    TO W66-EVENT
           MOVE ZERO   TO W66-STEP-RC
                          W66-RECORD-COUNT
                          W66-ADD-COUNT
                          W66-CHANGE-COUNT
                          W66-DELETE-COUNT
           MOVE SPACES TO W66-COUNT-FILE
                          W66-NOTE
           ACCEPT W66-TIME-NOW FROM TIME
           PERFORM 380-WRITE-LOG-ENTRY
           PERFORM 390-POST-EVENT-TO-TABLE
           ADD 1 TO W67-STARTED-TONIGHT
           IF W63-COMMAND (W63-IDX) = SPACES
               MOVE W63-STEP-ID (W63-IDX) TO W66-COMMAND
           ELSE
               MOVE W63-COMMAND (W63-IDX) TO W66-COMMAND
           END-IF
           CALL 'SYSTEM' USING W66-COMMAND
           MOVE RETURN-CODE TO W66-RAW-STATUS
           MOVE ZERO TO RETURN-CODE
           IF W66-RAW-STATUS < ZERO
               MOVE 9999 TO W66-STEP-RC
           ELSE
               IF W66-RAW-STATUS > 255
                   DIVIDE W66-RAW-STATUS BY 256 GIVING W66-STEP-RC
               ELSE
                   MOVE W66-RAW-STATUS TO W66-STEP-RC
               END-IF
           END-IF
           PERFORM 340-COUNT-STEP-RECORDS
           PERFORM 090-READ-RUN-CONTROL
           MOVE 'E' TO W66-EVENT
           IF W66-STEP-RC NOT = ZERO
               MOVE 'F' TO W66-EVENT
               MOVE 'NON-ZERO RETURN CODE' TO W66-NOTE
           ELSE
               PERFORM 335-CHECK-RUN-CONTROL-BYTE
           END-IF
           ACCEPT W66-TIME-NOW FROM TIME
           PERFORM 380-WRITE-LOG-ENTRY
           PERFORM 390-POST-EVENT-TO-TABLE
           IF W66-EVENT = 'F'
               MOVE 8 TO W64-DRIVER-RC
               DISPLAY 'STEP ' W63-STEP-ID (W63-IDX)
                   ' FAILED - ' W66-NOTE
           END-IF
          .
       335-CHECK-RUN-CONTROL-BYTE.
           IF W63-STEP-ID (W63-IDX) = '4240066'
               AND W62-COMM-STATUS NOT = 'C'
               MOVE 'F' TO W66-EVENT
           END-IF
           IF W63-STEP-ID (W63-IDX) = '4240067'
               AND W62-MAINT-STATUS NOT = 'C'
               MOVE 'F' TO W66-EVENT
           END-IF
           IF W63-STEP-ID (W63-IDX) = '4240069'
               AND W62-CLOSE-STATUS NOT = 'C'
               MOVE 'F' TO W66-EVENT
           END-IF
           IF W66-EVENT = 'F'
               MOVE 'RUN CONTROL NOT DONE' TO W66-NOTE
           END-IF
          .
      *PULLS THE STEP'S RECORD COUNT FROM THE FILE THE STEP TABLE
      *NAMES - THE MASTER RECORD COUNT AND THE APPLIED COUNTS OFF THE
      *BATCH-CONTROL RECORD, OR THE NUMBER OF LINES ON A LOG
       340-COUNT-STEP-RECORDS.
           MOVE ZERO   TO W66-RECORD-COUNT
           MOVE SPACES TO W66-COUNT-FILE
           IF W63-COUNT-SOURCE (W63-IDX) = 'CTL'
               MOVE 'ASST2.CTL' TO W66-COUNT-FILE
               PERFORM 341-READ-CONTROL-FILE
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'MLG'
               MOVE 'ASST2.MLG' TO W66-COUNT-FILE
               PERFORM 342-COUNT-MAINT-LOG
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'RLG'
               MOVE 'ASST2.RLG' TO W66-COUNT-FILE
               PERFORM 344-COUNT-RECON-LOG
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'BLG'
               MOVE 'ASST2.BLG' TO W66-COUNT-FILE
               PERFORM 346-COUNT-BUYER-LOG
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'ALG'
               MOVE 'ASST2.ALG' TO W66-COUNT-FILE
               PERFORM 348-COUNT-ACQ-LOG
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'TLG'
               MOVE 'ASST2.TLG' TO W66-COUNT-FILE
               PERFORM 350-COUNT-INTAKE-LOG
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'FLG'
               MOVE 'ASST2.FLG' TO W66-COUNT-FILE
               PERFORM 352-COUNT-FLOOR-LOG
           END-IF
           IF W63-COUNT-SOURCE (W63-IDX) = 'FNL'
               MOVE 'ASST2.FNL' TO W66-COUNT-FILE
               PERFORM 354-COUNT-FNI-LOG
           END-IF
          .
       341-READ-CONTROL-FILE.
           OPEN INPUT F21-CONTROL-FILE
           IF W61-CTL-FILE-STATUS = '00'
               READ F21-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F21-CTL-RECORD-COUNT TO W66-RECORD-COUNT
                       MOVE F21-CTL-ADD-COUNT    TO W66-ADD-COUNT
                       MOVE F21-CTL-CHANGE-COUNT TO W66-CHANGE-COUNT
                       MOVE F21-CTL-DELETE-COUNT TO W66-DELETE-COUNT
               END-READ
               CLOSE F21-CONTROL-FILE
           END-IF
          .
       342-COUNT-MAINT-LOG.
           OPEN INPUT F10-LOG-FILE
           IF W61-MLG-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F10-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 343-COUNT-ONE-MAINT-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F10-LOG-FILE
           END-IF
          .
       343-COUNT-ONE-MAINT-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F10-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
       344-COUNT-RECON-LOG.
           OPEN INPUT F27-RECON-LOG-FILE
           IF W61-RLG-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F27-RECON-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 345-COUNT-ONE-RECON-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F27-RECON-LOG-FILE
           END-IF
          .
       345-COUNT-ONE-RECON-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F27-RECON-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
       346-COUNT-BUYER-LOG.
           OPEN INPUT F34-BUYER-LOG-FILE
           IF W61-BLG-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F34-BUYER-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 347-COUNT-ONE-BUYER-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F34-BUYER-LOG-FILE
           END-IF
          .
       347-COUNT-ONE-BUYER-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F34-BUYER-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
       348-COUNT-ACQ-LOG.
           OPEN INPUT F58-ACQ-LOG-FILE
           IF W61-ALG-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F58-ACQ-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 349-COUNT-ONE-ACQ-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F58-ACQ-LOG-FILE
           END-IF
          .
       349-COUNT-ONE-ACQ-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F58-ACQ-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
       350-COUNT-INTAKE-LOG.
           OPEN INPUT F62-INTAKE-LOG-FILE
           IF W61-TLG-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F62-INTAKE-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 351-COUNT-ONE-INTAKE-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F62-INTAKE-LOG-FILE
           END-IF
          .
       351-COUNT-ONE-INTAKE-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F62-INTAKE-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
       352-COUNT-FLOOR-LOG.
           OPEN INPUT F66-FLOOR-LOG-FILE
           IF W61-FLG-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F66-FLOOR-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 353-COUNT-ONE-FLOOR-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F66-FLOOR-LOG-FILE
           END-IF
          .
       353-COUNT-ONE-FLOOR-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F66-FLOOR-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
       354-COUNT-FNI-LOG.
           OPEN INPUT F101-FNI-LOG-FILE
           IF W61-FNL-FILE-STATUS = '00'
               MOVE SPACES TO W61-COUNT-REMAINS-SWITCH
               READ F101-FNI-LOG-FILE
                   AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
               END-READ
               PERFORM 355-COUNT-ONE-FNI-LINE
                   UNTIL W61-COUNT-REMAINS-SWITCH = 'NO'
               CLOSE F101-FNI-LOG-FILE
           END-IF
          .
       355-COUNT-ONE-FNI-LINE.
           ADD 1 TO W66-RECORD-COUNT
           READ F101-FNI-LOG-FILE
               AT END MOVE 'NO' TO W61-COUNT-REMAINS-SWITCH
           END-READ
          .
      *ONE RUN LOG ENTRY FOR THE STEP AT W63-IDX FROM THE W66 FIELDS
       380-WRITE-LOG-ENTRY.
           MOVE W62-BUSINESS-NUM      TO F97-OPL-BUS-DATE
           MOVE W63-STEP-ID (W63-IDX) TO F97-OPL-STEP-ID
           MOVE W66-EVENT             TO F97-OPL-EVENT
           MOVE W66-TIME-NOW          TO F97-OPL-TIME
           MOVE W66-STEP-RC           TO F97-OPL-RETURN-CODE
           MOVE W66-COUNT-FILE        TO F97-OPL-COUNT-FILE
           MOVE W66-RECORD-COUNT      TO F97-OPL-RECORD-COUNT
           MOVE W66-NOTE              TO F97-OPL-NOTE
           MOVE W66-ADD-COUNT         TO F97-OPL-ADD-COUNT
           MOVE W66-CHANGE-COUNT      TO F97-OPL-CHANGE-COUNT
           MOVE W66-DELETE-COUNT      TO F97-OPL-DELETE-COUNT
           WRITE F97-OPS-LOG-REC
          .
      *CARRIES AN EVENT ONTO THE STEP'S TABLE ENTRY - A START CLEARS
      *WHATEVER AN EARLIER ATTEMPT LEFT, THE END, FAILURE OR REFUSAL
      *FILLS IN THE REST
       390-POST-EVENT-TO-TABLE.
           MOVE W66-EVENT TO W63-LAST-EVENT (W63-IDX)
           IF W66-EVENT = 'S'
               MOVE W66-TIME-NOW TO W63-START-TIME (W63-IDX)
               MOVE ZERO   TO W63-END-TIME (W63-IDX)
                              W63-RETURN-CODE (W63-IDX)
                              W63-RECORD-COUNT (W63-IDX)
                              W63-ADD-COUNT (W63-IDX)
                              W63-CHANGE-COUNT (W63-IDX)
                              W63-DELETE-COUNT (W63-IDX)
               MOVE SPACES TO W63-COUNT-FILE (W63-IDX)
                              W63-NOTE (W63-IDX)
           ELSE
               IF W66-EVENT = 'R'
                   MOVE ZERO TO W63-START-TIME (W63-IDX)
               END-IF
               MOVE W66-TIME-NOW     TO W63-END-TIME (W63-IDX)
               MOVE W66-STEP-RC      TO W63-RETURN-CODE (W63-IDX)
               MOVE W66-COUNT-FILE   TO W63-COUNT-FILE (W63-IDX)
               MOVE W66-RECORD-COUNT TO W63-RECORD-COUNT (W63-IDX)
               MOVE W66-NOTE         TO W63-NOTE (W63-IDX)
               MOVE W66-ADD-COUNT    TO W63-ADD-COUNT (W63-IDX)
               MOVE W66-CHANGE-COUNT TO W63-CHANGE-COUNT (W63-IDX)
               MOVE W66-DELETE-COUNT TO W63-DELETE-COUNT (W63-IDX)
           END-IF
          .
      *THE MORNING RUN BOOK - EVERY STEP ON THE TABLE WITH WHERE IT
      *STANDS FOR THE BUSINESS DATE. A NIGHTLY STEP THAT NEVER RAN,
      *A FAILURE, A STEP STARTED WITH NO END ENTRY (THE DRIVER ITSELF
      *WENT DOWN) AND A REFUSED STEP ALL STILL HAVE TO BE RERUN
       600-PRINT-RUN-BOOK.
           PERFORM 090-READ-RUN-CONTROL
           OPEN OUTPUT F98-RUN-BOOK-FILE
           MOVE W69-HEADING-LINE1 TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           MOVE W69-HEADING-LINE2 TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE FROM SPACES
           MOVE W62-BUSINESS-YY TO W69-RUN-YY-OUT
           MOVE W62-BUSINESS-MM TO W69-RUN-MM-OUT
           MOVE W62-BUSINESS-DD TO W69-RUN-DD-OUT
           MOVE W62-RUN-NUMBER  TO W69-RUN-NUMBER-OUT
           MOVE W69-RUN-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE FROM SPACES
           MOVE W69-COLUMN-HEADING TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           IF W63-STEP-COUNT = ZERO
               MOVE W69-NONE-LINE TO F98-RUN-BOOK-LINE
               WRITE F98-RUN-BOOK-LINE
           END-IF
           PERFORM 610-PRINT-ONE-STEP
               VARYING W63-IDX FROM 1 BY 1
               UNTIL W63-IDX > W63-STEP-COUNT
           PERFORM 650-PRINT-RUN-BOOK-SUMMARY
           CLOSE F98-RUN-BOOK-FILE
          .
       610-PRINT-ONE-STEP.
           MOVE SPACES TO W67-RERUN-SWITCH
           MOVE W63-STEP-ID (W63-IDX)    TO W69-STEP-OUT
           MOVE W63-STEP-CLASS (W63-IDX) TO W69-CLASS-OUT
           MOVE SPACES TO W69-START-OUT
                          W69-END-OUT
                          W69-RC-TEXT
                          W69-COUNT-TEXT
                          W69-COUNT-FILE-OUT
           PERFORM 620-SET-STEP-STATUS
           IF W63-START-TIME (W63-IDX) > ZERO
               MOVE W63-START-TIME (W63-IDX) TO W68-TIME-WORK
               PERFORM 615-EDIT-TIME
               MOVE W68-TIME-EDIT TO W69-START-OUT
           END-IF
           IF W63-LAST-EVENT (W63-IDX) = 'E'
               OR W63-LAST-EVENT (W63-IDX) = 'F'
               MOVE W63-END-TIME (W63-IDX) TO W68-TIME-WORK
               PERFORM 615-EDIT-TIME
               MOVE W68-TIME-EDIT TO W69-END-OUT
               MOVE W63-RETURN-CODE (W63-IDX) TO W69-RC-OUT
               IF W63-COUNT-FILE (W63-IDX) NOT = SPACES
                   MOVE W63-RECORD-COUNT (W63-IDX) TO W69-COUNT-OUT
                   MOVE W63-COUNT-FILE (W63-IDX)
                       TO W69-COUNT-FILE-OUT
               END-IF
           END-IF
           IF W67-NEEDS-RERUN
               MOVE 'YES' TO W69-RERUN-OUT
               ADD 1 TO W67-RERUN-COUNT
           ELSE
               MOVE SPACES TO W69-RERUN-OUT
           END-IF
           MOVE W69-STEP-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           PERFORM 630-PRINT-NOTE-LINE
          .
       615-EDIT-TIME.
           MOVE W68-TIME-HH TO W68-EDIT-HH
           MOVE W68-TIME-MM TO W68-EDIT-MM
           MOVE W68-TIME-SS TO W68-EDIT-SS
          .
      *WHERE THE STEP STANDS, FROM ITS LATEST RUN LOG ENTRY - OR, WITH
      *NO ENTRY, FROM THE RUN-CONTROL BYTE AND ITS CLASS
       620-SET-STEP-STATUS.
           IF W63-LAST-EVENT (W63-IDX) = 'E'
               MOVE 'RAN' TO W69-STATUS-OUT
               ADD 1 TO W67-RAN-COUNT
           END-IF
           IF W63-LAST-EVENT (W63-IDX) = 'F'
               MOVE 'FAILED' TO W69-STATUS-OUT
               ADD 1 TO W67-FAILED-COUNT
               MOVE 'YES' TO W67-RERUN-SWITCH
           END-IF
           IF W63-LAST-EVENT (W63-IDX) = 'S'
               MOVE 'FAILED' TO W69-STATUS-OUT
               MOVE 'STARTED - NO END' TO W63-NOTE (W63-IDX)
               ADD 1 TO W67-FAILED-COUNT
               MOVE 'YES' TO W67-RERUN-SWITCH
           END-IF
           IF W63-LAST-EVENT (W63-IDX) = 'R'
               MOVE 'SKIPPED-WAIT' TO W69-STATUS-OUT
               ADD 1 TO W67-SKIPPED-COUNT
               MOVE 'YES' TO W67-RERUN-SWITCH
           END-IF
           IF W63-LAST-EVENT (W63-IDX) = SPACES
               MOVE W63-STEP-ID (W63-IDX) TO W65-FIND-ID
               PERFORM 260-CHECK-STEP-COMPLETE
               IF W65-STEP-COMPLETE
                   MOVE 'RAN BY HAND' TO W69-STATUS-OUT
                   ADD 1 TO W67-RAN-COUNT
               ELSE
                   IF W63-NIGHTLY (W63-IDX)
                       MOVE 'NOT RUN' TO W69-STATUS-OUT
                       MOVE 'YES' TO W67-RERUN-SWITCH
                   ELSE
                       MOVE 'SKIPPED' TO W69-STATUS-OUT
                   END-IF
                   ADD 1 TO W67-SKIPPED-COUNT
               END-IF
           END-IF
          .
      *THE NOTE LINE ONLY PRINTS WHEN THERE IS A NOTE OR THE COUNT
      *CAME OFF THE BATCH-CONTROL RECORD
       630-PRINT-NOTE-LINE.
           MOVE W63-NOTE (W63-IDX) TO W69-NOTE-OUT
           MOVE SPACES TO W69-APPLIED-OUT
           IF W63-COUNT-FILE (W63-IDX) = 'ASST2.CTL'
               AND W63-LAST-EVENT (W63-IDX) NOT = 'S'
               MOVE W63-ADD-COUNT (W63-IDX)    TO W69-ADDS-OUT
               MOVE W63-CHANGE-COUNT (W63-IDX) TO W69-CHANGES-OUT
               MOVE W63-DELETE-COUNT (W63-IDX) TO W69-DELETES-OUT
               MOVE W69-APPLIED-COUNTS TO W69-APPLIED-OUT
           END-IF
           IF W69-NOTE-OUT NOT = SPACES
               OR W69-APPLIED-OUT NOT = SPACES
               MOVE W69-NOTE-LINE TO F98-RUN-BOOK-LINE
               WRITE F98-RUN-BOOK-LINE
           END-IF
          .
       650-PRINT-RUN-BOOK-SUMMARY.
           WRITE F98-RUN-BOOK-LINE FROM SPACES
           MOVE 'STEPS STARTED THIS RUN' TO W69-SUM-LABEL-OUT
           MOVE W67-STARTED-TONIGHT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           MOVE 'STEPS RAN' TO W69-SUM-LABEL-OUT
           MOVE W67-RAN-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           MOVE 'STEPS SKIPPED' TO W69-SUM-LABEL-OUT
           MOVE W67-SKIPPED-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           MOVE 'STEPS FAILED' TO W69-SUM-LABEL-OUT
           MOVE W67-FAILED-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           MOVE 'STEPS STILL TO BE RERUN' TO W69-SUM-LABEL-OUT
           MOVE W67-RERUN-COUNT TO W69-SUM-COUNT-OUT
           MOVE W69-SUMMARY-LINE TO F98-RUN-BOOK-LINE
           WRITE F98-RUN-BOOK-LINE
           IF W63-STEP-DROPPED > ZERO
               MOVE 'STEPS BEYOND THE 50-STEP TABLE - NOT RUN'
                   TO W69-SUM-LABEL-OUT
               MOVE W63-STEP-DROPPED TO W69-SUM-COUNT-OUT
               MOVE W69-SUMMARY-LINE TO F98-RUN-BOOK-LINE
               WRITE F98-RUN-BOOK-LINE
           END-IF
          .
      *HANDS THE OPERATOR 8 WHEN ANYTHING FAILED OR WAS REFUSED
       700-CLOSE-FILES.
           CLOSE F97-OPS-LOG-FILE
           IF W61-JRQ-PRESENT
               CLOSE F96-REQUEST-FILE
           END-IF
           MOVE W64-DRIVER-RC TO RETURN-CODE
           STOP RUN.
