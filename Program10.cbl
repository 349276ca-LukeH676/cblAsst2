      *ONE BUYER RECORD - SAME LAYOUT AS PROGRAM9'S F32-BUYER-REC,
      *KEPT IN SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F32-BUYER-FILE
           RECORD CONTAINS 103 CHARACTERS.
       01  F32-BUYER-REC.
           05  F32-BYR-INVOICE-NUM PIC 9(5).
           05  F32-BYR-NAME        PIC X(25).
           05  F32-BYR-ZIP         PIC X(5).
           05  F32-BYR-PHONE       PIC X(10).
           05  F32-BYR-SOURCE      PIC X(10).
           05  F32-BYR-CUST-NUM    PIC 9(6).
      *ONE RUN-CONTROL RECORD - SAME LAYOUT AS PROGRAM1'S, KEPT IN
      *SYNC BY HAND LIKE THE OTHER SHARED FILES
       FD  F20-RUN-CONTROL-FILE
           05                PIC X(5)  VALUE 'PHONE'.
           05                PIC X(7)  VALUE SPACES.
           05                PIC X(6)  VALUE 'SOURCE'.
           05                PIC X(6)  VALUE SPACES.
           05                PIC X(6)  VALUE 'CUST #'.
           05                PIC X(18) VALUE SPACES.

       01  W97-FUP-DETAIL-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05 W97-PHONE-OUT        PIC X(10).
           05                      PIC X(2)  VALUE SPACES.
           05 W97-SOURCE-OUT       PIC X(10).
           05                      PIC X(2)  VALUE SPACES.
           05 W97-CUST-OUT         PIC ZZZZZ9.
           05                      PIC X(20) VALUE SPACES.

      *MAILING ADDRESS PRINTED UNDER EACH MATCHED SALE SO THE OFFICE
      *CAN RUN LABELS STRAIGHT OFF THE EXTRACT
           05 W99-LISTED-COUNT    PIC 9(4) VALUE ZERO.
           05 W99-MATCHED-COUNT   PIC 9(4) VALUE ZERO.
           05 W99-UNMATCHED-COUNT PIC 9(4) VALUE ZERO.
           05 W99-REPEAT-COUNT    PIC 9(4) VALUE ZERO.

      *CUSTOMERS ALREADY GIVEN A MAILING LABEL IN THIS EXTRACT - A
      *CUSTOMER WHO BOUGHT MORE THAN ONE CAR IN THE MONTH IS STILL
      *LISTED AGAINST EVERY SALE BUT ONLY GETS THE ONE LABEL. A BUYER
      *THE MATCHING RUN HAS NOT LINKED YET ALWAYS GETS ITS LABEL
       01  W99-LABELLED-TABLE.
           05 W99-LABELLED-CUST OCCURS 200 TIMES PIC 9(6).
       01  W99-LABELLED-COUNT     PIC 9(3) COMP VALUE ZERO.
       01  W99-IDX                PIC 9(3) COMP VALUE ZERO.
       01  W99-LABEL-SWITCH       PIC X(3) VALUE SPACES.
           88 W99-LABEL-WANTED        VALUE 'YES'.

      *PERFORM ALL CALCULATIONS NEEDED - AND WRITES TO OUTPUT FILE
       PROCEDURE DIVISION.
           PERFORM 320-FIND-BUYER
           MOVE W97-FUP-DETAIL-LINE TO F35-FOLLOWUP-LINE
           WRITE F35-FOLLOWUP-LINE
           MOVE 'NO' TO W99-LABEL-SWITCH
           IF W96-BYR-PRESENT AND W96-BYR-FILE-STATUS = '00'
               PERFORM 340-CHECK-LABELLED
           END-IF
           IF W99-LABEL-WANTED
               MOVE F32-BYR-STREET TO W97-STREET-OUT
               MOVE F32-BYR-CITY   TO W97-CITY-OUT
               MOVE F32-BYR-STATE  TO W97-STATE-OUT
                       MOVE F32-BYR-NAME   TO W97-BUYER-NAME-OUT
                       MOVE F32-BYR-PHONE  TO W97-PHONE-OUT
                       MOVE F32-BYR-SOURCE TO W97-SOURCE-OUT
                       IF F32-BYR-CUST-NUM NUMERIC
                           MOVE F32-BYR-CUST-NUM TO W97-CUST-OUT
                       ELSE
                           MOVE ZERO TO W97-CUST-OUT
                       END-IF
               END-READ
           ELSE
               PERFORM 330-NOTE-MISSING-BUYER
           MOVE '** NO BUYER ON FILE **' TO W97-BUYER-NAME-OUT
           MOVE SPACES TO W97-PHONE-OUT
                          W97-SOURCE-OUT
           MOVE ZERO TO W97-CUST-OUT
          .
      *DECIDES WHETHER THE MATCHED BUYER GETS A MAILING LABEL - NOT
      *WHEN THE SAME CUSTOMER HAS ALREADY HAD ONE IN THIS EXTRACT
       340-CHECK-LABELLED.
           MOVE 'YES' TO W99-LABEL-SWITCH
           IF F32-BYR-CUST-NUM NUMERIC
               AND F32-BYR-CUST-NUM > ZERO
               PERFORM 341-SCAN-LABELLED-TABLE
                   VARYING W99-IDX FROM 1 BY 1
                   UNTIL W99-IDX > W99-LABELLED-COUNT
               IF W99-LABEL-WANTED
                   IF W99-LABELLED-COUNT < 200
                       ADD 1 TO W99-LABELLED-COUNT
                       MOVE F32-BYR-CUST-NUM
                           TO W99-LABELLED-CUST (W99-LABELLED-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO W99-REPEAT-COUNT
               END-IF
           END-IF
          .
       341-SCAN-LABELLED-TABLE.
           IF W99-LABELLED-CUST (W99-IDX) = F32-BYR-CUST-NUM
               MOVE 'NO' TO W99-LABEL-SWITCH
           END-IF
          .
      *CLOSES OUT THE EXTRACT WITH WHAT WAS LISTED AND HOW MANY
      *SALES STILL HAVE NO BUYER KEYED
           MOVE W99-UNMATCHED-COUNT TO W97-SUM-COUNT-OUT
           MOVE W97-FUP-SUMMARY-LINE TO F35-FOLLOWUP-LINE
           WRITE F35-FOLLOWUP-LINE
           MOVE 'REPEAT CUSTOMER - NO 2ND LABEL' TO W97-SUM-LABEL-OUT
           MOVE W99-REPEAT-COUNT TO W97-SUM-COUNT-OUT
           MOVE W97-FUP-SUMMARY-LINE TO F35-FOLLOWUP-LINE
           WRITE F35-FOLLOWUP-LINE
          .
      *CLOSE INPUT AND OUTPUT FILES - THE OPTIONAL INPUTS ARE ONLY
      *OPEN WHEN THEY WERE THERE TO READ
