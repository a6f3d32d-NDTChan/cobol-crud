           01 WS-SEAT-OPEN         PIC X(01).
           01 WS-SEATS-TAKEN       PIC 9(03).
           01 WS-SEAT-CAPACITY     PIC 9(03).
           01 WS-SCHOOL-DAY        PIC X(01).
           01 WS-DAY-REASON        PIC X(30).

           01 WS-APPLIED-COUNT PIC 9(10) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(10) VALUE 0.
               GOBACK.

      *> Field-level checks in the order an operator would make them:
      *> the mark, the key fields, then the class, the day against the
      *> school calendar and the student against their masters - the
      *> same gates the interactive screen has.
       200-APPLY-ONE-ROW.
           EVALUATE TRUE
               WHEN ATR-MARK NOT = 'P' AND ATR-MARK NOT = 'A'
           IF WS-CLASS-FOUND NOT = 'Y'
               MOVE "UNKNOWN CLASS CODE" TO WS-REJ-REASON
               PERFORM 900-REJECT-ROW
           ELSE
               PERFORM 215-CHECK-SCHOOL-DAY
           END-IF.

      *> A scanner file dated wrong - a weekend, a holiday, a day in
      *> another term - is held for repair instead of posted.
       215-CHECK-SCHOOL-DAY.
           CALL 'SUB_CAL_CHECK' USING ATR-DATE, WS-CLASS-TERM,
               WS-SCHOOL-DAY, WS-DAY-REASON.
           IF WS-SCHOOL-DAY NOT = 'Y'
               MOVE WS-DAY-REASON TO WS-REJ-REASON
               PERFORM 900-REJECT-ROW
           ELSE
               PERFORM 220-CHECK-STUDENT
           END-IF.
