           01 WS-SEATS-TAKEN      PIC 9(03).
           01 WS-SEAT-CAPACITY    PIC 9(03).
           01 WS-ENROLL-STATUS    PIC X(01) VALUE 'A'.
           01 WS-CLASH            PIC X(01).
           01 WS-CLASH-CLASS      PIC X(06).
           77 WS-FS               PIC 9(02).

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
                   CLOSE STUDENT
                   GOBACK
               END-IF.
      *> A student already sitting in a class that meets in the same
      *> period is refused outright - waitlisting them would only
      *> hand them a seat they cannot use.
               CALL 'SUB_SCHED_CHECK' USING WS-STUDENT-NUMBER,
                   WS-CLASS-CODE, WS-CLASH, WS-CLASH-CLASS.
               IF WS-CLASH = 'Y'
                   DISPLAY "CLASS "WS-CLASS-CODE" CLASHES WITH CLASS "
                           WS-CLASH-CLASS" - ADD REJECTED"
                   CLOSE STUDENT
                   GOBACK
               END-IF.
      *> A full room does not lose the student - they go to the back
      *> of the class's waitlist and SUB_SEAT_OPEN hands them the
      *> next seat that frees up.
