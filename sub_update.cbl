           01 WS-SEAT-CAPACITY    PIC 9(03).
           01 WS-ENROLL-STATUS    PIC X(01).
           01 WS-RELEASE-SEATS    PIC X(01).
           01 WS-CLASH            PIC X(01).
           01 WS-CLASH-CLASS      PIC X(06).
           77 WS-FS               PIC 9(02).

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
                           CLOSE STUDENT
                           GOBACK
                       END-IF
      *> A class that meets in a period the student already sits in
      *> is refused before the seat test - SUB_SCHED_CHECK passes the
      *> class they already hold.
                       CALL 'SUB_SCHED_CHECK' USING WS-STUDENT-NUMBER,
                           WS-CLASS-CODE, WS-CLASH, WS-CLASH-CLASS
                       IF WS-CLASH = 'Y'
                           DISPLAY "CLASS "WS-CLASS-CODE
                                   " CLASHES WITH CLASS "
                                   WS-CLASH-CLASS" - UPDATE REJECTED"
                           CLOSE STUDENT
                           GOBACK
                       END-IF
      *> The student already holds a seat in the class they came in
      *> with - only a move to a different, full class waitlists.
                       IF WS-CLASS-CODE NOT = WS-AUDIT-OLD-CLASS
