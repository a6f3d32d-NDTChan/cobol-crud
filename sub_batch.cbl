           01 WS-SEAT-CAPACITY      PIC 9(03).
           01 WS-ENROLL-STATUS      PIC X(01) VALUE 'A'.
           01 WS-REJ-REASON         PIC X(30).
           01 WS-CLASH              PIC X(01).
           01 WS-CLASH-CLASS        PIC X(06).
           01 WS-TODAY              PIC 9(08).

      *> Students deleted during the run, remembered so their freed
      *> A full room does not lose the student - they go to the back
      *> of the class's waitlist and SUB_SEAT_OPEN hands them the
      *> next seat that frees up.
           IF WS-CLASS-FOUND = 'Y' AND WS-CLASH NOT = 'Y'
           IF WS-SEAT-OPEN NOT = 'Y'
               CALL 'SUB_WAITLIST' USING TRANS-STUDENT-NUMBER,
                   TRANS-NAME, TRANS-STUDENT-SCORE,

       310-BATCH-UPDATE.
           PERFORM 330-CHECK-CLASS-CODE.
           IF WS-CLASS-FOUND = 'Y' AND WS-CLASH NOT = 'Y'
               PERFORM 340-APPLY-UPDATE
           END-IF.


      *> A and U transactions store a class code, so both gate on the
      *> class master before touching the student file - free-typed
      *> codes were fragmenting the per-class averages.  A known class
      *> then gates on the timetable: a student already sitting in a
      *> class that meets in the same period is rejected, not
      *> waitlisted.
       330-CHECK-CLASS-CODE.
           MOVE 'N' TO WS-CLASH.
           CALL 'SUB_CLASS_CHECK' USING TRANS-CLASS-CODE,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-CLASS-FOUND NOT = 'Y'
               MOVE "UNKNOWN CLASS CODE" TO WS-REJ-REASON
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               CALL 'SUB_SCHED_CHECK' USING TRANS-STUDENT-NUMBER,
                   TRANS-CLASS-CODE, WS-CLASH, WS-CLASH-CLASS
               IF WS-CLASH = 'Y'
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "CLASHES WITH CLASS " WS-CLASH-CLASS
                          DELIMITED BY SIZE INTO WS-REJ-REASON
                   PERFORM 900-REJECT-TRANSACTION
               END-IF
           END-IF.

       340-APPLY-UPDATE.
