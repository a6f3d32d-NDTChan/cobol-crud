           01 WS-SEAT-CAPACITY     PIC 9(03).
           01 WS-ENROLL-STATUS     PIC X(01) VALUE 'A'.
           01 WS-APPLY-OK          PIC X(01).
           01 WS-CLASH             PIC X(01).
           01 WS-CLASH-CLASS       PIC X(06).

      *> Students deleted during the run, remembered so their freed
      *> seats can be offered out after the student file is closed -
      *> A full room does not lose the student - they go to the back
      *> of the class's waitlist and SUB_SEAT_OPEN hands them the
      *> next seat that frees up.  That resolves the reject.
           IF WS-CLASS-FOUND = 'Y' AND WS-CLASH NOT = 'Y'
           IF WS-SEAT-OPEN NOT = 'Y'
               DISPLAY 'CLASS 'WS-FIX-CLASS' IS FULL ('
                       WS-SEATS-TAKEN' OF 'WS-SEAT-CAPACITY

       510-APPLY-UPDATE.
           PERFORM 530-CHECK-CLASS-CODE.
           IF WS-CLASS-FOUND = 'Y' AND WS-CLASH NOT = 'Y'
               MOVE WS-FIX-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY
                   END-DELETE
           END-READ.

      *> The same class and timetable gates the batch run applies.
       530-CHECK-CLASS-CODE.
           MOVE 'N' TO WS-CLASH.
           CALL 'SUB_CLASS_CHECK' USING WS-FIX-CLASS,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-CLASS-FOUND NOT = 'Y'
               DISPLAY 'UNKNOWN CLASS CODE 'WS-FIX-CLASS
                       ' - NOT APPLIED'
           ELSE
               CALL 'SUB_SCHED_CHECK' USING WS-FIX-NUMBER,
                   WS-FIX-CLASS, WS-CLASH, WS-CLASH-CLASS
               IF WS-CLASH = 'Y'
                   DISPLAY 'CLASS 'WS-FIX-CLASS' CLASHES WITH CLASS '
                           WS-CLASH-CLASS' - NOT APPLIED'
               END-IF
           END-IF.
       END PROGRAM SUB_REPAIR.
