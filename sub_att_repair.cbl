           01 WS-SEAT-OPEN         PIC X(01).
           01 WS-SEATS-TAKEN       PIC 9(03).
           01 WS-SEAT-CAPACITY     PIC 9(03).
           01 WS-SCHOOL-DAY        PIC X(01).
           01 WS-DAY-REASON        PIC X(30).

           01 WS-REJECT-COUNT      PIC 9(10) VALUE 0.
           01 WS-APPLIED-COUNT     PIC 9(10) VALUE 0.
               DISPLAY 'UNKNOWN CLASS CODE 'WS-FIX-CLASS
                       ' - NOT APPLIED'
               COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
           ELSE
               PERFORM 315-CHECK-SCHOOL-DAY
           END-IF.

       315-CHECK-SCHOOL-DAY.
           CALL 'SUB_CAL_CHECK' USING WS-FIX-DATE, WS-CLASS-TERM,
               WS-SCHOOL-DAY, WS-DAY-REASON.
           IF WS-SCHOOL-DAY NOT = 'Y'
               DISPLAY WS-DAY-REASON' - NOT APPLIED'
               COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
           ELSE
               PERFORM 320-CHECK-STUDENT-AND-APPLY
           END-IF.
