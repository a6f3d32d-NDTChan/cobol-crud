           01 WS-TEACHER-NAME        PIC X(20).
           01 WS-TERM                PIC X(06).
           01 WS-CAPACITY            PIC 9(03).
           01 WS-CREDITS-ANSWER      PIC X(04).
           01 WS-CREDITS             PIC 9(01)V9(01).
           01 WS-CREDITS-SHOWN       PIC 9.9.
           01 WS-CREDITS-OK          PIC X(01).
           01 WS-CR-WHOLE.
               05 WS-CR-WHOLE-DIGIT  PIC 9(01).
               05 FILLER             PIC X(03).
           01 WS-CR-WHOLE-LEN        PIC 9(02).
           01 WS-CR-TENTH.
               05 WS-CR-TENTH-DIGIT  PIC 9(01).
               05 FILLER             PIC X(03).
           01 WS-CR-TENTH-LEN        PIC 9(02).
           01 WS-MORE                PIC X(01).
           01 WS-COUNT               PIC 9(10) VALUE 0.

                   READ CLASS-MASTER NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 610-SHOW-CREDITS
                           DISPLAY CM-CLASS-CODE"-"CM-TEACHER-NAME
                                   "-"CM-TERM"-CAP "CM-CAPACITY
                                   "-CR "WS-CREDITS-SHOWN
                           COMPUTE WS-COUNT = WS-COUNT + 1
                   END-READ
               END-PERFORM
           ACCEPT WS-TERM.
           DISPLAY "ENTER CAPACITY:".
           ACCEPT WS-CAPACITY.
           DISPLAY "ENTER CREDITS (E.G. 1, 0.5 - BLANK FOR 1):".
           MOVE SPACES TO WS-CREDITS-ANSWER.
           ACCEPT WS-CREDITS-ANSWER.
           MOVE 1 TO WS-CREDITS.
           PERFORM 600-READ-CREDITS.

           MOVE WS-CLASS-CODE TO CM-CLASS-CODE.
           MOVE WS-TEACHER-NAME TO CM-TEACHER-NAME.
           MOVE WS-TERM TO CM-TERM.
           MOVE WS-CAPACITY TO CM-CAPACITY.
           MOVE WS-CREDITS TO CM-CREDITS.

           IF WS-CREDITS-OK NOT = 'Y'
               DISPLAY "CREDITS MUST BE 0 TO 9.9 - ADD REJECTED"
           ELSE
               WRITE CLASS-MASTER-FILE
                   INVALID KEY
                       DISPLAY "CLASS "WS-CLASS-CODE" ALREADY EXISTS - "
                               "ADD REJECTED"
                   NOT INVALID KEY
                       DISPLAY "CLASS "WS-CLASS-CODE" ADDED"
               END-WRITE
           END-IF.

           CLOSE CLASS-MASTER.

                       DISPLAY "CURRENT TEACHER : "CM-TEACHER-NAME
                       DISPLAY "CURRENT TERM    : "CM-TERM
                       DISPLAY "CURRENT CAPACITY: "CM-CAPACITY
                       PERFORM 610-SHOW-CREDITS
                       DISPLAY "CURRENT CREDITS : "WS-CREDITS-SHOWN
                       DISPLAY "ENTER NEW TEACHER NAME:"
                       ACCEPT WS-TEACHER-NAME
                       DISPLAY "ENTER NEW TERM:"
                       ACCEPT WS-TERM
                       DISPLAY "ENTER NEW CAPACITY:"
                       ACCEPT WS-CAPACITY
                       DISPLAY "ENTER NEW CREDITS (BLANK KEEPS "
                               "CURRENT):"
                       MOVE SPACES TO WS-CREDITS-ANSWER
                       ACCEPT WS-CREDITS-ANSWER
                       PERFORM 600-READ-CREDITS
                       IF WS-CREDITS-OK NOT = 'Y'
                           DISPLAY "CREDITS MUST BE 0 TO 9.9 - "
                                   "UPDATE REJECTED"
                       ELSE
                           MOVE WS-TEACHER-NAME TO CM-TEACHER-NAME
                           MOVE WS-TERM TO CM-TERM
                           MOVE WS-CAPACITY TO CM-CAPACITY
                           MOVE WS-CREDITS TO CM-CREDITS
                           REWRITE CLASS-MASTER-FILE
                               INVALID KEY
                                   DISPLAY "UPDATE FAILED FOR CLASS "
                                           WS-CLASS-CODE
                               NOT INVALID KEY
                                   DISPLAY "CLASS "WS-CLASS-CODE
                                           " UPDATED"
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE CLASS-MASTER
           END-IF.
           END-IF.
       500-DELETE-EXIT.
           EXIT.

      *> Credits are keyed as a whole number with an optional tenth -
      *> "3", "3.5", ".5".  A blank answer leaves WS-CREDITS as the
      *> caller set it.
       600-READ-CREDITS.
           MOVE 'Y' TO WS-CREDITS-OK.
           IF WS-CREDITS-ANSWER NOT = SPACES
               MOVE SPACES TO WS-CR-WHOLE
               MOVE SPACES TO WS-CR-TENTH
               MOVE 0 TO WS-CR-WHOLE-LEN
               MOVE 0 TO WS-CR-TENTH-LEN
               UNSTRING WS-CREDITS-ANSWER DELIMITED BY '.' OR SPACE
                   INTO WS-CR-WHOLE COUNT IN WS-CR-WHOLE-LEN
                        WS-CR-TENTH COUNT IN WS-CR-TENTH-LEN
               END-UNSTRING
               MOVE 0 TO WS-CREDITS
               IF WS-CR-WHOLE-LEN > 1 OR WS-CR-TENTH-LEN > 1
                   MOVE 'N' TO WS-CREDITS-OK
               END-IF
               IF WS-CR-WHOLE-LEN = 1
                   IF WS-CR-WHOLE-DIGIT IS NUMERIC
                       COMPUTE WS-CREDITS = WS-CREDITS
                                          + WS-CR-WHOLE-DIGIT
                   ELSE
                       MOVE 'N' TO WS-CREDITS-OK
                   END-IF
               END-IF
               IF WS-CR-TENTH-LEN = 1
                   IF WS-CR-TENTH-DIGIT IS NUMERIC
                       COMPUTE WS-CREDITS = WS-CREDITS
                                          + WS-CR-TENTH-DIGIT / 10
                   ELSE
                       MOVE 'N' TO WS-CREDITS-OK
                   END-IF
               END-IF
           END-IF.

      *> A class written before credits were kept reads back with
      *> spaces there and counts as one credit.  Leaves the class's
      *> credits in WS-CREDITS as well, for a change that keeps them.
       610-SHOW-CREDITS.
           IF CM-CREDITS IS NUMERIC
               MOVE CM-CREDITS TO WS-CREDITS
           ELSE
               MOVE 1 TO WS-CREDITS
           END-IF.
           MOVE WS-CREDITS TO WS-CREDITS-SHOWN.
       END PROGRAM SUB_CLASS_MAINT.
