       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_TIMETABLE_MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIMETABLE ASSIGN TO
               'TIMETABLE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS TT-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE.
           COPY "TIMETBL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS                  PIC 9(02).

           01 WS-MAINT-CHOICE        PIC 9(01).
           01 WS-CLASS-CODE          PIC X(06).
           01 WS-DAYS-ANSWER         PIC X(05).
           01 WS-PERIOD              PIC 9(02).
           01 WS-ROOM                PIC X(06).
           01 WS-MORE                PIC X(01).
           01 WS-CONFIRM             PIC X(01).
           01 WS-COUNT               PIC 9(10) VALUE 0.

      *> The meeting days as keyed ("MWF", "TR") laid out into the
      *> one-byte-per-day form the timetable keeps.
           01 WS-NEW-DAYS.
               05 WS-NEW-DAY         PIC X(01) OCCURS 5 TIMES.
           01 WS-DAYS-OK             PIC X(01).
           01 WS-C                   PIC 9(01).
           77 WS-LAST-PERIOD         PIC 9(02) VALUE 12.

           01 WS-CLASS-FOUND         PIC X(01).
           01 WS-CLASS-TERM          PIC X(06).
           01 WS-SEAT-OPEN           PIC X(01).
           01 WS-SEATS-TAKEN         PIC 9(03).
           01 WS-SEAT-CAPACITY       PIC 9(03).

           LINKAGE SECTION.
      *> When and where each class meets - the days, the period and
      *> the room - kept beside the class master the way the class
      *> master screen keeps the teacher and the term.  Enrollment
      *> reads it through SUB_SCHED_CHECK to keep a student out of two
      *> classes in one period; the conflict report reads it for
      *> double-booked rooms and teachers.
           PROCEDURE DIVISION.
       100-MAINT-MENU.
           DISPLAY "CLASS TIMETABLE MAINTENANCE".
           DISPLAY "1. LIST TIMETABLE".
           DISPLAY "2. ADD OR CHANGE A CLASS'S SLOT".
           DISPLAY "3. REMOVE A CLASS FROM THE TIMETABLE".
           DISPLAY "4. BACK".

           ACCEPT WS-MAINT-CHOICE.

           EVALUATE WS-MAINT-CHOICE
           WHEN 1 PERFORM 200-LIST-TIMETABLE
           WHEN 2 PERFORM 300-SET-SLOT THRU 300-SET-EXIT
           WHEN 3 PERFORM 400-REMOVE-SLOT
           WHEN 4 GOBACK
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.

           DISPLAY "MORE TIMETABLE MAINTENANCE? Y/N".
           ACCEPT WS-MORE.
           IF WS-MORE EQUAL "Y"
           GO TO 100-MAINT-MENU
           END-IF.
           GOBACK.

       200-LIST-TIMETABLE.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-COUNT.
           OPEN INPUT TIMETABLE.
           IF WS-FS NOT = '00'
               DISPLAY "NO TIMETABLE ON FILE (STATUS "WS-FS")"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TIMETABLE NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY TT-CLASS-CODE"-DAYS "TT-DAYS
                                   "-PERIOD "TT-PERIOD"-ROOM "TT-ROOM
                           COMPUTE WS-COUNT = WS-COUNT + 1
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE
               DISPLAY 'TOTAL CLASSES TIMETABLED: 'WS-COUNT
           END-IF.

      *> One slot per class: a class already on the timetable has its
      *> slot replaced.  The class must be on the class master first.
      *> Moving a class does not re-check the students already in it -
      *> the conflict report is the place to catch that.
       300-SET-SLOT.
           DISPLAY "ENTER CLASS CODE:".
           ACCEPT WS-CLASS-CODE.
           CALL 'SUB_CLASS_CHECK' USING WS-CLASS-CODE,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-CLASS-FOUND NOT = 'Y'
               DISPLAY "CLASS "WS-CLASS-CODE" IS NOT ON THE CLASS "
                       "MASTER - ADD IT THERE FIRST"
               GO TO 300-SET-EXIT
           END-IF.

           DISPLAY "ENTER MEETING DAYS (M T W R F, E.G. MWF OR TR):".
           MOVE SPACES TO WS-DAYS-ANSWER.
           ACCEPT WS-DAYS-ANSWER.
           PERFORM 310-LAY-OUT-DAYS.
           IF WS-DAYS-OK NOT = 'Y'
               DISPLAY "DAYS MUST BE LETTERS FROM M T W R F - "
                       "NOTHING CHANGED"
               GO TO 300-SET-EXIT
           END-IF.

           DISPLAY "ENTER PERIOD (1-"WS-LAST-PERIOD"):".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD = 0 OR WS-PERIOD > WS-LAST-PERIOD
               DISPLAY "PERIOD MUST BE 1 TO "WS-LAST-PERIOD
                       " - NOTHING CHANGED"
               GO TO 300-SET-EXIT
           END-IF.

           DISPLAY "ENTER ROOM:".
           ACCEPT WS-ROOM.
           IF WS-ROOM = SPACES
               DISPLAY "ROOM IS REQUIRED - NOTHING CHANGED"
               GO TO 300-SET-EXIT
           END-IF.

           OPEN I-O TIMETABLE
           IF WS-FS = '35'
               OPEN OUTPUT TIMETABLE
           END-IF.
           MOVE WS-CLASS-CODE TO TT-CLASS-CODE.
           MOVE WS-NEW-DAYS TO TT-DAYS.
           MOVE WS-PERIOD TO TT-PERIOD.
           MOVE WS-ROOM TO TT-ROOM.
           WRITE TIMETABLE-FILE
               INVALID KEY
                   REWRITE TIMETABLE-FILE
                       INVALID KEY
                           DISPLAY "TIMETABLE UPDATE FAILED FOR "
                                   "CLASS "WS-CLASS-CODE
                       NOT INVALID KEY
                           DISPLAY "CLASS "WS-CLASS-CODE
                                   " SLOT CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "CLASS "WS-CLASS-CODE" TIMETABLED"
           END-WRITE.
           CLOSE TIMETABLE.
       300-SET-EXIT.
           EXIT.

      *> Each letter keyed drops into its own day's byte, so "FMW"
      *> and "MWF" land the same.  At least one day is needed.
       310-LAY-OUT-DAYS.
           MOVE SPACES TO WS-NEW-DAYS.
           MOVE 'Y' TO WS-DAYS-OK.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               EVALUATE WS-DAYS-ANSWER(WS-C:1)
                   WHEN 'M' MOVE 'M' TO WS-NEW-DAY(1)
                   WHEN 'T' MOVE 'T' TO WS-NEW-DAY(2)
                   WHEN 'W' MOVE 'W' TO WS-NEW-DAY(3)
                   WHEN 'R' MOVE 'R' TO WS-NEW-DAY(4)
                   WHEN 'F' MOVE 'F' TO WS-NEW-DAY(5)
                   WHEN SPACE CONTINUE
                   WHEN OTHER MOVE 'N' TO WS-DAYS-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-NEW-DAYS = SPACES
               MOVE 'N' TO WS-DAYS-OK
           END-IF.

       400-REMOVE-SLOT.
           OPEN I-O TIMETABLE.
           IF WS-FS NOT = '00'
               DISPLAY "NO TIMETABLE ON FILE (STATUS "WS-FS")"
           ELSE
               DISPLAY "ENTER CLASS CODE TO REMOVE:"
               ACCEPT WS-CLASS-CODE
               MOVE WS-CLASS-CODE TO TT-CLASS-CODE
               READ TIMETABLE
                   INVALID KEY
                       DISPLAY "CLASS "WS-CLASS-CODE
                               " IS NOT ON THE TIMETABLE"
                   NOT INVALID KEY
                       DISPLAY "DAYS "TT-DAYS" PERIOD "TT-PERIOD
                               " ROOM "TT-ROOM
                       DISPLAY "REMOVE THIS SLOT? Y/N"
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y'
                           DELETE TIMETABLE RECORD
                               INVALID KEY
                                   DISPLAY "REMOVE FAILED FOR CLASS "
                                           WS-CLASS-CODE
                               NOT INVALID KEY
                                   DISPLAY "CLASS "WS-CLASS-CODE
                                           " REMOVED FROM TIMETABLE"
                           END-DELETE
                       ELSE
                           DISPLAY "SLOT LEFT IN PLACE"
                       END-IF
               END-READ
               CLOSE TIMETABLE
           END-IF.
       END PROGRAM SUB_TIMETABLE_MAINT.
