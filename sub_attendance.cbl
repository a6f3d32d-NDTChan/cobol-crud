                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT ATT-REJECT ASSIGN TO
               'ATTEND-TRANS.LOG'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJ-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "STUDENT.cpy".

           FD ATT-REJECT.
           COPY "ATTREJ.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-REJ-FS           PIC 9(02).

           01 WS-MASTER-OPEN      PIC X(01).
           01 WS-ENTRY-CLASS      PIC X(06).
           01 WS-SEATS-TAKEN      PIC 9(03).
           01 WS-SEAT-CAPACITY    PIC 9(03).

      *> 'Y' when the day fails the calendar and the marks keyed are
      *> held in the reject log instead of posted.
           01 WS-SCHOOL-DAY       PIC X(01).
           01 WS-DAY-REASON       PIC X(30).
           01 WS-HOLD-MARKS       PIC X(01).
           01 WS-CONFIRM          PIC X(01).

           01 WS-MARKED-COUNT     PIC 9(04).
           01 WS-SKIPPED-COUNT    PIC 9(04).
           01 WS-HELD-COUNT       PIC 9(04).

           LINKAGE SECTION.
      *> Fast attendance entry off the menu: the operator names a
      *> the marks go down the list one keystroke each: P present,
      *> A absent, L late, anything else skips the student.  Marks
      *> land through SUB_ATT_MARK, so re-entering a class and day
      *> corrects rather than doubles.  A date the school calendar
      *> does not show as a school day in the class's term is refused
      *> the way the scanner batch refuses it: if the operator goes
      *> on, the marks go to ATTEND-TRANS.LOG for SUB_ATT_REPAIR.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-MARKED-COUNT.
               MOVE 0 TO WS-SKIPPED-COUNT.
               MOVE 0 TO WS-HELD-COUNT.
               MOVE 'N' TO WS-HOLD-MARKS.

               DISPLAY "ATTENDANCE ENTRY".
               DISPLAY "ENTER CLASS CODE:".
                   END-IF
               END-IF.

               CALL 'SUB_CAL_CHECK' USING WS-ENTRY-DATE, WS-CLASS-TERM,
                   WS-SCHOOL-DAY, WS-DAY-REASON.
               IF WS-SCHOOL-DAY NOT = 'Y'
                   DISPLAY "DATE "WS-ENTRY-DATE" REJECTED: "
                           WS-DAY-REASON
                   DISPLAY "MARKS KEYED NOW GO TO ATTEND-TRANS.LOG "
                           "FOR REPAIR, NOT TO THE ATTENDANCE FILE"
                   DISPLAY "KEY THEM ANYWAY? Y/N"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = 'Y'
                       DISPLAY "NOTHING MARKED"
                       GOBACK
                   END-IF
                   OPEN EXTEND ATT-REJECT
                   IF WS-REJ-FS = '35'
                       OPEN OUTPUT ATT-REJECT
                   END-IF
                   IF WS-REJ-FS NOT = '00'
                       DISPLAY "CANNOT OPEN ATTEND-TRANS.LOG (STATUS "
                               WS-REJ-FS") - NOTHING MARKED"
                       GOBACK
                   END-IF
                   MOVE 'Y' TO WS-HOLD-MARKS
               END-IF.

               MOVE 'N' TO WS-MASTER-OPEN.
               OPEN INPUT STUDENT.
               IF WS-FS = '00'
                   IF WS-MASTER-OPEN = 'Y'
                       CLOSE STUDENT
                   END-IF
                   IF WS-HOLD-MARKS = 'Y'
                       CLOSE ATT-REJECT
                   END-IF
                   GOBACK
               END-IF.

               IF WS-MASTER-OPEN = 'Y'
                   CLOSE STUDENT
               END-IF.
               IF WS-HOLD-MARKS = 'Y'
                   CLOSE ATT-REJECT
               END-IF.

               DISPLAY '==========='.
               DISPLAY 'STUDENTS MARKED : 'WS-MARKED-COUNT.
               DISPLAY 'STUDENTS SKIPPED: 'WS-SKIPPED-COUNT.
               IF WS-HOLD-MARKS = 'Y'
                   DISPLAY 'HELD FOR REPAIR : 'WS-HELD-COUNT
               END-IF.
               GOBACK.

      *> One roster line, one keystroke.  The mark is written at
           ACCEPT WS-MARK.
           IF WS-MARK = 'P' OR WS-MARK = 'A' OR WS-MARK = 'L'
               MOVE EN-STUDENT-NUMBER TO WS-MARK-NUMBER
               IF WS-HOLD-MARKS = 'Y'
                   PERFORM 300-HOLD-MARK
               ELSE
                   CALL 'SUB_ATT_MARK' USING WS-MARK-NUMBER,
                       WS-ENTRY-CLASS, WS-ENTRY-DATE, WS-MARK
                   COMPUTE WS-MARKED-COUNT = WS-MARKED-COUNT + 1
               END-IF
           ELSE
               COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
           END-IF.

      *> The same reject row SUB_ATT_BATCH writes, cleared first so
      *> the FILLER separators go out as spaces.
       300-HOLD-MARK.
           MOVE SPACES TO ATT-REJECT-RECORD.
           MOVE WS-MARK TO ARJ-MARK.
           MOVE WS-MARK-NUMBER TO ARJ-STUDENT-NUMBER.
           MOVE WS-ENTRY-CLASS TO ARJ-CLASS-CODE.
           MOVE WS-ENTRY-DATE TO ARJ-DATE.
           MOVE WS-DAY-REASON TO ARJ-REASON.
           WRITE ATT-REJECT-RECORD.
           COMPUTE WS-HELD-COUNT = WS-HELD-COUNT + 1.
       END PROGRAM SUB_ATTENDANCE.
