       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_CALENDAR_MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHOOL-CALENDAR ASSIGN TO
               'SCHOOL-CALENDAR.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CAL-DATE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL-CALENDAR.
           COPY "CALENDAR.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS                  PIC 9(02).

           01 WS-MAINT-CHOICE        PIC 9(01).
           01 WS-MORE                PIC X(01).
           01 WS-TERM                PIC X(06).
           01 WS-DATE-ANSWER         PIC X(08).
           01 WS-DAY-TYPE            PIC X(01).
           01 WS-TERM-MARK           PIC X(01).
           01 WS-NOTE                PIC X(30).
           01 WS-ON-FILE             PIC X(01).

      *> The date being checked or stepped, with its parts.
           01 WS-WORK-DATE           PIC 9(08).
           01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
               05 WS-WORK-YEAR       PIC 9(04).
               05 WS-WORK-MONTH      PIC 9(02).
               05 WS-WORK-DAY        PIC 9(02).
           01 WS-DATE-OK             PIC X(01).
           01 WS-MONTH-DAYS          PIC 9(02).
           01 WS-MONTH-TABLE-VALUES  PIC X(24)
                   VALUE '312831303130313130313031'.
           01 WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-VALUES.
               05 WS-MONTH-LENGTH    PIC 9(02) OCCURS 12 TIMES.
           01 WS-QUOTIENT            PIC 9(06).
           01 WS-REM-4               PIC 9(04).
           01 WS-REM-100             PIC 9(04).
           01 WS-REM-400             PIC 9(04).

      *> Day of the week by Zeller's rule: 0 Saturday, 1 Sunday,
      *> 2 Monday through 6 Friday.
           01 WS-WEEKDAY             PIC 9(01).
           01 WS-Z-MONTH             PIC 9(02).
           01 WS-Z-YEAR              PIC 9(04).
           01 WS-Z-CENTURY           PIC 9(02).
           01 WS-Z-YEAR-OF-CENTURY   PIC 9(02).
           01 WS-Z-MONTH-PART        PIC 9(04).
           01 WS-Z-YEAR-PART         PIC 9(02).
           01 WS-Z-CENTURY-PART      PIC 9(02).
           01 WS-Z-SUM               PIC 9(06).
           01 WS-DAY-NAME-VALUES     PIC X(21)
                   VALUE 'SATSUNMONTUEWEDTHUFRI'.
           01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
               05 WS-DAY-NAME        PIC X(03) OCCURS 7 TIMES.
           01 WS-DAY-SHOWN           PIC X(03).
           01 WS-TYPE-SHOWN          PIC X(13).

      *> A term being built, one weekday at a time.
           01 WS-FIRST-DATE          PIC 9(08).
           01 WS-LAST-DATE           PIC 9(08).
           01 WS-FIRST-SCHOOL-DAY    PIC 9(08).
           01 WS-LAST-SCHOOL-DAY     PIC 9(08).
           01 WS-DAY-STEPS           PIC 9(04).

           01 WS-COUNT               PIC 9(10) VALUE 0.
           01 WS-SCHOOL-COUNT        PIC 9(10) VALUE 0.
           01 WS-HALF-COUNT          PIC 9(10) VALUE 0.
           01 WS-HOLIDAY-COUNT       PIC 9(10) VALUE 0.
           01 WS-ADDED-COUNT         PIC 9(10) VALUE 0.
           01 WS-KEPT-COUNT          PIC 9(10) VALUE 0.

           LINKAGE SECTION.
      *> The school calendar: every school day of the year with its
      *> term, the holidays and half days marked, and the first and
      *> last day of each term flagged.  Attendance can only be dated
      *> on a day this file shows as a school day in the class's term
      *> (SUB_CAL_CHECK), and the average-daily-attendance report
      *> counts its instructional days from here.  Building a term
      *> writes every Monday to Friday between two dates; holidays
      *> and half days are then marked one day at a time.
           PROCEDURE DIVISION.
       100-MAINT-MENU.
           DISPLAY "SCHOOL CALENDAR MAINTENANCE".
           DISPLAY "1. LIST A TERM".
           DISPLAY "2. ADD OR CHANGE A DAY".
           DISPLAY "3. REMOVE A DAY".
           DISPLAY "4. BUILD A TERM (MONDAY TO FRIDAY)".
           DISPLAY "5. BACK".

           ACCEPT WS-MAINT-CHOICE.

           EVALUATE WS-MAINT-CHOICE
           WHEN 1 PERFORM 200-LIST-TERM
           WHEN 2 PERFORM 300-SET-DAY THRU 300-SET-EXIT
           WHEN 3 PERFORM 400-REMOVE-DAY THRU 400-REMOVE-EXIT
           WHEN 4 PERFORM 500-BUILD-TERM THRU 500-BUILD-EXIT
           WHEN 5 GOBACK
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.

           DISPLAY "MORE CALENDAR MAINTENANCE? Y/N".
           ACCEPT WS-MORE.
           IF WS-MORE EQUAL "Y"
           GO TO 100-MAINT-MENU
           END-IF.
           GOBACK.

       200-LIST-TERM.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-SCHOOL-COUNT.
           MOVE 0 TO WS-HALF-COUNT.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           DISPLAY "ENTER TERM (BLANK FOR EVERY TERM):".
           MOVE SPACES TO WS-TERM.
           ACCEPT WS-TERM.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WS-FS NOT = '00'
               DISPLAY "NO SCHOOL CALENDAR ON FILE (STATUS "WS-FS")"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHOOL-CALENDAR NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-TERM = SPACES OR CAL-TERM = WS-TERM
                               PERFORM 210-SHOW-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
               DISPLAY "DAYS LISTED       : "WS-COUNT
               DISPLAY "INSTRUCTIONAL DAYS: "WS-SCHOOL-COUNT
               DISPLAY "  OF WHICH HALF   : "WS-HALF-COUNT
               DISPLAY "HOLIDAYS          : "WS-HOLIDAY-COUNT
           END-IF.

       210-SHOW-DAY.
           MOVE CAL-DATE TO WS-WORK-DATE.
           PERFORM 830-DAY-OF-WEEK.
           EVALUATE CAL-DAY-TYPE
               WHEN 'I'
                   MOVE "SCHOOL DAY" TO WS-TYPE-SHOWN
                   COMPUTE WS-SCHOOL-COUNT = WS-SCHOOL-COUNT + 1
               WHEN 'H'
                   MOVE "HALF DAY" TO WS-TYPE-SHOWN
                   COMPUTE WS-SCHOOL-COUNT = WS-SCHOOL-COUNT + 1
                   COMPUTE WS-HALF-COUNT = WS-HALF-COUNT + 1
               WHEN OTHER
                   MOVE "HOLIDAY" TO WS-TYPE-SHOWN
                   COMPUTE WS-HOLIDAY-COUNT = WS-HOLIDAY-COUNT + 1
           END-EVALUATE.
           IF CAL-TERM-MARK = 'S'
               MOVE "TERM STARTS" TO WS-NOTE
           ELSE
               IF CAL-TERM-MARK = 'E'
                   MOVE "TERM ENDS" TO WS-NOTE
               ELSE
                   MOVE SPACES TO WS-NOTE
               END-IF
           END-IF.
           DISPLAY CAL-DATE" "WS-DAY-SHOWN" "CAL-TERM" "
                   WS-TYPE-SHOWN" "WS-NOTE(1:11)" "CAL-NOTE.
           COMPUTE WS-COUNT = WS-COUNT + 1.

      *> One day added, or an existing day changed - a holiday or half
      *> day marked on a term already built, a term's first or last
      *> day flagged.  A blank answer keeps what the day already has.
       300-SET-DAY.
           DISPLAY "ENTER DATE (YYYYMMDD):".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOTHING CHANGED"
               GO TO 300-SET-EXIT
           END-IF.
           MOVE WS-DATE-ANSWER TO WS-WORK-DATE.
           PERFORM 800-CHECK-DATE.
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "NO SUCH DATE - NOTHING CHANGED"
               GO TO 300-SET-EXIT
           END-IF.
           PERFORM 830-DAY-OF-WEEK.
           IF WS-WEEKDAY < 2
               DISPLAY "NOTE: "WS-WORK-DATE" IS A "WS-DAY-SHOWN
           END-IF.

           OPEN I-O SCHOOL-CALENDAR
           IF WS-FS = '35'
               OPEN OUTPUT SCHOOL-CALENDAR
               CLOSE SCHOOL-CALENDAR
               OPEN I-O SCHOOL-CALENDAR
           END-IF.
           IF WS-FS NOT = '00'
               DISPLAY "CANNOT OPEN SCHOOL CALENDAR (STATUS "WS-FS")"
               GO TO 300-SET-EXIT
           END-IF.

           MOVE WS-WORK-DATE TO CAL-DATE.
           READ SCHOOL-CALENDAR
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE
                   MOVE WS-WORK-DATE TO CAL-DATE
                   MOVE 'I' TO CAL-DAY-TYPE
                   MOVE SPACES TO CAL-TERM
                   MOVE SPACE TO CAL-TERM-MARK
                   MOVE SPACES TO CAL-NOTE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   DISPLAY "CURRENT TYPE : "CAL-DAY-TYPE
                   DISPLAY "CURRENT TERM : "CAL-TERM
                   DISPLAY "CURRENT MARK : "CAL-TERM-MARK
                   DISPLAY "CURRENT NOTE : "CAL-NOTE
           END-READ.

           DISPLAY "DAY TYPE - I SCHOOL DAY, H HALF DAY, X HOLIDAY:".
           MOVE SPACE TO WS-DAY-TYPE.
           ACCEPT WS-DAY-TYPE.
           IF WS-DAY-TYPE NOT = SPACE
               MOVE WS-DAY-TYPE TO CAL-DAY-TYPE
           END-IF.
           IF CAL-DAY-TYPE NOT = 'I' AND CAL-DAY-TYPE NOT = 'H'
              AND CAL-DAY-TYPE NOT = 'X'
               DISPLAY "DAY TYPE MUST BE I, H OR X - NOTHING CHANGED"
               CLOSE SCHOOL-CALENDAR
               GO TO 300-SET-EXIT
           END-IF.
           DISPLAY "TERM (E.G. 2026-1):".
           MOVE SPACES TO WS-TERM.
           ACCEPT WS-TERM.
           IF WS-TERM NOT = SPACES
               MOVE WS-TERM TO CAL-TERM
           END-IF.
           IF CAL-TERM = SPACES
               DISPLAY "EVERY DAY NEEDS A TERM - NOTHING CHANGED"
               CLOSE SCHOOL-CALENDAR
               GO TO 300-SET-EXIT
           END-IF.
           DISPLAY "TERM MARK - S FIRST DAY, E LAST DAY, N NEITHER:".
           MOVE SPACE TO WS-TERM-MARK.
           ACCEPT WS-TERM-MARK.
           EVALUATE WS-TERM-MARK
               WHEN 'S' MOVE 'S' TO CAL-TERM-MARK
               WHEN 'E' MOVE 'E' TO CAL-TERM-MARK
               WHEN 'N' MOVE SPACE TO CAL-TERM-MARK
               WHEN OTHER CONTINUE
           END-EVALUATE.
           DISPLAY "NOTE (E.G. THANKSGIVING):".
           MOVE SPACES TO WS-NOTE.
           ACCEPT WS-NOTE.
           IF WS-NOTE NOT = SPACES
               MOVE WS-NOTE TO CAL-NOTE
           END-IF.

           IF WS-ON-FILE = 'Y'
               REWRITE CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "UPDATE FAILED FOR "WS-WORK-DATE
                   NOT INVALID KEY
                       DISPLAY WS-WORK-DATE" UPDATED"
               END-REWRITE
           ELSE
               WRITE CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "ADD FAILED FOR "WS-WORK-DATE
                   NOT INVALID KEY
                       DISPLAY WS-WORK-DATE" ADDED"
               END-WRITE
           END-IF.
           CLOSE SCHOOL-CALENDAR.
       300-SET-EXIT.
           EXIT.

      *> A date taken off the calendar stops being a school day.
      *> Marks already posted for it stay where they are.
       400-REMOVE-DAY.
           DISPLAY "ENTER DATE TO REMOVE (YYYYMMDD):".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOTHING REMOVED"
               GO TO 400-REMOVE-EXIT
           END-IF.
           OPEN I-O SCHOOL-CALENDAR.
           IF WS-FS NOT = '00'
               DISPLAY "NO SCHOOL CALENDAR ON FILE (STATUS "WS-FS")"
               GO TO 400-REMOVE-EXIT
           END-IF.
           MOVE WS-DATE-ANSWER TO CAL-DATE.
           READ SCHOOL-CALENDAR
               INVALID KEY
                   DISPLAY CAL-DATE" IS NOT ON THE CALENDAR"
               NOT INVALID KEY
                   DELETE SCHOOL-CALENDAR RECORD
                       INVALID KEY
                           DISPLAY "REMOVE FAILED FOR "CAL-DATE
                       NOT INVALID KEY
                           DISPLAY CAL-DATE" REMOVED"
                   END-DELETE
           END-READ.
           CLOSE SCHOOL-CALENDAR.
       400-REMOVE-EXIT.
           EXIT.

      *> Every Monday to Friday from the first date to the last goes
      *> on as a school day in the term.  A date already on the file
      *> is left as it is, so holidays entered ahead of time survive
      *> a rebuild.  The term's first and last school days are then
      *> flagged S and E.
       500-BUILD-TERM.
           MOVE 0 TO WS-ADDED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           DISPLAY "ENTER TERM TO BUILD (E.G. 2026-1):".
           MOVE SPACES TO WS-TERM.
           ACCEPT WS-TERM.
           IF WS-TERM = SPACES
               DISPLAY "NO TERM GIVEN - NOTHING BUILT"
               GO TO 500-BUILD-EXIT
           END-IF.
           DISPLAY "ENTER FIRST DAY OF TERM (YYYYMMDD):".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOTHING BUILT"
               GO TO 500-BUILD-EXIT
           END-IF.
           MOVE WS-DATE-ANSWER TO WS-WORK-DATE.
           PERFORM 800-CHECK-DATE.
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "NO SUCH DATE - NOTHING BUILT"
               GO TO 500-BUILD-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO WS-FIRST-DATE.
           DISPLAY "ENTER LAST DAY OF TERM (YYYYMMDD):".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOTHING BUILT"
               GO TO 500-BUILD-EXIT
           END-IF.
           MOVE WS-DATE-ANSWER TO WS-WORK-DATE.
           PERFORM 800-CHECK-DATE.
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "NO SUCH DATE - NOTHING BUILT"
               GO TO 500-BUILD-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO WS-LAST-DATE.
           IF WS-LAST-DATE < WS-FIRST-DATE
               DISPLAY "LAST DAY IS BEFORE THE FIRST - NOTHING BUILT"
               GO TO 500-BUILD-EXIT
           END-IF.

           OPEN I-O SCHOOL-CALENDAR
           IF WS-FS = '35'
               OPEN OUTPUT SCHOOL-CALENDAR
               CLOSE SCHOOL-CALENDAR
               OPEN I-O SCHOOL-CALENDAR
           END-IF.
           IF WS-FS NOT = '00'
               DISPLAY "CANNOT OPEN SCHOOL CALENDAR (STATUS "WS-FS")"
               GO TO 500-BUILD-EXIT
           END-IF.

      *> A year and a bit is the longest span a term can have; the
      *> step count stops a mistyped year from running on.
           MOVE 0 TO WS-FIRST-SCHOOL-DAY.
           MOVE 0 TO WS-LAST-SCHOOL-DAY.
           MOVE 0 TO WS-DAY-STEPS.
           MOVE WS-FIRST-DATE TO WS-WORK-DATE.
           PERFORM UNTIL WS-WORK-DATE > WS-LAST-DATE
                      OR WS-DAY-STEPS > 400
               PERFORM 830-DAY-OF-WEEK
               IF WS-WEEKDAY > 1
                   PERFORM 510-BUILD-ONE-DAY
               END-IF
               PERFORM 820-NEXT-DAY
               COMPUTE WS-DAY-STEPS = WS-DAY-STEPS + 1
           END-PERFORM.
           IF WS-DAY-STEPS > 400
               DISPLAY "TERM LONGER THAN 400 DAYS - STOPPED AT "
                       WS-WORK-DATE
           END-IF.

           IF WS-FIRST-SCHOOL-DAY NOT = 0
               MOVE WS-FIRST-SCHOOL-DAY TO CAL-DATE
               MOVE 'S' TO WS-TERM-MARK
               PERFORM 520-MARK-TERM-DAY
               MOVE WS-LAST-SCHOOL-DAY TO CAL-DATE
               MOVE 'E' TO WS-TERM-MARK
               PERFORM 520-MARK-TERM-DAY
           END-IF.
           CLOSE SCHOOL-CALENDAR.

           DISPLAY "TERM "WS-TERM" BUILT".
           DISPLAY "SCHOOL DAYS ADDED    : "WS-ADDED-COUNT.
           DISPLAY "DAYS ALREADY ON FILE : "WS-KEPT-COUNT.
           DISPLAY "MARK HOLIDAYS AND HALF DAYS WITH OPTION 2".
       500-BUILD-EXIT.
           EXIT.

       510-BUILD-ONE-DAY.
           MOVE WS-WORK-DATE TO CAL-DATE.
           READ SCHOOL-CALENDAR
               INVALID KEY
                   MOVE WS-WORK-DATE TO CAL-DATE
                   MOVE 'I' TO CAL-DAY-TYPE
                   MOVE WS-TERM TO CAL-TERM
                   MOVE SPACE TO CAL-TERM-MARK
                   MOVE SPACES TO CAL-NOTE
                   WRITE CALENDAR-FILE
                       INVALID KEY
                           DISPLAY "ADD FAILED FOR "WS-WORK-DATE
                       NOT INVALID KEY
                           COMPUTE WS-ADDED-COUNT = WS-ADDED-COUNT + 1
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WS-KEPT-COUNT = WS-KEPT-COUNT + 1
           END-READ.
           IF CAL-TERM = WS-TERM
              AND (CAL-DAY-TYPE = 'I' OR CAL-DAY-TYPE = 'H')
               IF WS-FIRST-SCHOOL-DAY = 0
                   MOVE WS-WORK-DATE TO WS-FIRST-SCHOOL-DAY
               END-IF
               MOVE WS-WORK-DATE TO WS-LAST-SCHOOL-DAY
           END-IF.

       520-MARK-TERM-DAY.
           READ SCHOOL-CALENDAR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-TERM-MARK TO CAL-TERM-MARK
                   REWRITE CALENDAR-FILE
                       INVALID KEY
                           DISPLAY "TERM MARK FAILED FOR "CAL-DATE
                   END-REWRITE
           END-READ.

      *> Is WS-WORK-DATE a real calendar date?
       800-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-WORK-YEAR > 1900
              AND WS-WORK-MONTH > 0 AND WS-WORK-MONTH < 13
              AND WS-WORK-DAY > 0
               PERFORM 810-SET-MONTH-DAYS
               IF WS-WORK-DAY NOT > WS-MONTH-DAYS
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

      *> Days in WS-WORK-DATE's month, February by the leap-year rule.
       810-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH(WS-WORK-MONTH) TO WS-MONTH-DAYS.
           IF WS-WORK-MONTH = 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-4
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-100
               DIVIDE WS-WORK-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-400
               IF WS-REM-4 = 0
                  AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

       820-NEXT-DAY.
           PERFORM 810-SET-MONTH-DAYS.
           IF WS-WORK-DAY < WS-MONTH-DAYS
               COMPUTE WS-WORK-DAY = WS-WORK-DAY + 1
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   COMPUTE WS-WORK-MONTH = WS-WORK-MONTH + 1
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   COMPUTE WS-WORK-YEAR = WS-WORK-YEAR + 1
               END-IF
           END-IF.

      *> Zeller's rule counts January and February as months 13 and
      *> 14 of the year before.  Every division here keeps only the
      *> whole part, as the rule needs.
       830-DAY-OF-WEEK.
           MOVE WS-WORK-MONTH TO WS-Z-MONTH.
           MOVE WS-WORK-YEAR TO WS-Z-YEAR.
           IF WS-Z-MONTH < 3
               COMPUTE WS-Z-MONTH = WS-Z-MONTH + 12
               COMPUTE WS-Z-YEAR = WS-Z-YEAR - 1
           END-IF.
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
               REMAINDER WS-Z-YEAR-OF-CENTURY.
           COMPUTE WS-Z-SUM = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-SUM BY 5 GIVING WS-Z-MONTH-PART.
           DIVIDE WS-Z-YEAR-OF-CENTURY BY 4 GIVING WS-Z-YEAR-PART.
           DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-CENTURY-PART.
           COMPUTE WS-Z-SUM = WS-WORK-DAY + WS-Z-MONTH-PART
                            + WS-Z-YEAR-OF-CENTURY + WS-Z-YEAR-PART
                            + WS-Z-CENTURY-PART + 5 * WS-Z-CENTURY.
           DIVIDE WS-Z-SUM BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-WEEKDAY.
           MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO WS-DAY-SHOWN.
       END PROGRAM SUB_CALENDAR_MAINT.
