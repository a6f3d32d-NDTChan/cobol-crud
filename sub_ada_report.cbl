       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_ADA_REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHOOL-CALENDAR ASSIGN TO
               'SCHOOL-CALENDAR.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CAL-DATE
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-CM-FS.
               SELECT ATTENDANCE ASSIGN TO
               'ATTENDANCE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AT-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-AT-FS.
               SELECT ADA-REPORT ASSIGN TO
               'ADA-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL-CALENDAR.
           COPY "CALENDAR.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD ATTENDANCE.
           COPY "ATTEND.cpy".

           FD ADA-REPORT.
           01 REPORT-LINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-CAL-FS           PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-AT-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-TERM             PIC X(06).
           01 WS-THROUGH-DATE     PIC 9(08).
           01 WS-DATE-ANSWER      PIC X(08).
           01 WS-RUN-DATE         PIC 9(08).

      *> The term's instructional days up to the through date, in
      *> date order.  WS-DY-SEEN is scratch for one student at a
      *> time: 'P' attended that day in some class, 'M' marked but
      *> absent in every class marked.
           01 WS-DAY-COUNT        PIC 9(04) VALUE 0.
           01 WS-HALF-DAY-COUNT   PIC 9(04) VALUE 0.
           01 WS-DAY-TABLE.
               05 WS-DAY-ROW OCCURS 400 TIMES.
                   10 WS-DY-DATE      PIC 9(08).
                   10 WS-DY-SEEN      PIC X(01).

      *> The term's classes and their mark counts.
           01 WS-CLASS-COUNT      PIC 9(04) VALUE 0.
           01 WS-CLASS-TABLE.
               05 WS-CLASS-ROW OCCURS 300 TIMES.
                   10 WS-CL-CODE      PIC X(06).
                   10 WS-CL-TEACHER   PIC X(20).
                   10 WS-CL-PRESENT   PIC 9(06).
                   10 WS-CL-LATE      PIC 9(06).
                   10 WS-CL-ABSENT    PIC 9(06).
           01 WS-I                PIC 9(04).
           01 WS-C                PIC 9(04).
           01 WS-D                PIC 9(04).
           01 WS-LO               PIC 9(04).
           01 WS-HI               PIC 9(04).
           01 WS-MID              PIC 9(04).

           01 WS-CUR-STUDENT      PIC 9(06).
           01 WS-STUDENT-DAYS     PIC 9(04).
           01 WS-STUDENT-COUNT    PIC 9(06).
           01 WS-ATTENDED-DAYS    PIC 9(08).
           01 WS-MEMBER-DAYS      PIC 9(08).
           01 WS-MARK-COUNT       PIC 9(08).
           01 WS-OFF-DAY-COUNT    PIC 9(08).

           01 WS-ATTENDED         PIC 9(08).
           01 WS-MARKED           PIC 9(08).
           01 WS-ADA              PIC 9(05)V9(02).
           01 WS-ADM              PIC 9(05)V9(02).
           01 WS-PCT              PIC 9(03)V9(01).

           01 REPORT-HEADER.
               05 FILLER PIC X(32)
                   VALUE "AVERAGE DAILY ATTENDANCE - TERM ".
               05 RPT-TERM            PIC X(06).
               05 FILLER PIC X(09)    VALUE " THROUGH ".
               05 RPT-THROUGH         PIC 9(08).
               05 FILLER PIC X(05)    VALUE " RUN ".
               05 RPT-RUN-DATE        PIC 9(08).

           01 REPORT-DAYS-LINE.
               05 FILLER PIC X(20)    VALUE "INSTRUCTIONAL DAYS: ".
               05 RPT-DAYS            PIC ZZZ9.
               05 FILLER PIC X(15)    VALUE "  OF WHICH HALF".
               05 FILLER PIC X(08)    VALUE " DAYS: ".
               05 RPT-HALF-DAYS       PIC ZZZ9.

           01 REPORT-COLUMNS.
               05 FILLER PIC X(07)    VALUE "CLASS".
               05 FILLER PIC X(21)    VALUE "TEACHER".
               05 FILLER PIC X(07)    VALUE "PRESENT".
               05 FILLER PIC X(07)    VALUE "   LATE".
               05 FILLER PIC X(07)    VALUE " ABSENT".
               05 FILLER PIC X(09)    VALUE "      ADA".
               05 FILLER PIC X(09)    VALUE "      ADM".
               05 FILLER PIC X(07)    VALUE "  PCT".

           01 REPORT-CLASS-LINE.
               05 RPT-CLASS           PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-TEACHER         PIC X(20).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-PRESENT         PIC ZZZZZ9.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-LATE            PIC ZZZZZ9.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-ABSENT          PIC ZZZZZ9.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-ADA             PIC ZZZZ9.99.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-ADM             PIC ZZZZ9.99.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-PCT             PIC ZZ9.9.

           01 REPORT-SCHOOL-LINE.
               05 RPT-SCHOOL-LABEL    PIC X(30).
               05 RPT-SCHOOL-COUNT    PIC ZZZZZZZ9.
           01 REPORT-SCHOOL-RATE.
               05 RPT-RATE-LABEL      PIC X(30).
               05 RPT-RATE            PIC ZZZZ9.99.

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Average daily attendance, the figure the district funds the
      *> school on, by class and school-wide for one term, counted
      *> against the real instructional days on the school calendar
      *> from the term's first day up to the through date.  A half
      *> day is a full instructional day for the count, and a late
      *> mark is a day attended.
      *>   ADA  days attended / instructional days
      *>   ADM  days marked at all / instructional days
      *>   PCT  days attended as a share of days marked
      *> School-wide a student counts once a day - attended if present
      *> or late in any class that day.  Marks dated on a day that is
      *> not one of the term's instructional days are left out and
      *> counted at the foot.  Detail in ADA-REPORT.TXT; runs as the
      *> ADA step of the batch window on the term the calendar puts
      *> today in, or from the menu on any term and date.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-DAY-COUNT.
               MOVE 0 TO WS-HALF-DAY-COUNT.
               MOVE 0 TO WS-CLASS-COUNT.
               MOVE 0 TO WS-CUR-STUDENT.
               MOVE 0 TO WS-STUDENT-COUNT.
               MOVE 0 TO WS-ATTENDED-DAYS.
               MOVE 0 TO WS-MEMBER-DAYS.
               MOVE 0 TO WS-MARK-COUNT.
               MOVE 0 TO WS-OFF-DAY-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'DAYS' TO RUN-LABEL-A.
               MOVE 'CLASSES' TO RUN-LABEL-B.

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE WS-RUN-DATE TO WS-THROUGH-DATE.
               MOVE SPACES TO WS-TERM.
               IF RUN-IN-BATCH NOT = 'Y'
                   DISPLAY "ENTER TERM (BLANK FOR THE CURRENT TERM):"
                   ACCEPT WS-TERM
                   DISPLAY "ENTER THROUGH DATE (YYYYMMDD, "
                           "BLANK=TODAY):"
                   MOVE SPACES TO WS-DATE-ANSWER
                   ACCEPT WS-DATE-ANSWER
                   IF WS-DATE-ANSWER NOT = SPACES
                       IF WS-DATE-ANSWER IS NUMERIC
                           MOVE WS-DATE-ANSWER TO WS-THROUGH-DATE
                       ELSE
                           DISPLAY "DATE NOT NUMERIC - REPORT NOT RUN"
                           GOBACK
                       END-IF
                   END-IF
               END-IF.

               IF WS-TERM = SPACES
                   PERFORM 100-FIND-CURRENT-TERM
                   IF RUN-STEP-RC NOT = 0
                       GOBACK
                   END-IF
               END-IF.
               PERFORM 110-LOAD-DAYS.
               IF RUN-STEP-RC NOT = 0
                   GOBACK
               END-IF.
               PERFORM 200-LOAD-CLASSES.
               IF RUN-STEP-RC NOT = 0
                   GOBACK
               END-IF.
               PERFORM 300-COUNT-ATTENDANCE.
               PERFORM 400-WRITE-REPORT THRU 400-WRITE-EXIT.
               IF RUN-STEP-RC NOT = 0
                   GOBACK
               END-IF.

               DISPLAY "ADA REPORT WRITTEN TO ADA-REPORT.TXT".
               DISPLAY "TERM              : "WS-TERM.
               DISPLAY "INSTRUCTIONAL DAYS: "WS-DAY-COUNT.
               DISPLAY "CLASSES REPORTED  : "WS-CLASS-COUNT.
               DISPLAY "SCHOOL-WIDE ADA   : "RPT-RATE.

               MOVE WS-DAY-COUNT TO RUN-COUNT-A.
               MOVE WS-CLASS-COUNT TO RUN-COUNT-B.
               GOBACK.

      *> The current term is the term of the last school day on or
      *> before the through date.
       100-FIND-CURRENT-TERM.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WS-CAL-FS NOT = '00'
               DISPLAY "NO SCHOOL CALENDAR ON FILE (STATUS "
                       WS-CAL-FS") - REPORT NOT RUN"
               MOVE 8 TO RUN-STEP-RC
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHOOL-CALENDAR
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAL-DATE > WS-THROUGH-DATE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF CAL-DAY-TYPE = 'I'
                                  OR CAL-DAY-TYPE = 'H'
                                   MOVE CAL-TERM TO WS-TERM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
               IF WS-TERM = SPACES
                   DISPLAY "NO SCHOOL DAY ON THE CALENDAR BY "
                           WS-THROUGH-DATE" - REPORT NOT RUN"
                   MOVE 8 TO RUN-STEP-RC
               END-IF
           END-IF.

       110-LOAD-DAYS.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WS-CAL-FS NOT = '00'
               DISPLAY "NO SCHOOL CALENDAR ON FILE (STATUS "
                       WS-CAL-FS") - REPORT NOT RUN"
               MOVE 8 TO RUN-STEP-RC
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHOOL-CALENDAR
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAL-DATE > WS-THROUGH-DATE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM 120-TAKE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
           END-IF.

       120-TAKE-DAY.
           IF CAL-TERM = WS-TERM
              AND (CAL-DAY-TYPE = 'I' OR CAL-DAY-TYPE = 'H')
               IF WS-DAY-COUNT < 400
                   COMPUTE WS-DAY-COUNT = WS-DAY-COUNT + 1
                   MOVE CAL-DATE TO WS-DY-DATE(WS-DAY-COUNT)
                   MOVE SPACE TO WS-DY-SEEN(WS-DAY-COUNT)
                   IF CAL-DAY-TYPE = 'H'
                       COMPUTE WS-HALF-DAY-COUNT =
                               WS-HALF-DAY-COUNT + 1
                   END-IF
               ELSE
                   DISPLAY "*** DAY TABLE FULL - "CAL-DATE
                           " NOT COUNTED ***"
               END-IF
           END-IF.

       200-LOAD-CLASSES.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS NOT = '00'
               DISPLAY "NO CLASS MASTER ON FILE (STATUS "
                       WS-CM-FS") - REPORT NOT RUN"
               MOVE 8 TO RUN-STEP-RC
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLASS-MASTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CM-TERM = WS-TERM
                               PERFORM 210-TAKE-CLASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.

       210-TAKE-CLASS.
           IF WS-CLASS-COUNT < 300
               COMPUTE WS-CLASS-COUNT = WS-CLASS-COUNT + 1
               MOVE CM-CLASS-CODE TO WS-CL-CODE(WS-CLASS-COUNT)
               MOVE CM-TEACHER-NAME TO WS-CL-TEACHER(WS-CLASS-COUNT)
               MOVE 0 TO WS-CL-PRESENT(WS-CLASS-COUNT)
               MOVE 0 TO WS-CL-LATE(WS-CLASS-COUNT)
               MOVE 0 TO WS-CL-ABSENT(WS-CLASS-COUNT)
           ELSE
               DISPLAY "*** CLASS TABLE FULL - "CM-CLASS-CODE
                       " NOT REPORTED ***"
           END-IF.

      *> Attendance comes in student order, so each student's days
      *> are settled when the next student starts.
       300-COUNT-ATTENDANCE.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT ATTENDANCE.
           IF WS-AT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-STUDENT-NUMBER NOT = WS-CUR-STUDENT
                           PERFORM 320-CLOSE-STUDENT
                           MOVE AT-STUDENT-NUMBER TO WS-CUR-STUDENT
                       END-IF
                       PERFORM 310-COUNT-ONE-MARK
               END-READ
           END-PERFORM.
           PERFORM 320-CLOSE-STUDENT.
           IF WS-AT-FS = '00' OR WS-AT-FS = '10'
               CLOSE ATTENDANCE
           END-IF.

      *> Only marks for this term's classes count; of those, a mark
      *> on a date that is not one of the term's instructional days
      *> is left out.  The day table is in date order, so the date
      *> is found by halving.
       310-COUNT-ONE-MARK.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CLASS-COUNT OR WS-C NOT = 0
               IF WS-CL-CODE(WS-I) = AT-CLASS-CODE
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM.
           IF WS-C NOT = 0
               MOVE 0 TO WS-D
               MOVE 1 TO WS-LO
               MOVE WS-DAY-COUNT TO WS-HI
               PERFORM UNTIL WS-LO > WS-HI OR WS-D NOT = 0
                   COMPUTE WS-MID = (WS-LO + WS-HI) / 2
                   IF WS-DY-DATE(WS-MID) = AT-DATE
                       MOVE WS-MID TO WS-D
                   ELSE
                       IF WS-DY-DATE(WS-MID) < AT-DATE
                           COMPUTE WS-LO = WS-MID + 1
                       ELSE
                           IF WS-MID = 1
                               MOVE 1 TO WS-LO
                               MOVE 0 TO WS-HI
                           ELSE
                               COMPUTE WS-HI = WS-MID - 1
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-D = 0
                   COMPUTE WS-OFF-DAY-COUNT = WS-OFF-DAY-COUNT + 1
               ELSE
                   PERFORM 315-TALLY-MARK
               END-IF
           END-IF.

       315-TALLY-MARK.
           COMPUTE WS-MARK-COUNT = WS-MARK-COUNT + 1.
           EVALUATE AT-MARK
               WHEN 'P'
                   COMPUTE WS-CL-PRESENT(WS-C) = WS-CL-PRESENT(WS-C) + 1
                   MOVE 'P' TO WS-DY-SEEN(WS-D)
               WHEN 'L'
                   COMPUTE WS-CL-LATE(WS-C) = WS-CL-LATE(WS-C) + 1
                   MOVE 'P' TO WS-DY-SEEN(WS-D)
               WHEN OTHER
                   COMPUTE WS-CL-ABSENT(WS-C) = WS-CL-ABSENT(WS-C) + 1
                   IF WS-DY-SEEN(WS-D) = SPACE
                       MOVE 'M' TO WS-DY-SEEN(WS-D)
                   END-IF
           END-EVALUATE.

       320-CLOSE-STUDENT.
           MOVE 0 TO WS-STUDENT-DAYS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DAY-COUNT
               IF WS-DY-SEEN(WS-I) NOT = SPACE
                   COMPUTE WS-STUDENT-DAYS = WS-STUDENT-DAYS + 1
                   COMPUTE WS-MEMBER-DAYS = WS-MEMBER-DAYS + 1
                   IF WS-DY-SEEN(WS-I) = 'P'
                       COMPUTE WS-ATTENDED-DAYS = WS-ATTENDED-DAYS + 1
                   END-IF
                   MOVE SPACE TO WS-DY-SEEN(WS-I)
               END-IF
           END-PERFORM.
           IF WS-STUDENT-DAYS > 0
               COMPUTE WS-STUDENT-COUNT = WS-STUDENT-COUNT + 1
           END-IF.

       400-WRITE-REPORT.
           OPEN OUTPUT ADA-REPORT.
           IF WS-RPT-FS NOT = '00'
               DISPLAY "CANNOT OPEN ADA-REPORT.TXT (STATUS "WS-RPT-FS")"
               MOVE 8 TO RUN-STEP-RC
               GO TO 400-WRITE-EXIT
           END-IF.
           MOVE WS-TERM TO RPT-TERM.
           MOVE WS-THROUGH-DATE TO RPT-THROUGH.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER.
           MOVE WS-DAY-COUNT TO RPT-DAYS.
           MOVE WS-HALF-DAY-COUNT TO RPT-HALF-DAYS.
           WRITE REPORT-LINE FROM REPORT-DAYS-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-COLUMNS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLASS-COUNT
               PERFORM 410-WRITE-CLASS-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHOOL-WIDE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  STUDENTS WITH MARKS" TO RPT-SCHOOL-LABEL.
           MOVE WS-STUDENT-COUNT TO RPT-SCHOOL-COUNT.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-LINE.
           MOVE "  STUDENT-DAYS ATTENDED" TO RPT-SCHOOL-LABEL.
           MOVE WS-ATTENDED-DAYS TO RPT-SCHOOL-COUNT.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-LINE.
           MOVE "  STUDENT-DAYS MARKED" TO RPT-SCHOOL-LABEL.
           MOVE WS-MEMBER-DAYS TO RPT-SCHOOL-COUNT.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-LINE.
           MOVE WS-ATTENDED-DAYS TO WS-ATTENDED.
           MOVE WS-MEMBER-DAYS TO WS-MARKED.
           PERFORM 420-SET-RATES.
           MOVE "  ADA" TO RPT-RATE-LABEL.
           MOVE WS-ADA TO RPT-RATE.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-RATE.
           MOVE "  ADM" TO RPT-RATE-LABEL.
           MOVE WS-ADM TO RPT-RATE.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-RATE.
           MOVE "  PERCENT ATTENDED" TO RPT-RATE-LABEL.
           MOVE WS-PCT TO RPT-RATE.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-RATE.
           MOVE "  MARKS COUNTED" TO RPT-SCHOOL-LABEL.
           MOVE WS-MARK-COUNT TO RPT-SCHOOL-COUNT.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-LINE.
           MOVE "  MARKS NOT ON A SCHOOL DAY" TO RPT-SCHOOL-LABEL.
           MOVE WS-OFF-DAY-COUNT TO RPT-SCHOOL-COUNT.
           WRITE REPORT-LINE FROM REPORT-SCHOOL-LINE.
           MOVE WS-ADA TO RPT-RATE.
           CLOSE ADA-REPORT.
       400-WRITE-EXIT.
           EXIT.

       410-WRITE-CLASS-LINE.
           MOVE WS-CL-CODE(WS-C) TO RPT-CLASS.
           MOVE WS-CL-TEACHER(WS-C) TO RPT-TEACHER.
           MOVE WS-CL-PRESENT(WS-C) TO RPT-PRESENT.
           MOVE WS-CL-LATE(WS-C) TO RPT-LATE.
           MOVE WS-CL-ABSENT(WS-C) TO RPT-ABSENT.
           COMPUTE WS-ATTENDED = WS-CL-PRESENT(WS-C)
                               + WS-CL-LATE(WS-C).
           COMPUTE WS-MARKED = WS-ATTENDED + WS-CL-ABSENT(WS-C).
           PERFORM 420-SET-RATES.
           MOVE WS-ADA TO RPT-ADA.
           MOVE WS-ADM TO RPT-ADM.
           MOVE WS-PCT TO RPT-PCT.
           WRITE REPORT-LINE FROM REPORT-CLASS-LINE.

      *> No instructional days yet, or no marks, leaves a rate at
      *> zero rather than dividing by nothing.
       420-SET-RATES.
           MOVE 0 TO WS-ADA.
           MOVE 0 TO WS-ADM.
           MOVE 0 TO WS-PCT.
           IF WS-DAY-COUNT > 0
               COMPUTE WS-ADA ROUNDED = WS-ATTENDED / WS-DAY-COUNT
               COMPUTE WS-ADM ROUNDED = WS-MARKED / WS-DAY-COUNT
           END-IF.
           IF WS-MARKED > 0
               COMPUTE WS-PCT ROUNDED = WS-ATTENDED * 100 / WS-MARKED
           END-IF.
       END PROGRAM SUB_ADA_REPORT.
