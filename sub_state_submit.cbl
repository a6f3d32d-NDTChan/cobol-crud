       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_STATE_SUBMIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHOOL-CTL ASSIGN TO
               'SCHOOL-CODE.CTL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.
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
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-FS.
               SELECT STUDENT-ARCHIVE ASSIGN TO
               'STUDENT-ARCHIVE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-STUDENT-NUMBER
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-ARC-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.
               SELECT CLASS-HISTORY ASSIGN TO
               'CLASS-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CH-FS.
               SELECT SCORE-HISTORY ASSIGN TO
               'SCORE-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS SH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-SH-FS.
               SELECT ATTENDANCE ASSIGN TO
               'ATTENDANCE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AT-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-AT-FS.
               SELECT EDIT-REPORT ASSIGN TO
               'STATE-EDIT-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.
      *> DYNAMIC is load-bearing: a bare ASSIGN TO a data name is
      *> taken as a fixed external assignment-name, not as the name
      *> held in the field, and every school year would land in the
      *> same file.
               SELECT SUBMIT-FILE ASSIGN TO DYNAMIC
               WS-SUBMIT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUB-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL-CTL.
           01 SCHOOL-CTL-RECORD       PIC X(20).

           FD SCHOOL-CALENDAR.
           COPY "CALENDAR.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD STUDENT-ARCHIVE.
           COPY "ARCHIVE.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD CLASS-HISTORY.
           COPY "CLSHIST.cpy".

           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           FD ATTENDANCE.
           COPY "ATTEND.cpy".

           FD EDIT-REPORT.
           01 REPORT-LINE             PIC X(100).

           FD SUBMIT-FILE.
           COPY "STATESUB.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-DTL-EOF PIC A(1).
           77 WS-CTL-FS           PIC 9(02).
           77 WS-CAL-FS           PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-FS               PIC 9(02).
           77 WS-ARC-FS           PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-CH-FS            PIC 9(02).
           77 WS-SH-FS            PIC 9(02).
           77 WS-AT-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).
           77 WS-SUB-FS           PIC 9(02).

      *> One submission file per school year, rebuilt on every clean
      *> run until the state's deadline.
           01 WS-SUBMIT-NAME.
               05 FILLER PIC X(13)    VALUE 'STATE-SUBMIT-'.
               05 WS-SUBMIT-YEAR      PIC 9(04).
               05 FILLER PIC X(04)    VALUE '.TXT'.

      *> The school year runs 1 July to 30 June and is named for the
      *> year it starts in.
           01 WS-YEAR-ANSWER      PIC X(04).
           01 WS-SCHOOL-YEAR      PIC 9(04).
           01 WS-YEAR-FROM        PIC 9(08).
           01 WS-YEAR-TO          PIC 9(08).
           01 WS-RUN-DATE         PIC 9(08).
           01 WS-RUN-TIME         PIC 9(08).
           01 WS-SCHOOL-CODE      PIC X(06).

      *> 'E' the edit pass, which only checks; 'W' the write pass,
      *> which only runs once the edit pass found no errors.
           01 WS-PASS             PIC X(01).
           01 WS-MASTER-OK        PIC X(01).
           01 WS-HAVE-EN          PIC X(01).
           01 WS-HAVE-CH          PIC X(01).
           01 WS-HAVE-SH          PIC X(01).
           01 WS-HAVE-AT          PIC X(01).

      *> The year's terms, every term with a school day between the
      *> year's first and last date.  WS-YT-OPEN is 'Y' while some
      *> class still carries the term - it has not been closed, and
      *> its grades are still in progress.  WS-YT-HAS-CLASS and
      *> WS-YT-MARKS are scratch for one student at a time.
           01 WS-TERM-COUNT       PIC 9(04) VALUE 0.
           01 WS-TERM-TABLE.
               05 WS-YT-ROW OCCURS 20 TIMES.
                   10 WS-YT-TERM         PIC X(06).
                   10 WS-YT-OPEN         PIC X(01).
                   10 WS-YT-HAS-CLASS    PIC X(01).
                   10 WS-YT-MARKS        PIC 9(04).

      *> The year's school days in date order, each with its term.
      *> WS-DY-SEEN is scratch for one student at a time: 'P'
      *> attended that day in some class, 'M' marked but absent in
      *> every class marked.
           01 WS-DAY-COUNT        PIC 9(04) VALUE 0.
           01 WS-DAY-TABLE.
               05 WS-DY-ROW OCCURS 400 TIMES.
                   10 WS-DY-DATE         PIC 9(08).
                   10 WS-DY-TERM-IX      PIC 9(04).
                   10 WS-DY-SEEN         PIC X(01).

      *> Every class and the term it carries now.
           01 WS-CLASS-COUNT      PIC 9(04) VALUE 0.
           01 WS-CLASS-TABLE.
               05 WS-CL-ROW OCCURS 300 TIMES.
                   10 WS-CL-CODE         PIC X(06).
                   10 WS-CL-TERM         PIC X(06).

      *> The current student's class lines for the year.
           01 WS-LINE-COUNT       PIC 9(04) VALUE 0.
           01 WS-LINE-TABLE.
               05 WS-LN-ROW OCCURS 40 TIMES.
                   10 WS-LN-CLASS        PIC X(06).
                   10 WS-LN-TERM         PIC X(06).
                   10 WS-LN-TERM-IX      PIC 9(04).
                   10 WS-LN-GRADE        PIC 9(03).
                   10 WS-LN-TYPE         PIC X(01).
                   10 WS-LN-STATUS       PIC X(01).
                   10 WS-LN-PRESENT      PIC 9(03).
                   10 WS-LN-ABSENT       PIC 9(03).
           01 WS-NEW-CLASS        PIC X(06).
           01 WS-NEW-TERM         PIC X(06).
           01 WS-NEW-GRADE        PIC 9(03).
           01 WS-NEW-TYPE         PIC X(01).
           01 WS-NEW-STATUS       PIC X(01).

      *> The student being worked, off the master ('M') or the
      *> archive ('R').
           01 WS-CUR-SOURCE       PIC X(01).
           01 WS-CUR-NUMBER       PIC 9(06).
           01 WS-CUR-FIRST        PIC X(15).
           01 WS-CUR-LAST         PIC X(20).
           01 WS-CUR-NAME         PIC X(35).
           01 WS-CUR-STATUS       PIC X(01).
           01 WS-CUR-SCORE        PIC 9(03).
           01 WS-CUR-ENROLL-DATE  PIC 9(08).
           01 WS-CUR-ARCHIVE-DATE PIC 9(08).
           01 WS-CUR-OUT-STATUS   PIC X(01).
           01 WS-CUR-WD-DATE      PIC 9(08).
           01 WS-CUR-LIVE-SCORE   PIC X(01).
           01 WS-CUR-MARKED       PIC X(01).
           01 WS-CUR-LAST-MARK    PIC 9(08).
           01 WS-CUR-PRESENT      PIC 9(03).
           01 WS-CUR-ABSENT       PIC 9(03).

           01 WS-LOOK-TERM        PIC X(06).
           01 WS-LOOK-CLASS       PIC X(06).
           01 WS-LOOK-DATE        PIC 9(08).
           01 WS-I                PIC 9(04).
           01 WS-T                PIC 9(04).
           01 WS-C                PIC 9(04).
           01 WS-D                PIC 9(04).
           01 WS-L                PIC 9(04).
           01 WS-LO               PIC 9(04).
           01 WS-HI               PIC 9(04).
           01 WS-MID              PIC 9(04).

      *> Control totals, counted afresh on each pass.
           01 WS-STUDENT-COUNT    PIC 9(06) VALUE 0.
           01 WS-CLASS-LINES      PIC 9(07) VALUE 0.
           01 WS-WITHDRAWN-COUNT  PIC 9(06) VALUE 0.
           01 WS-TOTAL-PRESENT    PIC 9(08) VALUE 0.
           01 WS-TOTAL-ABSENT     PIC 9(08) VALUE 0.
           01 WS-NUMBER-TOTAL     PIC 9(12) VALUE 0.
           01 WS-RECORD-COUNT     PIC 9(08) VALUE 0.
           01 WS-SKIPPED-COUNT    PIC 9(06) VALUE 0.
           01 WS-OFF-DAY-COUNT    PIC 9(08) VALUE 0.

      *> Edit results, from the edit pass only.
           01 WS-ERROR-COUNT      PIC 9(06) VALUE 0.
           01 WS-WARNING-COUNT    PIC 9(06) VALUE 0.
           01 WS-ERR-ENROLL       PIC 9(06) VALUE 0.
           01 WS-ERR-NO-CLASS     PIC 9(06) VALUE 0.
           01 WS-ERR-NO-ATTEND    PIC 9(06) VALUE 0.
           01 WS-ERR-WD-SCORE     PIC 9(06) VALUE 0.

           01 REPORT-HEADER.
               05 FILLER PIC X(31)
                   VALUE "STATE SUBMISSION EDIT CHECKS - ".
               05 FILLER PIC X(12)    VALUE "SCHOOL YEAR ".
               05 RPT-SCHOOL-YEAR     PIC 9(04).
               05 FILLER PIC X(02)    VALUE " (".
               05 RPT-YEAR-FROM       PIC 9(08).
               05 FILLER PIC X(03)    VALUE " - ".
               05 RPT-YEAR-TO         PIC 9(08).
               05 FILLER PIC X(06)    VALUE ") RUN ".
               05 RPT-RUN-DATE        PIC 9(08).

           01 REPORT-TERM-LINE.
               05 FILLER PIC X(05)    VALUE "TERM ".
               05 RPT-TERM            PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-TERM-NOTE       PIC X(40).

           01 REPORT-EDIT-LINE.
               05 RPT-KIND            PIC X(07).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-NAME            PIC X(35).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-MESSAGE         PIC X(49).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(40).
               05 RPT-COUNT           PIC 9(12).

           LINKAGE SECTION.
      *> The state's yearly accountability file, built straight from
      *> our own files instead of from a spreadsheet: every student
      *> enrolled at any time in the chosen school year, off the
      *> master and the archive, with each class sat and its grade,
      *> days present and absent, and enroll and withdrawal dates,
      *> between a header and a trailer of control totals (layout in
      *> STATESUB.cpy).
      *>   Classes and grades: a closed term's finals come from
      *>   CLASS-HISTORY; a closed term with no class rows (closed
      *>   before they were kept) sends its one SCORE-HISTORY grade
      *>   with no class code; a term still open sends the live
      *>   ENROLLMENT seats and their scores as grades in progress.
      *>   Attendance: marks on the year's school days only, late
      *>   counted as present, the way SUB_ADA_REPORT counts them.
      *>   Withdrawal date: an archived student left on the archive
      *>   date; a student withdrawn on the master carries no date of
      *>   leaving, so their last marked school day stands in.
      *> The state's edit checks run first, over everything, into
      *> STATE-EDIT-REPORT.TXT: a missing enroll date, a student with
      *> no classes, a grade with no attendance behind it, and a
      *> withdrawn student still carrying a score.  Any error and
      *> the submission is not written at all; fix the data and run
      *> it again, as often as the deadline allows.  Warnings are
      *> listed but do not stop the file.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-TERM-COUNT.
               MOVE 0 TO WS-DAY-COUNT.
               MOVE 0 TO WS-CLASS-COUNT.
               MOVE 0 TO WS-ERROR-COUNT.
               MOVE 0 TO WS-WARNING-COUNT.
               MOVE 0 TO WS-ERR-ENROLL.
               MOVE 0 TO WS-ERR-NO-CLASS.
               MOVE 0 TO WS-ERR-NO-ATTEND.
               MOVE 0 TO WS-ERR-WD-SCORE.
               MOVE 0 TO WS-OFF-DAY-COUNT.
               MOVE 0 TO WS-SKIPPED-COUNT.

               DISPLAY "STATE ACCOUNTABILITY SUBMISSION".
               DISPLAY "ENTER SCHOOL YEAR - THE YEAR IT STARTS IN "
                       "(YYYY):".
               MOVE SPACES TO WS-YEAR-ANSWER.
               ACCEPT WS-YEAR-ANSWER.
               IF WS-YEAR-ANSWER IS NOT NUMERIC
                   DISPLAY "NOT A YEAR - NOTHING RUN"
                   GOBACK
               END-IF.
               MOVE WS-YEAR-ANSWER TO WS-SCHOOL-YEAR.
               MOVE WS-SCHOOL-YEAR TO WS-SUBMIT-YEAR.
               COMPUTE WS-YEAR-FROM = WS-SCHOOL-YEAR * 10000 + 0701.
               COMPUTE WS-YEAR-TO = (WS-SCHOOL-YEAR + 1) * 10000
                                    + 0630.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-RUN-TIME FROM TIME.

               PERFORM 100-LOAD-DAYS.
               IF WS-DAY-COUNT = 0
                   DISPLAY "NO SCHOOL DAYS ON THE CALENDAR BETWEEN "
                           WS-YEAR-FROM" AND "WS-YEAR-TO
                           " - NOTHING RUN"
                   GOBACK
               END-IF.
               PERFORM 150-LOAD-CLASSES.
               PERFORM 160-READ-SCHOOL-CODE.

               OPEN OUTPUT EDIT-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN STATE-EDIT-REPORT.TXT (STATUS "
                           WS-RPT-FS")"
                   GOBACK
               END-IF.
               MOVE WS-SCHOOL-YEAR TO RPT-SCHOOL-YEAR.
               MOVE WS-YEAR-FROM TO RPT-YEAR-FROM.
               MOVE WS-YEAR-TO TO RPT-YEAR-TO.
               MOVE WS-RUN-DATE TO RPT-RUN-DATE.
               WRITE REPORT-LINE FROM REPORT-HEADER.
               PERFORM 170-LIST-TERMS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

               PERFORM 180-OPEN-DETAIL-FILES.

               MOVE 'E' TO WS-PASS.
               PERFORM 200-RUN-PASS.
               IF WS-MASTER-OK NOT = 'Y'
                   DISPLAY "CANNOT OPEN STUDENT FILE (STATUS "WS-FS
                           ") - NOTHING RUN"
                   MOVE "STUDENT FILE NOT ON FILE - NOTHING CHECKED"
                        TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 190-CLOSE-DETAIL-FILES
                   CLOSE EDIT-REPORT
                   GOBACK
               END-IF.
               PERFORM 600-EDIT-SUMMARY.

               IF WS-ERROR-COUNT = 0
                   PERFORM 650-WRITE-SUBMISSION
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "SUBMISSION NOT WRITTEN - CORRECT THE "
                          "ERRORS ABOVE AND RUN AGAIN"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF.

               PERFORM 190-CLOSE-DETAIL-FILES.
               CLOSE EDIT-REPORT.

               DISPLAY "EDIT REPORT WRITTEN TO STATE-EDIT-REPORT.TXT".
               DISPLAY "STUDENTS IN THE YEAR : "WS-STUDENT-COUNT.
               DISPLAY "EDIT ERRORS          : "WS-ERROR-COUNT.
               DISPLAY "EDIT WARNINGS        : "WS-WARNING-COUNT.
               IF WS-ERROR-COUNT = 0
                   DISPLAY "SUBMISSION WRITTEN TO "WS-SUBMIT-NAME
               ELSE
                   DISPLAY "SUBMISSION NOT WRITTEN - SEE THE EDIT "
                           "REPORT"
               END-IF.
               GOBACK.

      *> The year's instructional and half days, and the terms they
      *> fall in.
       100-LOAD-DAYS.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WS-CAL-FS NOT = '00'
               DISPLAY "NO SCHOOL CALENDAR ON FILE (STATUS "
                       WS-CAL-FS")"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHOOL-CALENDAR
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAL-DATE > WS-YEAR-TO
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF CAL-DATE >= WS-YEAR-FROM
                                  AND (CAL-DAY-TYPE = 'I'
                                       OR CAL-DAY-TYPE = 'H')
                                   PERFORM 110-TAKE-DAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
           END-IF.

       110-TAKE-DAY.
           MOVE CAL-TERM TO WS-LOOK-TERM.
           PERFORM 700-FIND-TERM.
           IF WS-T = 0
               IF WS-TERM-COUNT < 20
                   COMPUTE WS-TERM-COUNT = WS-TERM-COUNT + 1
                   MOVE WS-TERM-COUNT TO WS-T
                   MOVE CAL-TERM TO WS-YT-TERM(WS-T)
                   MOVE 'N' TO WS-YT-OPEN(WS-T)
               ELSE
                   DISPLAY "*** TERM TABLE FULL - "CAL-TERM
                           " NOT SUBMITTED ***"
               END-IF
           END-IF.
           IF WS-T NOT = 0
               IF WS-DAY-COUNT < 400
                   COMPUTE WS-DAY-COUNT = WS-DAY-COUNT + 1
                   MOVE CAL-DATE TO WS-DY-DATE(WS-DAY-COUNT)
                   MOVE WS-T TO WS-DY-TERM-IX(WS-DAY-COUNT)
                   MOVE SPACE TO WS-DY-SEEN(WS-DAY-COUNT)
               ELSE
                   DISPLAY "*** DAY TABLE FULL - "CAL-DATE
                           " NOT COUNTED ***"
               END-IF
           END-IF.

      *> A class carrying one of the year's terms means that term is
      *> still open.
       150-LOAD-CLASSES.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS NOT = '00'
               DISPLAY "NO CLASS MASTER ON FILE (STATUS "WS-CM-FS
                       ") - NO OPEN TERM SEATS SUBMITTED"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLASS-MASTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 155-TAKE-CLASS
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.

       155-TAKE-CLASS.
           IF WS-CLASS-COUNT < 300
               COMPUTE WS-CLASS-COUNT = WS-CLASS-COUNT + 1
               MOVE CM-CLASS-CODE TO WS-CL-CODE(WS-CLASS-COUNT)
               MOVE CM-TERM TO WS-CL-TERM(WS-CLASS-COUNT)
               MOVE CM-TERM TO WS-LOOK-TERM
               PERFORM 700-FIND-TERM
               IF WS-T NOT = 0
                   MOVE 'Y' TO WS-YT-OPEN(WS-T)
               END-IF
           ELSE
               DISPLAY "*** CLASS TABLE FULL - "CM-CLASS-CODE
                       " NOT SUBMITTED ***"
           END-IF.

      *> Our own school code for the header, staged by the office on
      *> line 1 of SCHOOL-CODE.CTL for the transfer packets.
       160-READ-SCHOOL-CODE.
           MOVE SPACES TO WS-SCHOOL-CODE.
           OPEN INPUT SCHOOL-CTL.
           IF WS-CTL-FS = '00'
               READ SCHOOL-CTL
                   AT END CONTINUE
                   NOT AT END MOVE SCHOOL-CTL-RECORD(1:6)
                                  TO WS-SCHOOL-CODE
               END-READ
               CLOSE SCHOOL-CTL
           END-IF.

       170-LIST-TERMS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TERM-COUNT
               MOVE WS-YT-TERM(WS-T) TO RPT-TERM
               IF WS-YT-OPEN(WS-T) = 'Y'
                   MOVE "STILL OPEN - GRADES SENT AS IN PROGRESS"
                        TO RPT-TERM-NOTE
               ELSE
                   MOVE "CLOSED - FINAL GRADES" TO RPT-TERM-NOTE
               END-IF
               WRITE REPORT-LINE FROM REPORT-TERM-LINE
           END-PERFORM.
           IF WS-SCHOOL-CODE = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "NO SCHOOL-CODE.CTL ON FILE - HEADER CARRIES NO "
                      "SCHOOL CODE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *> A detail file that is not there simply contributes nothing -
      *> the edit checks then say what that leaves missing.
       180-OPEN-DETAIL-FILES.
           MOVE 'N' TO WS-HAVE-EN.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS = '00'
               MOVE 'Y' TO WS-HAVE-EN
           END-IF.
           MOVE 'N' TO WS-HAVE-CH.
           OPEN INPUT CLASS-HISTORY.
           IF WS-CH-FS = '00'
               MOVE 'Y' TO WS-HAVE-CH
           END-IF.
           MOVE 'N' TO WS-HAVE-SH.
           OPEN INPUT SCORE-HISTORY.
           IF WS-SH-FS = '00'
               MOVE 'Y' TO WS-HAVE-SH
           END-IF.
           MOVE 'N' TO WS-HAVE-AT.
           OPEN INPUT ATTENDANCE.
           IF WS-AT-FS = '00'
               MOVE 'Y' TO WS-HAVE-AT
           END-IF.

       190-CLOSE-DETAIL-FILES.
           IF WS-HAVE-EN = 'Y'
               CLOSE ENROLLMENT
           END-IF.
           IF WS-HAVE-CH = 'Y'
               CLOSE CLASS-HISTORY
           END-IF.
           IF WS-HAVE-SH = 'Y'
               CLOSE SCORE-HISTORY
           END-IF.
           IF WS-HAVE-AT = 'Y'
               CLOSE ATTENDANCE
           END-IF.

      *> One pass over the master and then the archive.  The edit
      *> pass and the write pass see exactly the same students.
       200-RUN-PASS.
           MOVE 0 TO WS-STUDENT-COUNT.
           MOVE 0 TO WS-CLASS-LINES.
           MOVE 0 TO WS-WITHDRAWN-COUNT.
           MOVE 0 TO WS-TOTAL-PRESENT.
           MOVE 0 TO WS-TOTAL-ABSENT.
           MOVE 0 TO WS-NUMBER-TOTAL.

           MOVE 'N' TO WS-MASTER-OK.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT STUDENT.
           IF WS-FS = '00'
               MOVE 'Y' TO WS-MASTER-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STUDENT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 210-TAKE-MASTER
                           PERFORM 300-DO-STUDENT THRU 300-DO-EXIT
                   END-READ
               END-PERFORM
               CLOSE STUDENT
           END-IF.

           MOVE SPACE TO WS-EOF.
           OPEN INPUT STUDENT-ARCHIVE.
           IF WS-ARC-FS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STUDENT-ARCHIVE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 220-TAKE-ARCHIVE
                           PERFORM 300-DO-STUDENT THRU 300-DO-EXIT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ARCHIVE
           END-IF.
           MOVE SPACE TO WS-EOF.

      *> Records from before the status field read back as spaces and
      *> are active; an enroll date that is not a date is no date.
       210-TAKE-MASTER.
           MOVE 'M' TO WS-CUR-SOURCE.
           MOVE STUDENT-NUMBER TO WS-CUR-NUMBER.
           MOVE STUDENT-FIRST-NAME TO WS-CUR-FIRST.
           MOVE STUDENT-LAST-NAME TO WS-CUR-LAST.
           MOVE STUDENT-NAME TO WS-CUR-NAME.
           MOVE STUDENT-STATUS TO WS-CUR-STATUS.
           IF WS-CUR-STATUS = SPACE
               MOVE 'A' TO WS-CUR-STATUS
           END-IF.
           MOVE STUDENT-SCORE TO WS-CUR-SCORE.
           IF STUDENT-ENROLL-DATE IS NUMERIC
               MOVE STUDENT-ENROLL-DATE TO WS-CUR-ENROLL-DATE
           ELSE
               MOVE 0 TO WS-CUR-ENROLL-DATE
           END-IF.
           MOVE 0 TO WS-CUR-ARCHIVE-DATE.

       220-TAKE-ARCHIVE.
           MOVE 'R' TO WS-CUR-SOURCE.
           MOVE ARC-STUDENT-NUMBER TO WS-CUR-NUMBER.
           MOVE ARC-FIRST-NAME TO WS-CUR-FIRST.
           MOVE ARC-LAST-NAME TO WS-CUR-LAST.
           MOVE ARC-NAME TO WS-CUR-NAME.
           MOVE ARC-STATUS TO WS-CUR-STATUS.
           IF WS-CUR-STATUS = SPACE
               MOVE 'A' TO WS-CUR-STATUS
           END-IF.
           MOVE ARC-STUDENT-SCORE TO WS-CUR-SCORE.
           IF ARC-ENROLL-DATE IS NUMERIC
               MOVE ARC-ENROLL-DATE TO WS-CUR-ENROLL-DATE
           ELSE
               MOVE 0 TO WS-CUR-ENROLL-DATE
           END-IF.
           IF ARC-ARCHIVE-DATE IS NUMERIC
               MOVE ARC-ARCHIVE-DATE TO WS-CUR-ARCHIVE-DATE
           ELSE
               MOVE 0 TO WS-CUR-ARCHIVE-DATE
           END-IF.

      *> Who belongs in the year: anyone on the master who enrolled
      *> by its last day - except a withdrawn student with nothing at
      *> all in the year, who left before it began - and anyone
      *> archived on or after its first day.  A missing enroll date
      *> keeps the student in, so the edit check can catch it.
       300-DO-STUDENT.
           IF WS-CUR-ENROLL-DATE > WS-YEAR-TO
               GO TO 300-SKIP-STUDENT
           END-IF.
           IF WS-CUR-SOURCE = 'R'
              AND WS-CUR-ARCHIVE-DATE < WS-YEAR-FROM
               GO TO 300-SKIP-STUDENT
           END-IF.

           PERFORM 305-RESET-STUDENT.
           PERFORM 310-GATHER-HISTORY.
           PERFORM 320-GATHER-SCORES.
           PERFORM 330-GATHER-ENROLLMENT.
           PERFORM 340-GATHER-ATTENDANCE.
           PERFORM 350-SETTLE-DAYS.

           IF WS-CUR-SOURCE = 'M' AND WS-CUR-STATUS = 'W'
              AND WS-LINE-COUNT = 0 AND WS-CUR-MARKED NOT = 'Y'
               GO TO 300-SKIP-STUDENT
           END-IF.

           MOVE 'A' TO WS-CUR-OUT-STATUS.
           MOVE 0 TO WS-CUR-WD-DATE.
           IF WS-CUR-SOURCE = 'M'
               IF WS-CUR-STATUS = 'W'
                   MOVE 'W' TO WS-CUR-OUT-STATUS
                   MOVE WS-CUR-LAST-MARK TO WS-CUR-WD-DATE
               END-IF
           ELSE
               IF WS-CUR-ARCHIVE-DATE <= WS-YEAR-TO
                   MOVE 'W' TO WS-CUR-OUT-STATUS
                   MOVE WS-CUR-ARCHIVE-DATE TO WS-CUR-WD-DATE
               END-IF
           END-IF.

           COMPUTE WS-STUDENT-COUNT = WS-STUDENT-COUNT + 1.
           COMPUTE WS-CLASS-LINES = WS-CLASS-LINES + WS-LINE-COUNT.
           COMPUTE WS-TOTAL-PRESENT = WS-TOTAL-PRESENT + WS-CUR-PRESENT.
           COMPUTE WS-TOTAL-ABSENT = WS-TOTAL-ABSENT + WS-CUR-ABSENT.
           COMPUTE WS-NUMBER-TOTAL = WS-NUMBER-TOTAL + WS-CUR-NUMBER.
           IF WS-CUR-OUT-STATUS = 'W'
               COMPUTE WS-WITHDRAWN-COUNT = WS-WITHDRAWN-COUNT + 1
           END-IF.

           IF WS-PASS = 'E'
               PERFORM 400-EDIT-STUDENT
           ELSE
               PERFORM 500-WRITE-STUDENT
           END-IF.
           GO TO 300-DO-EXIT.
       300-SKIP-STUDENT.
           IF WS-PASS = 'E'
               COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
           END-IF.
       300-DO-EXIT.
           EXIT.

       305-RESET-STUDENT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-CUR-LIVE-SCORE.
           MOVE 'N' TO WS-CUR-MARKED.
           MOVE 0 TO WS-CUR-LAST-MARK.
           MOVE 0 TO WS-CUR-PRESENT.
           MOVE 0 TO WS-CUR-ABSENT.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TERM-COUNT
               MOVE 'N' TO WS-YT-HAS-CLASS(WS-T)
               MOVE 0 TO WS-YT-MARKS(WS-T)
           END-PERFORM.

      *> Final grades per class for the year's closed terms.
       310-GATHER-HISTORY.
           IF WS-HAVE-CH = 'Y'
               MOVE SPACE TO WS-DTL-EOF
               MOVE WS-CUR-NUMBER TO CH-STUDENT-NUMBER
               MOVE LOW-VALUES TO CH-TERM
               MOVE LOW-VALUES TO CH-CLASS-CODE
               START CLASS-HISTORY KEY IS >= CH-KEY
                   INVALID KEY MOVE 'Y' TO WS-DTL-EOF
               END-START
               PERFORM UNTIL WS-DTL-EOF = 'Y'
                   READ CLASS-HISTORY NEXT
                       AT END MOVE 'Y' TO WS-DTL-EOF
                       NOT AT END
                           IF CH-STUDENT-NUMBER NOT = WS-CUR-NUMBER
                               MOVE 'Y' TO WS-DTL-EOF
                           ELSE
                               MOVE CH-TERM TO WS-LOOK-TERM
                               PERFORM 700-FIND-TERM
                               IF WS-T NOT = 0
                                   MOVE 'Y' TO WS-YT-HAS-CLASS(WS-T)
                                   MOVE CH-CLASS-CODE TO WS-NEW-CLASS
                                   MOVE CH-TERM TO WS-NEW-TERM
                                   MOVE CH-SCORE TO WS-NEW-GRADE
                                   MOVE 'F' TO WS-NEW-TYPE
                                   MOVE 'A' TO WS-NEW-STATUS
                                   PERFORM 390-ADD-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> A closed term with no class rows falls back to its one
      *> SCORE-HISTORY grade.  An open term's entry is the live
      *> headline score, already sent class by class from ENROLLMENT.
       320-GATHER-SCORES.
           IF WS-HAVE-SH = 'Y'
               MOVE SPACE TO WS-DTL-EOF
               MOVE WS-CUR-NUMBER TO SH-STUDENT-NUMBER
               MOVE LOW-VALUES TO SH-TERM
               START SCORE-HISTORY KEY IS >= SH-KEY
                   INVALID KEY MOVE 'Y' TO WS-DTL-EOF
               END-START
               PERFORM UNTIL WS-DTL-EOF = 'Y'
                   READ SCORE-HISTORY NEXT
                       AT END MOVE 'Y' TO WS-DTL-EOF
                       NOT AT END
                           IF SH-STUDENT-NUMBER NOT = WS-CUR-NUMBER
                               MOVE 'Y' TO WS-DTL-EOF
                           ELSE
                               MOVE SH-TERM TO WS-LOOK-TERM
                               PERFORM 700-FIND-TERM
                               IF WS-T NOT = 0
                                   IF WS-YT-HAS-CLASS(WS-T) NOT = 'Y'
                                      AND WS-YT-OPEN(WS-T) NOT = 'Y'
                                       MOVE SPACES TO WS-NEW-CLASS
                                       MOVE SH-TERM TO WS-NEW-TERM
                                       MOVE SH-SCORE TO WS-NEW-GRADE
                                       MOVE 'T' TO WS-NEW-TYPE
                                       MOVE 'A' TO WS-NEW-STATUS
                                       PERFORM 390-ADD-LINE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Seats in classes that carry one of the year's terms now - the
      *> term still open.  A live score on a seat still held is
      *> remembered for the withdrawn-with-scores check; a released
      *> seat keeps its score on purpose and is not counted.
       330-GATHER-ENROLLMENT.
           IF WS-HAVE-EN = 'Y'
               MOVE SPACE TO WS-DTL-EOF
               MOVE WS-CUR-NUMBER TO EN-STUDENT-NUMBER
               MOVE LOW-VALUES TO EN-CLASS-CODE
               START ENROLLMENT KEY IS >= EN-KEY
                   INVALID KEY MOVE 'Y' TO WS-DTL-EOF
               END-START
               PERFORM UNTIL WS-DTL-EOF = 'Y'
                   READ ENROLLMENT NEXT
                       AT END MOVE 'Y' TO WS-DTL-EOF
                       NOT AT END
                           IF EN-STUDENT-NUMBER NOT = WS-CUR-NUMBER
                               MOVE 'Y' TO WS-DTL-EOF
                           ELSE
                               PERFORM 335-TAKE-SEAT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       335-TAKE-SEAT.
           IF EN-SCORE > 0 AND EN-STATUS NOT = 'W'
               MOVE 'Y' TO WS-CUR-LIVE-SCORE
           END-IF.
           MOVE EN-CLASS-CODE TO WS-LOOK-CLASS.
           PERFORM 710-FIND-CLASS.
           IF WS-C NOT = 0
               MOVE WS-CL-TERM(WS-C) TO WS-LOOK-TERM
               PERFORM 700-FIND-TERM
               IF WS-T NOT = 0
                   MOVE EN-CLASS-CODE TO WS-NEW-CLASS
                   MOVE WS-CL-TERM(WS-C) TO WS-NEW-TERM
                   PERFORM 730-FIND-LINE
                   IF WS-L = 0
                       MOVE EN-SCORE TO WS-NEW-GRADE
                       MOVE 'P' TO WS-NEW-TYPE
                       MOVE EN-STATUS TO WS-NEW-STATUS
                       IF WS-NEW-STATUS = SPACE
                           MOVE 'A' TO WS-NEW-STATUS
                       END-IF
                       PERFORM 390-ADD-LINE
                   END-IF
               END-IF
           END-IF.

      *> Every mark on one of the year's school days counts toward the
      *> student's days and, where the class sits in that day's term,
      *> toward the class line.  Marks on days that are not school
      *> days are left out and counted.
       340-GATHER-ATTENDANCE.
           IF WS-HAVE-AT = 'Y'
               MOVE SPACE TO WS-DTL-EOF
               MOVE WS-CUR-NUMBER TO AT-STUDENT-NUMBER
               MOVE LOW-VALUES TO AT-CLASS-CODE
               MOVE 0 TO AT-DATE
               START ATTENDANCE KEY IS >= AT-KEY
                   INVALID KEY MOVE 'Y' TO WS-DTL-EOF
               END-START
               PERFORM UNTIL WS-DTL-EOF = 'Y'
                   READ ATTENDANCE NEXT
                       AT END MOVE 'Y' TO WS-DTL-EOF
                       NOT AT END
                           IF AT-STUDENT-NUMBER NOT = WS-CUR-NUMBER
                               MOVE 'Y' TO WS-DTL-EOF
                           ELSE
                               IF AT-DATE >= WS-YEAR-FROM
                                  AND AT-DATE <= WS-YEAR-TO
                                   PERFORM 345-TAKE-MARK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       345-TAKE-MARK.
           MOVE AT-DATE TO WS-LOOK-DATE.
           PERFORM 720-FIND-DAY.
           IF WS-D = 0
               IF WS-PASS = 'E'
                   COMPUTE WS-OFF-DAY-COUNT = WS-OFF-DAY-COUNT + 1
               END-IF
           ELSE
               MOVE 'Y' TO WS-CUR-MARKED
               IF AT-DATE > WS-CUR-LAST-MARK
                   MOVE AT-DATE TO WS-CUR-LAST-MARK
               END-IF
               MOVE WS-DY-TERM-IX(WS-D) TO WS-T
               COMPUTE WS-YT-MARKS(WS-T) = WS-YT-MARKS(WS-T) + 1
               MOVE AT-CLASS-CODE TO WS-NEW-CLASS
               MOVE WS-YT-TERM(WS-T) TO WS-NEW-TERM
               PERFORM 730-FIND-LINE
               IF AT-MARK = 'P' OR AT-MARK = 'L'
                   MOVE 'P' TO WS-DY-SEEN(WS-D)
                   IF WS-L NOT = 0
                       COMPUTE WS-LN-PRESENT(WS-L) =
                               WS-LN-PRESENT(WS-L) + 1
                   END-IF
               ELSE
                   IF WS-DY-SEEN(WS-D) = SPACE
                       MOVE 'M' TO WS-DY-SEEN(WS-D)
                   END-IF
                   IF WS-L NOT = 0
                       COMPUTE WS-LN-ABSENT(WS-L) =
                               WS-LN-ABSENT(WS-L) + 1
                   END-IF
               END-IF
           END-IF.

      *> A day counts once however many classes marked it.
       350-SETTLE-DAYS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DAY-COUNT
               IF WS-DY-SEEN(WS-D) = 'P'
                   COMPUTE WS-CUR-PRESENT = WS-CUR-PRESENT + 1
               END-IF
               IF WS-DY-SEEN(WS-D) = 'M'
                   COMPUTE WS-CUR-ABSENT = WS-CUR-ABSENT + 1
               END-IF
               MOVE SPACE TO WS-DY-SEEN(WS-D)
           END-PERFORM.

       390-ADD-LINE.
           IF WS-LINE-COUNT < 40
               COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1
               MOVE WS-NEW-CLASS TO WS-LN-CLASS(WS-LINE-COUNT)
               MOVE WS-NEW-TERM TO WS-LN-TERM(WS-LINE-COUNT)
               MOVE WS-T TO WS-LN-TERM-IX(WS-LINE-COUNT)
               MOVE WS-NEW-GRADE TO WS-LN-GRADE(WS-LINE-COUNT)
               MOVE WS-NEW-TYPE TO WS-LN-TYPE(WS-LINE-COUNT)
               MOVE WS-NEW-STATUS TO WS-LN-STATUS(WS-LINE-COUNT)
               MOVE 0 TO WS-LN-PRESENT(WS-LINE-COUNT)
               MOVE 0 TO WS-LN-ABSENT(WS-LINE-COUNT)
           ELSE
               DISPLAY "*** CLASS LINE TABLE FULL - "WS-CUR-NUMBER" "
                       WS-NEW-CLASS" "WS-NEW-TERM" NOT SUBMITTED ***"
           END-IF.

      *> The state's four edit checks, and the warnings beside them.
      *> A grade is a final or term grade, or an in-progress score
      *> above zero - a zero in an open term is nothing posted yet.
       400-EDIT-STUDENT.
           MOVE WS-CUR-NUMBER TO RPT-NUMBER.
           MOVE WS-CUR-NAME TO RPT-NAME.
           IF WS-CUR-ENROLL-DATE = 0
               MOVE "NO ENROLL DATE ON FILE" TO RPT-MESSAGE
               COMPUTE WS-ERR-ENROLL = WS-ERR-ENROLL + 1
               PERFORM 480-REPORT-ERROR
           END-IF.
           IF WS-LINE-COUNT = 0
               MOVE "NO CLASSES IN THE SCHOOL YEAR" TO RPT-MESSAGE
               COMPUTE WS-ERR-NO-CLASS = WS-ERR-NO-CLASS + 1
               PERFORM 480-REPORT-ERROR
           END-IF.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LINE-COUNT
               PERFORM 410-EDIT-LINE
           END-PERFORM.
           IF WS-CUR-SOURCE = 'M' AND WS-CUR-STATUS = 'W'
              AND (WS-CUR-SCORE > 0 OR WS-CUR-LIVE-SCORE = 'Y')
               MOVE "WITHDRAWN BUT STILL CARRIES A SCORE"
                    TO RPT-MESSAGE
               COMPUTE WS-ERR-WD-SCORE = WS-ERR-WD-SCORE + 1
               PERFORM 480-REPORT-ERROR
           END-IF.
           IF WS-CUR-OUT-STATUS = 'W' AND WS-CUR-WD-DATE = 0
               MOVE "WITHDRAWN - NO MARKED DAY TO DATE IT BY"
                    TO RPT-MESSAGE
               PERFORM 490-REPORT-WARNING
           END-IF.

       410-EDIT-LINE.
           MOVE SPACES TO RPT-MESSAGE.
           IF WS-LN-TYPE(WS-L) = 'T'
               STRING "TERM " WS-LN-TERM(WS-L)
                      " HAS ONE GRADE, NO CLASS DETAIL"
                      DELIMITED BY SIZE INTO RPT-MESSAGE
               END-STRING
               PERFORM 490-REPORT-WARNING
               MOVE WS-LN-TERM-IX(WS-L) TO WS-T
               IF WS-YT-MARKS(WS-T) = 0
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "TERM " WS-LN-TERM(WS-L) " GRADE "
                          WS-LN-GRADE(WS-L) " - NO ATTENDANCE"
                          DELIMITED BY SIZE INTO RPT-MESSAGE
                   END-STRING
                   COMPUTE WS-ERR-NO-ATTEND = WS-ERR-NO-ATTEND + 1
                   PERFORM 480-REPORT-ERROR
               END-IF
           ELSE
               IF (WS-LN-TYPE(WS-L) = 'F' OR WS-LN-GRADE(WS-L) > 0)
                  AND WS-LN-PRESENT(WS-L) = 0
                  AND WS-LN-ABSENT(WS-L) = 0
                   STRING "CLASS " WS-LN-CLASS(WS-L) " TERM "
                          WS-LN-TERM(WS-L) " GRADE "
                          WS-LN-GRADE(WS-L) " - NO ATTENDANCE"
                          DELIMITED BY SIZE INTO RPT-MESSAGE
                   END-STRING
                   COMPUTE WS-ERR-NO-ATTEND = WS-ERR-NO-ATTEND + 1
                   PERFORM 480-REPORT-ERROR
               END-IF
           END-IF.

       480-REPORT-ERROR.
           MOVE "ERROR" TO RPT-KIND.
           WRITE REPORT-LINE FROM REPORT-EDIT-LINE.
           COMPUTE WS-ERROR-COUNT = WS-ERROR-COUNT + 1.

       490-REPORT-WARNING.
           MOVE "WARNING" TO RPT-KIND.
           WRITE REPORT-LINE FROM REPORT-EDIT-LINE.
           COMPUTE WS-WARNING-COUNT = WS-WARNING-COUNT + 1.

       500-WRITE-STUDENT.
           MOVE SPACES TO SUB-STUDENT-RECORD.
           MOVE 'ST' TO STS-TYPE.
           MOVE WS-CUR-NUMBER TO STS-STUDENT-NUMBER.
           MOVE WS-CUR-LAST TO STS-LAST-NAME.
           MOVE WS-CUR-FIRST TO STS-FIRST-NAME.
           MOVE WS-CUR-OUT-STATUS TO STS-STATUS.
           MOVE WS-CUR-ENROLL-DATE TO STS-ENROLL-DATE.
           MOVE WS-CUR-WD-DATE TO STS-WITHDRAW-DATE.
           MOVE WS-CUR-PRESENT TO STS-DAYS-PRESENT.
           MOVE WS-CUR-ABSENT TO STS-DAYS-ABSENT.
           MOVE WS-LINE-COUNT TO STS-CLASS-COUNT.
           WRITE SUB-STUDENT-RECORD.
           COMPUTE WS-RECORD-COUNT = WS-RECORD-COUNT + 1.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LINE-COUNT
               MOVE SPACES TO SUB-CLASS-RECORD
               MOVE 'CL' TO CLS-TYPE
               MOVE WS-CUR-NUMBER TO CLS-STUDENT-NUMBER
               MOVE WS-LN-CLASS(WS-L) TO CLS-CLASS-CODE
               MOVE WS-LN-TERM(WS-L) TO CLS-TERM
               MOVE WS-LN-GRADE(WS-L) TO CLS-GRADE
               MOVE WS-LN-TYPE(WS-L) TO CLS-GRADE-TYPE
               MOVE WS-LN-STATUS(WS-L) TO CLS-CLASS-STATUS
               MOVE WS-LN-PRESENT(WS-L) TO CLS-DAYS-PRESENT
               MOVE WS-LN-ABSENT(WS-L) TO CLS-DAYS-ABSENT
               WRITE SUB-CLASS-RECORD
               COMPUTE WS-RECORD-COUNT = WS-RECORD-COUNT + 1
           END-PERFORM.

       600-EDIT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS IN THE SCHOOL YEAR         :"
                TO RPT-COUNT-LABEL.
           MOVE WS-STUDENT-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "CLASS LINES                         :"
                TO RPT-COUNT-LABEL.
           MOVE WS-CLASS-LINES TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "STUDENTS NOT IN THE YEAR (PASSED)   :"
                TO RPT-COUNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "MARKS ON NON-SCHOOL DAYS (LEFT OUT) :"
                TO RPT-COUNT-LABEL.
           MOVE WS-OFF-DAY-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ERRORS - MISSING ENROLL DATE        :"
                TO RPT-COUNT-LABEL.
           MOVE WS-ERR-ENROLL TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ERRORS - STUDENT WITH NO CLASSES    :"
                TO RPT-COUNT-LABEL.
           MOVE WS-ERR-NO-CLASS TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ERRORS - GRADE WITHOUT ATTENDANCE   :"
                TO RPT-COUNT-LABEL.
           MOVE WS-ERR-NO-ATTEND TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ERRORS - WITHDRAWN WITH SCORES      :"
                TO RPT-COUNT-LABEL.
           MOVE WS-ERR-WD-SCORE TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ERRORS IN ALL                       :"
                TO RPT-COUNT-LABEL.
           MOVE WS-ERROR-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "WARNINGS                            :"
                TO RPT-COUNT-LABEL.
           MOVE WS-WARNING-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Only reached with a clean edit pass.  The trailer carries the
      *> write pass's own totals, so it always balances the file.
       650-WRITE-SUBMISSION.
           OPEN OUTPUT SUBMIT-FILE.
           IF WS-SUB-FS NOT = '00'
               DISPLAY "CANNOT OPEN "WS-SUBMIT-NAME" (STATUS "
                       WS-SUB-FS")"
               MOVE SPACES TO REPORT-LINE
               STRING "SUBMISSION NOT WRITTEN - CANNOT OPEN "
                      WS-SUBMIT-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 0 TO WS-RECORD-COUNT
               MOVE SPACES TO SUB-HEADER-RECORD
               MOVE 'HD' TO SUH-TYPE
               MOVE WS-SCHOOL-CODE TO SUH-SCHOOL
               MOVE WS-SCHOOL-YEAR TO SUH-SCHOOL-YEAR
               MOVE WS-YEAR-FROM TO SUH-YEAR-FROM
               MOVE WS-YEAR-TO TO SUH-YEAR-TO
               MOVE WS-RUN-DATE TO SUH-RUN-DATE
               MOVE WS-RUN-TIME TO SUH-RUN-TIME
               WRITE SUB-HEADER-RECORD
               COMPUTE WS-RECORD-COUNT = WS-RECORD-COUNT + 1

               MOVE 'W' TO WS-PASS
               PERFORM 200-RUN-PASS

               COMPUTE WS-RECORD-COUNT = WS-RECORD-COUNT + 1
               MOVE SPACES TO SUB-TRAILER-RECORD
               MOVE 'TR' TO SUT-TYPE
               MOVE WS-STUDENT-COUNT TO SUT-STUDENT-COUNT
               MOVE WS-CLASS-LINES TO SUT-CLASS-COUNT
               MOVE WS-WITHDRAWN-COUNT TO SUT-WITHDRAWN-COUNT
               MOVE WS-TOTAL-PRESENT TO SUT-DAYS-PRESENT
               MOVE WS-TOTAL-ABSENT TO SUT-DAYS-ABSENT
               MOVE WS-NUMBER-TOTAL TO SUT-NUMBER-TOTAL
               MOVE WS-RECORD-COUNT TO SUT-RECORD-COUNT
               WRITE SUB-TRAILER-RECORD
               CLOSE SUBMIT-FILE

               MOVE SPACES TO REPORT-LINE
               STRING "SUBMISSION WRITTEN TO " WS-SUBMIT-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "TRAILER - STUDENTS                  :"
                    TO RPT-COUNT-LABEL
               MOVE WS-STUDENT-COUNT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "TRAILER - CLASS LINES               :"
                    TO RPT-COUNT-LABEL
               MOVE WS-CLASS-LINES TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "TRAILER - WITHDRAWN                 :"
                    TO RPT-COUNT-LABEL
               MOVE WS-WITHDRAWN-COUNT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "TRAILER - DAYS PRESENT              :"
                    TO RPT-COUNT-LABEL
               MOVE WS-TOTAL-PRESENT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "TRAILER - DAYS ABSENT               :"
                    TO RPT-COUNT-LABEL
               MOVE WS-TOTAL-ABSENT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "TRAILER - STUDENT NUMBER HASH TOTAL :"
                    TO RPT-COUNT-LABEL
               MOVE WS-NUMBER-TOTAL TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "TRAILER - RECORDS INCLUDING HD/TR   :"
                    TO RPT-COUNT-LABEL
               MOVE WS-RECORD-COUNT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
           END-IF.

      *> WS-T is the term's row, or 0 when it is not one of the
      *> year's terms.
       700-FIND-TERM.
           MOVE 0 TO WS-T.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TERM-COUNT OR WS-T NOT = 0
               IF WS-YT-TERM(WS-I) = WS-LOOK-TERM
                   MOVE WS-I TO WS-T
               END-IF
           END-PERFORM.

       710-FIND-CLASS.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CLASS-COUNT OR WS-C NOT = 0
               IF WS-CL-CODE(WS-I) = WS-LOOK-CLASS
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM.

      *> The days are in date order, so a binary search finds one.
       720-FIND-DAY.
           MOVE 0 TO WS-D.
           MOVE 1 TO WS-LO.
           MOVE WS-DAY-COUNT TO WS-HI.
           PERFORM UNTIL WS-LO > WS-HI OR WS-D NOT = 0
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-DY-DATE(WS-MID) = WS-LOOK-DATE
                   MOVE WS-MID TO WS-D
               ELSE
                   IF WS-DY-DATE(WS-MID) < WS-LOOK-DATE
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
           END-PERFORM.

      *> WS-L is the student's line for WS-NEW-CLASS in WS-NEW-TERM,
      *> or 0.
       730-FIND-LINE.
           MOVE 0 TO WS-L.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LINE-COUNT OR WS-L NOT = 0
               IF WS-LN-CLASS(WS-I) = WS-NEW-CLASS
                  AND WS-LN-TERM(WS-I) = WS-NEW-TERM
                   MOVE WS-I TO WS-L
               END-IF
           END-PERFORM.
       END PROGRAM SUB_STATE_SUBMIT.
