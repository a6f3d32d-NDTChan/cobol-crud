       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_NOTIFY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATTENDANCE ASSIGN TO
               'ATTENDANCE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AT-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-AT-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-EN-FS.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CM-FS.
               SELECT GUARDIAN ASSIGN TO
               'GUARDIAN.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GD-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GD-FS.
               SELECT NOTICE-HISTORY ASSIGN TO
               'NOTICE-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS NH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-NH-FS.
      *> DYNAMIC for the same reason the delta feed gives: each day's
      *> letters and calls land in that day's own file.
               SELECT LETTER-FILE ASSIGN TO DYNAMIC
               WS-LETTER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LTR-FS.
               SELECT CONTACT-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTC-FS.
               SELECT NOTICE-REPORT ASSIGN TO
               'NOTICE-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ATTENDANCE.
           COPY "ATTEND.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD GUARDIAN.
           COPY "GUARDIAN.cpy".

           FD NOTICE-HISTORY.
           COPY "NOTICEHST.cpy".

      *> One merge row per letter, built in LETTER-ROW below.
           FD LETTER-FILE.
           01 LETTER-LINE             PIC X(257).

      *> The calls and emails to make, one row per phone or email
      *> contact, fixed width for the school messenger's import.
           FD CONTACT-FILE.
           01 CONTACT-LINE.
               05 CTC-METHOD          PIC X(01).
               05 FILLER PIC X(01).
               05 CTC-PHONE           PIC X(15).
               05 FILLER PIC X(01).
               05 CTC-EMAIL           PIC X(40).
               05 FILLER PIC X(01).
               05 CTC-GUARDIAN        PIC X(30).
               05 FILLER PIC X(01).
               05 CTC-NUMBER          PIC 9(06).
               05 FILLER PIC X(01).
               05 CTC-CLASS           PIC X(06).
               05 FILLER PIC X(01).
               05 CTC-REASON          PIC X(01).
               05 FILLER PIC X(01).
               05 CTC-FIGURE          PIC 9(04).
               05 FILLER PIC X(01).
               05 CTC-DATE            PIC 9(08).

           FD NOTICE-REPORT.
           01 REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-AT-FS            PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-GD-FS            PIC 9(02).
           77 WS-NH-FS            PIC 9(02).
           77 WS-LTR-FS           PIC 9(02).
           77 WS-CTC-FS           PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

      *> The same lines the reports draw: SUB_ATT_REPORT flags a
      *> student whose absences in a class pass five, and SUB_REPORT
      *> grades a score under 60 an F.
           77 WS-ABSENCE-LIMIT    PIC 9(02) VALUE 05.
           77 WS-PASSING-SCORE    PIC 9(03) VALUE 060.

           01 WS-RUN-DATE         PIC 9(08).
           01 WS-RUN-TIME         PIC 9(08).

           01 WS-LETTER-NAME.
               05 FILLER PIC X(15)    VALUE 'NOTICE-LETTERS-'.
               05 WS-LETTER-DATE      PIC 9(08).
               05 FILLER PIC X(04)    VALUE '.CSV'.
           01 WS-CONTACT-NAME.
               05 FILLER PIC X(16)    VALUE 'NOTICE-CONTACTS-'.
               05 WS-CONTACT-DATE     PIC 9(08).
               05 FILLER PIC X(04)    VALUE '.TXT'.

           01 WS-MASTER-OPEN      PIC X(01).
           01 WS-CLASSES-OPEN     PIC X(01).
           01 WS-GUARDIAN-OPEN    PIC X(01).
           01 WS-HISTORY-OPEN     PIC X(01).

      *> The attendance walk's running student/class, the term the
      *> class carries now, and its count.
           01 WS-RUN-NUMBER       PIC 9(06).
           01 WS-RUN-CLASS        PIC X(06).
           01 WS-RUN-TERM         PIC X(06).
           01 WS-RUN-ABSENT       PIC 9(04).
           01 WS-SCHOOL-DAY       PIC X(01).
           01 WS-DAY-REASON       PIC X(30).

      *> The notice being considered.
           01 WS-NOTICE-NUMBER    PIC 9(06).
           01 WS-NOTICE-CLASS     PIC X(06).
           01 WS-NOTICE-REASON    PIC X(01).
           01 WS-NOTICE-FIGURE    PIC 9(04).
           01 WS-NOTICE-TERM      PIC X(06).
           01 WS-NOTICE-TEACHER   PIC X(20).
           01 WS-NOTICE-TEXT      PIC X(50).
           01 WS-FIGURE-SHOWN     PIC Z(03)9.
           01 WS-ALREADY-SENT     PIC X(01).
           01 WS-GD-EOF           PIC X(01).
           01 WS-CONTACTS-SENT    PIC 9(02).

           01 WS-NOTICE-COUNT     PIC 9(10) VALUE 0.
           01 WS-LETTER-COUNT     PIC 9(10) VALUE 0.
           01 WS-CALL-COUNT       PIC 9(10) VALUE 0.
           01 WS-ALREADY-COUNT    PIC 9(10) VALUE 0.
           01 WS-NO-CONTACT-COUNT PIC 9(10) VALUE 0.

      *> One merge row per letter, comma-separated in fixed columns
      *> the way the student export is, so a word processor's mail
      *> merge can take it as it stands.  The header row names the
      *> merge fields.
           01 LETTER-ROW.
               05 LTR-DATE            PIC 9(08).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-GUARDIAN        PIC X(30).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-RELATIONSHIP    PIC X(12).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-STREET          PIC X(30).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-CITY            PIC X(20).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-STATE           PIC X(02).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-ZIP             PIC X(10).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-NUMBER          PIC 9(06).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-FIRST           PIC X(15).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-LAST            PIC X(20).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-CLASS           PIC X(06).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-TEACHER         PIC X(20).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-TERM            PIC X(06).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-NOTICE          PIC X(08).
               05 FILLER PIC X(01)    VALUE ','.
               05 LTR-TEXT            PIC X(50).

           01 LETTER-HEADER.
               05 FILLER PIC X(08)    VALUE "DATE".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(30)    VALUE "GUARDIAN".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(12)    VALUE "RELATIONSHIP".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(30)    VALUE "STREET".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(20)    VALUE "CITY".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(02)    VALUE "ST".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(10)    VALUE "ZIP".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(06)    VALUE "NUMBER".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(15)    VALUE "FIRST".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(20)    VALUE "LAST".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(06)    VALUE "CLASS".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(20)    VALUE "TEACHER".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(06)    VALUE "TERM".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(08)    VALUE "NOTICE".
               05 FILLER PIC X(01)    VALUE ','.
               05 FILLER PIC X(50)    VALUE "TEXT".

           01 REPORT-NOTICE-LINE.
               05 RPT-STATE           PIC X(11).
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-NAME            PIC X(35).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CLASS           PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-REASON          PIC X(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FIGURE          PIC Z(03)9.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CONTACTS        PIC Z9.

           01 REPORT-TOTAL-LINE.
               05 RPT-TOTAL-LABEL     PIC X(30).
               05 RPT-TOTAL-COUNT     PIC 9(10).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Parent notification: every student over the absence limit in
      *> a class this term, or failing a class, gets a letter to each
      *> guardian contact on file and, for contacts who prefer it, a
      *> call or email on the outbound contact file.  The notice
      *> history keeps what went to whom and when, and a family is
      *> told once per class, reason and term - tomorrow night's run
      *> passes over them.  A student with no guardian on file is
      *> listed on the report and not written to the history, so the
      *> notice goes out on the first run after a contact is added.
      *> Withdrawn students are passed over.  Runs as the NOTIFY step
      *> of the batch window or from the menu.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-NOTICE-COUNT.
               MOVE 0 TO WS-LETTER-COUNT.
               MOVE 0 TO WS-CALL-COUNT.
               MOVE 0 TO WS-ALREADY-COUNT.
               MOVE 0 TO WS-NO-CONTACT-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'NOTICES' TO RUN-LABEL-A.
               MOVE 'NO CONTACT' TO RUN-LABEL-B.

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE WS-RUN-DATE TO WS-LETTER-DATE.
               MOVE WS-RUN-DATE TO WS-CONTACT-DATE.

               MOVE 'N' TO WS-MASTER-OPEN.
               OPEN INPUT STUDENT.
               IF WS-FS NOT = '00'
                   DISPLAY "CANNOT OPEN STUDENT FILE (STATUS "WS-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               MOVE 'Y' TO WS-MASTER-OPEN.

               MOVE 'N' TO WS-CLASSES-OPEN.
               OPEN INPUT CLASS-MASTER.
               IF WS-CM-FS = '00'
                   MOVE 'Y' TO WS-CLASSES-OPEN
               END-IF.
               MOVE 'N' TO WS-GUARDIAN-OPEN.
               OPEN INPUT GUARDIAN.
               IF WS-GD-FS = '00'
                   MOVE 'Y' TO WS-GUARDIAN-OPEN
               END-IF.

               MOVE 'N' TO WS-HISTORY-OPEN.
               OPEN I-O NOTICE-HISTORY.
               IF WS-NH-FS = '35'
                   OPEN OUTPUT NOTICE-HISTORY
                   CLOSE NOTICE-HISTORY
                   OPEN I-O NOTICE-HISTORY
               END-IF.
               IF WS-NH-FS NOT = '00'
                   DISPLAY "CANNOT OPEN NOTICE-HISTORY.TXT (STATUS "
                           WS-NH-FS")"
                   PERFORM 900-CLOSE-FILES
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               MOVE 'Y' TO WS-HISTORY-OPEN.

      *> A second run on the same day adds to that day's files rather
      *> than wiping letters that have not been printed yet.
               OPEN EXTEND LETTER-FILE.
               IF WS-LTR-FS = '35'
                   OPEN OUTPUT LETTER-FILE
                   IF WS-LTR-FS = '00'
                       WRITE LETTER-LINE FROM LETTER-HEADER
                   END-IF
               END-IF.
               IF WS-LTR-FS NOT = '00'
                   DISPLAY "CANNOT OPEN "WS-LETTER-NAME" (STATUS "
                           WS-LTR-FS")"
                   PERFORM 900-CLOSE-FILES
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               OPEN EXTEND CONTACT-FILE.
               IF WS-CTC-FS = '35'
                   OPEN OUTPUT CONTACT-FILE
               END-IF.
               IF WS-CTC-FS NOT = '00'
                   DISPLAY "CANNOT OPEN "WS-CONTACT-NAME" (STATUS "
                           WS-CTC-FS")"
                   CLOSE LETTER-FILE
                   PERFORM 900-CLOSE-FILES
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               OPEN OUTPUT NOTICE-REPORT.

               PERFORM 200-ABSENCE-NOTICES.
               PERFORM 300-FAILING-NOTICES.

               MOVE "NOTICES SENT          : " TO RPT-TOTAL-LABEL.
               MOVE WS-NOTICE-COUNT TO RPT-TOTAL-COUNT.
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
               MOVE "LETTERS WRITTEN       : " TO RPT-TOTAL-LABEL.
               MOVE WS-LETTER-COUNT TO RPT-TOTAL-COUNT.
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
               MOVE "CALLS AND EMAILS      : " TO RPT-TOTAL-LABEL.
               MOVE WS-CALL-COUNT TO RPT-TOTAL-COUNT.
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
               MOVE "ALREADY SENT (SKIP)   : " TO RPT-TOTAL-LABEL.
               MOVE WS-ALREADY-COUNT TO RPT-TOTAL-COUNT.
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
               MOVE "NO GUARDIAN ON FILE   : " TO RPT-TOTAL-LABEL.
               MOVE WS-NO-CONTACT-COUNT TO RPT-TOTAL-COUNT.
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

               CLOSE LETTER-FILE.
               CLOSE CONTACT-FILE.
               CLOSE NOTICE-REPORT.
               PERFORM 900-CLOSE-FILES.

               DISPLAY "LETTERS WRITTEN TO "WS-LETTER-NAME.
               DISPLAY "CALLS AND EMAILS TO "WS-CONTACT-NAME.
               DISPLAY "NOTICE REPORT WRITTEN TO NOTICE-REPORT.TXT".
               DISPLAY "NOTICES SENT        : "WS-NOTICE-COUNT.
               DISPLAY "ALREADY SENT (SKIP) : "WS-ALREADY-COUNT.
               DISPLAY "NO GUARDIAN ON FILE : "WS-NO-CONTACT-COUNT.

               MOVE WS-NOTICE-COUNT TO RUN-COUNT-A.
               MOVE WS-NO-CONTACT-COUNT TO RUN-COUNT-B.
               GOBACK.

      *> The attendance file in key order is already grouped student,
      *> class, date, so absences roll up on the change of student or
      *> class in one pass.  Only absences on school days of the term
      *> the class carries now count - the history check is keyed by
      *> that term, so last term's marks must not start a fresh
      *> letter once closeout rolls the class over.
       200-ABSENCE-NOTICES.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-RUN-NUMBER.
           MOVE SPACES TO WS-RUN-CLASS.
           MOVE SPACES TO WS-RUN-TERM.
           MOVE 0 TO WS-RUN-ABSENT.
           OPEN INPUT ATTENDANCE.
           IF WS-AT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-STUDENT-NUMBER NOT = WS-RUN-NUMBER
                          OR AT-CLASS-CODE NOT = WS-RUN-CLASS
                           PERFORM 210-ABSENCE-BREAK
                           MOVE AT-STUDENT-NUMBER TO WS-RUN-NUMBER
                           MOVE AT-CLASS-CODE TO WS-RUN-CLASS
                           MOVE 0 TO WS-RUN-ABSENT
                           PERFORM 205-FIND-RUN-TERM
                       END-IF
                       IF AT-MARK = 'A' AND WS-RUN-TERM NOT = SPACES
                           CALL 'SUB_CAL_CHECK' USING AT-DATE,
                               WS-RUN-TERM, WS-SCHOOL-DAY,
                               WS-DAY-REASON
                           IF WS-SCHOOL-DAY = 'Y'
                               COMPUTE WS-RUN-ABSENT =
                                       WS-RUN-ABSENT + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 210-ABSENCE-BREAK.
           IF WS-AT-FS = '00' OR WS-AT-FS = '10'
               CLOSE ATTENDANCE
           END-IF.

      *> A class not on the master has no term to count against, and
      *> its marks send nothing.
       205-FIND-RUN-TERM.
           MOVE SPACES TO WS-RUN-TERM.
           IF WS-CLASSES-OPEN = 'Y'
               MOVE WS-RUN-CLASS TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-TERM TO WS-RUN-TERM
               END-READ
           END-IF.

       210-ABSENCE-BREAK.
           IF WS-RUN-ABSENT > WS-ABSENCE-LIMIT
               MOVE WS-RUN-NUMBER TO WS-NOTICE-NUMBER
               MOVE WS-RUN-CLASS TO WS-NOTICE-CLASS
               MOVE 'A' TO WS-NOTICE-REASON
               MOVE WS-RUN-ABSENT TO WS-NOTICE-FIGURE
               PERFORM 400-CONSIDER-NOTICE THRU 400-CONSIDER-EXIT
           END-IF.

      *> Active enrollments scoring under the pass line.  A score of
      *> zero is a class nothing has been posted for yet, not a
      *> failing one, and sends nothing.
       300-FAILING-NOTICES.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-STATUS NOT = 'W'
                          AND EN-SCORE > 0
                          AND EN-SCORE < WS-PASSING-SCORE
                           MOVE EN-STUDENT-NUMBER TO WS-NOTICE-NUMBER
                           MOVE EN-CLASS-CODE TO WS-NOTICE-CLASS
                           MOVE 'F' TO WS-NOTICE-REASON
                           MOVE EN-SCORE TO WS-NOTICE-FIGURE
                           PERFORM 400-CONSIDER-NOTICE
                               THRU 400-CONSIDER-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EN-FS = '00' OR WS-EN-FS = '10'
               CLOSE ENROLLMENT
           END-IF.

      *> One notice: the student must be on the master and active,
      *> the family must not already have had it this term, and then
      *> every contact on file is written.
       400-CONSIDER-NOTICE.
           MOVE WS-NOTICE-NUMBER TO STUDENT-NUMBER.
           READ STUDENT
               INVALID KEY GO TO 400-CONSIDER-EXIT
           END-READ.
           IF STUDENT-STATUS = 'W'
               GO TO 400-CONSIDER-EXIT
           END-IF.

           MOVE SPACES TO WS-NOTICE-TERM.
           MOVE SPACES TO WS-NOTICE-TEACHER.
           IF WS-CLASSES-OPEN = 'Y'
               MOVE WS-NOTICE-CLASS TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-TERM TO WS-NOTICE-TERM
                       MOVE CM-TEACHER-NAME TO WS-NOTICE-TEACHER
               END-READ
           END-IF.

           PERFORM 410-CHECK-HISTORY THRU 410-CHECK-EXIT.
           IF WS-ALREADY-SENT = 'Y'
               COMPUTE WS-ALREADY-COUNT = WS-ALREADY-COUNT + 1
               GO TO 400-CONSIDER-EXIT
           END-IF.

           MOVE WS-NOTICE-FIGURE TO WS-FIGURE-SHOWN.
           MOVE SPACES TO WS-NOTICE-TEXT.
           IF WS-NOTICE-REASON = 'A'
               STRING "HAS BEEN ABSENT " DELIMITED BY SIZE
                      WS-FIGURE-SHOWN DELIMITED BY SIZE
                      " TIMES FROM THIS CLASS" DELIMITED BY SIZE
                      INTO WS-NOTICE-TEXT
               END-STRING
               MOVE 'ABSENCE' TO RPT-REASON
           ELSE
               STRING "IS FAILING THIS CLASS WITH A SCORE OF "
                          DELIMITED BY SIZE
                      WS-FIGURE-SHOWN DELIMITED BY SIZE
                      INTO WS-NOTICE-TEXT
               END-STRING
               MOVE 'FAILING' TO RPT-REASON
           END-IF.

           MOVE 0 TO WS-CONTACTS-SENT.
           PERFORM 420-SEND-TO-CONTACTS.

           MOVE STUDENT-NUMBER TO RPT-NUMBER.
           MOVE STUDENT-NAME TO RPT-NAME.
           MOVE WS-NOTICE-CLASS TO RPT-CLASS.
           MOVE WS-NOTICE-FIGURE TO RPT-FIGURE.
           MOVE WS-CONTACTS-SENT TO RPT-CONTACTS.
           IF WS-CONTACTS-SENT = 0
               MOVE 'NO CONTACT ' TO RPT-STATE
               COMPUTE WS-NO-CONTACT-COUNT = WS-NO-CONTACT-COUNT + 1
           ELSE
               MOVE 'SENT       ' TO RPT-STATE
               COMPUTE WS-NOTICE-COUNT = WS-NOTICE-COUNT + 1
           END-IF.
           WRITE REPORT-LINE FROM REPORT-NOTICE-LINE.
       400-CONSIDER-EXIT.
           EXIT.

      *> Any history row for this student, term, class and reason -
      *> whichever contact it went to - means the family was told.
       410-CHECK-HISTORY.
           MOVE 'N' TO WS-ALREADY-SENT.
           MOVE WS-NOTICE-NUMBER TO NH-STUDENT-NUMBER.
           MOVE WS-NOTICE-TERM TO NH-TERM.
           MOVE WS-NOTICE-CLASS TO NH-CLASS-CODE.
           MOVE WS-NOTICE-REASON TO NH-REASON.
           MOVE 0 TO NH-SEQUENCE.
           START NOTICE-HISTORY KEY IS >= NH-KEY
               INVALID KEY GO TO 410-CHECK-EXIT
           END-START.
           READ NOTICE-HISTORY NEXT
               AT END CONTINUE
               NOT AT END
                   IF NH-STUDENT-NUMBER = WS-NOTICE-NUMBER
                      AND NH-TERM = WS-NOTICE-TERM
                      AND NH-CLASS-CODE = WS-NOTICE-CLASS
                      AND NH-REASON = WS-NOTICE-REASON
                       MOVE 'Y' TO WS-ALREADY-SENT
                   END-IF
           END-READ.
       410-CHECK-EXIT.
           EXIT.

       420-SEND-TO-CONTACTS.
           MOVE SPACE TO WS-GD-EOF.
           IF WS-GUARDIAN-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-GD-EOF
           ELSE
               MOVE WS-NOTICE-NUMBER TO GD-STUDENT-NUMBER
               MOVE 0 TO GD-SEQUENCE
               START GUARDIAN KEY IS >= GD-KEY
                   INVALID KEY MOVE 'Y' TO WS-GD-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-GD-EOF = 'Y'
               READ GUARDIAN NEXT
                   AT END MOVE 'Y' TO WS-GD-EOF
                   NOT AT END
                       IF GD-STUDENT-NUMBER NOT = WS-NOTICE-NUMBER
                           MOVE 'Y' TO WS-GD-EOF
                       ELSE
                           PERFORM 430-SEND-ONE-CONTACT
                       END-IF
               END-READ
           END-PERFORM.

      *> Every contact gets the letter; phone and email contacts go on
      *> the outbound file as well.  The history row is the record
      *> that it went.
       430-SEND-ONE-CONTACT.
           MOVE WS-RUN-DATE TO LTR-DATE.
           MOVE GD-NAME TO LTR-GUARDIAN.
           MOVE GD-RELATIONSHIP TO LTR-RELATIONSHIP.
           MOVE GD-STREET TO LTR-STREET.
           MOVE GD-CITY TO LTR-CITY.
           MOVE GD-STATE TO LTR-STATE.
           MOVE GD-ZIP TO LTR-ZIP.
           MOVE STUDENT-NUMBER TO LTR-NUMBER.
           MOVE STUDENT-FIRST-NAME TO LTR-FIRST.
           MOVE STUDENT-LAST-NAME TO LTR-LAST.
           MOVE WS-NOTICE-CLASS TO LTR-CLASS.
           MOVE WS-NOTICE-TEACHER TO LTR-TEACHER.
           MOVE WS-NOTICE-TERM TO LTR-TERM.
           MOVE RPT-REASON TO LTR-NOTICE.
           MOVE WS-NOTICE-TEXT TO LTR-TEXT.
           WRITE LETTER-LINE FROM LETTER-ROW.
           COMPUTE WS-LETTER-COUNT = WS-LETTER-COUNT + 1.

           IF GD-PREFERRED = 'P' OR GD-PREFERRED = 'E'
               MOVE SPACES TO CONTACT-LINE
               MOVE GD-PREFERRED TO CTC-METHOD
               MOVE GD-PHONE TO CTC-PHONE
               MOVE GD-EMAIL TO CTC-EMAIL
               MOVE GD-NAME TO CTC-GUARDIAN
               MOVE STUDENT-NUMBER TO CTC-NUMBER
               MOVE WS-NOTICE-CLASS TO CTC-CLASS
               MOVE WS-NOTICE-REASON TO CTC-REASON
               MOVE WS-NOTICE-FIGURE TO CTC-FIGURE
               MOVE WS-RUN-DATE TO CTC-DATE
               WRITE CONTACT-LINE
               COMPUTE WS-CALL-COUNT = WS-CALL-COUNT + 1
           END-IF.

           MOVE WS-NOTICE-NUMBER TO NH-STUDENT-NUMBER.
           MOVE WS-NOTICE-TERM TO NH-TERM.
           MOVE WS-NOTICE-CLASS TO NH-CLASS-CODE.
           MOVE WS-NOTICE-REASON TO NH-REASON.
           MOVE GD-SEQUENCE TO NH-SEQUENCE.
           MOVE GD-NAME TO NH-GUARDIAN-NAME.
           MOVE GD-PREFERRED TO NH-METHOD.
           MOVE WS-NOTICE-FIGURE TO NH-FIGURE.
           MOVE WS-RUN-DATE TO NH-SENT-DATE.
           MOVE WS-RUN-TIME TO NH-SENT-TIME.
           WRITE NOTICE-HISTORY-FILE
               INVALID KEY
                   DISPLAY "NOTICE HISTORY NOT WRITTEN FOR STUDENT "
                           WS-NOTICE-NUMBER" CONTACT "GD-SEQUENCE
           END-WRITE.
           COMPUTE WS-CONTACTS-SENT = WS-CONTACTS-SENT + 1.

       900-CLOSE-FILES.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.
           IF WS-CLASSES-OPEN = 'Y'
               CLOSE CLASS-MASTER
           END-IF.
           IF WS-GUARDIAN-OPEN = 'Y'
               CLOSE GUARDIAN
           END-IF.
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE NOTICE-HISTORY
           END-IF.
       END PROGRAM SUB_NOTIFY.
