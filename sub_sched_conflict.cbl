       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_SCHED_CONFLICT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIMETABLE ASSIGN TO
               'TIMETABLE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS TT-CLASS-CODE
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-FS.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CM-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-EN-FS.
               SELECT CONFLICT-REPORT ASSIGN TO
               'CONFLICT-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE.
           COPY "TIMETBL.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD CONFLICT-REPORT.
           01 REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-HAVE-MASTER      PIC X(01).

      *> The whole timetable, each slot with its class's term and
      *> teacher off the class master, so every pair can be compared
      *> in storage.
           01 WS-SLOT-COUNT       PIC 9(04) VALUE 0.
           01 WS-SLOT-TABLE.
               05 WS-SLOT-ROW OCCURS 500 TIMES.
                   10 WS-SLOT-CLASS      PIC X(06).
                   10 WS-SLOT-DAYS.
                       15 WS-SLOT-DAY    PIC X(01) OCCURS 5 TIMES.
                   10 WS-SLOT-PERIOD     PIC 9(02).
                   10 WS-SLOT-ROOM       PIC X(06).
                   10 WS-SLOT-TERM       PIC X(06).
                   10 WS-SLOT-TEACHER    PIC X(20).
           01 WS-I                PIC 9(04).
           01 WS-J                PIC 9(04).
           01 WS-D                PIC 9(01).
           01 WS-OVERLAP          PIC X(01).

      *> One student's active classes at a time - the enrollment file
      *> is in student order, so each student's rows arrive together.
           01 WS-CUR-STUDENT      PIC 9(06).
           01 WS-HELD-COUNT       PIC 9(04).
           01 WS-HELD-TABLE.
               05 WS-HELD-SLOT OCCURS 50 TIMES PIC 9(04).
           01 WS-A                PIC 9(04).
           01 WS-B                PIC 9(04).
           01 WS-FOUND-SLOT       PIC 9(04).

           01 WS-ROOM-COUNT       PIC 9(10) VALUE 0.
           01 WS-TEACHER-COUNT    PIC 9(10) VALUE 0.
           01 WS-STUDENT-COUNT    PIC 9(10) VALUE 0.
           01 WS-ORPHAN-COUNT     PIC 9(10) VALUE 0.
           01 WS-CONFLICT-COUNT   PIC 9(10) VALUE 0.

           01 REPORT-HEADER.
               05 FILLER PIC X(31)
                  VALUE "TIMETABLE CONFLICT REPORT AS OF".
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-DATE            PIC 9(08).

           01 REPORT-PAIR-LINE.
               05 RPT-PAIR-KIND       PIC X(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-PAIR-CLASS-A    PIC X(06).
               05 FILLER PIC X(05)    VALUE " AND ".
               05 RPT-PAIR-CLASS-B    PIC X(06).
               05 FILLER PIC X(06)    VALUE " TERM ".
               05 RPT-PAIR-TERM       PIC X(06).
               05 FILLER PIC X(05)    VALUE " PER ".
               05 RPT-PAIR-PERIOD     PIC 9(02).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-PAIR-WHO        PIC X(20).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(26).
               05 RPT-COUNT           PIC 9(10).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Double bookings on the timetable, caught before the term
      *> starts: two classes of one term meeting in the same period
      *> on a shared day in the same room, or with the same teacher.
      *> The same pass lists students already sitting in two such
      *> classes - a slot moved after they enrolled - and timetable
      *> entries whose class is off the class master.  Runs as the
      *> CONFLICTS step of the batch window or from the menu; detail
      *> in CONFLICT-REPORT.TXT, counts in RUN-SUMMARY.LOG.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-SLOT-COUNT.
               MOVE 0 TO WS-ROOM-COUNT.
               MOVE 0 TO WS-TEACHER-COUNT.
               MOVE 0 TO WS-STUDENT-COUNT.
               MOVE 0 TO WS-ORPHAN-COUNT.
               MOVE 0 TO WS-CONFLICT-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'CLASSES' TO RUN-LABEL-A.
               MOVE 'CONFLICTS' TO RUN-LABEL-B.

               OPEN INPUT TIMETABLE.
               IF WS-FS NOT = '00'
                   DISPLAY "NO TIMETABLE ON FILE (STATUS "WS-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.

               OPEN OUTPUT CONFLICT-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN CONFLICT-REPORT.TXT (STATUS "
                           WS-RPT-FS")"
                   CLOSE TIMETABLE
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               ACCEPT RPT-DATE FROM DATE YYYYMMDD.
               WRITE REPORT-LINE FROM REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

               MOVE 'N' TO WS-HAVE-MASTER.
               OPEN INPUT CLASS-MASTER.
               IF WS-CM-FS = '00'
                   MOVE 'Y' TO WS-HAVE-MASTER
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TIMETABLE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 100-LOAD-ONE-SLOT
                   END-READ
               END-PERFORM.
               CLOSE TIMETABLE.
               IF WS-HAVE-MASTER = 'Y'
                   CLOSE CLASS-MASTER
               END-IF.

               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SLOT-COUNT
                   PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-SLOT-COUNT
                       IF WS-J > WS-I
                           PERFORM 200-COMPARE-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM.

               PERFORM 300-CHECK-STUDENTS.

               COMPUTE WS-CONFLICT-COUNT = WS-ROOM-COUNT
                       + WS-TEACHER-COUNT + WS-STUDENT-COUNT
                       + WS-ORPHAN-COUNT.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CLASSES ON TIMETABLE    : " TO RPT-COUNT-LABEL.
               MOVE WS-SLOT-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "ROOMS DOUBLE-BOOKED     : " TO RPT-COUNT-LABEL.
               MOVE WS-ROOM-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "TEACHERS DOUBLE-BOOKED  : " TO RPT-COUNT-LABEL.
               MOVE WS-TEACHER-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "STUDENTS DOUBLE-BOOKED  : " TO RPT-COUNT-LABEL.
               MOVE WS-STUDENT-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "SLOTS OFF CLASS MASTER  : " TO RPT-COUNT-LABEL.
               MOVE WS-ORPHAN-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               CLOSE CONFLICT-REPORT.

               DISPLAY '==========='.
               DISPLAY 'CLASSES ON TIMETABLE  : 'WS-SLOT-COUNT.
               DISPLAY 'CONFLICTS FOUND       : 'WS-CONFLICT-COUNT.
               DISPLAY 'DETAIL IN CONFLICT-REPORT.TXT'.

               MOVE WS-SLOT-COUNT TO RUN-COUNT-A.
               MOVE WS-CONFLICT-COUNT TO RUN-COUNT-B.
               GOBACK.

       100-LOAD-ONE-SLOT.
           IF WS-SLOT-COUNT < 500
               COMPUTE WS-SLOT-COUNT = WS-SLOT-COUNT + 1
               MOVE TT-CLASS-CODE TO WS-SLOT-CLASS(WS-SLOT-COUNT)
               MOVE TT-DAYS TO WS-SLOT-DAYS(WS-SLOT-COUNT)
               MOVE TT-PERIOD TO WS-SLOT-PERIOD(WS-SLOT-COUNT)
               MOVE TT-ROOM TO WS-SLOT-ROOM(WS-SLOT-COUNT)
               MOVE SPACES TO WS-SLOT-TERM(WS-SLOT-COUNT)
               MOVE SPACES TO WS-SLOT-TEACHER(WS-SLOT-COUNT)
               PERFORM 110-LOOK-UP-CLASS
           ELSE
               DISPLAY "*** TIMETABLE TABLE FULL - CLASS "
                       TT-CLASS-CODE" NOT CHECKED ***"
           END-IF.

       110-LOOK-UP-CLASS.
           IF WS-HAVE-MASTER = 'Y'
               MOVE TT-CLASS-CODE TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY
                       PERFORM 120-REPORT-ORPHAN
                   NOT INVALID KEY
                       MOVE CM-TERM TO WS-SLOT-TERM(WS-SLOT-COUNT)
                       MOVE CM-TEACHER-NAME
                           TO WS-SLOT-TEACHER(WS-SLOT-COUNT)
               END-READ
           ELSE
               PERFORM 120-REPORT-ORPHAN
           END-IF.

       120-REPORT-ORPHAN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORPHAN   " TT-CLASS-CODE
                  " ON TIMETABLE BUT NOT ON CLASS MASTER"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-ORPHAN-COUNT = WS-ORPHAN-COUNT + 1.

      *> A pair only meets at the same time when the term and the
      *> period agree and at least one day is shared; then a shared
      *> room or a shared teacher is a double booking.
       200-COMPARE-PAIR.
           IF WS-SLOT-TERM(WS-I) = WS-SLOT-TERM(WS-J)
              AND WS-SLOT-TERM(WS-I) NOT = SPACES
              AND WS-SLOT-PERIOD(WS-I) = WS-SLOT-PERIOD(WS-J)
               PERFORM 210-TEST-DAYS
               IF WS-OVERLAP = 'Y'
                   IF WS-SLOT-ROOM(WS-I) = WS-SLOT-ROOM(WS-J)
                       MOVE "ROOM" TO RPT-PAIR-KIND
                       MOVE WS-SLOT-ROOM(WS-I) TO RPT-PAIR-WHO
                       PERFORM 220-WRITE-PAIR
                       COMPUTE WS-ROOM-COUNT = WS-ROOM-COUNT + 1
                   END-IF
                   IF WS-SLOT-TEACHER(WS-I) = WS-SLOT-TEACHER(WS-J)
                      AND WS-SLOT-TEACHER(WS-I) NOT = SPACES
                       MOVE "TEACHER" TO RPT-PAIR-KIND
                       MOVE WS-SLOT-TEACHER(WS-I) TO RPT-PAIR-WHO
                       PERFORM 220-WRITE-PAIR
                       COMPUTE WS-TEACHER-COUNT =
                               WS-TEACHER-COUNT + 1
                   END-IF
               END-IF
           END-IF.

       210-TEST-DAYS.
           MOVE 'N' TO WS-OVERLAP.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > 5 OR WS-OVERLAP = 'Y'
               IF WS-SLOT-DAY(WS-I, WS-D) NOT = SPACE
                  AND WS-SLOT-DAY(WS-J, WS-D) NOT = SPACE
                   MOVE 'Y' TO WS-OVERLAP
               END-IF
           END-PERFORM.

       220-WRITE-PAIR.
           MOVE WS-SLOT-CLASS(WS-I) TO RPT-PAIR-CLASS-A.
           MOVE WS-SLOT-CLASS(WS-J) TO RPT-PAIR-CLASS-B.
           MOVE WS-SLOT-TERM(WS-I) TO RPT-PAIR-TERM.
           MOVE WS-SLOT-PERIOD(WS-I) TO RPT-PAIR-PERIOD.
           WRITE REPORT-LINE FROM REPORT-PAIR-LINE.

      *> Students already holding two seats that meet at once: the
      *> enrollment file in key order, one student's active classes
      *> gathered, then every pair of them tested like the slots.
       300-CHECK-STUDENTS.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-CUR-STUDENT.
           MOVE 0 TO WS-HELD-COUNT.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-NUMBER NOT = WS-CUR-STUDENT
                           PERFORM 320-TEST-STUDENT
                           MOVE EN-STUDENT-NUMBER TO WS-CUR-STUDENT
                           MOVE 0 TO WS-HELD-COUNT
                       END-IF
                       IF EN-STATUS NOT = 'W'
                           PERFORM 310-HOLD-ONE-CLASS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 320-TEST-STUDENT.
           IF WS-EN-FS = '00' OR WS-EN-FS = '10'
               CLOSE ENROLLMENT
           END-IF.

      *> Only classes with a timetable slot can clash.
       310-HOLD-ONE-CLASS.
           MOVE 0 TO WS-FOUND-SLOT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SLOT-COUNT OR WS-FOUND-SLOT NOT = 0
               IF WS-SLOT-CLASS(WS-I) = EN-CLASS-CODE
                   MOVE WS-I TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.
           IF WS-FOUND-SLOT NOT = 0 AND WS-HELD-COUNT < 50
               COMPUTE WS-HELD-COUNT = WS-HELD-COUNT + 1
               MOVE WS-FOUND-SLOT TO WS-HELD-SLOT(WS-HELD-COUNT)
           END-IF.

       320-TEST-STUDENT.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-HELD-COUNT
               PERFORM VARYING WS-B FROM WS-A BY 1
                   UNTIL WS-B > WS-HELD-COUNT
                   IF WS-B > WS-A
                       MOVE WS-HELD-SLOT(WS-A) TO WS-I
                       MOVE WS-HELD-SLOT(WS-B) TO WS-J
                       PERFORM 330-TEST-HELD-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       330-TEST-HELD-PAIR.
           IF WS-SLOT-TERM(WS-I) = WS-SLOT-TERM(WS-J)
              AND WS-SLOT-PERIOD(WS-I) = WS-SLOT-PERIOD(WS-J)
               PERFORM 210-TEST-DAYS
               IF WS-OVERLAP = 'Y'
                   MOVE "STUDENT" TO RPT-PAIR-KIND
                   MOVE SPACES TO RPT-PAIR-WHO
                   MOVE WS-CUR-STUDENT TO RPT-PAIR-WHO(1:6)
                   PERFORM 220-WRITE-PAIR
                   COMPUTE WS-STUDENT-COUNT = WS-STUDENT-COUNT + 1
               END-IF
           END-IF.
       END PROGRAM SUB_SCHED_CONFLICT.
