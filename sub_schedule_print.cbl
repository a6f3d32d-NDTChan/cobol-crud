       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_SCHEDULE_PRINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.
               SELECT TIMETABLE ASSIGN TO
               'TIMETABLE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS TT-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-TT-FS.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CM-FS.
               SELECT SCHEDULE-REPORT ASSIGN TO
               'STUDENT-SCHEDULE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "STUDENT.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD TIMETABLE.
           COPY "TIMETBL.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD SCHEDULE-REPORT.
           01 REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-EN-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-TT-FS            PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-HAVE-ENROLL      PIC X(01).
           01 WS-HAVE-TIMETABLE   PIC X(01).
           01 WS-HAVE-MASTER      PIC X(01).
           01 WS-ASK-NUMBER       PIC 9(06).
           01 WS-TODAY            PIC 9(08).

      *> One student's week: a cell per period per day holding the
      *> class that meets then.  A cell two classes both want shows
      *> the clash instead of hiding one of them.
           77 WS-LAST-PERIOD      PIC 9(02) VALUE 12.
           01 WS-WEEK-TABLE.
               05 WS-WEEK-PERIOD OCCURS 12 TIMES.
                   10 WS-WEEK-USED       PIC X(01).
                   10 WS-WEEK-CELL OCCURS 5 TIMES PIC X(06).
           01 WS-P                PIC 9(02).
           01 WS-D                PIC 9(01).

      *> The student's active classes with their slot details.
           01 WS-CLS-COUNT        PIC 9(04).
           01 WS-CLS-TABLE.
               05 WS-CLS-ROW OCCURS 50 TIMES.
                   10 WS-CLS-CODE        PIC X(06).
                   10 WS-CLS-TEACHER     PIC X(20).
                   10 WS-CLS-TERM        PIC X(06).
                   10 WS-CLS-DAYS        PIC X(05).
                   10 WS-CLS-PERIOD      PIC 9(02).
                   10 WS-CLS-ROOM        PIC X(06).
                   10 WS-CLS-TIMED       PIC X(01).
           01 WS-C                PIC 9(04).

           01 WS-PRINTED-COUNT    PIC 9(10) VALUE 0.
           01 WS-EMPTY-COUNT      PIC 9(10) VALUE 0.

           01 REPORT-STUDENT-HEADER.
               05 FILLER PIC X(20)    VALUE "WEEKLY SCHEDULE FOR ".
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-NAME            PIC X(35).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-DATE            PIC 9(08).

           01 REPORT-GRID-HEADER.
               05 FILLER PIC X(05)    VALUE "PER  ".
               05 FILLER PIC X(08)    VALUE "MON     ".
               05 FILLER PIC X(08)    VALUE "TUE     ".
               05 FILLER PIC X(08)    VALUE "WED     ".
               05 FILLER PIC X(08)    VALUE "THU     ".
               05 FILLER PIC X(08)    VALUE "FRI     ".

           01 REPORT-GRID-LINE.
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-GRID-PERIOD     PIC 9(02).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-GRID-DAY OCCURS 5 TIMES.
                   10 RPT-GRID-CELL   PIC X(06).
                   10 FILLER PIC X(02).

           01 REPORT-CLASS-HEADER.
               05 FILLER PIC X(08)    VALUE "CLASS   ".
               05 FILLER PIC X(21)    VALUE "TEACHER".
               05 FILLER PIC X(07)    VALUE "TERM".
               05 FILLER PIC X(06)    VALUE "DAYS".
               05 FILLER PIC X(04)    VALUE "PER".
               05 FILLER PIC X(04)    VALUE "ROOM".

           01 REPORT-CLASS-LINE.
               05 RPT-CLS-CODE        PIC X(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-CLS-TEACHER     PIC X(20).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CLS-TERM        PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CLS-SLOT        PIC X(19).

           01 WS-SLOT-TEXT.
               05 WS-SLOT-DAYS        PIC X(05).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 WS-SLOT-PERIOD      PIC 9(02).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 WS-SLOT-ROOM        PIC X(06).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Each student's printed week: a grid of periods down the side
      *> and Monday to Friday across, filled from the student's active
      *> enrollments and the class timetable, then the classes listed
      *> with teacher, term and room.  A class with no timetable slot
      *> is listed as such.  From the menu one student number prints
      *> one schedule and zero prints every active student; as the
      *> SCHEDULES step of the batch window it prints them all.
      *> Output in STUDENT-SCHEDULE.TXT.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-PRINTED-COUNT.
               MOVE 0 TO WS-EMPTY-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'PRINTED' TO RUN-LABEL-A.
               MOVE 'NO CLASSES' TO RUN-LABEL-B.

               MOVE 0 TO WS-ASK-NUMBER.
               IF RUN-IN-BATCH NOT = 'Y'
                   DISPLAY "ENTER STUDENT NUMBER (0 FOR EVERY ACTIVE "
                           "STUDENT):"
                   ACCEPT WS-ASK-NUMBER
               END-IF.

               OPEN OUTPUT SCHEDULE-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN STUDENT-SCHEDULE.TXT (STATUS "
                           WS-RPT-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               OPEN INPUT STUDENT.
               IF WS-FS NOT = '00'
                   DISPLAY "CANNOT OPEN STUDENT FILE (STATUS "WS-FS")"
                   CLOSE SCHEDULE-REPORT
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               MOVE 'N' TO WS-HAVE-ENROLL.
               OPEN INPUT ENROLLMENT.
               IF WS-EN-FS = '00'
                   MOVE 'Y' TO WS-HAVE-ENROLL
               END-IF.
               MOVE 'N' TO WS-HAVE-TIMETABLE.
               OPEN INPUT TIMETABLE.
               IF WS-TT-FS = '00'
                   MOVE 'Y' TO WS-HAVE-TIMETABLE
               END-IF.
               MOVE 'N' TO WS-HAVE-MASTER.
               OPEN INPUT CLASS-MASTER.
               IF WS-CM-FS = '00'
                   MOVE 'Y' TO WS-HAVE-MASTER
               END-IF.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.

               IF WS-ASK-NUMBER NOT = 0
                   MOVE WS-ASK-NUMBER TO STUDENT-NUMBER
                   READ STUDENT
                       INVALID KEY
                           DISPLAY "STUDENT "WS-ASK-NUMBER
                                   " NOT ON FILE"
                       NOT INVALID KEY
                           PERFORM 200-PRINT-ONE-STUDENT
                   END-READ
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STUDENT NEXT
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF STUDENT-STATUS NOT = 'W'
                                   PERFORM 200-PRINT-ONE-STUDENT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

               CLOSE SCHEDULE-REPORT.
               CLOSE STUDENT.
               IF WS-HAVE-ENROLL = 'Y'
                   CLOSE ENROLLMENT
               END-IF.
               IF WS-HAVE-TIMETABLE = 'Y'
                   CLOSE TIMETABLE
               END-IF.
               IF WS-HAVE-MASTER = 'Y'
                   CLOSE CLASS-MASTER
               END-IF.

               DISPLAY '==========='.
               DISPLAY 'SCHEDULES PRINTED   : 'WS-PRINTED-COUNT.
               DISPLAY 'WITH NO CLASSES     : 'WS-EMPTY-COUNT.
               DISPLAY 'OUTPUT IN STUDENT-SCHEDULE.TXT'.

               MOVE WS-PRINTED-COUNT TO RUN-COUNT-A.
               MOVE WS-EMPTY-COUNT TO RUN-COUNT-B.
               GOBACK.

       200-PRINT-ONE-STUDENT.
           PERFORM 210-COLLECT-CLASSES.
           PERFORM 230-BUILD-WEEK.

           MOVE STUDENT-NUMBER TO RPT-NUMBER.
           MOVE STUDENT-NAME TO RPT-NAME.
           MOVE WS-TODAY TO RPT-DATE.
           WRITE REPORT-LINE FROM REPORT-STUDENT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CLS-COUNT = 0
               MOVE "  NOT ENROLLED IN ANY CLASS" TO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-EMPTY-COUNT = WS-EMPTY-COUNT + 1
           ELSE
               WRITE REPORT-LINE FROM REPORT-GRID-HEADER
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-LAST-PERIOD
                   IF WS-WEEK-USED(WS-P) = 'Y'
                       PERFORM 240-WRITE-GRID-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM REPORT-CLASS-HEADER
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLS-COUNT
                   PERFORM 250-WRITE-CLASS-LINE
               END-PERFORM
           END-IF.
           COMPUTE WS-PRINTED-COUNT = WS-PRINTED-COUNT + 1.

      *> A row of dashes between students so the printout tears
      *> cleanly into one sheet each.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> The student's enrollments in key order, the same START walk
      *> SUB_TRANSCRIPT makes; withdrawn classes are not on the week.
       210-COLLECT-CLASSES.
           MOVE 0 TO WS-CLS-COUNT.
           MOVE SPACE TO WS-EN-EOF.
           IF WS-HAVE-ENROLL NOT = 'Y'
               MOVE 'Y' TO WS-EN-EOF
           ELSE
               MOVE STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE LOW-VALUES TO EN-CLASS-CODE
               START ENROLLMENT KEY IS >= EN-KEY
                   INVALID KEY MOVE 'Y' TO WS-EN-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EN-EOF = 'Y'
               READ ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-EN-EOF
                   NOT AT END
                       IF EN-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE 'Y' TO WS-EN-EOF
                       ELSE
                           IF EN-STATUS NOT = 'W'
                              AND WS-CLS-COUNT < 50
                               PERFORM 220-ADD-CLASS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       220-ADD-CLASS.
           COMPUTE WS-CLS-COUNT = WS-CLS-COUNT + 1.
           MOVE EN-CLASS-CODE TO WS-CLS-CODE(WS-CLS-COUNT).
           MOVE SPACES TO WS-CLS-TEACHER(WS-CLS-COUNT).
           MOVE SPACES TO WS-CLS-TERM(WS-CLS-COUNT).
           MOVE SPACES TO WS-CLS-DAYS(WS-CLS-COUNT).
           MOVE 0 TO WS-CLS-PERIOD(WS-CLS-COUNT).
           MOVE SPACES TO WS-CLS-ROOM(WS-CLS-COUNT).
           MOVE 'N' TO WS-CLS-TIMED(WS-CLS-COUNT).
           IF WS-HAVE-MASTER = 'Y'
               MOVE EN-CLASS-CODE TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-TEACHER-NAME
                           TO WS-CLS-TEACHER(WS-CLS-COUNT)
                       MOVE CM-TERM TO WS-CLS-TERM(WS-CLS-COUNT)
               END-READ
           END-IF.
           IF WS-HAVE-TIMETABLE = 'Y'
               MOVE EN-CLASS-CODE TO TT-CLASS-CODE
               READ TIMETABLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TT-DAYS TO WS-CLS-DAYS(WS-CLS-COUNT)
                       MOVE TT-PERIOD TO WS-CLS-PERIOD(WS-CLS-COUNT)
                       MOVE TT-ROOM TO WS-CLS-ROOM(WS-CLS-COUNT)
                       MOVE 'Y' TO WS-CLS-TIMED(WS-CLS-COUNT)
               END-READ
           END-IF.

       230-BUILD-WEEK.
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-LAST-PERIOD
               MOVE 'N' TO WS-WEEK-USED(WS-P)
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                   MOVE SPACES TO WS-WEEK-CELL(WS-P, WS-D)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLS-COUNT
               IF WS-CLS-TIMED(WS-C) = 'Y'
                  AND WS-CLS-PERIOD(WS-C) > 0
                  AND WS-CLS-PERIOD(WS-C) NOT > WS-LAST-PERIOD
                   MOVE WS-CLS-PERIOD(WS-C) TO WS-P
                   MOVE 'Y' TO WS-WEEK-USED(WS-P)
                   MOVE WS-CLS-DAYS(WS-C) TO TT-DAYS
                   PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                       IF TT-DAY-FLAG(WS-D) NOT = SPACE
                           IF WS-WEEK-CELL(WS-P, WS-D) = SPACES
                               MOVE WS-CLS-CODE(WS-C)
                                   TO WS-WEEK-CELL(WS-P, WS-D)
                           ELSE
                               MOVE "*CLASH"
                                   TO WS-WEEK-CELL(WS-P, WS-D)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       240-WRITE-GRID-LINE.
           MOVE SPACES TO REPORT-GRID-LINE.
           MOVE WS-P TO RPT-GRID-PERIOD.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
               MOVE WS-WEEK-CELL(WS-P, WS-D) TO RPT-GRID-CELL(WS-D)
           END-PERFORM.
           WRITE REPORT-LINE FROM REPORT-GRID-LINE.

       250-WRITE-CLASS-LINE.
           MOVE WS-CLS-CODE(WS-C) TO RPT-CLS-CODE.
           MOVE WS-CLS-TEACHER(WS-C) TO RPT-CLS-TEACHER.
           MOVE WS-CLS-TERM(WS-C) TO RPT-CLS-TERM.
           IF WS-CLS-TIMED(WS-C) = 'Y'
               MOVE WS-CLS-DAYS(WS-C) TO WS-SLOT-DAYS
               MOVE WS-CLS-PERIOD(WS-C) TO WS-SLOT-PERIOD
               MOVE WS-CLS-ROOM(WS-C) TO WS-SLOT-ROOM
               MOVE WS-SLOT-TEXT TO RPT-CLS-SLOT
           ELSE
               MOVE "NOT TIMETABLED" TO RPT-CLS-SLOT
           END-IF.
           WRITE REPORT-LINE FROM REPORT-CLASS-LINE.
       END PROGRAM SUB_SCHEDULE_PRINT.
