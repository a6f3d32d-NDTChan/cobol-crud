       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_SCHED_CHECK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIMETABLE ASSIGN TO
               'TIMETABLE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS TT-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
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
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TIMETABLE.
           COPY "TIMETBL.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF                 PIC A(1).
           77 WS-FS                  PIC 9(02).
           77 WS-CM-FS               PIC 9(02).
           77 WS-EN-FS               PIC 9(02).

           01 WS-ENROLL-OPEN         PIC X(01).
           01 WS-MASTER-OPEN         PIC X(01).
           01 WS-ALREADY-IN          PIC X(01).

      *> The slot the student is asking for.
           01 WS-WANT-DAYS.
               05 WS-WANT-DAY        PIC X(01) OCCURS 5 TIMES.
           01 WS-WANT-PERIOD         PIC 9(02).
           01 WS-WANT-TERM           PIC X(06).

      *> The student's other active classes, collected first so the
      *> enrollment file is closed before the timetable is searched.
           01 WS-HELD-COUNT          PIC 9(04).
           01 WS-HELD-TABLE.
               05 WS-HELD-CLASS OCCURS 50 TIMES PIC X(06).
           01 WS-H                   PIC 9(04).
           01 WS-D                   PIC 9(01).

           LINKAGE SECTION.
           01 SC-LK-STUDENT-NUMBER   PIC 9(06).
           01 SC-LK-CLASS-CODE       PIC X(06).
           01 SC-LK-CLASH            PIC X(01).
           01 SC-LK-CLASH-CLASS      PIC X(06).

      *> Would putting this student into this class double-book them?
      *> Returns 'Y' and the first class already held that meets in
      *> the same term, in the same period, on a shared day.  Called
      *> beside SUB_CLASS_CHECK wherever a student lands in a class,
      *> and by SUB_ENROLL itself, so this is the one door for the
      *> clash rule.  A class with no timetable entry has no slot and
      *> clashes with nothing, and a student already active in the
      *> class is not landing in it again - both answer 'N'.
           PROCEDURE DIVISION USING SC-LK-STUDENT-NUMBER,
                                     SC-LK-CLASS-CODE,
                                     SC-LK-CLASH,
                                     SC-LK-CLASH-CLASS.

               MOVE 'N' TO SC-LK-CLASH.
               MOVE SPACES TO SC-LK-CLASH-CLASS.
               MOVE 0 TO WS-HELD-COUNT.
               MOVE 'N' TO WS-ALREADY-IN.

               OPEN INPUT TIMETABLE.
               IF WS-FS NOT = '00'
                   GOBACK
               END-IF.
               MOVE SC-LK-CLASS-CODE TO TT-CLASS-CODE.
               READ TIMETABLE
                   INVALID KEY
                       CLOSE TIMETABLE
                       GOBACK
               END-READ.
               MOVE TT-DAYS TO WS-WANT-DAYS.
               MOVE TT-PERIOD TO WS-WANT-PERIOD.

               PERFORM 100-COLLECT-HELD-CLASSES.
               IF WS-ALREADY-IN = 'Y' OR WS-HELD-COUNT = 0
                   CLOSE TIMETABLE
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-MASTER-OPEN.
               OPEN INPUT CLASS-MASTER.
               IF WS-CM-FS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               END-IF.
               MOVE SPACES TO WS-WANT-TERM.
               IF WS-MASTER-OPEN = 'Y'
                   MOVE SC-LK-CLASS-CODE TO CM-CLASS-CODE
                   READ CLASS-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CM-TERM TO WS-WANT-TERM
                   END-READ
               END-IF.

               PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HELD-COUNT OR SC-LK-CLASH = 'Y'
                   PERFORM 200-TEST-ONE-CLASS
               END-PERFORM.

               IF WS-MASTER-OPEN = 'Y'
                   CLOSE CLASS-MASTER
               END-IF.
               CLOSE TIMETABLE.
               GOBACK.

      *> The student's enrollments in key order, the same START walk
      *> SUB_TRANSCRIPT makes: withdrawn classes hold no seat and are
      *> passed over.
       100-COLLECT-HELD-CLASSES.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ENROLL-OPEN.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ENROLL-OPEN
               MOVE SC-LK-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE LOW-VALUES TO EN-CLASS-CODE
               START ENROLLMENT KEY IS >= EN-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-NUMBER NOT = SC-LK-STUDENT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF EN-STATUS NOT = 'W'
                               PERFORM 110-HOLD-ONE-CLASS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENROLL-OPEN = 'Y'
               CLOSE ENROLLMENT
           END-IF.

       110-HOLD-ONE-CLASS.
           IF EN-CLASS-CODE = SC-LK-CLASS-CODE
               MOVE 'Y' TO WS-ALREADY-IN
           ELSE
               IF WS-HELD-COUNT < 50
                   COMPUTE WS-HELD-COUNT = WS-HELD-COUNT + 1
                   MOVE EN-CLASS-CODE TO WS-HELD-CLASS(WS-HELD-COUNT)
               END-IF
           END-IF.

      *> Same term, same period, and at least one day in common.
       200-TEST-ONE-CLASS.
           MOVE WS-HELD-CLASS(WS-H) TO TT-CLASS-CODE.
           READ TIMETABLE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TT-PERIOD = WS-WANT-PERIOD
                       PERFORM 210-TEST-SAME-TERM
                   END-IF
           END-READ.

       210-TEST-SAME-TERM.
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-HELD-CLASS(WS-H) TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY MOVE SPACES TO CM-TERM
               END-READ
           ELSE
               MOVE SPACES TO CM-TERM
           END-IF.
           IF CM-TERM = WS-WANT-TERM
               PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > 5 OR SC-LK-CLASH = 'Y'
                   IF TT-DAY-FLAG(WS-D) NOT = SPACE
                      AND WS-WANT-DAY(WS-D) NOT = SPACE
                       MOVE 'Y' TO SC-LK-CLASH
                       MOVE WS-HELD-CLASS(WS-H) TO SC-LK-CLASH-CLASS
                   END-IF
               END-PERFORM
           END-IF.
       END PROGRAM SUB_SCHED_CHECK.
