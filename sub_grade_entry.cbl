       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_ENTRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT GRADE-ASSIGN ASSIGN TO
               'GRADE-ASSIGN.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GA-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GA-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD GRADE-ASSIGN.
           COPY "GRADEASG.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-GA-FS            PIC 9(02).

           01 WS-MASTER-OPEN      PIC X(01).
           01 WS-ENTRY-CLASS      PIC X(06).
           01 WS-ENTRY-ASSIGNMENT PIC X(04).
           01 WS-POSSIBLE         PIC 9(03).
           01 WS-POINTS-ANSWER    PIC X(03).
           01 WS-POINTS-TEXT      PIC X(03).
           01 WS-POINTS-LEN       PIC 9(02).
           01 WS-POINTS           PIC 9(03).
           01 WS-SCORE-NUMBER     PIC 9(06).
           01 WS-LOOKED-UP-NAME   PIC X(35).

           01 WS-CLASS-FOUND      PIC X(01).
           01 WS-CLASS-TERM       PIC X(06).
           01 WS-SEAT-OPEN        PIC X(01).
           01 WS-SEATS-TAKEN      PIC 9(03).
           01 WS-SEAT-CAPACITY    PIC 9(03).

           01 WS-SCORED-COUNT     PIC 9(04).
           01 WS-SKIPPED-COUNT    PIC 9(04).

           LINKAGE SECTION.
      *> Assignment score entry off the menu, laid out the way the
      *> attendance screen is: the operator names a class and an
      *> assignment, the class roster comes up off the enrollment
      *> file, and the points go down the list one answer each - a
      *> blank answer skips the student.  Scores land through
      *> SUB_GRADE_POST, so re-entering an assignment corrects rather
      *> than doubles.  The class score itself moves when the
      *> gradebook recalculation next runs.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-SCORED-COUNT.
               MOVE 0 TO WS-SKIPPED-COUNT.

               DISPLAY "ASSIGNMENT SCORE ENTRY".
               DISPLAY "ENTER CLASS CODE:".
               ACCEPT WS-ENTRY-CLASS.

               CALL 'SUB_CLASS_CHECK' USING WS-ENTRY-CLASS,
                   WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
                   WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
               IF WS-CLASS-FOUND NOT = 'Y'
                   DISPLAY "UNKNOWN CLASS CODE "WS-ENTRY-CLASS
                           " - NOTHING SCORED"
                   GOBACK
               END-IF.

               DISPLAY "ENTER ASSIGNMENT ID:".
               ACCEPT WS-ENTRY-ASSIGNMENT.
               OPEN INPUT GRADE-ASSIGN.
               IF WS-GA-FS NOT = '00'
                   DISPLAY "NO ASSIGNMENTS SET UP (STATUS "WS-GA-FS
                           ") - USE GRADEBOOK SET-UP FIRST"
                   GOBACK
               END-IF.
               MOVE WS-ENTRY-CLASS TO GA-CLASS-CODE.
               MOVE WS-ENTRY-ASSIGNMENT TO GA-ASSIGNMENT.
               READ GRADE-ASSIGN
                   INVALID KEY
                       DISPLAY "ASSIGNMENT "WS-ENTRY-ASSIGNMENT
                               " IS NOT SET UP FOR CLASS "
                               WS-ENTRY-CLASS" - NOTHING SCORED"
                       CLOSE GRADE-ASSIGN
                       GOBACK
               END-READ.
               MOVE GA-POSSIBLE TO WS-POSSIBLE.
               DISPLAY "ASSIGNMENT "GA-ASSIGNMENT" "GA-DESCRIPTION
                       " ("GA-CATEGORY") OUT OF "GA-POSSIBLE.
               CLOSE GRADE-ASSIGN.

               MOVE 'N' TO WS-MASTER-OPEN.
               OPEN INPUT STUDENT.
               IF WS-FS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               END-IF.

               OPEN INPUT ENROLLMENT.
               IF WS-EN-FS NOT = '00'
                   DISPLAY "CANNOT OPEN ENROLLMENT FILE (STATUS "
                           WS-EN-FS") - RUN THE ENROLLMENT BUILD "
                           "(MENU 23) IF THE FILE HAS NEVER BEEN "
                           "CREATED"
                   IF WS-MASTER-OPEN = 'Y'
                       CLOSE STUDENT
                   END-IF
                   GOBACK
               END-IF.

               DISPLAY "ENTER POINTS FOR EACH STUDENT, BLANK SKIPS".

               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLLMENT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EN-CLASS-CODE = WS-ENTRY-CLASS
                              AND EN-STATUS NOT = 'W'
                               PERFORM 200-SCORE-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM.

               CLOSE ENROLLMENT.
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE STUDENT
               END-IF.

               DISPLAY '==========='.
               DISPLAY 'STUDENTS SCORED : 'WS-SCORED-COUNT.
               DISPLAY 'STUDENTS SKIPPED: 'WS-SKIPPED-COUNT.
               GOBACK.

      *> One roster line, one answer, written at once so a session
      *> cut short keeps everything already keyed.  Points over the
      *> assignment's possible are taken as a typing slip and the
      *> student is skipped.
       200-SCORE-ONE-STUDENT.
           IF WS-MASTER-OPEN = 'Y'
               MOVE EN-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO WS-LOOKED-UP-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-LOOKED-UP-NAME
               END-READ
           ELSE
               MOVE '(NOT ON MASTER)' TO WS-LOOKED-UP-NAME
           END-IF.
           DISPLAY EN-STUDENT-NUMBER"  "WS-LOOKED-UP-NAME" POINTS:".
           MOVE SPACES TO WS-POINTS-ANSWER.
           ACCEPT WS-POINTS-ANSWER.
           IF WS-POINTS-ANSWER = SPACES
               COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
           ELSE
      *> The answer comes back left-justified ("15 "), so the digits
      *> are split off before the numeric test.
               MOVE SPACES TO WS-POINTS-TEXT
               MOVE 0 TO WS-POINTS-LEN
               UNSTRING WS-POINTS-ANSWER DELIMITED BY SPACE
                   INTO WS-POINTS-TEXT COUNT IN WS-POINTS-LEN
               END-UNSTRING
               MOVE 999 TO WS-POINTS
               IF WS-POINTS-LEN > 0
                   IF WS-POINTS-TEXT(1:WS-POINTS-LEN) IS NUMERIC
                       MOVE WS-POINTS-TEXT(1:WS-POINTS-LEN)
                           TO WS-POINTS
                   END-IF
               END-IF
               IF WS-POINTS > WS-POSSIBLE
                   DISPLAY "POINTS MUST BE 0 TO "WS-POSSIBLE
                           " - STUDENT SKIPPED"
                   COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
               ELSE
                   MOVE EN-STUDENT-NUMBER TO WS-SCORE-NUMBER
                   CALL 'SUB_GRADE_POST' USING WS-ENTRY-CLASS,
                       WS-ENTRY-ASSIGNMENT, WS-SCORE-NUMBER,
                       WS-POINTS
                   COMPUTE WS-SCORED-COUNT = WS-SCORED-COUNT + 1
               END-IF
           END-IF.
       END PROGRAM SUB_GRADE_ENTRY.
