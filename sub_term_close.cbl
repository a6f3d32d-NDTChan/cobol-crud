                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.
               SELECT CLASS-HISTORY ASSIGN TO
               'CLASS-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CH-FS.
               SELECT GRADE-ASSIGN ASSIGN TO
               'GRADE-ASSIGN.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GA-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GA-FS.
               SELECT GRADE-SCORE ASSIGN TO
               'GRADE-SCORE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GS-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GS-FS.
      *> DYNAMIC is load-bearing: a bare ASSIGN TO a data name is
      *> taken as a fixed external assignment-name, not as the name
      *> held in the field, and every term's gradebook would land in
      *> the same file.
               SELECT ASSIGN-ARCHIVE ASSIGN TO DYNAMIC
               WS-GA-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GAA-FS.
               SELECT SCORE-ARCHIVE ASSIGN TO DYNAMIC
               WS-GS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GSA-FS.
               SELECT CLOSE-REPORT ASSIGN TO
               'TERM-CLOSE-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD CLASS-HISTORY.
           COPY "CLSHIST.cpy".

           FD GRADE-ASSIGN.
           COPY "GRADEASG.cpy".

           FD GRADE-SCORE.
           COPY "GRADESCR.cpy".

      *> The closed term's gradebook, kept as it stood at close-out in
      *> the GRADEASG.cpy and GRADESCR.cpy layouts.
           FD ASSIGN-ARCHIVE.
           01 ASSIGN-ARCHIVE-LINE     PIC X(45).

           FD SCORE-ARCHIVE.
           01 SCORE-ARCHIVE-LINE      PIC X(27).

           FD CLOSE-REPORT.
           01 REPORT-LINE             PIC X(80).

           77 WS-CM-FS            PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).
           77 WS-CH-FS            PIC 9(02).
           77 WS-GA-FS            PIC 9(02).
           77 WS-GS-FS            PIC 9(02).
           77 WS-GAA-FS           PIC 9(02).
           77 WS-GSA-FS           PIC 9(02).
           77 WS-ARCHIVE-FS       PIC 9(02).

      *> The terms come from TERM-CLOSE.CTL, one per line: first the
      *> term being closed, then the term being opened - the batch
           01 WS-CLOSING-TERM     PIC X(06).
           01 WS-NEW-TERM         PIC X(06).

           01 WS-GA-ARCHIVE-NAME.
               05 FILLER PIC X(13)    VALUE 'GRADE-ASSIGN-'.
               05 WS-GA-ARCHIVE-TERM  PIC X(06).
               05 FILLER PIC X(04)    VALUE '.TXT'.
           01 WS-GS-ARCHIVE-NAME.
               05 FILLER PIC X(12)    VALUE 'GRADE-SCORE-'.
               05 WS-GS-ARCHIVE-TERM  PIC X(06).
               05 FILLER PIC X(04)    VALUE '.TXT'.
           01 WS-GRADEBOOK-CLASS  PIC X(06).
           01 WS-GRADEBOOK-CLOSING PIC X(01).
           01 WS-GRADEBOOK-OPEN   PIC X(01).

           01 WS-HIST-NUMBER      PIC 9(06).
           01 WS-HIST-SCORE       PIC 9(03).

           01 WS-OPEN-CLASS-COUNT PIC 9(10) VALUE 0.
           01 WS-FINALIZED-COUNT  PIC 9(10) VALUE 0.
           01 WS-CLASS-GRADE-COUNT PIC 9(10) VALUE 0.
           01 WS-CLASSES-OPEN     PIC X(01).
           01 WS-HISTORY-OPEN     PIC X(01).
           01 WS-MASTER-OPEN      PIC X(01).
           01 WS-ROLLED-COUNT     PIC 9(10) VALUE 0.
           01 WS-KEPT-TERM-COUNT  PIC 9(10) VALUE 0.
           01 WS-RESET-COUNT      PIC 9(10) VALUE 0.
           01 WS-ENROLL-RESET     PIC 9(10) VALUE 0.
           01 WS-WITHDRAWN-COUNT  PIC 9(10) VALUE 0.
           01 WS-GA-CLEARED       PIC 9(10) VALUE 0.
           01 WS-GS-CLEARED       PIC 9(10) VALUE 0.

           01 REPORT-HEADER.
               05 FILLER PIC X(19)    VALUE "TERM CLOSE-OUT FOR ".
      *> becomes the closing term's final grade on SCORE-HISTORY,
      *> every class sitting on the closing term rolls forward to the
      *> new one, and the live scores - master and enrollments - are
      *> cleared so the new term starts from zero.  The rolling
      *> classes' assignments and gradebook scores are copied to
      *> GRADE-ASSIGN-term.TXT and GRADE-SCORE-term.TXT and cleared
      *> too, so the first GRADECALC of the new term does not weigh
      *> last term's marks back in; the categories and their weights
      *> carry over.  If the grades cannot be kept, nothing is rolled
      *> or cleared.  Runs as the CLOSEOUT step of the batch window.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-OPEN-CLASS-COUNT.
               MOVE 0 TO WS-FINALIZED-COUNT.
               MOVE 0 TO WS-CLASS-GRADE-COUNT.
               MOVE 0 TO WS-ROLLED-COUNT.
               MOVE 0 TO WS-KEPT-TERM-COUNT.
               MOVE 0 TO WS-RESET-COUNT.
               MOVE 0 TO WS-ENROLL-RESET.
               MOVE 0 TO WS-WITHDRAWN-COUNT.
               MOVE 0 TO WS-GA-CLEARED.
               MOVE 0 TO WS-GS-CLEARED.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               END-IF.

               PERFORM 200-FINALIZE-GRADES.
               PERFORM 250-FINALIZE-CLASS-GRADES.
               IF RUN-STEP-RC = 0
                   PERFORM 270-CLEAR-GRADEBOOK
               END-IF.

      *> Nothing below can be undone.  If the class grades or the
      *> gradebook could not be kept, stop with the term still open;
      *> the steps above are safe to run again once it is put right.
               IF RUN-STEP-RC NOT = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "CLOSE-OUT STOPPED - TERM " WS-CLOSING-TERM
                          " LEFT OPEN, NO SCORES RESET"
                          DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE CLOSE-REPORT
                   DISPLAY "CLOSE-OUT STOPPED - SEE "
                           "TERM-CLOSE-REPORT.TXT"
                   GOBACK
               END-IF.
               PERFORM 300-ROLL-CLASS-TERMS.
               PERFORM 400-RESET-MASTER-SCORES.
               PERFORM 500-RESET-ENROLLMENT-SCORES.
               MOVE "GRADES FINALIZED      : " TO RPT-COUNT-LABEL.
               MOVE WS-FINALIZED-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "CLASS GRADES KEPT     : " TO RPT-COUNT-LABEL.
               MOVE WS-CLASS-GRADE-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "ASSIGNMENTS CLEARED   : " TO RPT-COUNT-LABEL.
               MOVE WS-GA-CLEARED TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "SCORES CLEARED        : " TO RPT-COUNT-LABEL.
               MOVE WS-GS-CLEARED TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "CLASSES ROLLED        : " TO RPT-COUNT-LABEL.
               MOVE WS-ROLLED-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               CLOSE STUDENT
           END-IF.

      *> The per-class grades go to the class history while the
      *> classes still carry the closing term - every active seat in
      *> a class on that term, with the class's credits as they stand
      *> today.  The academic standing run reads them once the live
      *> scores below are cleared.  The student's master headline
      *> class is flagged, so a later grade change on that class knows
      *> to correct the term's SCORE-HISTORY entry as well.
       250-FINALIZE-CLASS-GRADES.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           MOVE 'N' TO WS-CLASSES-OPEN.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS = '00'
               MOVE 'Y' TO WS-CLASSES-OPEN
           ELSE
               DISPLAY "CANNOT OPEN CLASS MASTER (STATUS "WS-CM-FS")"
               MOVE 8 TO RUN-STEP-RC
               MOVE 'Y' TO WS-EOF
           END-IF.
           MOVE 'N' TO WS-MASTER-OPEN.
           OPEN INPUT STUDENT.
           IF WS-FS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF.
           MOVE 'N' TO WS-HISTORY-OPEN.
           OPEN I-O CLASS-HISTORY.
           IF WS-CH-FS = '35'
               OPEN OUTPUT CLASS-HISTORY
           END-IF.
           IF WS-CH-FS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "CANNOT OPEN CLASS-HISTORY.TXT (STATUS "
                       WS-CH-FS")"
               MOVE 8 TO RUN-STEP-RC
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-STATUS NOT = 'W'
                           PERFORM 260-KEEP-ONE-CLASS-GRADE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EN-FS = '00' OR WS-EN-FS = '10'
               CLOSE ENROLLMENT
           END-IF.
           IF WS-CLASSES-OPEN = 'Y'
               CLOSE CLASS-MASTER
           END-IF.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE CLASS-HISTORY
           END-IF.

       260-KEEP-ONE-CLASS-GRADE.
           MOVE EN-CLASS-CODE TO CM-CLASS-CODE.
           READ CLASS-MASTER
               INVALID KEY MOVE SPACES TO CM-TERM
           END-READ.
           IF CM-TERM = WS-CLOSING-TERM
               MOVE EN-STUDENT-NUMBER TO CH-STUDENT-NUMBER
               MOVE WS-CLOSING-TERM TO CH-TERM
               MOVE EN-CLASS-CODE TO CH-CLASS-CODE
               MOVE EN-SCORE TO CH-SCORE
               IF CM-CREDITS IS NUMERIC
                   MOVE CM-CREDITS TO CH-CREDITS
               ELSE
                   MOVE 1 TO CH-CREDITS
               END-IF
               MOVE 'N' TO CH-HEADLINE
               IF WS-MASTER-OPEN = 'Y'
                   MOVE EN-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ STUDENT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CLASS-CODE = EN-CLASS-CODE
                               MOVE 'Y' TO CH-HEADLINE
                           END-IF
                   END-READ
               END-IF
               ACCEPT CH-DATE FROM DATE YYYYMMDD
               WRITE CLASS-HISTORY-FILE
                   INVALID KEY
                       REWRITE CLASS-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "CLASS HISTORY WRITE FAILED "
                                       "FOR "EN-STUDENT-NUMBER
                                       " CLASS "EN-CLASS-CODE
                       END-REWRITE
               END-WRITE
               COMPUTE WS-CLASS-GRADE-COUNT =
                       WS-CLASS-GRADE-COUNT + 1
           END-IF.

      *> The gradebook of every class on the closing term is copied
      *> to the term's archive files and then deleted, assignments
      *> first.  A second run after a stop adds to the same archive
      *> files rather than wiping what the first one kept.  No
      *> gradebook on file is nothing to clear; a gradebook that will
      *> not open, or an archive that will not, stops the close-out.
       270-CLEAR-GRADEBOOK.
           MOVE WS-CLOSING-TERM TO WS-GA-ARCHIVE-TERM.
           MOVE WS-CLOSING-TERM TO WS-GS-ARCHIVE-TERM.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS NOT = '00'
               DISPLAY "CANNOT OPEN CLASS MASTER (STATUS "WS-CM-FS")"
               MOVE 8 TO RUN-STEP-RC
           ELSE
               PERFORM 275-CLEAR-ASSIGNMENTS
               IF RUN-STEP-RC = 0
                   PERFORM 280-CLEAR-SCORES
               END-IF
               CLOSE CLASS-MASTER
           END-IF.

       275-CLEAR-ASSIGNMENTS.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-GRADEBOOK-OPEN.
           OPEN I-O GRADE-ASSIGN.
           IF WS-GA-FS = '35'
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-GA-FS NOT = '00'
                   DISPLAY "CANNOT OPEN GRADE-ASSIGN.TXT (STATUS "
                           WS-GA-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   MOVE 'Y' TO WS-EOF
               ELSE
                   OPEN EXTEND ASSIGN-ARCHIVE
                   IF WS-GAA-FS = '35'
                       OPEN OUTPUT ASSIGN-ARCHIVE
                   END-IF
                   IF WS-GAA-FS NOT = '00'
                       DISPLAY "CANNOT OPEN "WS-GA-ARCHIVE-NAME
                               " (STATUS "WS-GAA-FS")"
                       MOVE 8 TO RUN-STEP-RC
                       MOVE 'Y' TO WS-EOF
                       CLOSE GRADE-ASSIGN
                   ELSE
                       MOVE 'Y' TO WS-GRADEBOOK-OPEN
                   END-IF
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-ASSIGN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GA-CLASS-CODE TO WS-GRADEBOOK-CLASS
                       PERFORM 285-CHECK-GRADEBOOK-CLASS
                       IF WS-GRADEBOOK-CLOSING = 'Y'
                           WRITE ASSIGN-ARCHIVE-LINE
                               FROM GRADE-ASSIGN-FILE
                           IF WS-GAA-FS NOT = '00'
                               MOVE WS-GAA-FS TO WS-ARCHIVE-FS
                               PERFORM 290-ARCHIVE-FAILED
                           ELSE
                               DELETE GRADE-ASSIGN RECORD
                                   INVALID KEY
                                       DISPLAY "ASSIGNMENT CLEAR "
                                               "FAILED FOR CLASS "
                                               GA-CLASS-CODE
                                               " "GA-ASSIGNMENT
                                   NOT INVALID KEY
                                       COMPUTE WS-GA-CLEARED =
                                               WS-GA-CLEARED + 1
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GRADEBOOK-OPEN = 'Y'
               CLOSE GRADE-ASSIGN
               CLOSE ASSIGN-ARCHIVE
           END-IF.

       280-CLEAR-SCORES.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-GRADEBOOK-OPEN.
           OPEN I-O GRADE-SCORE.
           IF WS-GS-FS = '35'
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-GS-FS NOT = '00'
                   DISPLAY "CANNOT OPEN GRADE-SCORE.TXT (STATUS "
                           WS-GS-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   MOVE 'Y' TO WS-EOF
               ELSE
                   OPEN EXTEND SCORE-ARCHIVE
                   IF WS-GSA-FS = '35'
                       OPEN OUTPUT SCORE-ARCHIVE
                   END-IF
                   IF WS-GSA-FS NOT = '00'
                       DISPLAY "CANNOT OPEN "WS-GS-ARCHIVE-NAME
                               " (STATUS "WS-GSA-FS")"
                       MOVE 8 TO RUN-STEP-RC
                       MOVE 'Y' TO WS-EOF
                       CLOSE GRADE-SCORE
                   ELSE
                       MOVE 'Y' TO WS-GRADEBOOK-OPEN
                   END-IF
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SCORE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GS-CLASS-CODE TO WS-GRADEBOOK-CLASS
                       PERFORM 285-CHECK-GRADEBOOK-CLASS
                       IF WS-GRADEBOOK-CLOSING = 'Y'
                           WRITE SCORE-ARCHIVE-LINE
                               FROM GRADE-SCORE-FILE
                           IF WS-GSA-FS NOT = '00'
                               MOVE WS-GSA-FS TO WS-ARCHIVE-FS
                               PERFORM 290-ARCHIVE-FAILED
                           ELSE
                               DELETE GRADE-SCORE RECORD
                                   INVALID KEY
                                       DISPLAY "SCORE CLEAR FAILED FOR "
                                               "CLASS "GS-CLASS-CODE
                                               " STUDENT "
                                               GS-STUDENT-NUMBER
                                   NOT INVALID KEY
                                       COMPUTE WS-GS-CLEARED =
                                               WS-GS-CLEARED + 1
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GRADEBOOK-OPEN = 'Y'
               CLOSE GRADE-SCORE
               CLOSE SCORE-ARCHIVE
           END-IF.

      *> Only a class still on the closing term is cleared; a class
      *> left on some other term, or gone from the class master,
      *> keeps its gradebook.
       285-CHECK-GRADEBOOK-CLASS.
           MOVE 'N' TO WS-GRADEBOOK-CLOSING.
           MOVE WS-GRADEBOOK-CLASS TO CM-CLASS-CODE.
           READ CLASS-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-TERM = WS-CLOSING-TERM
                       MOVE 'Y' TO WS-GRADEBOOK-CLOSING
                   END-IF
           END-READ.

      *> A row that cannot be archived stays in the gradebook, and
      *> the walk stops there: the close-out is stopped with it, so
      *> nothing is rolled or reset until the archive can be written.
       290-ARCHIVE-FAILED.
           DISPLAY "CANNOT WRITE GRADEBOOK ARCHIVE (STATUS "
                   WS-ARCHIVE-FS") - CLASS "WS-GRADEBOOK-CLASS
                   " LEFT IN THE GRADEBOOK".
           MOVE SPACES TO REPORT-LINE.
           STRING "GRADEBOOK ARCHIVE WRITE FAILED (STATUS "
                  WS-ARCHIVE-FS") AT CLASS " WS-GRADEBOOK-CLASS
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 8 TO RUN-STEP-RC.
           MOVE 'Y' TO WS-EOF.

      *> Classes sitting on the closing term roll to the new one;
      *> a class already on some other term was missed by an earlier
      *> run or set by hand, and is reported rather than overwritten.
