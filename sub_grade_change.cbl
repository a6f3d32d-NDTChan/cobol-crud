       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_CHANGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRADE-CHANGE ASSIGN TO
               'GRADE-CHANGE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GC-REQUEST-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-STU-FS.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CM-FS.
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

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-CHANGE.
           COPY "GRDCHG.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD CLASS-HISTORY.
           COPY "CLSHIST.cpy".

           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS                  PIC 9(02).
           77 WS-STU-FS              PIC 9(02).
           77 WS-CM-FS               PIC 9(02).
           77 WS-CH-FS               PIC 9(02).
           77 WS-SH-FS               PIC 9(02).

           01 WS-MAINT-CHOICE        PIC 9(01).
           01 WS-MORE                PIC X(01).
           01 WS-COUNT               PIC 9(10) VALUE 0.

      *> The request as keyed, checked before anything is written.
           01 WS-STUDENT-NUMBER      PIC 9(06).
           01 WS-TERM                PIC X(06).
           01 WS-CLASS-CODE          PIC X(06).
           01 WS-OLD-SCORE           PIC 9(03).
           01 WS-NEW-SCORE           PIC 9(03).
           01 WS-REASON              PIC X(40).

           01 WS-STUDENT-FOUND       PIC X(01).
      *> The grade the closed term actually recorded for the class,
      *> from the class history, or from the term's SCORE-HISTORY
      *> entry for a term closed before per-class grades were kept.
           01 WS-RECORDED-FOUND      PIC X(01).
           01 WS-RECORDED-SCORE      PIC 9(03).
           01 WS-TERM-HAS-CLASSES    PIC X(01).
           01 WS-NEXT-REQUEST        PIC 9(06).
           01 WS-PENDING-FOUND       PIC 9(06).

           COPY "OPERID.cpy".

           LINKAGE SECTION.
      *> Grade corrections after the fact.  Once SUB_TERM_CLOSE has
      *> finalized a term, its grades are not keyed over any more:
      *> an operator files a request here - student, term, class, the
      *> grade on file, the grade it should be, and why - and it waits
      *> on GRADE-CHANGE.TXT until a supervisor approves or rejects
      *> it on SUB_GRADE_REVIEW.  Nothing on the history changes at
      *> filing time.  The GRADECHG night step lists what is still
      *> waiting.
           PROCEDURE DIVISION.
       100-MAINT-MENU.
           DISPLAY "GRADE CHANGE REQUESTS".
           DISPLAY "1. FILE A GRADE CHANGE REQUEST".
           DISPLAY "2. LIST A STUDENT'S REQUESTS".
           DISPLAY "3. BACK".

           ACCEPT WS-MAINT-CHOICE.

           EVALUATE WS-MAINT-CHOICE
           WHEN 1 PERFORM 200-FILE-REQUEST THRU 200-FILE-EXIT
           WHEN 2 PERFORM 300-LIST-REQUESTS
           WHEN 3 GOBACK
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.

           DISPLAY "MORE GRADE CHANGE REQUESTS? Y/N".
           ACCEPT WS-MORE.
           IF WS-MORE EQUAL "Y"
           GO TO 100-MAINT-MENU
           END-IF.
           GOBACK.

      *> A request is only taken against a grade the term actually
      *> closed with, and only when the operator knows what that grade
      *> is - a keyed old grade that does not match the file is
      *> refused rather than filed against the wrong entry.
       200-FILE-REQUEST.
           DISPLAY "ENTER STUDENT NUMBER:".
           ACCEPT WS-STUDENT-NUMBER.
           PERFORM 700-CHECK-STUDENT.
           IF WS-STUDENT-FOUND NOT = 'Y'
               DISPLAY "STUDENT "WS-STUDENT-NUMBER" IS NOT ON FILE"
               GO TO 200-FILE-EXIT
           END-IF.
           DISPLAY "ENTER TERM (E.G. 2026-1):".
           ACCEPT WS-TERM.
           DISPLAY "ENTER CLASS CODE:".
           ACCEPT WS-CLASS-CODE.
           IF WS-TERM = SPACES OR WS-CLASS-CODE = SPACES
               DISPLAY "TERM AND CLASS ARE REQUIRED - NOTHING FILED"
               GO TO 200-FILE-EXIT
           END-IF.

      *> A class still sitting on the term has not been closed - its
      *> score is changed the ordinary way, not through a request.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS = '00'
               MOVE WS-CLASS-CODE TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY MOVE SPACES TO CM-TERM
               END-READ
               CLOSE CLASS-MASTER
               IF CM-TERM = WS-TERM
                   DISPLAY "TERM "WS-TERM" IS STILL OPEN FOR CLASS "
                           WS-CLASS-CODE" - UPDATE THE SCORE INSTEAD"
                   GO TO 200-FILE-EXIT
               END-IF
           END-IF.

           PERFORM 710-FIND-RECORDED-GRADE THRU 710-FIND-EXIT.
           IF WS-RECORDED-FOUND NOT = 'Y'
               GO TO 200-FILE-EXIT
           END-IF.
           DISPLAY "GRADE ON FILE FOR "WS-TERM" "WS-CLASS-CODE": "
                   WS-RECORDED-SCORE.

           DISPLAY "ENTER OLD GRADE (AS ON FILE):".
           ACCEPT WS-OLD-SCORE.
           IF WS-OLD-SCORE NOT = WS-RECORDED-SCORE
               DISPLAY "OLD GRADE "WS-OLD-SCORE" DOES NOT MATCH THE "
                       "GRADE ON FILE - NOTHING FILED"
               GO TO 200-FILE-EXIT
           END-IF.
           DISPLAY "ENTER NEW GRADE (0-100):".
           ACCEPT WS-NEW-SCORE.
           IF WS-NEW-SCORE > 100
               DISPLAY "GRADE MUST BE 0 TO 100 - NOTHING FILED"
               GO TO 200-FILE-EXIT
           END-IF.
           IF WS-NEW-SCORE = WS-OLD-SCORE
               DISPLAY "NEW GRADE IS THE SAME AS THE OLD - NOTHING "
                       "FILED"
               GO TO 200-FILE-EXIT
           END-IF.
           DISPLAY "ENTER REASON FOR THE CHANGE:".
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING FILED"
               GO TO 200-FILE-EXIT
           END-IF.

           OPEN I-O GRADE-CHANGE.
           IF WS-FS = '35'
               OPEN OUTPUT GRADE-CHANGE
               CLOSE GRADE-CHANGE
               OPEN I-O GRADE-CHANGE
           END-IF.
           IF WS-FS NOT = '00'
               DISPLAY "CANNOT OPEN GRADE-CHANGE.TXT (STATUS "WS-FS")"
               GO TO 200-FILE-EXIT
           END-IF.
           PERFORM 210-SCAN-REQUESTS.
           IF WS-PENDING-FOUND NOT = 0
               DISPLAY "REQUEST "WS-PENDING-FOUND" IS ALREADY PENDING "
                       "FOR THIS GRADE - NOTHING FILED"
               CLOSE GRADE-CHANGE
               GO TO 200-FILE-EXIT
           END-IF.

           MOVE SPACES TO GRADE-CHANGE-FILE.
           MOVE WS-NEXT-REQUEST TO GC-REQUEST-NUMBER.
           MOVE WS-STUDENT-NUMBER TO GC-STUDENT-NUMBER.
           MOVE WS-TERM TO GC-TERM.
           MOVE WS-CLASS-CODE TO GC-CLASS-CODE.
           MOVE WS-OLD-SCORE TO GC-OLD-SCORE.
           MOVE WS-NEW-SCORE TO GC-NEW-SCORE.
           MOVE WS-REASON TO GC-REASON.
           MOVE 'P' TO GC-STATUS.
           MOVE OPR-ID TO GC-FILED-BY.
           ACCEPT GC-FILED-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO GC-REVIEWED-DATE.
           WRITE GRADE-CHANGE-FILE
               INVALID KEY
                   DISPLAY "REQUEST "WS-NEXT-REQUEST" ALREADY EXISTS "
                           "- NOTHING FILED"
               NOT INVALID KEY
                   DISPLAY "REQUEST "WS-NEXT-REQUEST" FILED - PENDING "
                           "SUPERVISOR REVIEW"
           END-WRITE.
           CLOSE GRADE-CHANGE.
       200-FILE-EXIT.
           EXIT.

      *> One pass over the requests: the next number is one past the
      *> highest in use, and a request already pending for the same
      *> student, term and class blocks a second one.
       210-SCAN-REQUESTS.
           MOVE 1 TO WS-NEXT-REQUEST.
           MOVE 0 TO WS-PENDING-FOUND.
           MOVE SPACE TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-CHANGE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-REQUEST = GC-REQUEST-NUMBER + 1
                       IF GC-STATUS = 'P'
                          AND GC-STUDENT-NUMBER = WS-STUDENT-NUMBER
                          AND GC-TERM = WS-TERM
                          AND GC-CLASS-CODE = WS-CLASS-CODE
                           MOVE GC-REQUEST-NUMBER TO WS-PENDING-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       300-LIST-REQUESTS.
           DISPLAY "ENTER STUDENT NUMBER:".
           ACCEPT WS-STUDENT-NUMBER.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-COUNT.
           OPEN INPUT GRADE-CHANGE.
           IF WS-FS NOT = '00'
               DISPLAY "NO GRADE CHANGE REQUESTS ON FILE (STATUS "
                       WS-FS")"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRADE-CHANGE NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GC-STUDENT-NUMBER = WS-STUDENT-NUMBER
                               PERFORM 310-SHOW-REQUEST
                               COMPUTE WS-COUNT = WS-COUNT + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-CHANGE
               DISPLAY 'TOTAL REQUESTS: 'WS-COUNT
           END-IF.

       310-SHOW-REQUEST.
           DISPLAY GC-REQUEST-NUMBER"-"GC-TERM"-"GC-CLASS-CODE"-"
                   GC-OLD-SCORE" -> "GC-NEW-SCORE"-STATUS "GC-STATUS
                   "-FILED "GC-FILED-DATE" BY "GC-FILED-BY.
           DISPLAY "    REASON "GC-REASON.
           IF GC-STATUS NOT = 'P'
               DISPLAY "    REVIEWED "GC-REVIEWED-DATE" BY "
                       GC-REVIEWED-BY" "GC-REVIEW-NOTE
           END-IF.

       700-CHECK-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND.
           OPEN INPUT STUDENT.
           IF WS-STU-FS = '00'
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-FOUND
                       DISPLAY "STUDENT: "STUDENT-NAME
               END-READ
               CLOSE STUDENT
           END-IF.

      *> The class history holds the closed grade for each class.  A
      *> term with no class history at all was closed before it was
      *> kept, and its one SCORE-HISTORY entry stands for the class.
      *> A term with class history but none for this class means the
      *> student did not finish the class that term.
       710-FIND-RECORDED-GRADE.
           MOVE 'N' TO WS-RECORDED-FOUND.
           MOVE 'N' TO WS-TERM-HAS-CLASSES.
           MOVE 0 TO WS-RECORDED-SCORE.
           OPEN INPUT CLASS-HISTORY.
           IF WS-CH-FS = '00'
               MOVE WS-STUDENT-NUMBER TO CH-STUDENT-NUMBER
               MOVE WS-TERM TO CH-TERM
               MOVE WS-CLASS-CODE TO CH-CLASS-CODE
               READ CLASS-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORDED-FOUND
                       MOVE CH-SCORE TO WS-RECORDED-SCORE
               END-READ
               IF WS-RECORDED-FOUND NOT = 'Y'
                   MOVE WS-STUDENT-NUMBER TO CH-STUDENT-NUMBER
                   MOVE WS-TERM TO CH-TERM
                   MOVE LOW-VALUES TO CH-CLASS-CODE
                   START CLASS-HISTORY KEY IS >= CH-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ CLASS-HISTORY NEXT
                               AT END CONTINUE
                               NOT AT END
                                   IF CH-STUDENT-NUMBER =
                                      WS-STUDENT-NUMBER
                                      AND CH-TERM = WS-TERM
                                       MOVE 'Y' TO WS-TERM-HAS-CLASSES
                                   END-IF
                           END-READ
                   END-START
               END-IF
               CLOSE CLASS-HISTORY
           END-IF.
           IF WS-RECORDED-FOUND = 'Y'
               GO TO 710-FIND-EXIT
           END-IF.
           IF WS-TERM-HAS-CLASSES = 'Y'
               DISPLAY "NO CLOSED GRADE FOR CLASS "WS-CLASS-CODE
                       " IN TERM "WS-TERM" - NOTHING FILED"
               GO TO 710-FIND-EXIT
           END-IF.
           OPEN INPUT SCORE-HISTORY.
           IF WS-SH-FS = '00'
               MOVE WS-STUDENT-NUMBER TO SH-STUDENT-NUMBER
               MOVE WS-TERM TO SH-TERM
               READ SCORE-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORDED-FOUND
                       MOVE SH-SCORE TO WS-RECORDED-SCORE
               END-READ
               CLOSE SCORE-HISTORY
           END-IF.
           IF WS-RECORDED-FOUND NOT = 'Y'
               DISPLAY "NO CLOSED GRADE FOR STUDENT "WS-STUDENT-NUMBER
                       " IN TERM "WS-TERM" - NOTHING FILED"
           END-IF.
       710-FIND-EXIT.
           EXIT.
       END PROGRAM SUB_GRADE_CHANGE.
