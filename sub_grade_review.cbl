       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_REVIEW.

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

           FD CLASS-HISTORY.
           COPY "CLSHIST.cpy".

           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS                  PIC 9(02).
           77 WS-STU-FS              PIC 9(02).
           77 WS-CH-FS               PIC 9(02).
           77 WS-SH-FS               PIC 9(02).

           01 WS-DECISION            PIC X(01).
           01 WS-QUIT                PIC X(01).
           01 WS-STUDENT-NAME        PIC X(35).
           01 WS-REVIEW-NOTE         PIC X(30).

      *> What applying one approved change found and did.
           01 WS-APPLIED             PIC X(01).
           01 WS-CLASS-ROW-FOUND     PIC X(01).
           01 WS-HEADLINE            PIC X(01).
           01 WS-ON-FILE-SCORE       PIC 9(03).

      *> Working copies of the request handed to the CALLs, the way
      *> SUB_TERM_CLOSE hands SUB_SCORE_HIST its fields.
           01 WS-GC-NUMBER           PIC 9(06).
           01 WS-GC-STUDENT          PIC 9(06).
           01 WS-GC-TERM             PIC X(06).
           01 WS-GC-CLASS            PIC X(06).
           01 WS-GC-OLD-CLASS        PIC X(06).
           01 WS-GC-OLD-SCORE        PIC 9(03).
           01 WS-GC-NEW-SCORE        PIC 9(03).

      *> Audit fields for a grade change - the term and request ride
      *> in the new-name columns, laid out as AUDIT.cpy describes.
           01 WS-AUD-OPERATION       PIC X(01) VALUE 'G'.
           01 WS-AUD-CHANGE-REF.
               05 WS-AUD-REF-TERM    PIC X(06).
               05 FILLER PIC X(09)   VALUE " REQUEST ".
               05 WS-AUD-REF-REQUEST PIC 9(06).
               05 FILLER PIC X(14)   VALUE SPACES.

           01 WS-PENDING-COUNT       PIC 9(10) VALUE 0.
           01 WS-APPROVED-COUNT      PIC 9(10) VALUE 0.
           01 WS-REJECTED-COUNT      PIC 9(10) VALUE 0.

           COPY "OPERID.cpy".

           LINKAGE SECTION.
      *> The supervisor's half of a grade change: every request still
      *> pending on GRADE-CHANGE.TXT comes up in filing order to be
      *> approved, rejected or passed over for now.  Only an approved
      *> change touches the history - the class's closed grade on
      *> CLASS-HISTORY, the term's SCORE-HISTORY entry when the class
      *> was the student's headline one - and each goes on the audit
      *> log as operation 'G', which the next DELTA step sends to the
      *> district.  Held to supervisors (OPR-AUTHORITY 9).
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 'N' TO WS-QUIT.
               MOVE 0 TO WS-PENDING-COUNT.
               MOVE 0 TO WS-APPROVED-COUNT.
               MOVE 0 TO WS-REJECTED-COUNT.

               IF OPR-AUTHORITY < 9
                   DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                   GOBACK
               END-IF.

               OPEN I-O GRADE-CHANGE.
               IF WS-FS NOT = '00'
                   DISPLAY "NO GRADE CHANGE REQUESTS ON FILE (STATUS "
                           WS-FS")"
                   GOBACK
               END-IF.

               PERFORM UNTIL WS-EOF = 'Y' OR WS-QUIT = 'Y'
                   READ GRADE-CHANGE NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GC-STATUS = 'P'
                               COMPUTE WS-PENDING-COUNT =
                                       WS-PENDING-COUNT + 1
                               PERFORM 200-REVIEW-REQUEST
                           END-IF
                   END-READ
               END-PERFORM.

               CLOSE GRADE-CHANGE.

               DISPLAY '==========='.
               DISPLAY 'PENDING REVIEWED : 'WS-PENDING-COUNT.
               DISPLAY 'APPROVED         : 'WS-APPROVED-COUNT.
               DISPLAY 'REJECTED         : 'WS-REJECTED-COUNT.
               IF WS-APPROVED-COUNT > 0
                   DISPLAY "RE-RUN ACADEMIC STANDING FOR THE CHANGED "
                           "TERMS SO THE GPAS FOLLOW"
               END-IF.
               GOBACK.

       200-REVIEW-REQUEST.
           PERFORM 700-FIND-NAME.
           DISPLAY "REQUEST "GC-REQUEST-NUMBER" FILED "GC-FILED-DATE
                   " BY "GC-FILED-BY.
           DISPLAY "    STUDENT "GC-STUDENT-NUMBER" "WS-STUDENT-NAME.
           DISPLAY "    TERM "GC-TERM" CLASS "GC-CLASS-CODE" GRADE "
                   GC-OLD-SCORE" -> "GC-NEW-SCORE.
           DISPLAY "    REASON "GC-REASON.
           DISPLAY "A APPROVE, R REJECT, S SKIP, Q QUIT:".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.

           EVALUATE WS-DECISION
               WHEN 'A'
                   PERFORM 300-APPLY-CHANGE THRU 300-APPLY-EXIT
                   IF WS-APPLIED = 'Y'
                       MOVE 'A' TO GC-STATUS
                       MOVE SPACES TO WS-REVIEW-NOTE
                       PERFORM 400-RECORD-DECISION
                       COMPUTE WS-APPROVED-COUNT =
                               WS-APPROVED-COUNT + 1
                   END-IF
               WHEN 'R'
                   DISPLAY "ENTER REASON FOR REJECTING:"
                   MOVE SPACES TO WS-REVIEW-NOTE
                   ACCEPT WS-REVIEW-NOTE
                   MOVE 'R' TO GC-STATUS
                   PERFORM 400-RECORD-DECISION
                   COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1
                   DISPLAY "REQUEST "GC-REQUEST-NUMBER" REJECTED"
               WHEN 'Q'
                   MOVE 'Y' TO WS-QUIT
               WHEN OTHER
                   DISPLAY "REQUEST "GC-REQUEST-NUMBER" LEFT PENDING"
           END-EVALUATE.

      *> The history is checked again before it is changed: if the
      *> grade on file is no longer the request's old grade, someone
      *> has changed it since filing and the request stays pending
      *> for the office to sort out.
       300-APPLY-CHANGE.
           MOVE 'N' TO WS-APPLIED.
           MOVE 'N' TO WS-CLASS-ROW-FOUND.
           MOVE 'N' TO WS-HEADLINE.
           MOVE GC-REQUEST-NUMBER TO WS-GC-NUMBER.
           MOVE GC-STUDENT-NUMBER TO WS-GC-STUDENT.
           MOVE GC-TERM TO WS-GC-TERM.
           MOVE GC-CLASS-CODE TO WS-GC-CLASS.
           MOVE GC-CLASS-CODE TO WS-GC-OLD-CLASS.
           MOVE GC-OLD-SCORE TO WS-GC-OLD-SCORE.
           MOVE GC-NEW-SCORE TO WS-GC-NEW-SCORE.

           OPEN I-O CLASS-HISTORY.
           IF WS-CH-FS = '00'
               MOVE GC-STUDENT-NUMBER TO CH-STUDENT-NUMBER
               MOVE GC-TERM TO CH-TERM
               MOVE GC-CLASS-CODE TO CH-CLASS-CODE
               READ CLASS-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CLASS-ROW-FOUND
               END-READ
           END-IF.

           IF WS-CLASS-ROW-FOUND = 'Y'
               IF CH-SCORE NOT = GC-OLD-SCORE
                   DISPLAY "CLASS GRADE ON FILE IS NOW "CH-SCORE
                           " - REQUEST LEFT PENDING"
                   CLOSE CLASS-HISTORY
                   GO TO 300-APPLY-EXIT
               END-IF
               MOVE GC-NEW-SCORE TO CH-SCORE
               ACCEPT CH-DATE FROM DATE YYYYMMDD
               REWRITE CLASS-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "CLASS HISTORY UPDATE FAILED - REQUEST "
                               "LEFT PENDING"
                       CLOSE CLASS-HISTORY
                       GO TO 300-APPLY-EXIT
               END-REWRITE
               IF CH-HEADLINE = 'Y'
                   MOVE 'Y' TO WS-HEADLINE
               END-IF
           ELSE
      *> No class history for the grade: a term closed before it was
      *> kept, where the term's one SCORE-HISTORY entry is the grade.
               PERFORM 310-CHECK-TERM-SCORE
               IF WS-ON-FILE-SCORE NOT = GC-OLD-SCORE
                   DISPLAY "TERM GRADE ON FILE IS NOW "WS-ON-FILE-SCORE
                           " - REQUEST LEFT PENDING"
                   IF WS-CH-FS = '00'
                       CLOSE CLASS-HISTORY
                   END-IF
                   GO TO 300-APPLY-EXIT
               END-IF
               MOVE 'Y' TO WS-HEADLINE
           END-IF.
           IF WS-CH-FS = '00'
               CLOSE CLASS-HISTORY
           END-IF.

           IF WS-HEADLINE = 'Y'
               CALL 'SUB_SCORE_HIST' USING WS-GC-STUDENT,
                   WS-GC-TERM, WS-GC-NEW-SCORE
           END-IF.

           MOVE WS-GC-TERM TO WS-AUD-REF-TERM.
           MOVE WS-GC-NUMBER TO WS-AUD-REF-REQUEST.
           CALL 'SUB_AUDIT_LOG' USING WS-GC-STUDENT,
               WS-AUD-OPERATION, WS-STUDENT-NAME, WS-GC-OLD-SCORE,
               WS-AUD-CHANGE-REF, WS-GC-NEW-SCORE,
               WS-GC-OLD-CLASS, WS-GC-CLASS.

           MOVE 'Y' TO WS-APPLIED.
           DISPLAY "REQUEST "GC-REQUEST-NUMBER" APPROVED - GRADE NOW "
                   GC-NEW-SCORE.
       300-APPLY-EXIT.
           EXIT.

       310-CHECK-TERM-SCORE.
           MOVE 999 TO WS-ON-FILE-SCORE.
           OPEN INPUT SCORE-HISTORY.
           IF WS-SH-FS = '00'
               MOVE GC-STUDENT-NUMBER TO SH-STUDENT-NUMBER
               MOVE GC-TERM TO SH-TERM
               READ SCORE-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SH-SCORE TO WS-ON-FILE-SCORE
               END-READ
               CLOSE SCORE-HISTORY
           END-IF.

       400-RECORD-DECISION.
           MOVE OPR-ID TO GC-REVIEWED-BY.
           ACCEPT GC-REVIEWED-DATE FROM DATE YYYYMMDD.
           MOVE WS-REVIEW-NOTE TO GC-REVIEW-NOTE.
           REWRITE GRADE-CHANGE-FILE
               INVALID KEY
                   DISPLAY "DECISION NOT SAVED FOR REQUEST "
                           GC-REQUEST-NUMBER
           END-REWRITE.

       700-FIND-NAME.
           MOVE SPACES TO WS-STUDENT-NAME.
           OPEN INPUT STUDENT.
           IF WS-STU-FS = '00'
               MOVE GC-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE STUDENT-NAME TO WS-STUDENT-NAME
               END-READ
               CLOSE STUDENT
           END-IF.
       END PROGRAM SUB_GRADE_REVIEW.
