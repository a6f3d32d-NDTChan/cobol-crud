       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_BATCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRADE-TRANS ASSIGN TO
               'GRADE-TRANS.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.
               SELECT GRADE-REJECT ASSIGN TO
               'GRADE-TRANS.LOG'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJ-FS.
               SELECT GRADE-ASSIGN ASSIGN TO
               'GRADE-ASSIGN.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GA-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GA-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-TRANS.
           COPY "GRDTRANS.cpy".

           FD GRADE-REJECT.
           COPY "GRDREJ.cpy".

           FD GRADE-ASSIGN.
           COPY "GRADEASG.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-TRANS-FS          PIC 9(02).
           77 WS-REJ-FS            PIC 9(02).
           77 WS-GA-FS             PIC 9(02).
           77 WS-EN-FS             PIC 9(02).

           01 WS-ASSIGN-OPEN       PIC X(01).
           01 WS-ENROLL-OPEN       PIC X(01).
           01 WS-REJ-REASON        PIC X(30).
           01 WS-POST-CLASS        PIC X(06).
           01 WS-POST-ASSIGNMENT   PIC X(04).
           01 WS-POST-NUMBER       PIC 9(06).
           01 WS-POST-POINTS       PIC 9(03).

           01 WS-CLASS-FOUND       PIC X(01).
           01 WS-CLASS-TERM        PIC X(06).
           01 WS-SEAT-OPEN         PIC X(01).
           01 WS-SEATS-TAKEN       PIC 9(03).
           01 WS-SEAT-CAPACITY     PIC 9(03).

           01 WS-APPLIED-COUNT PIC 9(10) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(10) VALUE 0.

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Assignment scores keyed off the teachers' sheets land in
      *> GRADE-TRANS.TXT and load here, the same arrangement
      *> SUB_ATT_BATCH gives the scanner marks: bad rows go to
      *> GRADE-TRANS.LOG with the reason, good rows land through
      *> SUB_GRADE_POST.  Runs as the GRADEBATCH step of the batch
      *> window or from the menu; the GRADECALC step after it turns
      *> the new scores into class scores.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-APPLIED-COUNT.
               MOVE 0 TO WS-REJECTED-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'APPLIED' TO RUN-LABEL-A.
               MOVE 'REJECTED' TO RUN-LABEL-B.

               OPEN INPUT GRADE-TRANS.
               IF WS-TRANS-FS NOT = '00'
                   DISPLAY "NO GRADE-TRANS.TXT ON FILE (STATUS "
                           WS-TRANS-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               OPEN OUTPUT GRADE-REJECT.
               MOVE 'N' TO WS-ASSIGN-OPEN.
               OPEN INPUT GRADE-ASSIGN.
               IF WS-GA-FS = '00'
                   MOVE 'Y' TO WS-ASSIGN-OPEN
               END-IF.
               MOVE 'N' TO WS-ENROLL-OPEN.
               OPEN INPUT ENROLLMENT.
               IF WS-EN-FS = '00'
                   MOVE 'Y' TO WS-ENROLL-OPEN
               END-IF.

               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRADE-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 200-APPLY-ONE-ROW
                   END-READ
               END-PERFORM.

               CLOSE GRADE-TRANS.
               CLOSE GRADE-REJECT.
               IF WS-ASSIGN-OPEN = 'Y'
                   CLOSE GRADE-ASSIGN
               END-IF.
               IF WS-ENROLL-OPEN = 'Y'
                   CLOSE ENROLLMENT
               END-IF.

               DISPLAY '==========='.
               DISPLAY 'SCORES APPLIED : 'WS-APPLIED-COUNT.
               DISPLAY 'SCORES REJECTED: 'WS-REJECTED-COUNT.

               MOVE WS-APPLIED-COUNT TO RUN-COUNT-A.
               MOVE WS-REJECTED-COUNT TO RUN-COUNT-B.
               GOBACK.

      *> Field-level checks first, then the class, the assignment and
      *> the student's seat in the class - the same gates the entry
      *> screen puts in front of the operator.
       200-APPLY-ONE-ROW.
           EVALUATE TRUE
               WHEN GTR-STUDENT-NUMBER NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJ-REASON
                   PERFORM 900-REJECT-ROW
               WHEN GTR-POINTS NOT NUMERIC
                   MOVE "POINTS NOT NUMERIC" TO WS-REJ-REASON
                   PERFORM 900-REJECT-ROW
               WHEN OTHER
                   PERFORM 210-CHECK-CLASS
           END-EVALUATE.

       210-CHECK-CLASS.
           CALL 'SUB_CLASS_CHECK' USING GTR-CLASS-CODE,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-CLASS-FOUND NOT = 'Y'
               MOVE "UNKNOWN CLASS CODE" TO WS-REJ-REASON
               PERFORM 900-REJECT-ROW
           ELSE
               PERFORM 220-CHECK-ASSIGNMENT
           END-IF.

       220-CHECK-ASSIGNMENT.
           IF WS-ASSIGN-OPEN NOT = 'Y'
               MOVE "NO ASSIGNMENTS SET UP" TO WS-REJ-REASON
               PERFORM 900-REJECT-ROW
           ELSE
               MOVE GTR-CLASS-CODE TO GA-CLASS-CODE
               MOVE GTR-ASSIGNMENT TO GA-ASSIGNMENT
               READ GRADE-ASSIGN
                   INVALID KEY
                       MOVE "UNKNOWN ASSIGNMENT" TO WS-REJ-REASON
                       PERFORM 900-REJECT-ROW
                   NOT INVALID KEY
                       IF GTR-POINTS > GA-POSSIBLE
                           MOVE "POINTS OVER POSSIBLE"
                               TO WS-REJ-REASON
                           PERFORM 900-REJECT-ROW
                       ELSE
                           PERFORM 230-CHECK-ENROLLMENT
                       END-IF
               END-READ
           END-IF.

       230-CHECK-ENROLLMENT.
           IF WS-ENROLL-OPEN NOT = 'Y'
               MOVE "NO ENROLLMENT FILE" TO WS-REJ-REASON
               PERFORM 900-REJECT-ROW
           ELSE
               MOVE GTR-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE GTR-CLASS-CODE TO EN-CLASS-CODE
               READ ENROLLMENT
                   INVALID KEY
                       MOVE "STUDENT NOT IN CLASS" TO WS-REJ-REASON
                       PERFORM 900-REJECT-ROW
                   NOT INVALID KEY
                       IF EN-STATUS = 'W'
                           MOVE "STUDENT WITHDRAWN FROM CLASS"
                               TO WS-REJ-REASON
                           PERFORM 900-REJECT-ROW
                       ELSE
                           PERFORM 300-POST-SCORE
                       END-IF
               END-READ
           END-IF.

       300-POST-SCORE.
           MOVE GTR-CLASS-CODE TO WS-POST-CLASS.
           MOVE GTR-ASSIGNMENT TO WS-POST-ASSIGNMENT.
           MOVE GTR-STUDENT-NUMBER TO WS-POST-NUMBER.
           MOVE GTR-POINTS TO WS-POST-POINTS.
           CALL 'SUB_GRADE_POST' USING WS-POST-CLASS,
               WS-POST-ASSIGNMENT, WS-POST-NUMBER, WS-POST-POINTS.
           COMPUTE WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1.

      *> Clear the whole record first: the FILLER separators never get
      *> a MOVE, and LINE SEQUENTIAL refuses a record holding the
      *> low-value bytes they would otherwise keep.
       900-REJECT-ROW.
           MOVE SPACES TO GRADE-REJECT-RECORD.
           MOVE GTR-CLASS-CODE TO GRJ-CLASS-CODE.
           MOVE GTR-ASSIGNMENT TO GRJ-ASSIGNMENT.
           MOVE GTR-STUDENT-NUMBER TO GRJ-STUDENT-NUMBER.
           MOVE GTR-POINTS TO GRJ-POINTS.
           MOVE WS-REJ-REASON TO GRJ-REASON.
           WRITE GRADE-REJECT-RECORD.
           COMPUTE WS-REJECTED-COUNT = WS-REJECTED-COUNT + 1.
       END PROGRAM SUB_GRADE_BATCH.
