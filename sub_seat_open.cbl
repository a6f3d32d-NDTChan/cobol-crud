                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-STU-FS.
               SELECT REJECT-FILE ASSIGN TO
               'STUDENT-TRANS.LOG'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJ-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "STUDENT.cpy".

           FD REJECT-FILE.
           COPY "TRANSREJ.cpy".

           WORKING-STORAGE SECTION.
           77 WS-FS                  PIC 9(02).
           77 WS-STU-FS              PIC 9(02).
           77 WS-REJ-FS              PIC 9(02).

           01 WS-OFFER-NUMBER        PIC 9(06).
           01 WS-OFFER-NAME          PIC X(35).
           01 WS-OLD-NAME            PIC X(35).
           01 WS-OLD-SCORE           PIC 9(03).
           01 WS-OLD-CLASS           PIC X(06).
           01 WS-SAME-NAME           PIC X(35).
           01 WS-SAME-SCORE          PIC 9(03).
           01 WS-BLANK-NAME          PIC X(35) VALUE SPACES.
           01 WS-ZERO-SCORE          PIC 9(03) VALUE 0.
           01 WS-BLANK-CLASS         PIC X(06) VALUE SPACES.
           01 WS-SEAT-OPEN           PIC X(01).
           01 WS-SEATS-TAKEN         PIC 9(03).
           01 WS-SEAT-CAPACITY       PIC 9(03).
           01 WS-CLASH               PIC X(01).
           01 WS-CLASH-CLASS         PIC X(06).

           LINKAGE SECTION.
           01 SO-LK-CLASS-CODE       PIC X(06).
      *> student master if a waitlisted add never got there; the move
      *> lands in the audit log like any other change.  Callers close
      *> the student and enrollment files before calling, the same
      *> one-owner-at-a-time care the rest of the system takes.  A
      *> student whose other classes meet in this class's period
      *> cannot take the seat: they come off the list with a reject on
      *> STUDENT-TRANS.LOG for SUB_REPAIR, and the next student in
      *> line is offered it instead.
           PROCEDURE DIVISION USING SO-LK-CLASS-CODE.
       100-OFFER-HEAD.
               OPEN I-O WAITLIST.
               IF WS-FS NOT = '00'
      *> No waitlist file means nobody is waiting.
                   GOBACK
               END-IF.

               CALL 'SUB_SCHED_CHECK' USING WS-OFFER-NUMBER,
                   SO-LK-CLASS-CODE, WS-CLASH, WS-CLASH-CLASS.

               DELETE WAITLIST RECORD
                   INVALID KEY
                       DISPLAY "WAITLIST DELETE FAILED FOR "
               END-DELETE.
               CLOSE WAITLIST.

               IF WS-CLASH = 'Y'
                   PERFORM 400-REJECT-CLASH
                   GO TO 100-OFFER-HEAD
               END-IF.

               OPEN I-O STUDENT
               IF WS-STU-FS = '35'
                   OPEN OUTPUT STUDENT
           MOVE STUDENT-NAME TO WS-OLD-NAME.
           MOVE STUDENT-SCORE TO WS-OLD-SCORE.
           MOVE CLASS-CODE TO WS-OLD-CLASS.
           MOVE STUDENT-NAME TO WS-SAME-NAME.
           MOVE STUDENT-SCORE TO WS-SAME-SCORE.
           CALL 'SUB_AUDIT_LOG' USING WS-OFFER-NUMBER,
               'U', WS-OLD-NAME, WS-OLD-SCORE,
               WS-SAME-NAME, WS-SAME-SCORE,
               WS-OLD-CLASS, SO-LK-CLASS-CODE.

      *> Clear the whole record first: the FILLER separators never get
      *> a MOVE, and LINE SEQUENTIAL refuses a record holding the
      *> low-value bytes they would otherwise keep.  Action 'W' marks
      *> a waitlist offer, not a line of STUDENT-TRANS.TXT.
       400-REJECT-CLASH.
           DISPLAY "WAITLISTED STUDENT "WS-OFFER-NUMBER" CLASHES WITH "
                   "CLASS "WS-CLASH-CLASS" - TAKEN OFF THE "
                   SO-LK-CLASS-CODE" WAITLIST".
           OPEN EXTEND REJECT-FILE.
           IF WS-REJ-FS = '35'
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE SPACES TO REJECT-RECORD.
           MOVE 'W' TO REJ-ACTION.
           MOVE WS-OFFER-NUMBER TO REJ-STUDENT-NUMBER.
           STRING "CLASHES WITH CLASS " WS-CLASH-CLASS
                  DELIMITED BY SIZE INTO REJ-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
       END PROGRAM SUB_SEAT_OPEN.
