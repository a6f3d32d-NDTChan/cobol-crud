       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_STUDENT_MERGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT STUDENT-ARCHIVE ASSIGN TO
               'STUDENT-ARCHIVE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-ARC-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.
               SELECT SCORE-HISTORY ASSIGN TO
               'SCORE-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS SH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-SH-FS.
               SELECT ATTENDANCE ASSIGN TO
               'ATTENDANCE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AT-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-AT-FS.
               SELECT WAITLIST ASSIGN TO
               'WAITLIST.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS WL-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-WL-FS.
               SELECT CLASS-HISTORY ASSIGN TO
               'CLASS-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CH-FS.
               SELECT STANDING ASSIGN TO
               'STANDING.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-ST-FS.
               SELECT GRADE-SCORE ASSIGN TO
               'GRADE-SCORE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GS-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GS-FS.
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
               SELECT GRADE-CHANGE ASSIGN TO
               'GRADE-CHANGE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GC-REQUEST-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GC-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "STUDENT.cpy".

           FD STUDENT-ARCHIVE.
           COPY "ARCHIVE.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           FD ATTENDANCE.
           COPY "ATTEND.cpy".

           FD WAITLIST.
           COPY "WAITLIST.cpy".

           FD CLASS-HISTORY.
           COPY "CLSHIST.cpy".

           FD STANDING.
           COPY "STANDING.cpy".

           FD GRADE-SCORE.
           COPY "GRADESCR.cpy".

           FD GUARDIAN.
           COPY "GUARDIAN.cpy".

           FD NOTICE-HISTORY.
           COPY "NOTICEHST.cpy".

           FD GRADE-CHANGE.
           COPY "GRDCHG.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-ARC-FS           PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-SH-FS            PIC 9(02).
           77 WS-AT-FS            PIC 9(02).
           77 WS-WL-FS            PIC 9(02).
           77 WS-CH-FS            PIC 9(02).
           77 WS-ST-FS            PIC 9(02).
           77 WS-GS-FS            PIC 9(02).
           77 WS-GD-FS            PIC 9(02).
           77 WS-NH-FS            PIC 9(02).
           77 WS-GC-FS            PIC 9(02).

           01 WS-ENROLL-OPEN      PIC X(01).
           01 WS-SCORE-HIST-OPEN  PIC X(01).
           01 WS-ATTEND-OPEN      PIC X(01).
           01 WS-CLASS-HIST-OPEN  PIC X(01).
           01 WS-STANDING-OPEN    PIC X(01).
           01 WS-SCORE-OPEN       PIC X(01).
           01 WS-GUARDIAN-OPEN    PIC X(01).
           01 WS-NOTICE-OPEN      PIC X(01).

           01 WS-LOSER            PIC 9(06).
           01 WS-SURVIVOR         PIC 9(06).
           01 WS-CONFIRM          PIC X(01).

      *> Where each number lives, and what it carries there.  The
      *> loser's values go to the audit as the "old" side, the
      *> survivor's as the "new".
           01 WS-LOSER-ON-MASTER  PIC X(01).
           01 WS-LOSER-ON-ARCHIVE PIC X(01).
           01 WS-LOSER-STATUS     PIC X(01).
           01 WS-LOSER-NAME       PIC X(35).
           01 WS-LOSER-SCORE      PIC 9(03).
           01 WS-LOSER-CLASS      PIC X(06).
           01 WS-SURV-ON-MASTER   PIC X(01).
           01 WS-SURV-ON-ARCHIVE  PIC X(01).
           01 WS-SURV-STATUS      PIC X(01).
           01 WS-SURV-NAME        PIC X(35).
           01 WS-SURV-SCORE       PIC 9(03).
           01 WS-SURV-CLASS       PIC X(06).
           01 WS-REFUSED          PIC X(01).

           01 WS-CONFLICT-COUNT   PIC 9(06).
           01 WS-CONFLICT-TEXT    PIC X(60).
           01 WS-FULL-WHAT        PIC X(20).
           01 WS-FAILED-COUNT     PIC 9(06).
           01 WS-CLASH            PIC X(01).
           01 WS-CLASH-CLASS      PIC X(06).
           01 WS-CLASH-WANT       PIC X(06).

      *> The losing number's rows, file by file, held whole so the
      *> conflict check never disturbs a READ NEXT chain and the
      *> move can rewrite each one under the surviving number.
           01 WS-EN-COUNT         PIC 9(04).
           01 WS-EN-TABLE.
               05 WS-EN-ROW OCCURS 50 TIMES     PIC X(24).
           01 WS-SH-COUNT         PIC 9(04).
           01 WS-SH-TABLE.
               05 WS-SH-ROW OCCURS 60 TIMES     PIC X(33).
           01 WS-AT-COUNT         PIC 9(04).
           01 WS-AT-TABLE.
               05 WS-AT-ROW OCCURS 5000 TIMES   PIC X(21).
           01 WS-CH-COUNT         PIC 9(04).
           01 WS-CH-TABLE.
               05 WS-CH-ROW OCCURS 300 TIMES    PIC X(32).
           01 WS-ST-COUNT         PIC 9(04).
           01 WS-ST-TABLE.
               05 WS-ST-ROW OCCURS 60 TIMES     PIC X(36).
           01 WS-GS-COUNT         PIC 9(04).
           01 WS-GS-TABLE.
               05 WS-GS-ROW OCCURS 2000 TIMES   PIC X(27).
           01 WS-NH-COUNT         PIC 9(04).
           01 WS-NH-TABLE.
               05 WS-NH-ENTRY OCCURS 300 TIMES.
                   10 WS-NH-ROW           PIC X(72).
                   10 WS-NH-OLD-SEQ       PIC 9(02).
           01 WS-GC-COUNT         PIC 9(04).
           01 WS-GC-TABLE.
               05 WS-GC-ROW OCCURS 100 TIMES    PIC 9(06).

      *> Guardian contacts keep coming across under new sequence
      *> numbers after the survivor's own, so no contact is lost; the
      *> notice history follows its contact to the new number.
           01 WS-GD-COUNT         PIC 9(04).
           01 WS-GD-TABLE.
               05 WS-GD-ENTRY OCCURS 20 TIMES.
                   10 WS-GD-ROW           PIC X(168).
                   10 WS-GD-OLD-SEQ       PIC 9(02).
                   10 WS-GD-NEW-SEQ       PIC 9(02).
           01 WS-GD-HIGH-SEQ      PIC 9(02).

      *> Waitlist rows are keyed by class, so both numbers' rows are
      *> found in one pass; the survivor's classes are kept to check
      *> against the loser's enrollments and waits.
           01 WS-WL-COUNT         PIC 9(04).
           01 WS-WL-TABLE.
               05 WS-WL-KEY-ROW OCCURS 20 TIMES PIC X(10).
           01 WS-SWL-COUNT        PIC 9(04).
           01 WS-SWL-TABLE.
               05 WS-SWL-CLASS OCCURS 20 TIMES  PIC X(06).

           01 WS-I                PIC 9(04).
           01 WS-K                PIC 9(04).
           01 WS-MOVED-COUNT      PIC 9(06).
           01 WS-TOTAL-MOVED      PIC 9(08).

           01 WS-AUDIT-OPERATION  PIC X(01) VALUE 'M'.
           01 WS-AUDIT-NEW-NAME   PIC X(35).

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
           01 WS-LOCK-ME          PIC X(05) VALUE 'MENU '.
           01 WS-LOCK-RESULT      PIC X(01).
           01 WS-LOCK-HOLDER      PIC X(05).

           LINKAGE SECTION.
      *> Folds a student entered twice into one number.  Everything
      *> filed under the losing number - enrollments, score history,
      *> attendance, waitlist places, class history, standing, the
      *> gradebook, guardian contacts, notices sent and grade-change
      *> requests - is moved under the surviving number, and the
      *> losing number leaves the master or the archive for good.
      *> Nothing is guessed: every file is checked first, and if both
      *> numbers have a record for the same class, term or day the
      *> conflicts are shown and nothing is changed.  The merge is
      *> audited as operation 'M' under the losing number with the
      *> surviving number in the new-name columns, and the delta feed
      *> tells the district the losing number is retired.  Supervisor
      *> only, from the menu.  SUB_DUP_REPORT finds the candidates.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE 0 TO WS-CONFLICT-COUNT.
               MOVE 0 TO WS-FAILED-COUNT.
               MOVE 0 TO WS-TOTAL-MOVED.
               MOVE 0 TO WS-EN-COUNT.
               MOVE 0 TO WS-SH-COUNT.
               MOVE 0 TO WS-AT-COUNT.
               MOVE 0 TO WS-CH-COUNT.
               MOVE 0 TO WS-ST-COUNT.
               MOVE 0 TO WS-GS-COUNT.
               MOVE 0 TO WS-NH-COUNT.
               MOVE 0 TO WS-GC-COUNT.
               MOVE 0 TO WS-GD-COUNT.
               MOVE 0 TO WS-GD-HIGH-SEQ.
               MOVE 0 TO WS-WL-COUNT.
               MOVE 0 TO WS-SWL-COUNT.
               MOVE 'N' TO WS-REFUSED.

      *> Refuse while the night run owns the student master - the
      *> single-writer guard that keeps a batch window and a menu
      *> session from updating the file at the same time.
               CALL 'SUB_MASTER_LOCK' USING WS-LOCK-QUERY,
                   WS-LOCK-ME, WS-LOCK-RESULT, WS-LOCK-HOLDER.
               IF WS-LOCK-RESULT = 'Y' AND WS-LOCK-HOLDER = 'BATCH'
                   DISPLAY "NIGHT RUN OWNS THE STUDENT MASTER - "
                           "TRY AGAIN AFTER THE BATCH WINDOW"
                   GOBACK
               END-IF.

               DISPLAY "MERGE DUPLICATE STUDENTS".
               DISPLAY "ENTER THE NUMBER TO RETIRE (LOSING NUMBER):".
               ACCEPT WS-LOSER.
               DISPLAY "ENTER THE NUMBER TO KEEP (SURVIVING NUMBER):".
               ACCEPT WS-SURVIVOR.
               IF WS-LOSER = 0 OR WS-SURVIVOR = 0
                  OR WS-LOSER = WS-SURVIVOR
                   DISPLAY "TWO DIFFERENT STUDENT NUMBERS ARE NEEDED"
                   GOBACK
               END-IF.

               PERFORM 100-FIND-BOTH THRU 100-FIND-EXIT.
               IF WS-REFUSED = 'Y'
                   DISPLAY "MERGE NOT STARTED - NOTHING CHANGED"
                   GOBACK
               END-IF.

      *> Every file is checked before any is touched.
               PERFORM 210-CHECK-ENROLLMENT.
               PERFORM 220-CHECK-HISTORY.
               PERFORM 230-CHECK-ATTENDANCE.
               PERFORM 240-CHECK-CLASS-HISTORY.
               PERFORM 250-CHECK-STANDING.
               PERFORM 260-CHECK-GRADEBOOK.
               PERFORM 270-CHECK-GUARDIANS.
               PERFORM 280-CHECK-NOTICES.
               PERFORM 290-CHECK-WAITLIST.
               PERFORM 295-CHECK-GRADE-CHANGES.

               IF WS-CONFLICT-COUNT > 0
                   DISPLAY "MERGE STOPPED - "WS-CONFLICT-COUNT
                           " CONFLICT(S) ABOVE MUST BE RESOLVED "
                           "FIRST"
                   DISPLAY "NOTHING HAS BEEN CHANGED"
                   GOBACK
               END-IF.

               PERFORM 300-SHOW-PLAN.
               DISPLAY "MERGE "WS-LOSER" INTO "WS-SURVIVOR
                       " AND RETIRE "WS-LOSER"? Y/N".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY "MERGE CANCELLED - NOTHING CHANGED"
                   GOBACK
               END-IF.

               PERFORM 410-MOVE-ENROLLMENT.
               PERFORM 420-MOVE-HISTORY.
               PERFORM 430-MOVE-ATTENDANCE.
               PERFORM 440-MOVE-CLASS-HISTORY.
               PERFORM 450-MOVE-STANDING.
               PERFORM 460-MOVE-GRADEBOOK.
               PERFORM 470-MOVE-GUARDIANS.
               PERFORM 480-MOVE-NOTICES.
               PERFORM 490-MOVE-WAITLIST.
               PERFORM 495-MOVE-GRADE-CHANGES.

      *> A row that did not move is still filed under the losing
      *> number, so the number stays until the move is finished.
               IF WS-FAILED-COUNT = 0
                   PERFORM 500-RETIRE-LOSER
               END-IF.
               IF WS-FAILED-COUNT = 0
                   PERFORM 600-AUDIT-MERGE
               ELSE
                   DISPLAY "*** "WS-LOSER" KEPT - NOT RETIRED WHILE "
                           "ROWS ARE STILL FILED UNDER IT ***"
               END-IF.

               DISPLAY "===========".
               DISPLAY "STUDENT "WS-LOSER" MERGED INTO "WS-SURVIVOR.
               DISPLAY "RECORDS MOVED : "WS-TOTAL-MOVED.
               DISPLAY "MOVES FAILED  : "WS-FAILED-COUNT.
               IF WS-FAILED-COUNT > 0
                   DISPLAY "*** RUN THE INTEGRITY CHECK (MENU 24) "
                           "AND REVIEW THE MESSAGES ABOVE ***"
               END-IF.
               GOBACK.

      *> Both numbers must be somewhere.  A live student cannot be
      *> folded into an archived one - the survivor would end up on
      *> both files - and an active student cannot be folded into a
      *> withdrawn one; the operator picks the other way round.
       100-FIND-BOTH.
           MOVE 'N' TO WS-LOSER-ON-MASTER.
           MOVE 'N' TO WS-LOSER-ON-ARCHIVE.
           MOVE 'N' TO WS-SURV-ON-MASTER.
           MOVE 'N' TO WS-SURV-ON-ARCHIVE.
           MOVE SPACES TO WS-LOSER-NAME.
           MOVE SPACES TO WS-SURV-NAME.
           MOVE SPACES TO WS-LOSER-CLASS.
           MOVE SPACES TO WS-SURV-CLASS.
           MOVE SPACE TO WS-LOSER-STATUS.
           MOVE SPACE TO WS-SURV-STATUS.
           MOVE 0 TO WS-LOSER-SCORE.
           MOVE 0 TO WS-SURV-SCORE.

           OPEN INPUT STUDENT-ARCHIVE.
           IF WS-ARC-FS = '00'
               MOVE WS-LOSER TO ARC-STUDENT-NUMBER
               READ STUDENT-ARCHIVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOSER-ON-ARCHIVE
                       MOVE ARC-NAME TO WS-LOSER-NAME
                       MOVE ARC-STUDENT-SCORE TO WS-LOSER-SCORE
                       MOVE ARC-CLASS-CODE TO WS-LOSER-CLASS
                       MOVE ARC-STATUS TO WS-LOSER-STATUS
               END-READ
               MOVE WS-SURVIVOR TO ARC-STUDENT-NUMBER
               READ STUDENT-ARCHIVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SURV-ON-ARCHIVE
                       MOVE ARC-NAME TO WS-SURV-NAME
                       MOVE ARC-STUDENT-SCORE TO WS-SURV-SCORE
                       MOVE ARC-CLASS-CODE TO WS-SURV-CLASS
                       MOVE ARC-STATUS TO WS-SURV-STATUS
               END-READ
               CLOSE STUDENT-ARCHIVE
           END-IF.

      *> The master wins over the archive for the values shown and
      *> audited - it is the live record.
           OPEN INPUT STUDENT.
           IF WS-FS = '00'
               MOVE WS-LOSER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOSER-ON-MASTER
                       MOVE STUDENT-NAME TO WS-LOSER-NAME
                       MOVE STUDENT-SCORE TO WS-LOSER-SCORE
                       MOVE CLASS-CODE TO WS-LOSER-CLASS
                       MOVE STUDENT-STATUS TO WS-LOSER-STATUS
               END-READ
               MOVE WS-SURVIVOR TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SURV-ON-MASTER
                       MOVE STUDENT-NAME TO WS-SURV-NAME
                       MOVE STUDENT-SCORE TO WS-SURV-SCORE
                       MOVE CLASS-CODE TO WS-SURV-CLASS
                       MOVE STUDENT-STATUS TO WS-SURV-STATUS
               END-READ
               CLOSE STUDENT
           END-IF.

           IF WS-LOSER-ON-MASTER NOT = 'Y'
              AND WS-LOSER-ON-ARCHIVE NOT = 'Y'
               DISPLAY "STUDENT "WS-LOSER" IS NOT ON THE MASTER OR "
                       "THE ARCHIVE"
               MOVE 'Y' TO WS-REFUSED
               GO TO 100-FIND-EXIT
           END-IF.
           IF WS-SURV-ON-MASTER NOT = 'Y'
              AND WS-SURV-ON-ARCHIVE NOT = 'Y'
               DISPLAY "STUDENT "WS-SURVIVOR" IS NOT ON THE MASTER OR "
                       "THE ARCHIVE"
               MOVE 'Y' TO WS-REFUSED
               GO TO 100-FIND-EXIT
           END-IF.

           DISPLAY "RETIRE: "WS-LOSER" "WS-LOSER-NAME" "
                   WS-LOSER-CLASS" STATUS "WS-LOSER-STATUS.
           DISPLAY "KEEP  : "WS-SURVIVOR" "WS-SURV-NAME" "
                   WS-SURV-CLASS" STATUS "WS-SURV-STATUS.

           IF WS-LOSER-ON-MASTER = 'Y'
              AND WS-SURV-ON-MASTER NOT = 'Y'
               DISPLAY "STUDENT "WS-LOSER" IS LIVE BUT "WS-SURVIVOR
                       " IS ONLY ON THE ARCHIVE - KEEP THE LIVE "
                       "NUMBER INSTEAD"
               MOVE 'Y' TO WS-REFUSED
               GO TO 100-FIND-EXIT
           END-IF.
           IF WS-LOSER-ON-MASTER = 'Y'
              AND WS-LOSER-STATUS NOT = 'W'
              AND WS-SURV-STATUS = 'W'
               DISPLAY "STUDENT "WS-SURVIVOR" IS WITHDRAWN BUT "
                       WS-LOSER" IS ACTIVE - KEEP THE ACTIVE "
                       "NUMBER INSTEAD"
               MOVE 'Y' TO WS-REFUSED
               GO TO 100-FIND-EXIT
           END-IF.
       100-FIND-EXIT.
           EXIT.

       190-SHOW-CONFLICT.
           DISPLAY "CONFLICT: "WS-CONFLICT-TEXT.
           COMPUTE WS-CONFLICT-COUNT = WS-CONFLICT-COUNT + 1.

      *> A table too small to hold the loser's rows is a conflict as
      *> well - half a merge is worse than none.
       195-TABLE-FULL.
           MOVE SPACES TO WS-CONFLICT-TEXT.
           STRING "TOO MANY " DELIMITED BY SIZE
                  WS-FULL-WHAT DELIMITED BY "  "
                  " ROWS TO MERGE IN ONE RUN" DELIMITED BY SIZE
                  INTO WS-CONFLICT-TEXT
           END-STRING.
           PERFORM 190-SHOW-CONFLICT.

       210-CHECK-ENROLLMENT.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ENROLL-OPEN.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ENROLL-OPEN
               MOVE WS-LOSER TO EN-STUDENT-NUMBER
               MOVE LOW-VALUES TO EN-CLASS-CODE
               START ENROLLMENT KEY IS >= EN-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-EN-COUNT < 50
                               COMPUTE WS-EN-COUNT = WS-EN-COUNT + 1
                               MOVE ENROLLMENT-FILE
                                   TO WS-EN-ROW(WS-EN-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "ENROLLMENT" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               MOVE WS-EN-ROW(WS-I) TO ENROLLMENT-FILE
               MOVE WS-SURVIVOR TO EN-STUDENT-NUMBER
               READ ENROLLMENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS ENROLLED IN CLASS "
                              EN-CLASS-CODE
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-ENROLL-OPEN = 'Y'
               CLOSE ENROLLMENT
           END-IF.
      *> The loser's seats land on the survivor, so each one still
      *> held goes through the clash rule like any other landing -
      *> once the enrollment file is closed, since SUB_SCHED_CHECK
      *> reads it too.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               IF WS-EN-ROW(WS-I)(16:1) NOT = 'W'
                   MOVE WS-EN-ROW(WS-I)(7:6) TO WS-CLASH-WANT
                   CALL 'SUB_SCHED_CHECK' USING WS-SURVIVOR,
                       WS-CLASH-WANT, WS-CLASH, WS-CLASH-CLASS
                   IF WS-CLASH = 'Y'
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "CLASS " WS-CLASH-WANT
                              " CLASHES WITH " WS-CLASH-CLASS
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
                   END-IF
               END-IF
           END-PERFORM.

       220-CHECK-HISTORY.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-SCORE-HIST-OPEN.
           OPEN INPUT SCORE-HISTORY.
           IF WS-SH-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-SCORE-HIST-OPEN
               MOVE WS-LOSER TO SH-STUDENT-NUMBER
               MOVE LOW-VALUES TO SH-TERM
               START SCORE-HISTORY KEY IS >= SH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCORE-HISTORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SH-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-SH-COUNT < 60
                               COMPUTE WS-SH-COUNT = WS-SH-COUNT + 1
                               MOVE SCORE-HISTORY-FILE
                                   TO WS-SH-ROW(WS-SH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "SCORE HISTORY" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SH-COUNT
               MOVE WS-SH-ROW(WS-I) TO SCORE-HISTORY-FILE
               MOVE WS-SURVIVOR TO SH-STUDENT-NUMBER
               READ SCORE-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS HAVE SCORE HISTORY FOR "
                              "TERM " SH-TERM
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-SCORE-HIST-OPEN = 'Y'
               CLOSE SCORE-HISTORY
           END-IF.

       230-CHECK-ATTENDANCE.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ATTEND-OPEN.
           OPEN INPUT ATTENDANCE.
           IF WS-AT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ATTEND-OPEN
               MOVE WS-LOSER TO AT-STUDENT-NUMBER
               MOVE LOW-VALUES TO AT-CLASS-CODE
               MOVE 0 TO AT-DATE
               START ATTENDANCE KEY IS >= AT-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-AT-COUNT < 5000
                               COMPUTE WS-AT-COUNT = WS-AT-COUNT + 1
                               MOVE ATTENDANCE-FILE
                                   TO WS-AT-ROW(WS-AT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "ATTENDANCE" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AT-COUNT
               MOVE WS-AT-ROW(WS-I) TO ATTENDANCE-FILE
               MOVE WS-SURVIVOR TO AT-STUDENT-NUMBER
               READ ATTENDANCE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS MARKED IN CLASS "
                              AT-CLASS-CODE " ON " AT-DATE
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-ATTEND-OPEN = 'Y'
               CLOSE ATTENDANCE
           END-IF.

       240-CHECK-CLASS-HISTORY.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-CLASS-HIST-OPEN.
           OPEN INPUT CLASS-HISTORY.
           IF WS-CH-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-CLASS-HIST-OPEN
               MOVE WS-LOSER TO CH-STUDENT-NUMBER
               MOVE LOW-VALUES TO CH-TERM
               MOVE LOW-VALUES TO CH-CLASS-CODE
               START CLASS-HISTORY KEY IS >= CH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLASS-HISTORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CH-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-CH-COUNT < 300
                               COMPUTE WS-CH-COUNT = WS-CH-COUNT + 1
                               MOVE CLASS-HISTORY-FILE
                                   TO WS-CH-ROW(WS-CH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "CLASS HISTORY" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CH-COUNT
               MOVE WS-CH-ROW(WS-I) TO CLASS-HISTORY-FILE
               MOVE WS-SURVIVOR TO CH-STUDENT-NUMBER
               READ CLASS-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS FINISHED CLASS "
                              CH-CLASS-CODE " IN TERM " CH-TERM
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-CLASS-HIST-OPEN = 'Y'
               CLOSE CLASS-HISTORY
           END-IF.

       250-CHECK-STANDING.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-STANDING-OPEN.
           OPEN INPUT STANDING.
           IF WS-ST-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-STANDING-OPEN
               MOVE WS-LOSER TO ST-STUDENT-NUMBER
               MOVE LOW-VALUES TO ST-TERM
               START STANDING KEY IS >= ST-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDING NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ST-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-ST-COUNT < 60
                               COMPUTE WS-ST-COUNT = WS-ST-COUNT + 1
                               MOVE STANDING-FILE
                                   TO WS-ST-ROW(WS-ST-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "STANDING" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-COUNT
               MOVE WS-ST-ROW(WS-I) TO STANDING-FILE
               MOVE WS-SURVIVOR TO ST-STUDENT-NUMBER
               READ STANDING
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS HAVE A STANDING FOR TERM "
                              ST-TERM
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-STANDING-OPEN = 'Y'
               CLOSE STANDING
           END-IF.

      *> The gradebook is keyed class first, so the loser's scores
      *> are gathered in one pass over the whole file.
       260-CHECK-GRADEBOOK.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-SCORE-OPEN.
           OPEN INPUT GRADE-SCORE.
           IF WS-GS-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-SCORE-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SCORE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GS-STUDENT-NUMBER = WS-LOSER
                           IF WS-GS-COUNT < 2000
                               COMPUTE WS-GS-COUNT = WS-GS-COUNT + 1
                               MOVE GRADE-SCORE-FILE
                                   TO WS-GS-ROW(WS-GS-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "GRADEBOOK" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GS-COUNT
               MOVE WS-GS-ROW(WS-I) TO GRADE-SCORE-FILE
               MOVE WS-SURVIVOR TO GS-STUDENT-NUMBER
               READ GRADE-SCORE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS SCORED IN CLASS "
                              GS-CLASS-CODE " ASSIGNMENT "
                              GS-ASSIGNMENT
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-SCORE-OPEN = 'Y'
               CLOSE GRADE-SCORE
           END-IF.

      *> Contacts never conflict - both families' entries are kept,
      *> the loser's numbered on after the survivor's highest, and
      *> guardian maintenance tidies any the office sees twice.
       270-CHECK-GUARDIANS.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-GUARDIAN-OPEN.
           OPEN INPUT GUARDIAN.
           IF WS-GD-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-GUARDIAN-OPEN
               MOVE WS-SURVIVOR TO GD-STUDENT-NUMBER
               MOVE 0 TO GD-SEQUENCE
               START GUARDIAN KEY IS >= GD-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUARDIAN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GD-STUDENT-NUMBER NOT = WS-SURVIVOR
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE GD-SEQUENCE TO WS-GD-HIGH-SEQ
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACE TO WS-EOF.
           IF WS-GD-FS NOT = '00' AND WS-GD-FS NOT = '10'
              AND WS-GD-FS NOT = '23'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE WS-LOSER TO GD-STUDENT-NUMBER
               MOVE 0 TO GD-SEQUENCE
               START GUARDIAN KEY IS >= GD-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUARDIAN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GD-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 275-TAKE-GUARDIAN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GUARDIAN-OPEN = 'Y'
               CLOSE GUARDIAN
           END-IF.

       275-TAKE-GUARDIAN.
           IF WS-GD-COUNT < 20 AND WS-GD-HIGH-SEQ < 99
               COMPUTE WS-GD-COUNT = WS-GD-COUNT + 1
               COMPUTE WS-GD-HIGH-SEQ = WS-GD-HIGH-SEQ + 1
               MOVE GUARDIAN-FILE TO WS-GD-ROW(WS-GD-COUNT)
               MOVE GD-SEQUENCE TO WS-GD-OLD-SEQ(WS-GD-COUNT)
               MOVE WS-GD-HIGH-SEQ TO WS-GD-NEW-SEQ(WS-GD-COUNT)
           ELSE
               MOVE 'Y' TO WS-EOF
               MOVE "GUARDIAN CONTACT" TO WS-FULL-WHAT
               PERFORM 195-TABLE-FULL
           END-IF.

      *> A notice follows its guardian contact to the new sequence.
       280-CHECK-NOTICES.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-NOTICE-OPEN.
           OPEN INPUT NOTICE-HISTORY.
           IF WS-NH-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-NOTICE-OPEN
               MOVE WS-LOSER TO NH-STUDENT-NUMBER
               MOVE LOW-VALUES TO NH-TERM
               MOVE LOW-VALUES TO NH-CLASS-CODE
               MOVE LOW-VALUES TO NH-REASON
               MOVE 0 TO NH-SEQUENCE
               START NOTICE-HISTORY KEY IS >= NH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTICE-HISTORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NH-STUDENT-NUMBER NOT = WS-LOSER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-NH-COUNT < 300
                               COMPUTE WS-NH-COUNT = WS-NH-COUNT + 1
                               MOVE NOTICE-HISTORY-FILE
                                   TO WS-NH-ROW(WS-NH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "NOTICE HISTORY" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NH-COUNT
               MOVE WS-NH-ROW(WS-I) TO NOTICE-HISTORY-FILE
               MOVE NH-SEQUENCE TO WS-NH-OLD-SEQ(WS-I)
               PERFORM 285-NEW-NOTICE-SEQUENCE
               MOVE NOTICE-HISTORY-FILE TO WS-NH-ROW(WS-I)
               MOVE WS-SURVIVOR TO NH-STUDENT-NUMBER
               READ NOTICE-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS HAVE NOTICE " NH-REASON
                              " FOR CLASS " NH-CLASS-CODE
                              " TERM " NH-TERM
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
               END-READ
           END-PERFORM.
           IF WS-NOTICE-OPEN = 'Y'
               CLOSE NOTICE-HISTORY
           END-IF.

       285-NEW-NOTICE-SEQUENCE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-GD-COUNT
               IF WS-GD-OLD-SEQ(WS-K) = NH-SEQUENCE
                   MOVE WS-GD-NEW-SEQ(WS-K) TO NH-SEQUENCE
                   MOVE WS-GD-COUNT TO WS-K
               END-IF
           END-PERFORM.

      *> A wait for a class the other number already sits in or
      *> waits for is the same class twice.
       290-CHECK-WAITLIST.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT WAITLIST.
           IF WS-WL-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WAITLIST NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 292-TAKE-WAIT
               END-READ
           END-PERFORM.
           IF WS-WL-FS = '00' OR WS-WL-FS = '10'
               CLOSE WAITLIST
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-WL-COUNT
               MOVE WS-WL-KEY-ROW(WS-I) TO WL-KEY
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SWL-COUNT
                   IF WS-SWL-CLASS(WS-K) = WL-CLASS-CODE
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "BOTH NUMBERS WAITING FOR CLASS "
                              WL-CLASS-CODE
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               MOVE WS-EN-ROW(WS-I) TO ENROLLMENT-FILE
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SWL-COUNT
                   IF WS-SWL-CLASS(WS-K) = EN-CLASS-CODE
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING "RETIRING NUMBER SITS IN "
                              EN-CLASS-CODE
                              ", KEPT NUMBER WAITS FOR IT"
                              DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
                       END-STRING
                       PERFORM 190-SHOW-CONFLICT
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-WL-COUNT > 0
               OPEN INPUT ENROLLMENT
               IF WS-EN-FS = '00'
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-WL-COUNT
                       MOVE WS-WL-KEY-ROW(WS-I) TO WL-KEY
                       MOVE WS-SURVIVOR TO EN-STUDENT-NUMBER
                       MOVE WL-CLASS-CODE TO EN-CLASS-CODE
                       READ ENROLLMENT
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-CONFLICT-TEXT
                               STRING "RETIRING NUMBER WAITS FOR "
                                      EN-CLASS-CODE
                                      ", KEPT NUMBER SITS IN IT"
                                      DELIMITED BY SIZE
                                      INTO WS-CONFLICT-TEXT
                               END-STRING
                               PERFORM 190-SHOW-CONFLICT
                       END-READ
                   END-PERFORM
                   CLOSE ENROLLMENT
               END-IF
           END-IF.

       292-TAKE-WAIT.
           IF WL-STUDENT-NUMBER = WS-SURVIVOR
              AND WS-SWL-COUNT < 20
               COMPUTE WS-SWL-COUNT = WS-SWL-COUNT + 1
               MOVE WL-CLASS-CODE TO WS-SWL-CLASS(WS-SWL-COUNT)
           END-IF.
           IF WL-STUDENT-NUMBER = WS-LOSER
               IF WS-WL-COUNT < 20
                   COMPUTE WS-WL-COUNT = WS-WL-COUNT + 1
                   MOVE WL-KEY TO WS-WL-KEY-ROW(WS-WL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-EOF
                   MOVE "WAITLIST" TO WS-FULL-WHAT
                   PERFORM 195-TABLE-FULL
               END-IF
           END-IF.

      *> Grade-change requests are keyed by request number and only
      *> carry the student; they never conflict.
       295-CHECK-GRADE-CHANGES.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT GRADE-CHANGE.
           IF WS-GC-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-CHANGE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GC-STUDENT-NUMBER = WS-LOSER
                           IF WS-GC-COUNT < 100
                               COMPUTE WS-GC-COUNT = WS-GC-COUNT + 1
                               MOVE GC-REQUEST-NUMBER
                                   TO WS-GC-ROW(WS-GC-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EOF
                               MOVE "GRADE CHANGE" TO WS-FULL-WHAT
                               PERFORM 195-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GC-FS = '00' OR WS-GC-FS = '10'
               CLOSE GRADE-CHANGE
           END-IF.

       300-SHOW-PLAN.
           DISPLAY "NO CONFLICTS - RECORDS TO MOVE TO "WS-SURVIVOR":".
           DISPLAY "  ENROLLMENTS      : "WS-EN-COUNT.
           DISPLAY "  SCORE HISTORY    : "WS-SH-COUNT.
           DISPLAY "  ATTENDANCE MARKS : "WS-AT-COUNT.
           DISPLAY "  CLASS HISTORY    : "WS-CH-COUNT.
           DISPLAY "  STANDING         : "WS-ST-COUNT.
           DISPLAY "  GRADEBOOK SCORES : "WS-GS-COUNT.
           DISPLAY "  GUARDIANS        : "WS-GD-COUNT.
           DISPLAY "  NOTICES SENT     : "WS-NH-COUNT.
           DISPLAY "  WAITLIST PLACES  : "WS-WL-COUNT.
           DISPLAY "  GRADE CHANGES    : "WS-GC-COUNT.
           IF WS-LOSER-ON-MASTER = 'Y'
               DISPLAY "  "WS-LOSER" LEAVES THE STUDENT MASTER"
           END-IF.
           IF WS-LOSER-ON-ARCHIVE = 'Y'
               DISPLAY "  "WS-LOSER" LEAVES THE ARCHIVE"
           END-IF.

      *> Each row is written under the surviving number before the
      *> losing one is deleted, so a failure leaves a row on both
      *> numbers rather than on neither.
       410-MOVE-ENROLLMENT.
           IF WS-EN-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O ENROLLMENT
               IF WS-EN-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN ENROLLMENT.TXT (STATUS "
                           WS-EN-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-EN-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EN-COUNT
                       MOVE WS-EN-ROW(WS-I) TO ENROLLMENT-FILE
                       MOVE WS-SURVIVOR TO EN-STUDENT-NUMBER
                       WRITE ENROLLMENT-FILE
                           INVALID KEY
                               DISPLAY "*** ENROLLMENT "EN-CLASS-CODE
                                       " NOT MOVED (STATUS "WS-EN-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO EN-STUDENT-NUMBER
                               DELETE ENROLLMENT RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE ENROLLMENT
               END-IF
               DISPLAY "ENROLLMENTS MOVED     : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       420-MOVE-HISTORY.
           IF WS-SH-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O SCORE-HISTORY
               IF WS-SH-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN SCORE-HISTORY.TXT (STATUS "
                           WS-SH-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-SH-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SH-COUNT
                       MOVE WS-SH-ROW(WS-I) TO SCORE-HISTORY-FILE
                       MOVE WS-SURVIVOR TO SH-STUDENT-NUMBER
                       WRITE SCORE-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "*** HISTORY TERM "SH-TERM
                                       " NOT MOVED (STATUS "WS-SH-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO SH-STUDENT-NUMBER
                               DELETE SCORE-HISTORY RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE SCORE-HISTORY
               END-IF
               DISPLAY "HISTORY TERMS MOVED   : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       430-MOVE-ATTENDANCE.
           IF WS-AT-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O ATTENDANCE
               IF WS-AT-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN ATTENDANCE.TXT (STATUS "
                           WS-AT-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-AT-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-AT-COUNT
                       MOVE WS-AT-ROW(WS-I) TO ATTENDANCE-FILE
                       MOVE WS-SURVIVOR TO AT-STUDENT-NUMBER
                       WRITE ATTENDANCE-FILE
                           INVALID KEY
                               DISPLAY "*** MARK "AT-CLASS-CODE" "
                                       AT-DATE
                                       " NOT MOVED (STATUS "WS-AT-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO AT-STUDENT-NUMBER
                               DELETE ATTENDANCE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE ATTENDANCE
               END-IF
               DISPLAY "ATTENDANCE MOVED      : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       440-MOVE-CLASS-HISTORY.
           IF WS-CH-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O CLASS-HISTORY
               IF WS-CH-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN CLASS-HISTORY.TXT (STATUS "
                           WS-CH-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-CH-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CH-COUNT
                       MOVE WS-CH-ROW(WS-I) TO CLASS-HISTORY-FILE
                       MOVE WS-SURVIVOR TO CH-STUDENT-NUMBER
                       WRITE CLASS-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "*** CLASS HISTORY "CH-TERM" "
                                       CH-CLASS-CODE
                                       " NOT MOVED (STATUS "
                                       WS-CH-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO CH-STUDENT-NUMBER
                               DELETE CLASS-HISTORY RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE CLASS-HISTORY
               END-IF
               DISPLAY "CLASS HISTORY MOVED   : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       450-MOVE-STANDING.
           IF WS-ST-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O STANDING
               IF WS-ST-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN STANDING.TXT (STATUS "
                           WS-ST-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-ST-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ST-COUNT
                       MOVE WS-ST-ROW(WS-I) TO STANDING-FILE
                       MOVE WS-SURVIVOR TO ST-STUDENT-NUMBER
                       WRITE STANDING-FILE
                           INVALID KEY
                               DISPLAY "*** STANDING "ST-TERM
                                       " NOT MOVED (STATUS "WS-ST-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO ST-STUDENT-NUMBER
                               DELETE STANDING RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE STANDING
               END-IF
               DISPLAY "STANDING MOVED        : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       460-MOVE-GRADEBOOK.
           IF WS-GS-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O GRADE-SCORE
               IF WS-GS-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN GRADE-SCORE.TXT (STATUS "
                           WS-GS-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-GS-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-GS-COUNT
                       MOVE WS-GS-ROW(WS-I) TO GRADE-SCORE-FILE
                       MOVE WS-SURVIVOR TO GS-STUDENT-NUMBER
                       WRITE GRADE-SCORE-FILE
                           INVALID KEY
                               DISPLAY "*** GRADEBOOK "GS-CLASS-CODE" "
                                       GS-ASSIGNMENT
                                       " NOT MOVED (STATUS "
                                       WS-GS-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO GS-STUDENT-NUMBER
                               DELETE GRADE-SCORE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE GRADE-SCORE
               END-IF
               DISPLAY "GRADEBOOK SCORES MOVED: "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       470-MOVE-GUARDIANS.
           IF WS-GD-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O GUARDIAN
               IF WS-GD-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN GUARDIAN.TXT (STATUS "
                           WS-GD-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-GD-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-GD-COUNT
                       MOVE WS-GD-ROW(WS-I) TO GUARDIAN-FILE
                       MOVE WS-SURVIVOR TO GD-STUDENT-NUMBER
                       MOVE WS-GD-NEW-SEQ(WS-I) TO GD-SEQUENCE
                       WRITE GUARDIAN-FILE
                           INVALID KEY
                               DISPLAY "*** GUARDIAN "GD-NAME
                                       " NOT MOVED (STATUS "WS-GD-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO GD-STUDENT-NUMBER
                               MOVE WS-GD-OLD-SEQ(WS-I) TO GD-SEQUENCE
                               DELETE GUARDIAN RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE GUARDIAN
               END-IF
               DISPLAY "GUARDIANS MOVED       : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

      *> The table rows already carry the new contact sequence; the
      *> loser's row to delete is found by the sequence it had.
       480-MOVE-NOTICES.
           IF WS-NH-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O NOTICE-HISTORY
               IF WS-NH-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN NOTICE-HISTORY.TXT (STATUS "
                           WS-NH-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-NH-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NH-COUNT
                       MOVE WS-NH-ROW(WS-I) TO NOTICE-HISTORY-FILE
                       MOVE WS-SURVIVOR TO NH-STUDENT-NUMBER
                       WRITE NOTICE-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "*** NOTICE "NH-CLASS-CODE" "
                                       NH-TERM" NOT MOVED (STATUS "
                                       WS-NH-FS")"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-LOSER TO NH-STUDENT-NUMBER
                               MOVE WS-NH-OLD-SEQ(WS-I) TO NH-SEQUENCE
                               DELETE NOTICE-HISTORY RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               COMPUTE WS-MOVED-COUNT =
                                       WS-MOVED-COUNT + 1
                       END-WRITE
                   END-PERFORM
                   CLOSE NOTICE-HISTORY
               END-IF
               DISPLAY "NOTICES MOVED         : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

      *> A waitlist row keeps its place in the queue; only the
      *> student on it changes, taking the survivor's name when the
      *> survivor is on the master.
       490-MOVE-WAITLIST.
           IF WS-WL-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O WAITLIST
               IF WS-WL-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN WAITLIST.TXT (STATUS "
                           WS-WL-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-WL-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-WL-COUNT
                       MOVE WS-WL-KEY-ROW(WS-I) TO WL-KEY
                       READ WAITLIST
                           INVALID KEY
                               DISPLAY "*** WAITLIST "WL-CLASS-CODE
                                       " PLACE GONE - NOT MOVED"
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-SURVIVOR TO WL-STUDENT-NUMBER
                               IF WS-SURV-ON-MASTER = 'Y'
                                   MOVE WS-SURV-NAME TO WL-NAME
                               END-IF
                               REWRITE WAITLIST-FILE
                                   INVALID KEY
                                       COMPUTE WS-FAILED-COUNT =
                                               WS-FAILED-COUNT + 1
                                   NOT INVALID KEY
                                       COMPUTE WS-MOVED-COUNT =
                                               WS-MOVED-COUNT + 1
                               END-REWRITE
                       END-READ
                   END-PERFORM
                   CLOSE WAITLIST
               END-IF
               DISPLAY "WAITLIST PLACES MOVED : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

       495-MOVE-GRADE-CHANGES.
           IF WS-GC-COUNT > 0
               MOVE 0 TO WS-MOVED-COUNT
               OPEN I-O GRADE-CHANGE
               IF WS-GC-FS NOT = '00'
                   DISPLAY "*** CANNOT OPEN GRADE-CHANGE.TXT (STATUS "
                           WS-GC-FS") - NOTHING MOVED"
                   COMPUTE WS-FAILED-COUNT =
                           WS-FAILED-COUNT + WS-GC-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-GC-COUNT
                       MOVE WS-GC-ROW(WS-I) TO GC-REQUEST-NUMBER
                       READ GRADE-CHANGE
                           INVALID KEY
                               COMPUTE WS-FAILED-COUNT =
                                       WS-FAILED-COUNT + 1
                           NOT INVALID KEY
                               MOVE WS-SURVIVOR TO GC-STUDENT-NUMBER
                               REWRITE GRADE-CHANGE-FILE
                                   INVALID KEY
                                       COMPUTE WS-FAILED-COUNT =
                                               WS-FAILED-COUNT + 1
                                   NOT INVALID KEY
                                       COMPUTE WS-MOVED-COUNT =
                                               WS-MOVED-COUNT + 1
                               END-REWRITE
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-CHANGE
               END-IF
               DISPLAY "GRADE CHANGES MOVED   : "WS-MOVED-COUNT
               COMPUTE WS-TOTAL-MOVED = WS-TOTAL-MOVED + WS-MOVED-COUNT
           END-IF.

      *> The losing number goes last, once everything filed under it
      *> has a new home.
       500-RETIRE-LOSER.
           IF WS-LOSER-ON-MASTER = 'Y'
               OPEN I-O STUDENT
               IF WS-FS NOT = '00'
                   DISPLAY "*** "WS-LOSER" COULD NOT BE TAKEN OFF "
                           "THE MASTER (STATUS "WS-FS")"
                   COMPUTE WS-FAILED-COUNT = WS-FAILED-COUNT + 1
               ELSE
                   MOVE WS-LOSER TO STUDENT-NUMBER
                   DELETE STUDENT RECORD
                       INVALID KEY
                           DISPLAY "*** "WS-LOSER" COULD NOT BE TAKEN "
                                   "OFF THE MASTER (STATUS "WS-FS")"
                           COMPUTE WS-FAILED-COUNT =
                                   WS-FAILED-COUNT + 1
                   END-DELETE
                   CLOSE STUDENT
               END-IF
           END-IF.
           IF WS-LOSER-ON-ARCHIVE = 'Y'
               OPEN I-O STUDENT-ARCHIVE
               IF WS-ARC-FS NOT = '00'
                   DISPLAY "*** "WS-LOSER" COULD NOT BE TAKEN OFF "
                           "THE ARCHIVE (STATUS "WS-ARC-FS")"
                   COMPUTE WS-FAILED-COUNT = WS-FAILED-COUNT + 1
               ELSE
                   MOVE WS-LOSER TO ARC-STUDENT-NUMBER
                   DELETE STUDENT-ARCHIVE RECORD
                       INVALID KEY
                           DISPLAY "*** "WS-LOSER" COULD NOT BE TAKEN "
                                   "OFF THE ARCHIVE (STATUS "
                                   WS-ARC-FS")"
                           COMPUTE WS-FAILED-COUNT =
                                   WS-FAILED-COUNT + 1
                   END-DELETE
                   CLOSE STUDENT-ARCHIVE
               END-IF
           END-IF.

      *> One entry carries both numbers: the losing number as the
      *> entry's student, the surviving number in new-name columns
      *> 1-6, the loser's master values as old, the survivor's as new.
       600-AUDIT-MERGE.
           MOVE SPACES TO WS-AUDIT-NEW-NAME.
           MOVE WS-SURVIVOR TO WS-AUDIT-NEW-NAME(1:6).
           CALL 'SUB_AUDIT_LOG' USING WS-LOSER,
               WS-AUDIT-OPERATION, WS-LOSER-NAME, WS-LOSER-SCORE,
               WS-AUDIT-NEW-NAME, WS-SURV-SCORE,
               WS-LOSER-CLASS, WS-SURV-CLASS.
       END PROGRAM SUB_STUDENT_MERGE.
