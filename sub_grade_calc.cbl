       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_CALC.

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
               SELECT CALC-REPORT ASSIGN TO
               'GRADE-CALC-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD CALC-REPORT.
           01 REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-MASTER-OPEN      PIC X(01).
           01 WS-CALC-CLASS       PIC X(06).
           01 WS-CALC-NUMBER      PIC 9(06).
           01 WS-CALC-SCORE       PIC 9(03).
           01 WS-CALC-SCORED      PIC X(01).

      *> Class scores that moved, gathered on the first pass and
      *> posted once the enrollment file is closed - SUB_ENROLL opens
      *> it itself, one owner at a time.
           01 WS-POST-COUNT       PIC 9(04) VALUE 0.
           01 WS-POST-TABLE.
               05 WS-POST-ROW OCCURS 2000 TIMES.
                   10 WS-PT-NUMBER    PIC 9(06).
                   10 WS-PT-CLASS     PIC X(06).
                   10 WS-PT-OLD       PIC 9(03).
                   10 WS-PT-NEW       PIC 9(03).
           01 WS-P                PIC 9(04).

           01 WS-POST-NUMBER      PIC 9(06).
           01 WS-POST-CLASS       PIC X(06).
           01 WS-POST-OLD         PIC 9(03).
           01 WS-POST-NEW         PIC 9(03).
           01 WS-POST-NAME        PIC X(35).
           01 WS-POST-OLD-NAME    PIC X(35).
           01 WS-POST-OLD-CLASS   PIC X(06).
           01 WS-POST-OPERATION   PIC X(01).
           01 WS-ENROLL-STATUS    PIC X(01) VALUE 'A'.

           01 WS-CLASS-FOUND      PIC X(01).
           01 WS-CLASS-TERM       PIC X(06).
           01 WS-SEAT-OPEN        PIC X(01).
           01 WS-SEATS-TAKEN      PIC 9(03).
           01 WS-SEAT-CAPACITY    PIC 9(03).

           01 WS-POSTED-COUNT     PIC 9(10) VALUE 0.
           01 WS-UNCHANGED-COUNT  PIC 9(10) VALUE 0.
           01 WS-UNSCORED-COUNT   PIC 9(10) VALUE 0.

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
           01 WS-LOCK-ME          PIC X(05) VALUE 'MENU '.
           01 WS-LOCK-RESULT      PIC X(01).
           01 WS-LOCK-HOLDER      PIC X(05).

           01 REPORT-HEADER.
               05 FILLER PIC X(26)
                  VALUE "GRADEBOOK RECALCULATION ON".
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-DATE            PIC 9(08).

           01 REPORT-DETAIL.
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-NAME            PIC X(35).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-CLASS           PIC X(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-OLD             PIC 9(03).
               05 FILLER PIC X(04)    VALUE " -> ".
               05 RPT-NEW             PIC 9(03).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(24).
               05 RPT-COUNT           PIC 9(10).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> The gradebook recalculation: every active enrollment's class
      *> score is worked out again from the assignment scores through
      *> SUB_GRADE_WEIGHT, and each one that moved is posted the way
      *> any other score change is - SUB_ENROLL for the class, and
      *> where the class is the student's headline class on the
      *> master, the master score, SUB_SCORE_HIST and an 'U' audit
      *> line exactly as SUB_UPDATE leaves them.  A class score that
      *> is not the headline one gets an 'S' audit line instead: it
      *> changes no master record, so SUB_RECOVER has nothing to
      *> replay for it, but the district still hears about it on the
      *> delta feed.  Enrollments with nothing in the gradebook keep
      *> the score already keyed for them.  Runs as the GRADECALC
      *> step of the batch window or from the menu; the changes are
      *> listed in GRADE-CALC-REPORT.TXT.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-POST-COUNT.
               MOVE 0 TO WS-POSTED-COUNT.
               MOVE 0 TO WS-UNCHANGED-COUNT.
               MOVE 0 TO WS-UNSCORED-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'POSTED' TO RUN-LABEL-A.
               MOVE 'UNCHANGED' TO RUN-LABEL-B.

      *> A menu call has to respect the night run's claim on the
      *> student master; inside the batch window the claim is ours.
               IF RUN-IN-BATCH NOT = 'Y'
                   CALL 'SUB_MASTER_LOCK' USING WS-LOCK-QUERY,
                       WS-LOCK-ME, WS-LOCK-RESULT, WS-LOCK-HOLDER
                   IF WS-LOCK-RESULT = 'Y'
                      AND WS-LOCK-HOLDER = 'BATCH'
                       DISPLAY "NIGHT RUN OWNS THE STUDENT MASTER - "
                               "TRY AGAIN AFTER THE BATCH WINDOW"
                       MOVE 8 TO RUN-STEP-RC
                       GOBACK
                   END-IF
               END-IF.

               OPEN INPUT ENROLLMENT.
               IF WS-EN-FS NOT = '00'
                   DISPLAY "CANNOT OPEN ENROLLMENT FILE (STATUS "
                           WS-EN-FS") - NOTHING RECALCULATED"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.

               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLLMENT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EN-STATUS NOT = 'W'
                               PERFORM 200-WEIGH-ONE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENROLLMENT.

               OPEN OUTPUT CALC-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN GRADE-CALC-REPORT.TXT (STATUS "
                           WS-RPT-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               ACCEPT RPT-DATE FROM DATE YYYYMMDD.
               WRITE REPORT-LINE FROM REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

               MOVE 'N' TO WS-MASTER-OPEN.
               OPEN I-O STUDENT.
               IF WS-FS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               END-IF.
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-POST-COUNT
                   PERFORM 300-POST-ONE-CHANGE
               END-PERFORM.
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE STUDENT
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-COUNT-LINE.
               MOVE "CLASS SCORES POSTED   : " TO RPT-COUNT-LABEL.
               MOVE WS-POSTED-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "CLASS SCORES UNCHANGED: " TO RPT-COUNT-LABEL.
               MOVE WS-UNCHANGED-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "NOTHING IN GRADEBOOK  : " TO RPT-COUNT-LABEL.
               MOVE WS-UNSCORED-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               CLOSE CALC-REPORT.

               DISPLAY "GRADEBOOK RECALCULATION - DETAIL IN "
                       "GRADE-CALC-REPORT.TXT".
               DISPLAY "CLASS SCORES POSTED   : "WS-POSTED-COUNT.
               DISPLAY "CLASS SCORES UNCHANGED: "WS-UNCHANGED-COUNT.
               DISPLAY "NOTHING IN GRADEBOOK  : "WS-UNSCORED-COUNT.

               MOVE WS-POSTED-COUNT TO RUN-COUNT-A.
               MOVE WS-UNCHANGED-COUNT TO RUN-COUNT-B.
               GOBACK.

       200-WEIGH-ONE-ENROLLMENT.
           MOVE EN-CLASS-CODE TO WS-CALC-CLASS.
           MOVE EN-STUDENT-NUMBER TO WS-CALC-NUMBER.
           CALL 'SUB_GRADE_WEIGHT' USING WS-CALC-CLASS,
               WS-CALC-NUMBER, WS-CALC-SCORE, WS-CALC-SCORED.
           IF WS-CALC-SCORED NOT = 'Y'
               COMPUTE WS-UNSCORED-COUNT = WS-UNSCORED-COUNT + 1
           ELSE
               IF WS-CALC-SCORE = EN-SCORE
                   COMPUTE WS-UNCHANGED-COUNT = WS-UNCHANGED-COUNT + 1
               ELSE
                   IF WS-POST-COUNT < 2000
                       COMPUTE WS-POST-COUNT = WS-POST-COUNT + 1
                       MOVE EN-STUDENT-NUMBER
                           TO WS-PT-NUMBER(WS-POST-COUNT)
                       MOVE EN-CLASS-CODE TO WS-PT-CLASS(WS-POST-COUNT)
                       MOVE EN-SCORE TO WS-PT-OLD(WS-POST-COUNT)
                       MOVE WS-CALC-SCORE TO WS-PT-NEW(WS-POST-COUNT)
                   ELSE
                       DISPLAY "*** POSTING TABLE FULL - STUDENT "
                               EN-STUDENT-NUMBER" CLASS "
                               EN-CLASS-CODE" LEFT FOR THE NEXT RUN ***"
                   END-IF
               END-IF
           END-IF.

      *> The headline class moves the master score with it, the way
      *> SUB_UPDATE and SUB_BATCH post a score; any other class only
      *> moves its enrollment.
       300-POST-ONE-CHANGE.
           MOVE WS-PT-NUMBER(WS-P) TO WS-POST-NUMBER.
           MOVE WS-PT-CLASS(WS-P) TO WS-POST-CLASS.
           MOVE WS-PT-OLD(WS-P) TO WS-POST-OLD.
           MOVE WS-PT-NEW(WS-P) TO WS-POST-NEW.
           MOVE SPACES TO WS-POST-NAME.
           MOVE 'S' TO WS-POST-OPERATION.

           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-POST-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-POST-NAME
                       IF CLASS-CODE = WS-POST-CLASS
                          AND STUDENT-STATUS NOT = 'W'
                           PERFORM 310-POST-HEADLINE-SCORE
                       END-IF
               END-READ
           END-IF.

           MOVE WS-POST-NAME TO WS-POST-OLD-NAME.
           MOVE WS-POST-CLASS TO WS-POST-OLD-CLASS.
           CALL 'SUB_AUDIT_LOG' USING WS-POST-NUMBER,
               WS-POST-OPERATION, WS-POST-OLD-NAME, WS-POST-OLD,
               WS-POST-NAME, WS-POST-NEW, WS-POST-OLD-CLASS,
               WS-POST-CLASS.
           CALL 'SUB_ENROLL' USING WS-POST-NUMBER, WS-POST-CLASS,
               WS-POST-NEW, WS-ENROLL-STATUS.
           COMPUTE WS-POSTED-COUNT = WS-POSTED-COUNT + 1.

           MOVE WS-POST-NUMBER TO RPT-NUMBER.
           MOVE WS-POST-NAME TO RPT-NAME.
           MOVE WS-POST-CLASS TO RPT-CLASS.
           MOVE WS-POST-OLD TO RPT-OLD.
           MOVE WS-POST-NEW TO RPT-NEW.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

      *> The audit line carries the master's old score, not the
      *> enrollment's, so a replay lands on the value the master
      *> really held.
       310-POST-HEADLINE-SCORE.
           MOVE STUDENT-SCORE TO WS-POST-OLD.
           MOVE WS-POST-NEW TO STUDENT-SCORE.
           REWRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY "MASTER SCORE REWRITE FAILED FOR "
                           WS-POST-NUMBER" - CLASS SCORE ONLY"
               NOT INVALID KEY
                   MOVE 'U' TO WS-POST-OPERATION
                   CALL 'SUB_CLASS_CHECK' USING WS-POST-CLASS,
                       WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
                       WS-SEATS-TAKEN, WS-SEAT-CAPACITY
                   CALL 'SUB_SCORE_HIST' USING WS-POST-NUMBER,
                       WS-CLASS-TERM, WS-POST-NEW
           END-REWRITE.
       END PROGRAM SUB_GRADE_CALC.
