       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_STANDING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTL-FILE ASSIGN TO
               'TERM-CLOSE.CTL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.
               SELECT RULES-FILE ASSIGN TO
               'STANDING-RULES.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SR-FS.
               SELECT SCORE-HISTORY ASSIGN TO
               'SCORE-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS SH-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-SH-FS.
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
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT STANDING-REPORT ASSIGN TO
               'STANDING-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CTL-FILE.
           01 CTL-RECORD              PIC X(20).

           FD RULES-FILE.
           COPY "STANDRUL.cpy".

           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           FD CLASS-HISTORY.
           COPY "CLSHIST.cpy".

           FD STANDING.
           COPY "STANDING.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD STANDING-REPORT.
           01 REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-CH-EOF PIC A(1).
           77 WS-CTL-FS           PIC 9(02).
           77 WS-SR-FS            PIC 9(02).
           77 WS-SH-FS            PIC 9(02).
           77 WS-CH-FS            PIC 9(02).
           77 WS-ST-FS            PIC 9(02).
           77 WS-FS               PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-TERM             PIC X(06).
           01 WS-RUN-DATE         PIC 9(08).
           01 WS-CLASS-HIST-OPEN  PIC X(01).
           01 WS-MASTER-OPEN      PIC X(01).

      *> The office's thresholds, or the starting values the
      *> thresholds screen shows until some are saved.
           01 WS-HONOR-GPA        PIC 9(01)V9(02).
           01 WS-HONOR-CREDITS    PIC 9(02)V9(01).
           01 WS-GOOD-GPA         PIC 9(01)V9(02).
           01 WS-WARNING-GPA      PIC 9(01)V9(02).

      *> The student being rolled up from the history walk.
           01 WS-CUR-NUMBER       PIC 9(06).
           01 WS-HAVE-STUDENT     PIC X(01).
           01 WS-TERM-SEEN        PIC X(01).
           01 WS-TERM-POINTS      PIC 9(05)V9(01).
           01 WS-TERM-CREDITS     PIC 9(03)V9(01).
           01 WS-CUM-POINTS       PIC 9(06)V9(01).
           01 WS-CUM-CREDITS      PIC 9(04)V9(01).
      *> One history term's share, before it is added in.
           01 WS-ONE-POINTS       PIC 9(05)V9(01).
           01 WS-ONE-CREDITS      PIC 9(03)V9(01).
           01 WS-ONE-CLASSES      PIC 9(04).

           01 WS-GRADE-SCORE      PIC 9(03).
           01 WS-GRADE-POINTS     PIC 9(01).
           01 WS-GRADE-OK         PIC X(01).
           01 WS-USE-CREDITS      PIC 9(01)V9(01).

           01 WS-STANDING-COUNT   PIC 9(10) VALUE 0.
           01 WS-HONOR-COUNT      PIC 9(10) VALUE 0.
           01 WS-GOOD-COUNT       PIC 9(10) VALUE 0.
           01 WS-WARNING-COUNT    PIC 9(10) VALUE 0.
           01 WS-PROBATION-COUNT  PIC 9(10) VALUE 0.
           01 WS-NO-CREDIT-COUNT  PIC 9(10) VALUE 0.
           01 WS-LIST-WANTED      PIC X(01).
           01 WS-LIST-COUNT       PIC 9(10) VALUE 0.

           01 REPORT-HEADER.
               05 FILLER PIC X(25)    VALUE
                   "ACADEMIC STANDING - TERM ".
               05 RPT-TERM            PIC X(06).
               05 FILLER PIC X(04)    VALUE " ON ".
               05 RPT-DATE            PIC 9(08).

           01 REPORT-RULES-LINE.
               05 FILLER PIC X(08)    VALUE "  HONOR ".
               05 RPT-HONOR-GPA       PIC 9.99.
               05 FILLER PIC X(06)    VALUE " OVER ".
               05 RPT-HONOR-CREDITS   PIC Z9.9.
               05 FILLER PIC X(08)    VALUE " CR GOOD".
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-GOOD-GPA        PIC 9.99.
               05 FILLER PIC X(09)    VALUE " WARNING ".
               05 RPT-WARNING-GPA     PIC 9.99.

           01 REPORT-LIST-HEADER.
               05 RPT-LIST-TITLE      PIC X(30).

           01 REPORT-DETAIL.
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-NAME            PIC X(35).
               05 FILLER PIC X(06)    VALUE "  GPA ".
               05 RPT-TERM-GPA        PIC 9.99.
               05 FILLER PIC X(06)    VALUE "  CUM ".
               05 RPT-CUM-GPA         PIC 9.99.
               05 FILLER PIC X(05)    VALUE "  CR ".
               05 RPT-CREDITS         PIC ZZ9.9.

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(24).
               05 RPT-COUNT           PIC 9(10).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Academic standing for one closed term.  Every class grade is
      *> turned into grade points on SUB_REPORT's cut-offs (A 4, B 3,
      *> C 2, D 1, F 0) and weighted by the class's credits; the term
      *> GPA covers the term's classes and the cumulative GPA every
      *> SCORE-HISTORY term up to and including it.  A history term
      *> closed before class grades were kept has only its headline
      *> score, and counts as one class of one credit.  The standing
      *> comes from the term GPA against the office's thresholds and
      *> is saved in STANDING.TXT; the honor roll and probation lists
      *> go to STANDING-REPORT.TXT.  Runs as the STANDING step after
      *> CLOSEOUT, on the term TERM-CLOSE.CTL names as closed, or
      *> from the menu on any term.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-STANDING-COUNT.
               MOVE 0 TO WS-HONOR-COUNT.
               MOVE 0 TO WS-GOOD-COUNT.
               MOVE 0 TO WS-WARNING-COUNT.
               MOVE 0 TO WS-PROBATION-COUNT.
               MOVE 0 TO WS-NO-CREDIT-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'STANDINGS' TO RUN-LABEL-A.
               MOVE 'PROBATION' TO RUN-LABEL-B.

               MOVE SPACES TO WS-TERM.
               IF RUN-IN-BATCH NOT = 'Y'
                   DISPLAY "ENTER TERM (BLANK FOR THE TERM LAST "
                           "CLOSED):"
                   ACCEPT WS-TERM
               END-IF.
               IF WS-TERM = SPACES
                   PERFORM 100-READ-CONTROL-FILE
                   IF RUN-STEP-RC NOT = 0
                       GOBACK
                   END-IF
               END-IF.
               PERFORM 110-LOAD-RULES.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

               OPEN INPUT SCORE-HISTORY.
               IF WS-SH-FS NOT = '00'
                   DISPLAY "NO SCORE HISTORY ON FILE (STATUS "
                           WS-SH-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               OPEN I-O STANDING.
               IF WS-ST-FS = '35'
                   OPEN OUTPUT STANDING
                   CLOSE STANDING
                   OPEN I-O STANDING
               END-IF.
               IF WS-ST-FS NOT = '00'
                   DISPLAY "CANNOT OPEN STANDING.TXT (STATUS "
                           WS-ST-FS")"
                   CLOSE SCORE-HISTORY
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               MOVE 'N' TO WS-CLASS-HIST-OPEN.
               OPEN INPUT CLASS-HISTORY.
               IF WS-CH-FS = '00'
                   MOVE 'Y' TO WS-CLASS-HIST-OPEN
               END-IF.

               MOVE 'N' TO WS-HAVE-STUDENT.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCORE-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 200-TAKE-HISTORY-TERM
                   END-READ
               END-PERFORM.
               IF WS-HAVE-STUDENT = 'Y'
                   PERFORM 300-FINISH-STUDENT
               END-IF.

               CLOSE SCORE-HISTORY.
               CLOSE STANDING.
               IF WS-CLASS-HIST-OPEN = 'Y'
                   CLOSE CLASS-HISTORY
               END-IF.

               PERFORM 500-WRITE-REPORT.

               DISPLAY "STANDING FOR TERM "WS-TERM" WRITTEN TO "
                       "STANDING.TXT".
               DISPLAY "LISTS IN STANDING-REPORT.TXT".
               DISPLAY "STUDENTS RATED      : "WS-STANDING-COUNT.
               DISPLAY "HONOR ROLL          : "WS-HONOR-COUNT.
               DISPLAY "PROBATION           : "WS-PROBATION-COUNT.

               MOVE WS-STANDING-COUNT TO RUN-COUNT-A.
               MOVE WS-PROBATION-COUNT TO RUN-COUNT-B.
               GOBACK.

      *> The term SUB_TERM_CLOSE last closed: line one of the same
      *> control file the CLOSEOUT step reads.
       100-READ-CONTROL-FILE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FS NOT = '00'
               DISPLAY "NO TERM-CLOSE.CTL ON FILE (STATUS "
                       WS-CTL-FS") - STANDING NOT RUN"
               MOVE 8 TO RUN-STEP-RC
           ELSE
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE CTL-RECORD(1:6) TO WS-TERM
               END-READ
               CLOSE CTL-FILE
               IF WS-TERM = SPACES
                   DISPLAY "TERM-CLOSE.CTL NAMES NO TERM - STANDING "
                           "NOT RUN"
                   MOVE 8 TO RUN-STEP-RC
               END-IF
           END-IF.

       110-LOAD-RULES.
           MOVE 3.50 TO WS-HONOR-GPA.
           MOVE 0 TO WS-HONOR-CREDITS.
           MOVE 2.00 TO WS-GOOD-GPA.
           MOVE 1.50 TO WS-WARNING-GPA.
           OPEN INPUT RULES-FILE.
           IF WS-SR-FS = '00'
               READ RULES-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SR-HONOR-GPA IS NUMERIC
                          AND SR-HONOR-CREDITS IS NUMERIC
                          AND SR-GOOD-GPA IS NUMERIC
                          AND SR-WARNING-GPA IS NUMERIC
                           MOVE SR-HONOR-GPA TO WS-HONOR-GPA
                           MOVE SR-HONOR-CREDITS TO WS-HONOR-CREDITS
                           MOVE SR-GOOD-GPA TO WS-GOOD-GPA
                           MOVE SR-WARNING-GPA TO WS-WARNING-GPA
                       END-IF
               END-READ
               CLOSE RULES-FILE
           ELSE
               DISPLAY "NO STANDING-RULES.TXT - STARTING THRESHOLDS "
                       "USED"
           END-IF.

      *> History comes back in student, term order; a change of
      *> student closes off the one before.  Terms after the one
      *> being rated are left out of the cumulative figure.
       200-TAKE-HISTORY-TERM.
           IF WS-HAVE-STUDENT = 'Y'
              AND SH-STUDENT-NUMBER NOT = WS-CUR-NUMBER
               PERFORM 300-FINISH-STUDENT
               MOVE 'N' TO WS-HAVE-STUDENT
           END-IF.
           IF WS-HAVE-STUDENT NOT = 'Y'
               MOVE SH-STUDENT-NUMBER TO WS-CUR-NUMBER
               MOVE 'Y' TO WS-HAVE-STUDENT
               MOVE 'N' TO WS-TERM-SEEN
               MOVE 0 TO WS-TERM-POINTS
               MOVE 0 TO WS-TERM-CREDITS
               MOVE 0 TO WS-CUM-POINTS
               MOVE 0 TO WS-CUM-CREDITS
           END-IF.
           IF SH-TERM NOT > WS-TERM
               PERFORM 210-TERM-FROM-CLASSES
               IF WS-ONE-CLASSES = 0
                   MOVE SH-SCORE TO WS-GRADE-SCORE
                   PERFORM 400-GRADE-POINTS
                   IF WS-GRADE-OK = 'Y'
                       MOVE WS-GRADE-POINTS TO WS-ONE-POINTS
                       MOVE 1 TO WS-ONE-CREDITS
                   END-IF
               END-IF
               COMPUTE WS-CUM-POINTS = WS-CUM-POINTS + WS-ONE-POINTS
               COMPUTE WS-CUM-CREDITS =
                       WS-CUM-CREDITS + WS-ONE-CREDITS
               IF SH-TERM = WS-TERM
                   MOVE 'Y' TO WS-TERM-SEEN
                   MOVE WS-ONE-POINTS TO WS-TERM-POINTS
                   MOVE WS-ONE-CREDITS TO WS-TERM-CREDITS
               END-IF
           END-IF.

      *> The term's class grades from the class history, each
      *> weighted by the credits it closed with.
       210-TERM-FROM-CLASSES.
           MOVE 0 TO WS-ONE-POINTS.
           MOVE 0 TO WS-ONE-CREDITS.
           MOVE 0 TO WS-ONE-CLASSES.
           MOVE SPACE TO WS-CH-EOF.
           IF WS-CLASS-HIST-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-CH-EOF
           ELSE
               MOVE SH-STUDENT-NUMBER TO CH-STUDENT-NUMBER
               MOVE SH-TERM TO CH-TERM
               MOVE LOW-VALUES TO CH-CLASS-CODE
               START CLASS-HISTORY KEY IS >= CH-KEY
                   INVALID KEY MOVE 'Y' TO WS-CH-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ CLASS-HISTORY NEXT
                   AT END MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF CH-STUDENT-NUMBER NOT = SH-STUDENT-NUMBER
                          OR CH-TERM NOT = SH-TERM
                           MOVE 'Y' TO WS-CH-EOF
                       ELSE
                           PERFORM 220-TAKE-ONE-CLASS
                       END-IF
               END-READ
           END-PERFORM.

       220-TAKE-ONE-CLASS.
           COMPUTE WS-ONE-CLASSES = WS-ONE-CLASSES + 1.
           MOVE CH-SCORE TO WS-GRADE-SCORE.
           PERFORM 400-GRADE-POINTS.
           IF WS-GRADE-OK = 'Y'
               IF CH-CREDITS IS NUMERIC
                   MOVE CH-CREDITS TO WS-USE-CREDITS
               ELSE
                   MOVE 1 TO WS-USE-CREDITS
               END-IF
               COMPUTE WS-ONE-POINTS = WS-ONE-POINTS
                       + WS-GRADE-POINTS * WS-USE-CREDITS
               COMPUTE WS-ONE-CREDITS =
                       WS-ONE-CREDITS + WS-USE-CREDITS
           END-IF.

      *> A student with history for the term gets a standing record;
      *> one whose classes that term carried no credits is counted
      *> and left unrated.
       300-FINISH-STUDENT.
           IF WS-TERM-SEEN = 'Y'
               IF WS-TERM-CREDITS = 0
                   COMPUTE WS-NO-CREDIT-COUNT = WS-NO-CREDIT-COUNT + 1
               ELSE
                   PERFORM 310-SAVE-STANDING
               END-IF
           END-IF.

       310-SAVE-STANDING.
           MOVE WS-CUR-NUMBER TO ST-STUDENT-NUMBER.
           MOVE WS-TERM TO ST-TERM.
           MOVE WS-TERM-CREDITS TO ST-TERM-CREDITS.
           COMPUTE ST-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-CREDITS.
           MOVE WS-CUM-CREDITS TO ST-CUM-CREDITS.
           COMPUTE ST-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-CREDITS.
           EVALUATE TRUE
               WHEN ST-TERM-GPA NOT < WS-HONOR-GPA
                AND WS-TERM-CREDITS NOT < WS-HONOR-CREDITS
                   MOVE 'H' TO ST-STANDING
                   COMPUTE WS-HONOR-COUNT = WS-HONOR-COUNT + 1
               WHEN ST-TERM-GPA NOT < WS-GOOD-GPA
                   MOVE 'G' TO ST-STANDING
                   COMPUTE WS-GOOD-COUNT = WS-GOOD-COUNT + 1
               WHEN ST-TERM-GPA NOT < WS-WARNING-GPA
                   MOVE 'W' TO ST-STANDING
                   COMPUTE WS-WARNING-COUNT = WS-WARNING-COUNT + 1
               WHEN OTHER
                   MOVE 'P' TO ST-STANDING
                   COMPUTE WS-PROBATION-COUNT =
                           WS-PROBATION-COUNT + 1
           END-EVALUATE.
           MOVE WS-RUN-DATE TO ST-DATE.
           WRITE STANDING-FILE
               INVALID KEY
                   REWRITE STANDING-FILE
                       INVALID KEY
                           DISPLAY "STANDING WRITE FAILED FOR "
                                   WS-CUR-NUMBER" TERM "WS-TERM
                   END-REWRITE
           END-WRITE.
           COMPUTE WS-STANDING-COUNT = WS-STANDING-COUNT + 1.

      *> The same cut-offs SUB_REPORT's 210-DETERMINE-GRADE applies,
      *> as grade points.  A score that is not a grade counts for
      *> nothing either way.
       400-GRADE-POINTS.
           MOVE 'Y' TO WS-GRADE-OK.
           EVALUATE TRUE
               WHEN WS-GRADE-SCORE NOT NUMERIC
                   MOVE 'N' TO WS-GRADE-OK
                   MOVE 0 TO WS-GRADE-POINTS
               WHEN WS-GRADE-SCORE > 100
                   MOVE 'N' TO WS-GRADE-OK
                   MOVE 0 TO WS-GRADE-POINTS
               WHEN WS-GRADE-SCORE >= 90
                   MOVE 4 TO WS-GRADE-POINTS
               WHEN WS-GRADE-SCORE >= 80
                   MOVE 3 TO WS-GRADE-POINTS
               WHEN WS-GRADE-SCORE >= 70
                   MOVE 2 TO WS-GRADE-POINTS
               WHEN WS-GRADE-SCORE >= 60
                   MOVE 1 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE.

      *> The standing file read back for the term, once for the
      *> honor roll and once for probation, names from the master.
       500-WRITE-REPORT.
           OPEN OUTPUT STANDING-REPORT.
           MOVE WS-TERM TO RPT-TERM.
           MOVE WS-RUN-DATE TO RPT-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER.
           MOVE WS-HONOR-GPA TO RPT-HONOR-GPA.
           MOVE WS-HONOR-CREDITS TO RPT-HONOR-CREDITS.
           MOVE WS-GOOD-GPA TO RPT-GOOD-GPA.
           MOVE WS-WARNING-GPA TO RPT-WARNING-GPA.
           WRITE REPORT-LINE FROM REPORT-RULES-LINE.

           MOVE 'N' TO WS-MASTER-OPEN.
           OPEN INPUT STUDENT.
           IF WS-FS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF.

           MOVE "HONOR ROLL" TO RPT-LIST-TITLE.
           MOVE 'H' TO WS-LIST-WANTED.
           PERFORM 510-WRITE-ONE-LIST.
           MOVE "PROBATION" TO RPT-LIST-TITLE.
           MOVE 'P' TO WS-LIST-WANTED.
           PERFORM 510-WRITE-ONE-LIST.

           IF WS-MASTER-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS RATED        : " TO RPT-COUNT-LABEL.
           MOVE WS-STANDING-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "HONOR ROLL            : " TO RPT-COUNT-LABEL.
           MOVE WS-HONOR-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "GOOD STANDING         : " TO RPT-COUNT-LABEL.
           MOVE WS-GOOD-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "WARNING               : " TO RPT-COUNT-LABEL.
           MOVE WS-WARNING-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "PROBATION             : " TO RPT-COUNT-LABEL.
           MOVE WS-PROBATION-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "NO CREDITS (UNRATED)  : " TO RPT-COUNT-LABEL.
           MOVE WS-NO-CREDIT-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           CLOSE STANDING-REPORT.

       510-WRITE-ONE-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-LIST-HEADER.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT STANDING.
           IF WS-ST-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDING NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ST-TERM = WS-TERM
                          AND ST-STANDING = WS-LIST-WANTED
                           PERFORM 520-WRITE-ONE-NAME
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ST-FS = '00' OR WS-ST-FS = '10'
               CLOSE STANDING
           END-IF.
           IF WS-LIST-COUNT = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       520-WRITE-ONE-NAME.
           MOVE ST-STUDENT-NUMBER TO RPT-NUMBER.
           MOVE SPACES TO RPT-NAME.
           IF WS-MASTER-OPEN = 'Y'
               MOVE ST-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO RPT-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO RPT-NAME
               END-READ
           END-IF.
           MOVE ST-TERM-GPA TO RPT-TERM-GPA.
           MOVE ST-CUM-GPA TO RPT-CUM-GPA.
           MOVE ST-TERM-CREDITS TO RPT-CREDITS.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
           COMPUTE WS-LIST-COUNT = WS-LIST-COUNT + 1.
       END PROGRAM SUB_STANDING.
