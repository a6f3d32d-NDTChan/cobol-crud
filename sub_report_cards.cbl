                   RECORD KEY IS SH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-SH-FS.
               SELECT STANDING ASSIGN TO
               'STANDING.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-ST-FS.
               SELECT ATTENDANCE ASSIGN TO
               'ATTENDANCE.TXT'
                   ORGANIZATION IS INDEXED
           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           FD STANDING.
           COPY "STANDING.cpy".

           FD ATTENDANCE.
           COPY "ATTEND.cpy".

           77 WS-EN-FS            PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-SH-FS            PIC 9(02).
           77 WS-ST-FS            PIC 9(02).
           77 WS-AT-FS            PIC 9(02).
           77 WS-CRD-FS           PIC 9(02).

           01 WS-HAVE-ENROLLMENTS PIC X(01).
           01 WS-HAVE-HISTORY     PIC X(01).
           01 WS-HAVE-STANDING    PIC X(01).
           01 WS-HAVE-ATTENDANCE  PIC X(01).
           01 WS-ATT-EOF          PIC A(1).
           01 WS-ATT-PRESENT      PIC 9(04).
               05 CRD-SCORE           PIC 9(03).
               05 FILLER PIC X(08)    VALUE "  GRADE ".
               05 CRD-GRADE           PIC X(01).
               05 FILLER PIC X(05)    VALUE "  CR ".
               05 CRD-CREDITS         PIC 9.9.

           01 CARD-ATTEND-LINE.
               05 FILLER PIC X(12)    VALUE "    PRESENT ".
               05 CRD-HIST-SCORE      PIC 9(03).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 CRD-TREND           PIC X(04).
      *> Left as spaces for a term the standing run has not rated.
               05 CRD-STANDING-PART.
                   10 CRD-GPA-LABEL   PIC X(06).
                   10 CRD-TERM-GPA    PIC 9.99.
                   10 CRD-CUM-LABEL   PIC X(06).
                   10 CRD-CUM-GPA     PIC 9.99.
                   10 CRD-GAP         PIC X(02).
                   10 CRD-STANDING    PIC X(13).

           COPY "RUNSTAT.cpy".

               IF WS-SH-FS NOT = '00'
                   MOVE 'N' TO WS-HAVE-HISTORY
               END-IF.
               MOVE 'Y' TO WS-HAVE-STANDING.
               OPEN INPUT STANDING.
               IF WS-ST-FS NOT = '00'
                   MOVE 'N' TO WS-HAVE-STANDING
               END-IF.
               MOVE 'Y' TO WS-HAVE-ATTENDANCE.
               OPEN INPUT ATTENDANCE.
               IF WS-AT-FS NOT = '00'
               IF WS-HAVE-HISTORY = 'Y'
                   CLOSE SCORE-HISTORY
               END-IF.
               IF WS-HAVE-STANDING = 'Y'
                   CLOSE STANDING
               END-IF.
               IF WS-HAVE-ATTENDANCE = 'Y'
                   CLOSE ATTENDANCE
               END-IF.
                       MOVE '(CLASS NOT ON FILE)'
                           TO CRD-TEACHER-NAME
                       MOVE SPACES TO CRD-TERM
                       MOVE 1 TO CRD-CREDITS
                   NOT INVALID KEY
                       MOVE CM-TEACHER-NAME TO CRD-TEACHER-NAME
                       MOVE CM-TERM TO CRD-TERM
                       IF CM-CREDITS IS NUMERIC
                           MOVE CM-CREDITS TO CRD-CREDITS
                       ELSE
                           MOVE 1 TO CRD-CREDITS
                       END-IF
               END-READ
           ELSE
               MOVE '(CLASS NOT ON FILE)' TO CRD-TEACHER-NAME
               MOVE SPACES TO CRD-TERM
               MOVE 1 TO CRD-CREDITS
           END-IF.
           MOVE WS-GRADE-SCORE TO CRD-SCORE.
           PERFORM 410-DETERMINE-GRADE.
               WHEN OTHER
                   MOVE 'SAME' TO CRD-TREND
           END-EVALUATE.
           PERFORM 520-FIND-STANDING.
           WRITE CARD-LINE FROM CARD-HISTORY-LINE.
           MOVE SH-SCORE TO WS-PREV-SCORE.
           MOVE 'Y' TO WS-HAVE-PREV.
           COMPUTE WS-TERM-COUNT = WS-TERM-COUNT + 1.

      *> The term's GPA and standing from the standing run, when it
      *> has rated the term; otherwise the history line prints bare.
       520-FIND-STANDING.
           MOVE SPACES TO CRD-STANDING-PART.
           IF WS-HAVE-STANDING = 'Y'
               MOVE SH-STUDENT-NUMBER TO ST-STUDENT-NUMBER
               MOVE SH-TERM TO ST-TERM
               READ STANDING
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "  GPA " TO CRD-GPA-LABEL
                       MOVE "  CUM " TO CRD-CUM-LABEL
                       MOVE ST-TERM-GPA TO CRD-TERM-GPA
                       MOVE ST-CUM-GPA TO CRD-CUM-GPA
                       EVALUATE ST-STANDING
                           WHEN 'H' MOVE 'HONOR ROLL' TO CRD-STANDING
                           WHEN 'G' MOVE 'GOOD STANDING'
                                        TO CRD-STANDING
                           WHEN 'W' MOVE 'WARNING' TO CRD-STANDING
                           WHEN 'P' MOVE 'PROBATION' TO CRD-STANDING
                       END-EVALUATE
               END-READ
           END-IF.
       END PROGRAM SUB_REPORT_CARDS.
