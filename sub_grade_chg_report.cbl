       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_CHG_REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTL-FILE ASSIGN TO
               'GRADE-CHANGE-DEADLINE.CTL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.
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
               SELECT PENDING-REPORT ASSIGN TO
               'GRADE-CHANGE-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
      *> One line per term: the term in columns 1-6, the registrar's
      *> last day for grade changes on it in columns 8-15 (YYYYMMDD).
           FD CTL-FILE.
           01 CTL-RECORD.
               05 CTL-TERM            PIC X(06).
               05 FILLER              PIC X(01).
               05 CTL-DEADLINE        PIC X(08).
               05 FILLER              PIC X(05).

           FD GRADE-CHANGE.
           COPY "GRDCHG.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD PENDING-REPORT.
           01 REPORT-LINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-CTL-FS           PIC 9(02).
           77 WS-FS               PIC 9(02).
           77 WS-STU-FS           PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-TODAY            PIC 9(08).
           01 WS-MASTER-OPEN      PIC X(01).

      *> The registrar's deadlines, one row per term.
           01 WS-DEADLINE-COUNT   PIC 9(04) VALUE 0.
           01 WS-DEADLINE-TABLE.
               05 WS-DEADLINE-ROW OCCURS 50 TIMES.
                   10 WS-DL-TERM      PIC X(06).
                   10 WS-DL-DATE      PIC 9(08).
           01 WS-I                PIC 9(04).
           01 WS-DEADLINE         PIC 9(08).

           01 WS-PENDING-COUNT    PIC 9(10) VALUE 0.
           01 WS-OVERDUE-COUNT    PIC 9(10) VALUE 0.
           01 WS-NO-DEADLINE-COUNT PIC 9(10) VALUE 0.

           01 REPORT-HEADER.
               05 FILLER PIC X(36)
                   VALUE "OUTSTANDING GRADE CHANGE REQUESTS - ".
               05 RPT-DATE            PIC 9(08).

           01 REPORT-COLUMNS.
               05 FILLER PIC X(07)    VALUE "REQ".
               05 FILLER PIC X(07)    VALUE "STUDNT".
               05 FILLER PIC X(27)    VALUE "NAME".
               05 FILLER PIC X(07)    VALUE "TERM".
               05 FILLER PIC X(07)    VALUE "CLASS".
               05 FILLER PIC X(04)    VALUE "OLD".
               05 FILLER PIC X(04)    VALUE "NEW".
               05 FILLER PIC X(09)    VALUE "FILED".
               05 FILLER PIC X(06)    VALUE "BY".
               05 FILLER PIC X(08)    VALUE "DEADLINE".

           01 REPORT-DETAIL.
               05 RPT-REQUEST         PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-NAME            PIC X(26).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-TERM            PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CLASS           PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-OLD             PIC 9(03).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-NEW             PIC 9(03).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FILED           PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FILED-BY        PIC X(05).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-DEADLINE        PIC X(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FLAG            PIC X(13).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(24).
               05 RPT-COUNT           PIC 9(10).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Grade change requests still waiting on a supervisor, so none
      *> sits pending past the registrar's deadline for its term.
      *> Every pending request is listed with the deadline staged for
      *> its term in GRADE-CHANGE-DEADLINE.CTL; one already past it is
      *> flagged.  A term with no deadline staged is still listed, and
      *> flagged so the office sees the deadline is missing.  Runs as
      *> the GRADECHG step of the batch window or from the menu.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-DEADLINE-COUNT.
               MOVE 0 TO WS-PENDING-COUNT.
               MOVE 0 TO WS-OVERDUE-COUNT.
               MOVE 0 TO WS-NO-DEADLINE-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'PENDING' TO RUN-LABEL-A.
               MOVE 'OVERDUE' TO RUN-LABEL-B.

               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM 100-LOAD-DEADLINES.

               OPEN OUTPUT PENDING-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN GRADE-CHANGE-REPORT.TXT "
                           "(STATUS "WS-RPT-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               MOVE WS-TODAY TO RPT-DATE.
               WRITE REPORT-LINE FROM REPORT-HEADER.
               WRITE REPORT-LINE FROM REPORT-COLUMNS.

               OPEN INPUT GRADE-CHANGE.
               IF WS-FS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   MOVE "NO GRADE CHANGE REQUESTS ON FILE" TO
                        REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-EOF
               END-IF.
               MOVE 'N' TO WS-MASTER-OPEN.
               OPEN INPUT STUDENT.
               IF WS-STU-FS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               END-IF.

               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRADE-CHANGE NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GC-STATUS = 'P'
                               PERFORM 200-REPORT-REQUEST
                           END-IF
                   END-READ
               END-PERFORM.

               IF WS-FS = '00' OR WS-FS = '10'
                   CLOSE GRADE-CHANGE
               END-IF.
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE STUDENT
               END-IF.

               MOVE SPACES TO REPORT-COUNT-LINE.
               MOVE "REQUESTS PENDING      : " TO RPT-COUNT-LABEL.
               MOVE WS-PENDING-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "PAST DEADLINE         : " TO RPT-COUNT-LABEL.
               MOVE WS-OVERDUE-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "NO DEADLINE STAGED    : " TO RPT-COUNT-LABEL.
               MOVE WS-NO-DEADLINE-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               CLOSE PENDING-REPORT.

               DISPLAY "OUTSTANDING GRADE CHANGES IN "
                       "GRADE-CHANGE-REPORT.TXT".
               DISPLAY "REQUESTS PENDING: "WS-PENDING-COUNT.
               DISPLAY "PAST DEADLINE   : "WS-OVERDUE-COUNT.

               MOVE WS-PENDING-COUNT TO RUN-COUNT-A.
               MOVE WS-OVERDUE-COUNT TO RUN-COUNT-B.
               GOBACK.

      *> No control file just means no deadlines are staged - every
      *> request is still listed.  A line whose date is not numeric
      *> is reported and left out.
       100-LOAD-DEADLINES.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FS NOT = '00'
               DISPLAY "NO GRADE-CHANGE-DEADLINE.CTL ON FILE - NO "
                       "DEADLINES CHECKED"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CTL-DEADLINE IS NUMERIC
                              AND CTL-TERM NOT = SPACES
                              AND WS-DEADLINE-COUNT < 50
                               COMPUTE WS-DEADLINE-COUNT =
                                       WS-DEADLINE-COUNT + 1
                               MOVE CTL-TERM TO
                                    WS-DL-TERM(WS-DEADLINE-COUNT)
                               MOVE CTL-DEADLINE TO
                                    WS-DL-DATE(WS-DEADLINE-COUNT)
                           ELSE
                               DISPLAY "DEADLINE LINE IGNORED: "
                                       CTL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.
           MOVE SPACE TO WS-EOF.

       200-REPORT-REQUEST.
           COMPUTE WS-PENDING-COUNT = WS-PENDING-COUNT + 1.
           MOVE SPACES TO REPORT-DETAIL.
           MOVE GC-REQUEST-NUMBER TO RPT-REQUEST.
           MOVE GC-STUDENT-NUMBER TO RPT-NUMBER.
           IF WS-MASTER-OPEN = 'Y'
               MOVE GC-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY MOVE "(NOT ON FILE)" TO RPT-NAME
                   NOT INVALID KEY MOVE STUDENT-NAME TO RPT-NAME
               END-READ
           END-IF.
           MOVE GC-TERM TO RPT-TERM.
           MOVE GC-CLASS-CODE TO RPT-CLASS.
           MOVE GC-OLD-SCORE TO RPT-OLD.
           MOVE GC-NEW-SCORE TO RPT-NEW.
           MOVE GC-FILED-DATE TO RPT-FILED.
           MOVE GC-FILED-BY TO RPT-FILED-BY.

           MOVE 0 TO WS-DEADLINE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEADLINE-COUNT OR WS-DEADLINE NOT = 0
               IF WS-DL-TERM(WS-I) = GC-TERM
                   MOVE WS-DL-DATE(WS-I) TO WS-DEADLINE
               END-IF
           END-PERFORM.
           IF WS-DEADLINE = 0
               MOVE "NONE" TO RPT-DEADLINE
               MOVE "NO DEADLINE" TO RPT-FLAG
               COMPUTE WS-NO-DEADLINE-COUNT = WS-NO-DEADLINE-COUNT + 1
           ELSE
               MOVE WS-DEADLINE TO RPT-DEADLINE
               IF WS-TODAY > WS-DEADLINE
                   MOVE "PAST DEADLINE" TO RPT-FLAG
                   COMPUTE WS-OVERDUE-COUNT = WS-OVERDUE-COUNT + 1
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       END PROGRAM SUB_GRADE_CHG_REPORT.
