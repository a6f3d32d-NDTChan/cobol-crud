       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_AUDIT_ROLL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTL-FILE ASSIGN TO
               'AUDIT-ROLL.CTL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.
               SELECT AUDIT-FILE ASSIGN TO
               'AUDIT-LOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-FS.
      *> DYNAMIC is load-bearing: a bare ASSIGN TO a data name is
      *> taken as a fixed external assignment-name, not as the name
      *> held in the field, and every generation would land in the
      *> same file.
               SELECT GEN-FILE ASSIGN TO DYNAMIC
               WS-GEN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-FS.
               SELECT HOLD-FILE ASSIGN TO
               'AUDIT-ROLL-HOLD.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HLD-FS.
               SELECT POSITION-FILE ASSIGN TO
               'DELTA-POSITION.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POS-FS.
               SELECT CATALOG-FILE ASSIGN TO
               'AUDIT-CATALOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAT-FS.
               SELECT SCHOOL-CALENDAR ASSIGN TO
               'SCHOOL-CALENDAR.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CAL-DATE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CAL-FS.
               SELECT ROLL-REPORT ASSIGN TO
               'AUDIT-ROLL-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CTL-FILE.
           01 CTL-RECORD.
               05 CTL-MAX-ENTRIES     PIC X(08).
               05 FILLER              PIC X(01).
               05 CTL-RETAIN-YEARS    PIC X(02).
               05 FILLER              PIC X(09).

           FD AUDIT-FILE.
           COPY "AUDIT.cpy".

      *> A generation and the hold file carry audit lines exactly as
      *> the live log does; they are written FROM AUDIT-RECORD.
           FD GEN-FILE.
           01 GEN-RECORD              PIC X(126).

           FD HOLD-FILE.
           01 HOLD-RECORD             PIC X(126).

           FD POSITION-FILE.
           01 POSITION-RECORD.
               05 POS-DATE            PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 POS-TIME            PIC 9(08).

           FD CATALOG-FILE.
           COPY "AUDCAT.cpy".

           FD SCHOOL-CALENDAR.
           COPY "CALENDAR.cpy".

           FD ROLL-REPORT.
           01 REPORT-LINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-CTL-FS           PIC 9(02).
           77 WS-AUD-FS           PIC 9(02).
           77 WS-GEN-FS           PIC 9(02).
           77 WS-HLD-FS           PIC 9(02).
           77 WS-POS-FS           PIC 9(02).
           77 WS-CAT-FS           PIC 9(02).
           77 WS-CAL-FS           PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

      *> Dated generation name: one closed-off log per calendar day,
      *> the same generation pattern the backups use.
           01 WS-GEN-NAME.
               05 FILLER PIC X(10)    VALUE 'AUDIT-LOG-'.
               05 WS-GEN-DATE         PIC 9(08).
               05 FILLER PIC X(04)    VALUE '.TXT'.

           01 WS-TODAY            PIC 9(08).

      *> The office's settings from AUDIT-ROLL.CTL.  Zero means the
      *> rule is off: no size threshold, or no purging at all.
           01 WS-MAX-ENTRIES      PIC 9(08).
           01 WS-RETAIN-YEARS     PIC 9(02).
           01 WS-CUTOFF-DATE      PIC 9(08).

      *> The delta feed's saved position.  Entries stamped after it
      *> have not gone to the district yet and stay in the live log.
           01 WS-HAVE-POSITION    PIC X(01).
           01 WS-POS-STAMP.
               05 WS-POS-STAMP-DATE   PIC 9(08).
               05 WS-POS-STAMP-TIME   PIC 9(08).
           01 WS-AUD-STAMP.
               05 WS-AUD-STAMP-DATE   PIC 9(08).
               05 WS-AUD-STAMP-TIME   PIC 9(08).
           01 WS-ROLL-FIRST.
               05 WS-ROLL-FIRST-DATE  PIC 9(08).
               05 WS-ROLL-FIRST-TIME  PIC 9(08).
           01 WS-ROLL-LAST.
               05 WS-ROLL-LAST-DATE   PIC 9(08).
               05 WS-ROLL-LAST-TIME   PIC 9(08).
           01 WS-ROLL-THIS        PIC X(01).

           01 WS-LIVE-COUNT       PIC 9(10) VALUE 0.
           01 WS-ROLL-COUNT       PIC 9(10) VALUE 0.
           01 WS-KEEP-COUNT       PIC 9(10) VALUE 0.
           01 WS-PURGED-COUNT     PIC 9(10) VALUE 0.
           01 WS-NOT-PURGED-COUNT PIC 9(10) VALUE 0.

      *> Why tonight's roll is due: 'T' a term ended since the last
      *> generation, 'S' the live log is over the size threshold, 'O'
      *> asked for from the menu; space means not due.
           01 WS-DUE-REASON       PIC X(01).
           01 WS-TERM-ENDED       PIC X(06).
           01 WS-TERM-END-DATE    PIC 9(08).
           01 WS-FORCE            PIC X(01).

      *> The whole catalog, so a new generation can be added and a
      *> purged one marked before the file is written back.
           01 WS-CAT-COUNT        PIC 9(04) VALUE 0.
           01 WS-CAT-FULL         PIC X(01).
           01 WS-CAT-OVER         PIC X(01).
           01 WS-OLD-MARK-COUNT   PIC 9(04).
           01 WS-LAST-GEN-DATE    PIC 9(08).
           01 WS-CAT-TABLE.
               05 WS-CAT-ROW OCCURS 500 TIMES.
                   10 WS-CT-GEN-DATE     PIC 9(08).
                   10 WS-CT-FIRST-DATE   PIC 9(08).
                   10 WS-CT-FIRST-TIME   PIC 9(08).
                   10 WS-CT-LAST-DATE    PIC 9(08).
                   10 WS-CT-LAST-TIME    PIC 9(08).
                   10 WS-CT-COUNT        PIC 9(10).
                   10 WS-CT-REASON       PIC X(01).
                   10 WS-CT-STATUS       PIC X(01).
                   10 WS-CT-PURGE-DATE   PIC 9(08).
           01 WS-I                PIC 9(04).
           01 WS-J                PIC 9(04).
           01 WS-DELETE-RC        PIC S9(09).

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
           01 WS-LOCK-ME          PIC X(05) VALUE 'MENU '.
           01 WS-LOCK-RESULT      PIC X(01).
           01 WS-LOCK-HOLDER      PIC X(05).

           01 REPORT-HEADER.
               05 FILLER PIC X(31)
                   VALUE "AUDIT LOG ROLLOVER - RUN ".
               05 RPT-RUN-DATE        PIC 9(08).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(34).
               05 RPT-COUNT           PIC 9(10).

           01 REPORT-GEN-LINE.
               05 RPT-GEN-NAME        PIC X(22).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FIRST-DATE      PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FIRST-TIME      PIC 9(08).
               05 FILLER PIC X(04)    VALUE " TO ".
               05 RPT-LAST-DATE       PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-LAST-TIME       PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-ENTRY-COUNT     PIC 9(10).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-REASON          PIC X(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-STATUS          PIC X(18).

           01 REPORT-PURGE-LINE.
               05 RPT-PURGE-NAME      PIC X(22).
               05 FILLER PIC X(13)    VALUE " LAST ENTRY ".
               05 RPT-PURGE-LAST      PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-PURGE-RESULT    PIC X(40).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> Keeps AUDIT-LOG.TXT from growing without limit.  When a term
      *> has ended since the last generation (an 'E' day on the
      *> school calendar), or the live log has passed the entry count
      *> the office stages on line 1 of AUDIT-ROLL.CTL (columns 1-8,
      *> retention in years in columns 10-11), the entries the delta
      *> feed has already sent are closed off into a dated
      *> AUDIT-LOG-yyyymmdd.TXT, the generation is recorded in
      *> AUDIT-CATALOG.TXT with its first and last stamp and entry
      *> count, and the live log starts again holding only the
      *> entries still to be sent - so DELTA-POSITION.TXT stays true
      *> and the feed never misses a change.  Generations whose last
      *> entry is older than the retention period are deleted and
      *> marked purged in the catalog; no retention staged means
      *> nothing is ever purged.  Everything done goes on
      *> AUDIT-ROLL-REPORT.TXT.  SUB_RECOVER and SUB_AUDIT_INQUIRY
      *> read the cataloged generations ahead of the live log.  Runs
      *> as the AUDROLL step of the batch window, after DELTA, or
      *> from the menu, where it can be told to roll early.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-LIVE-COUNT.
               MOVE 0 TO WS-ROLL-COUNT.
               MOVE 0 TO WS-KEEP-COUNT.
               MOVE 0 TO WS-PURGED-COUNT.
               MOVE 0 TO WS-NOT-PURGED-COUNT.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 0 TO WS-LAST-GEN-DATE.
               MOVE 'N' TO WS-CAT-FULL.
               MOVE 'N' TO WS-CAT-OVER.
               MOVE 0 TO WS-CUTOFF-DATE.
               MOVE SPACE TO WS-DUE-REASON.
               MOVE SPACES TO WS-TERM-ENDED.
               MOVE 0 TO WS-TERM-END-DATE.
               MOVE 'N' TO WS-FORCE.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'ROLLED' TO RUN-LABEL-A.
               MOVE 'GENS PURGED' TO RUN-LABEL-B.

      *> From the menu, refuse while the night run owns the files -
      *> the batch window rolls the log itself.
               IF RUN-IN-BATCH NOT = 'Y'
                   CALL 'SUB_MASTER_LOCK' USING WS-LOCK-QUERY,
                       WS-LOCK-ME, WS-LOCK-RESULT, WS-LOCK-HOLDER
                   IF WS-LOCK-RESULT = 'Y' AND WS-LOCK-HOLDER = 'BATCH'
                       DISPLAY "NIGHT RUN OWNS THE STUDENT MASTER - "
                               "TRY AGAIN AFTER THE BATCH WINDOW"
                       GOBACK
                   END-IF
                   DISPLAY "ROLL THE AUDIT LOG NOW EVEN IF NOT DUE? "
                           "Y/N"
                   ACCEPT WS-FORCE
               END-IF.

               ACCEPT WS-TODAY FROM DATE YYYYMMDD.

               OPEN OUTPUT ROLL-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN AUDIT-ROLL-REPORT.TXT (STATUS "
                           WS-RPT-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               MOVE WS-TODAY TO RPT-RUN-DATE.
               WRITE REPORT-LINE FROM REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

               PERFORM 100-READ-CONTROL.
               PERFORM 150-LOAD-CATALOG.
      *> More rows on file than the table holds cannot be written
      *> back without losing some, so that catalog is left alone.
               IF WS-CAT-OVER = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING "AUDIT-CATALOG.TXT HOLDS OVER 500 GENERATIONS"
                          " - NOTHING ROLLED OR PURGED"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   DISPLAY "AUDIT CATALOG FULL - NOTHING ROLLED"
                   CLOSE ROLL-REPORT
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
      *> Purge first: the rows it lets fall off the catalog are what
      *> make room for tonight's generation.
               PERFORM 500-PURGE-OLD.
               IF WS-CAT-COUNT < 500
                   MOVE 'N' TO WS-CAT-FULL
               END-IF.
               IF WS-CAT-FULL = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING "AUDIT-CATALOG.TXT HOLDS 500 GENERATIONS "
                          "AFTER PURGING - NOTHING ROLLED"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   DISPLAY "AUDIT CATALOG FULL - NOTHING ROLLED"
                   PERFORM 700-LIST-CATALOG
                   CLOSE ROLL-REPORT
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               PERFORM 200-LOAD-POSITION.
               PERFORM 250-SCAN-LIVE.

               PERFORM 300-DECIDE-ROLL THRU 300-DECIDE-EXIT.
               IF WS-DUE-REASON NOT = SPACE AND RUN-STEP-RC = 0
                   PERFORM 400-ROLL-LOG THRU 400-ROLL-EXIT
               END-IF.
               PERFORM 700-LIST-CATALOG.

               CLOSE ROLL-REPORT.

               DISPLAY "AUDIT ROLLOVER REPORT WRITTEN TO "
                       "AUDIT-ROLL-REPORT.TXT".
               DISPLAY "ENTRIES ROLLED      : "WS-ROLL-COUNT.
               DISPLAY "GENERATIONS PURGED  : "WS-PURGED-COUNT.

               MOVE WS-PURGED-COUNT TO RUN-COUNT-B.
               GOBACK.

      *> One line: the size threshold in entries and the retention
      *> period in years.  No file, or a line that is not numeric,
      *> leaves both rules off - the term-end roll still happens,
      *> and nothing is purged until the office says how long to
      *> keep the trail.
       100-READ-CONTROL.
           MOVE 0 TO WS-MAX-ENTRIES.
           MOVE 0 TO WS-RETAIN-YEARS.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FS NOT = '00'
               DISPLAY "NO AUDIT-ROLL.CTL ON FILE - TERM-END ROLL "
                       "ONLY, NOTHING PURGED"
           ELSE
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-MAX-ENTRIES IS NUMERIC
                          AND CTL-RETAIN-YEARS IS NUMERIC
                           MOVE CTL-MAX-ENTRIES TO WS-MAX-ENTRIES
                           MOVE CTL-RETAIN-YEARS TO WS-RETAIN-YEARS
                       ELSE
                           DISPLAY "AUDIT-ROLL.CTL LINE IGNORED: "
                                   CTL-RECORD
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           MOVE "SIZE THRESHOLD (ENTRIES, 0=NONE):" TO RPT-COUNT-LABEL.
           MOVE WS-MAX-ENTRIES TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "RETENTION (YEARS, 0=KEEP ALL)   :" TO RPT-COUNT-LABEL.
           MOVE WS-RETAIN-YEARS TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.

      *> No catalog yet means nothing has ever been rolled.
       150-LOAD-CATALOG.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-FS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CAT-COUNT < 500
                               COMPUTE WS-CAT-COUNT = WS-CAT-COUNT + 1
                               PERFORM 160-KEEP-CATALOG-ROW
                           ELSE
                               MOVE 'Y' TO WS-CAT-OVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           MOVE SPACE TO WS-EOF.
           IF WS-CAT-COUNT = 500
               MOVE 'Y' TO WS-CAT-FULL
           END-IF.

       160-KEEP-CATALOG-ROW.
           MOVE CAT-GEN-DATE TO WS-CT-GEN-DATE(WS-CAT-COUNT).
           MOVE CAT-FIRST-DATE TO WS-CT-FIRST-DATE(WS-CAT-COUNT).
           MOVE CAT-FIRST-TIME TO WS-CT-FIRST-TIME(WS-CAT-COUNT).
           MOVE CAT-LAST-DATE TO WS-CT-LAST-DATE(WS-CAT-COUNT).
           MOVE CAT-LAST-TIME TO WS-CT-LAST-TIME(WS-CAT-COUNT).
           MOVE CAT-ENTRY-COUNT TO WS-CT-COUNT(WS-CAT-COUNT).
           MOVE CAT-REASON TO WS-CT-REASON(WS-CAT-COUNT).
           MOVE CAT-STATUS TO WS-CT-STATUS(WS-CAT-COUNT).
           MOVE CAT-PURGE-DATE TO WS-CT-PURGE-DATE(WS-CAT-COUNT).
           IF CAT-GEN-DATE > WS-LAST-GEN-DATE
               MOVE CAT-GEN-DATE TO WS-LAST-GEN-DATE
           END-IF.

      *> The same position SUB_DELTA_FEED keeps.  No position on file
      *> means the feed has never run and has sent nothing yet - its
      *> first run sends the whole live log - so nothing may roll.
       200-LOAD-POSITION.
           MOVE 'N' TO WS-HAVE-POSITION.
           MOVE 0 TO WS-POS-STAMP-DATE.
           MOVE 0 TO WS-POS-STAMP-TIME.
           OPEN INPUT POSITION-FILE.
           IF WS-POS-FS = '00'
               READ POSITION-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-HAVE-POSITION
                       MOVE POS-DATE TO WS-POS-STAMP-DATE
                       MOVE POS-TIME TO WS-POS-STAMP-TIME
               END-READ
               CLOSE POSITION-FILE
           END-IF.

      *> Count the live log and how much of it could roll tonight.
       250-SCAN-LIVE.
           PERFORM 260-RESET-TALLY.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-FS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 270-TALLY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE SPACE TO WS-EOF.
           MOVE "LIVE LOG ENTRIES                 :" TO RPT-COUNT-LABEL.
           MOVE WS-LIVE-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  ALREADY SENT BY THE DELTA FEED :" TO RPT-COUNT-LABEL.
           MOVE WS-ROLL-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  STILL TO BE SENT               :" TO RPT-COUNT-LABEL.
           MOVE WS-KEEP-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.

       260-RESET-TALLY.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-ROLL-COUNT.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 99999999 TO WS-ROLL-FIRST-DATE.
           MOVE 99999999 TO WS-ROLL-FIRST-TIME.
           MOVE 0 TO WS-ROLL-LAST-DATE.
           MOVE 0 TO WS-ROLL-LAST-TIME.

      *> An entry at or before the feed's position has gone to the
      *> district and may roll; anything newer stays live, and so
      *> does everything while the feed has no position at all.
       270-TALLY-ENTRY.
           COMPUTE WS-LIVE-COUNT = WS-LIVE-COUNT + 1.
           MOVE AUD-DATE TO WS-AUD-STAMP-DATE.
           MOVE AUD-TIME TO WS-AUD-STAMP-TIME.
           IF WS-HAVE-POSITION = 'Y'
              AND WS-AUD-STAMP <= WS-POS-STAMP
               MOVE 'Y' TO WS-ROLL-THIS
               COMPUTE WS-ROLL-COUNT = WS-ROLL-COUNT + 1
               IF WS-AUD-STAMP < WS-ROLL-FIRST
                   MOVE WS-AUD-STAMP TO WS-ROLL-FIRST
               END-IF
               IF WS-AUD-STAMP > WS-ROLL-LAST
                   MOVE WS-AUD-STAMP TO WS-ROLL-LAST
               END-IF
           ELSE
               MOVE 'N' TO WS-ROLL-THIS
               COMPUTE WS-KEEP-COUNT = WS-KEEP-COUNT + 1
           END-IF.

      *> Size first, then a term end since the last generation, then
      *> the operator's say-so.  One generation a day at most - the
      *> name carries only the date.
       300-DECIDE-ROLL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-HAVE-POSITION = 'N'
               MOVE "DELTA FEED HAS NEVER RUN - NOTHING ROLLED"
                    TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 300-DECIDE-EXIT
           END-IF.
           IF WS-ROLL-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NOT ROLLED - NO ENTRIES THE DELTA FEED HAS "
                      "ALREADY SENT"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 300-DECIDE-EXIT
           END-IF.
           IF WS-LAST-GEN-DATE = WS-TODAY
               MOVE SPACES TO REPORT-LINE
               STRING "NOT ROLLED - A GENERATION WAS ALREADY ROLLED "
                      "TODAY"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 300-DECIDE-EXIT
           END-IF.

           IF WS-MAX-ENTRIES > 0
              AND WS-LIVE-COUNT >= WS-MAX-ENTRIES
               MOVE 'S' TO WS-DUE-REASON
               MOVE "ROLL DUE - LIVE LOG IS OVER THE SIZE THRESHOLD"
                    TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 300-DECIDE-EXIT
           END-IF.

           PERFORM 310-FIND-TERM-END.
           IF WS-TERM-ENDED NOT = SPACES
               MOVE 'T' TO WS-DUE-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "ROLL DUE - TERM " WS-TERM-ENDED
                      " ENDED " WS-TERM-END-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO 300-DECIDE-EXIT
           END-IF.

           IF WS-FORCE = 'Y'
               MOVE 'O' TO WS-DUE-REASON
               MOVE "ROLL REQUESTED FROM THE MENU" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 300-DECIDE-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "NOT ROLLED - NO TERM HAS ENDED AND THE LOG IS UNDER "
                  "THE THRESHOLD"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       300-DECIDE-EXIT.
           EXIT.

      *> The latest term's last day ('E') after the newest generation
      *> and before today.  A term ending today rolls tomorrow night,
      *> once its last day's work is in the log.
       310-FIND-TERM-END.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WS-CAL-FS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING "NO SCHOOL CALENDAR ON FILE - TERM END NOT "
                      "CHECKED"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE WS-LAST-GEN-DATE TO CAL-DATE
               START SCHOOL-CALENDAR KEY IS > CAL-DATE
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHOOL-CALENDAR NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAL-DATE >= WS-TODAY
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF CAL-TERM-MARK = 'E'
                                   MOVE CAL-TERM TO WS-TERM-ENDED
                                   MOVE CAL-DATE TO WS-TERM-END-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
               MOVE SPACE TO WS-EOF
           END-IF.

      *> Split the live log: sent entries to the generation, unsent
      *> ones to the hold file.  The generation goes on the catalog
      *> before the live log is restarted from the hold file, so a
      *> failure part-way leaves every entry in at least one place.
       400-ROLL-LOG.
           MOVE WS-TODAY TO WS-GEN-DATE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-FS NOT = '00'
               DISPLAY "CANNOT OPEN AUDIT-LOG.TXT (STATUS "WS-AUD-FS")"
               MOVE 8 TO RUN-STEP-RC
               GO TO 400-ROLL-EXIT
           END-IF.
           OPEN OUTPUT GEN-FILE.
           IF WS-GEN-FS NOT = '00'
               DISPLAY "CANNOT OPEN "WS-GEN-NAME" (STATUS "
                       WS-GEN-FS")"
               CLOSE AUDIT-FILE
               MOVE 8 TO RUN-STEP-RC
               GO TO 400-ROLL-EXIT
           END-IF.
           OPEN OUTPUT HOLD-FILE.
           IF WS-HLD-FS NOT = '00'
               DISPLAY "CANNOT OPEN AUDIT-ROLL-HOLD.TXT (STATUS "
                       WS-HLD-FS")"
               CLOSE AUDIT-FILE
               CLOSE GEN-FILE
               MOVE 8 TO RUN-STEP-RC
               GO TO 400-ROLL-EXIT
           END-IF.

      *> Counted again as written - an entry logged since the scan
      *> is placed by the same rule.
           PERFORM 260-RESET-TALLY.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 270-TALLY-ENTRY
                       IF WS-ROLL-THIS = 'Y'
                           WRITE GEN-RECORD FROM AUDIT-RECORD
                       ELSE
                           WRITE HOLD-RECORD FROM AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-EOF.
           CLOSE AUDIT-FILE.
           CLOSE GEN-FILE.
           CLOSE HOLD-FILE.

           COMPUTE WS-CAT-COUNT = WS-CAT-COUNT + 1.
           MOVE WS-TODAY TO WS-CT-GEN-DATE(WS-CAT-COUNT).
           MOVE WS-ROLL-FIRST-DATE TO WS-CT-FIRST-DATE(WS-CAT-COUNT).
           MOVE WS-ROLL-FIRST-TIME TO WS-CT-FIRST-TIME(WS-CAT-COUNT).
           MOVE WS-ROLL-LAST-DATE TO WS-CT-LAST-DATE(WS-CAT-COUNT).
           MOVE WS-ROLL-LAST-TIME TO WS-CT-LAST-TIME(WS-CAT-COUNT).
           MOVE WS-ROLL-COUNT TO WS-CT-COUNT(WS-CAT-COUNT).
           MOVE WS-DUE-REASON TO WS-CT-REASON(WS-CAT-COUNT).
           MOVE 'A' TO WS-CT-STATUS(WS-CAT-COUNT).
           MOVE 0 TO WS-CT-PURGE-DATE(WS-CAT-COUNT).
           MOVE WS-TODAY TO WS-LAST-GEN-DATE.
           PERFORM 600-WRITE-CATALOG.
           IF RUN-STEP-RC NOT = 0
               MOVE "CATALOG NOT WRITTEN - LIVE LOG LEFT AS IT WAS"
                    TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 400-ROLL-EXIT
           END-IF.

           OPEN INPUT HOLD-FILE.
           IF WS-HLD-FS NOT = '00'
               DISPLAY "CANNOT REOPEN AUDIT-ROLL-HOLD.TXT (STATUS "
                       WS-HLD-FS") - LIVE LOG NOT RESTARTED"
               MOVE SPACES TO REPORT-LINE
               STRING "HOLD FILE UNREADABLE - LIVE LOG NOT RESTARTED, "
                      "ROLLED ENTRIES ARE IN BOTH"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 8 TO RUN-STEP-RC
               GO TO 400-ROLL-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-AUD-FS NOT = '00'
               DISPLAY "CANNOT REWRITE AUDIT-LOG.TXT (STATUS "
                       WS-AUD-FS") - LIVE LOG NOT RESTARTED"
               CLOSE HOLD-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "LIVE LOG NOT REWRITABLE - NOT RESTARTED, "
                      "ROLLED ENTRIES ARE IN BOTH"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 8 TO RUN-STEP-RC
               GO TO 400-ROLL-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE AUDIT-RECORD FROM HOLD-RECORD
               END-READ
           END-PERFORM.
           MOVE SPACE TO WS-EOF.
           CLOSE HOLD-FILE.
           CLOSE AUDIT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "ROLLED TO " WS-GEN-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "ENTRIES ROLLED                   :" TO RPT-COUNT-LABEL.
           MOVE WS-ROLL-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ENTRIES KEPT IN THE LIVE LOG     :" TO RPT-COUNT-LABEL.
           MOVE WS-KEEP-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE WS-ROLL-COUNT TO RUN-COUNT-A.
       400-ROLL-EXIT.
           EXIT.

      *> A generation whose newest entry is older than the retention
      *> period goes.  One already missing from disk is simply marked;
      *> one that will not delete stays on the catalog as it was and
      *> is tried again next run.  A purged mark itself is kept for
      *> one more retention period, then falls off the catalog.
       500-PURGE-OLD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RETAIN-YEARS = 0
               MOVE "NO RETENTION PERIOD STAGED - NOTHING PURGED"
                    TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               COMPUTE WS-CUTOFF-DATE =
                       WS-TODAY - WS-RETAIN-YEARS * 10000
               MOVE SPACES TO REPORT-LINE
               STRING "PURGE: GENERATIONS WITH NOTHING ON OR AFTER "
                      WS-CUTOFF-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 0 TO WS-OLD-MARK-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CAT-COUNT
                   IF WS-CT-STATUS(WS-I) = 'A'
                      AND WS-CT-LAST-DATE(WS-I) < WS-CUTOFF-DATE
                       PERFORM 510-PURGE-GENERATION
                   END-IF
                   IF WS-CT-STATUS(WS-I) = 'P'
                      AND WS-CT-PURGE-DATE(WS-I) < WS-CUTOFF-DATE
                       COMPUTE WS-OLD-MARK-COUNT =
                               WS-OLD-MARK-COUNT + 1
                   END-IF
               END-PERFORM
               IF WS-PURGED-COUNT > 0 OR WS-OLD-MARK-COUNT > 0
                   PERFORM 600-WRITE-CATALOG
               END-IF
               MOVE "GENERATIONS PURGED               :"
                    TO RPT-COUNT-LABEL
               MOVE WS-PURGED-COUNT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               MOVE "GENERATIONS THAT WOULD NOT DELETE:"
                    TO RPT-COUNT-LABEL
               MOVE WS-NOT-PURGED-COUNT TO RPT-COUNT
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
           END-IF.

       510-PURGE-GENERATION.
           MOVE WS-CT-GEN-DATE(WS-I) TO WS-GEN-DATE.
           MOVE WS-GEN-NAME TO RPT-PURGE-NAME.
           MOVE WS-CT-LAST-DATE(WS-I) TO RPT-PURGE-LAST.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-FS = '35'
               MOVE 'P' TO WS-CT-STATUS(WS-I)
               MOVE WS-TODAY TO WS-CT-PURGE-DATE(WS-I)
               COMPUTE WS-PURGED-COUNT = WS-PURGED-COUNT + 1
               MOVE "ALREADY GONE FROM DISK - MARKED PURGED"
                    TO RPT-PURGE-RESULT
           ELSE
               IF WS-GEN-FS = '00'
                   CLOSE GEN-FILE
               END-IF
               CALL 'CBL_DELETE_FILE' USING WS-GEN-NAME
               MOVE RETURN-CODE TO WS-DELETE-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DELETE-RC = 0
                   MOVE 'P' TO WS-CT-STATUS(WS-I)
                   MOVE WS-TODAY TO WS-CT-PURGE-DATE(WS-I)
                   COMPUTE WS-PURGED-COUNT = WS-PURGED-COUNT + 1
                   MOVE "DELETED" TO RPT-PURGE-RESULT
               ELSE
                   COMPUTE WS-NOT-PURGED-COUNT =
                           WS-NOT-PURGED-COUNT + 1
                   MOVE "COULD NOT BE DELETED - KEPT ON CATALOG"
                        TO RPT-PURGE-RESULT
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM REPORT-PURGE-LINE.

      *> The catalog is small and written back whole, oldest first.
      *> A purged mark older than the retention cutoff is dropped, and
      *> the table closed up behind it so it matches the file.
       600-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           IF WS-CAT-FS NOT = '00'
               DISPLAY "CANNOT WRITE AUDIT-CATALOG.TXT (STATUS "
                       WS-CAT-FS")"
               MOVE 8 TO RUN-STEP-RC
           ELSE
               MOVE 0 TO WS-J
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CAT-COUNT
                   IF WS-CT-STATUS(WS-I) NOT = 'P'
                      OR WS-CT-PURGE-DATE(WS-I) NOT < WS-CUTOFF-DATE
                       COMPUTE WS-J = WS-J + 1
                       IF WS-J < WS-I
                           MOVE WS-CAT-ROW(WS-I) TO WS-CAT-ROW(WS-J)
                       END-IF
                       PERFORM 610-WRITE-CATALOG-ROW
                   END-IF
               END-PERFORM
               MOVE WS-J TO WS-CAT-COUNT
               CLOSE CATALOG-FILE
           END-IF.

       610-WRITE-CATALOG-ROW.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE WS-CT-GEN-DATE(WS-J) TO CAT-GEN-DATE.
           MOVE WS-CT-FIRST-DATE(WS-J) TO CAT-FIRST-DATE.
           MOVE WS-CT-FIRST-TIME(WS-J) TO CAT-FIRST-TIME.
           MOVE WS-CT-LAST-DATE(WS-J) TO CAT-LAST-DATE.
           MOVE WS-CT-LAST-TIME(WS-J) TO CAT-LAST-TIME.
           MOVE WS-CT-COUNT(WS-J) TO CAT-ENTRY-COUNT.
           MOVE WS-CT-REASON(WS-J) TO CAT-REASON.
           MOVE WS-CT-STATUS(WS-J) TO CAT-STATUS.
           MOVE WS-CT-PURGE-DATE(WS-J) TO CAT-PURGE-DATE.
           WRITE CATALOG-RECORD.

      *> Every generation the catalog knows of, for the auditors.
       700-LIST-CATALOG.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GENERATION             FIRST ENTRY          "
                  "LAST ENTRY           ENTRIES REASON   STATUS"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAT-COUNT
               MOVE WS-CT-GEN-DATE(WS-I) TO WS-GEN-DATE
               MOVE WS-GEN-NAME TO RPT-GEN-NAME
               MOVE WS-CT-FIRST-DATE(WS-I) TO RPT-FIRST-DATE
               MOVE WS-CT-FIRST-TIME(WS-I) TO RPT-FIRST-TIME
               MOVE WS-CT-LAST-DATE(WS-I) TO RPT-LAST-DATE
               MOVE WS-CT-LAST-TIME(WS-I) TO RPT-LAST-TIME
               MOVE WS-CT-COUNT(WS-I) TO RPT-ENTRY-COUNT
               EVALUATE WS-CT-REASON(WS-I)
                   WHEN 'T' MOVE "TERM END" TO RPT-REASON
                   WHEN 'S' MOVE "SIZE" TO RPT-REASON
                   WHEN 'O' MOVE "OPERATOR" TO RPT-REASON
                   WHEN OTHER MOVE WS-CT-REASON(WS-I) TO RPT-REASON
               END-EVALUATE
               IF WS-CT-STATUS(WS-I) = 'P'
                   MOVE SPACES TO RPT-STATUS
                   STRING "PURGED " WS-CT-PURGE-DATE(WS-I)
                          DELIMITED BY SIZE INTO RPT-STATUS
                   END-STRING
               ELSE
                   MOVE "ON FILE" TO RPT-STATUS
               END-IF
               WRITE REPORT-LINE FROM REPORT-GEN-LINE
           END-PERFORM.
           IF WS-CAT-COUNT = 0
               MOVE "NO GENERATIONS ON THE CATALOG" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       END PROGRAM SUB_AUDIT_ROLL.
