               05 FILLER PIC X(03) VALUE "SCR".
               05 FILLER PIC X(01) VALUE ','.
               05 FILLER PIC X(06) VALUE "CLASS".
               05 FILLER PIC X(01) VALUE ','.
               05 FILLER PIC X(06) VALUE "TERM".
               05 FILLER PIC X(01) VALUE ','.
               05 FILLER PIC X(06) VALUE "INTO".

           01 DELTA-DETAIL.
               05 DLT-ACTION    PIC X(06).
               05 DLT-SCORE     PIC 9(03).
               05 FILLER PIC X(01)  VALUE ','.
               05 DLT-CLASS     PIC X(06).
      *> The term only means something on a grade change - the other
      *> rows are about the live term and leave it blank.
               05 FILLER PIC X(01)  VALUE ','.
               05 DLT-TERM      PIC X(06).
      *> Only a retired number carries the number it was merged into;
      *> the column is blank on every other row.
               05 FILLER PIC X(01)  VALUE ','.
               05 DLT-INTO      PIC X(06).

      *> The trailer carries the detail row count so the district can
      *> verify they received the whole file.

      *> No position on file means nothing has ever been sent, so the
      *> first run sends the whole log and stamps where it got to.
      *> SUB_AUDIT_ROLL only rolls entries at or before this position
      *> out of the live log, so everything still to send is here.
       100-LOAD-POSITION.
           MOVE 0 TO WS-LAST-DATE.
           MOVE 0 TO WS-LAST-TIME.
               CLOSE POSITION-FILE
           END-IF.

      *> Adds, updates, deletes, archive moves, class scores,
      *> approved grade changes, transfers out and merges go to the
      *> district; waitlist entries do not - a waitlisted student is
      *> not enrolled in anything yet.
       200-CONSIDER-ENTRY.
           MOVE AUD-DATE TO WS-AUD-STAMP-DATE.
           MOVE AUD-TIME TO WS-AUD-STAMP-TIME.
           ELSE
               IF AUD-OPERATION = 'A' OR AUD-OPERATION = 'U'
                  OR AUD-OPERATION = 'D' OR AUD-OPERATION = 'R'
                  OR AUD-OPERATION = 'S' OR AUD-OPERATION = 'G'
                  OR AUD-OPERATION = 'T' OR AUD-OPERATION = 'M'
                   PERFORM 210-WRITE-DELTA-ROW
               END-IF
               IF WS-AUD-STAMP > WS-HIGH-STAMP
               END-IF
           END-IF.

      *> A delete, an archive move or a transfer out sends the values
      *> the student left with; adds, updates and class scores send
      *> what they became.  A grade change sends the corrected grade
      *> under the student's name and the closed term it belongs to.
      *> A merge retires the old number: the row carries it with the
      *> values it left with and the surviving number in INTO, so the
      *> district folds their record the same way.
       210-WRITE-DELTA-ROW.
           MOVE SPACES TO DLT-TERM.
           MOVE SPACES TO DLT-INTO.
           IF AUD-OPERATION = 'D' OR AUD-OPERATION = 'R'
              OR AUD-OPERATION = 'T' OR AUD-OPERATION = 'M'
               MOVE AUD-OLD-NAME TO WS-SPLIT-NAME
               MOVE AUD-OLD-SCORE TO WS-FEED-SCORE
               MOVE AUD-OLD-CLASS TO WS-FEED-CLASS
               MOVE AUD-NEW-SCORE TO WS-FEED-SCORE
               MOVE AUD-NEW-CLASS TO WS-FEED-CLASS
           END-IF.
           IF AUD-OPERATION = 'G'
               MOVE AUD-OLD-NAME TO WS-SPLIT-NAME
               MOVE AUD-NEW-NAME(1:6) TO DLT-TERM
           END-IF.
           IF AUD-OPERATION = 'M'
               MOVE AUD-NEW-NAME(1:6) TO DLT-INTO
           END-IF.
           EVALUATE AUD-OPERATION
               WHEN 'A' MOVE 'ADD' TO DLT-ACTION
               WHEN 'U' MOVE 'UPDATE' TO DLT-ACTION
               WHEN 'D' MOVE 'DELETE' TO DLT-ACTION
               WHEN 'R' MOVE 'ARCHIV' TO DLT-ACTION
               WHEN 'S' MOVE 'SCORE' TO DLT-ACTION
               WHEN 'G' MOVE 'GRDCHG' TO DLT-ACTION
               WHEN 'T' MOVE 'XFROUT' TO DLT-ACTION
               WHEN 'M' MOVE 'RETIRE' TO DLT-ACTION
           END-EVALUATE.
           MOVE AUD-STUDENT-NUMBER TO DLT-NUMBER.
           MOVE WS-SPLIT-FIRST TO DLT-FIRST.
