      *> not the waitlist - is the trail of a lost record.  The
      *> verdict waits for the student's complete trail: the log is
      *> chronological and students interleave, so each number seen
      *> becomes a candidate, a later delete, archive move or merge
      *> cancels its candidate (that student left on purpose), and
      *> only the candidates still standing at end of log are probed
      *> against the files and reported - once per number.  Only the
      *> live log is read; the generations SUB_AUDIT_ROLL closed off
      *> were checked here on the nights before they rolled.
       400-CHECK-AUDIT-ROWS.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-CAND-COUNT.
           END-IF.
           PERFORM 430-RESOLVE-CANDIDATES.

      *> A delete, an archive move or a merge is how a student is
      *> supposed to leave the master, so it clears the number's
      *> candidacy - the student's own earlier adds and updates are
      *> not strays.  A number re-added after a delete comes back on
      *> the files and the end-of-log probe clears it anyway.
       410-CHECK-ONE-AUDIT-ROW.
           IF AUD-STUDENT-NUMBER IS NOT NUMERIC
               MOVE SPACES TO REPORT-LINE
               END-IF
               IF WS-K NOT = 0
                   IF AUD-OPERATION = 'D' OR AUD-OPERATION = 'R'
                      OR AUD-OPERATION = 'M'
                       MOVE 'Y' TO WS-CAND-CANCELLED(WS-K)
                   END-IF
               END-IF
