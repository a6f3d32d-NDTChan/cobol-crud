               WS-SNAPSHOT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BKP-FS.
      *> The audit trail is read generation by generation and then
      *> the live log, all through the one file - DYNAMIC again.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-FS.
               SELECT CATALOG-FILE ASSIGN TO
               'AUDIT-CATALOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-FILE.
           COPY "AUDIT.cpy".

           FD CATALOG-FILE.
           COPY "AUDCAT.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-BKP-FS           PIC 9(02).
           77 WS-AUD-FS           PIC 9(02).
           77 WS-CAT-FS           PIC 9(02).

           01 WS-SNAPSHOT-NAME.
               05 FILLER PIC X(11)    VALUE 'STU-BACKUP-'.
               05 WS-SNAPSHOT-DATE    PIC 9(08).
               05 FILLER PIC X(04)    VALUE '.TXT'.

      *> The live log, or one rolled generation of it.
           01 WS-AUDIT-NAME           PIC X(22).
           01 WS-ROLLED-NAME.
               05 FILLER PIC X(10)    VALUE 'AUDIT-LOG-'.
               05 WS-ROLLED-DATE      PIC 9(08).
               05 FILLER PIC X(04)    VALUE '.TXT'.
           01 WS-CAT-EOF              PIC A(1).
           01 WS-CAT-FIRST.
               05 WS-CAT-FIRST-DATE   PIC 9(08).
               05 WS-CAT-FIRST-TIME   PIC 9(08).
           01 WS-CAT-LAST.
               05 WS-CAT-LAST-DATE    PIC 9(08).
               05 WS-CAT-LAST-TIME    PIC 9(08).

      *> Replay window: audit entries stamped inside it are applied on
      *> top of the snapshot, everything outside it is passed over.
           01 WS-FROM-STAMP.
               CLOSE BACKUP-FILE.
               CLOSE STUDENT.

      *> Roll the audit trail forward across the replay window: the
      *> rolled generations the window reaches, oldest first, then
      *> the live log, which only holds what came after them.
               OPEN I-O STUDENT.
               PERFORM 400-REPLAY-GENERATIONS.
               MOVE 'AUDIT-LOG.TXT' TO WS-AUDIT-NAME.
               PERFORM 450-REPLAY-LOG.
               CLOSE STUDENT.

               PERFORM 800-DISPLAY-TOTALS.
      *> there is nothing to replay and nothing was lost.
               WHEN 'W'
                   CONTINUE
      *> 'S' is a class score posted by the gradebook recalculation
      *> for a class other than the headline one - the score lives
      *> on the enrollment file, not the master, so there is nothing
      *> here to replay either.
               WHEN 'S'
                   CONTINUE
      *> 'G' is an approved grade change on a closed term - it lands
      *> on SCORE-HISTORY and CLASS-HISTORY, never the live master,
      *> so there is nothing to replay here either.
               WHEN 'G'
                   CONTINUE
      *> 'T' is a transfer out - the student stays on the master,
      *> withdrawn, so the replay puts the withdrawal back.
               WHEN 'T'
                   READ STUDENT
                       INVALID KEY
                           DISPLAY "REPLAY TRANSFER SKIPPED - "
                                   AUD-STUDENT-NUMBER" NOT ON FILE"
                           COMPUTE WS-SKIPPED-COUNT =
                                   WS-SKIPPED-COUNT + 1
                       NOT INVALID KEY
                           MOVE 'W' TO STUDENT-STATUS
                           REWRITE STUDENT-FILE
                               INVALID KEY
                                   DISPLAY "REPLAY REWRITE FAILED - "
                                           AUD-STUDENT-NUMBER
                                   COMPUTE WS-SKIPPED-COUNT =
                                           WS-SKIPPED-COUNT + 1
                               NOT INVALID KEY
                                   COMPUTE WS-REPLAYED-COUNT =
                                           WS-REPLAYED-COUNT + 1
                           END-REWRITE
                   END-READ
      *> 'M' is a duplicate merged away - the retired number leaves
      *> the master.  One that was only ever on the archive has
      *> nothing here to take off.
               WHEN 'M'
                   READ STUDENT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE STUDENT RECORD
                               INVALID KEY
                                   DISPLAY "REPLAY MERGE FAILED - "
                                           AUD-STUDENT-NUMBER
                                   COMPUTE WS-SKIPPED-COUNT =
                                           WS-SKIPPED-COUNT + 1
                               NOT INVALID KEY
                                   COMPUTE WS-REPLAYED-COUNT =
                                           WS-REPLAYED-COUNT + 1
                           END-DELETE
                   END-READ
               WHEN OTHER
                   DISPLAY "REPLAY SKIPPED - UNKNOWN OPERATION '"
                           AUD-OPERATION"' FOR "AUD-STUDENT-NUMBER
                   COMPUTE WS-SKIPPED-COUNT = WS-SKIPPED-COUNT + 1
           END-EVALUATE.

      *> Every cataloged generation whose stamps overlap the window.
      *> One purged past the retention period cannot be replayed;
      *> the operator is told, and the recovery goes on with what is
      *> left.
       400-REPLAY-GENERATIONS.
           MOVE SPACE TO WS-CAT-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-FS NOT = '00'
               MOVE 'Y' TO WS-CAT-EOF
           END-IF.
           PERFORM UNTIL WS-CAT-EOF = 'Y'
               READ CATALOG-FILE
                   AT END MOVE 'Y' TO WS-CAT-EOF
                   NOT AT END
                       MOVE CAT-FIRST-DATE TO WS-CAT-FIRST-DATE
                       MOVE CAT-FIRST-TIME TO WS-CAT-FIRST-TIME
                       MOVE CAT-LAST-DATE TO WS-CAT-LAST-DATE
                       MOVE CAT-LAST-TIME TO WS-CAT-LAST-TIME
                       MOVE CAT-GEN-DATE TO WS-ROLLED-DATE
                       IF WS-CAT-LAST >= WS-FROM-STAMP
                          AND WS-CAT-FIRST <= WS-TO-STAMP
                           IF CAT-STATUS = 'P'
                               DISPLAY "GENERATION "WS-ROLLED-NAME
                                       " WAS PURGED "CAT-PURGE-DATE
                                       " - ITS ENTRIES CANNOT BE "
                                       "REPLAYED"
                           ELSE
                               MOVE WS-ROLLED-NAME TO WS-AUDIT-NAME
                               PERFORM 450-REPLAY-LOG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CAT-FS = '00'
               CLOSE CATALOG-FILE
           END-IF.

       450-REPLAY-LOG.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-FS NOT = '00'
               DISPLAY "NO AUDIT LOG "WS-AUDIT-NAME" ON FILE (STATUS "
                       WS-AUD-FS") - NOTHING REPLAYED FROM IT"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AUD-DATE TO WS-AUD-STAMP-DATE
                           MOVE AUD-TIME TO WS-AUD-STAMP-TIME
                           IF WS-AUD-STAMP >= WS-FROM-STAMP
                              AND WS-AUD-STAMP <= WS-TO-STAMP
                               PERFORM 300-REPLAY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       800-DISPLAY-TOTALS.
           DISPLAY '==========='.
           DISPLAY 'RECORDS LOADED FROM SNAPSHOT: 'WS-LOADED-COUNT.
