       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> DYNAMIC is load-bearing: a bare ASSIGN TO a data name is
      *> taken as a fixed external assignment-name, not as the name
      *> held in the field, and every rolled generation would be
      *> read as the same file.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS.
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
           77 WS-CAT-FS           PIC 9(02).

      *> The live log, or one rolled generation of it.
           01 WS-AUDIT-NAME           PIC X(22).
           01 WS-ROLLED-NAME.
               05 FILLER PIC X(10)    VALUE 'AUDIT-LOG-'.
               05 WS-ROLLED-DATE      PIC 9(08).
               05 FILLER PIC X(04)    VALUE '.TXT'.
           01 WS-CAT-EOF              PIC A(1).

           01 WS-INQUIRY-MODE     PIC 9(01).
           01 WS-SEL-STUDENT      PIC 9(06).

               DISPLAY "AUDIT LOG INQUIRY".
               DISPLAY "1. ALL CHANGES FOR ONE STUDENT".
               DISPLAY "2. ALL ENTRIES FOR ONE OPERATION "
                       "(A/U/D/R/W/S/G/T/M)".
               DISPLAY "3. ALL ENTRIES BETWEEN TWO DATES "
                       "(ROLLED LOGS TOO)".
               DISPLAY "4. EVERYTHING".
               DISPLAY "5. ALL CHANGES BY ONE OPERATOR".
               ACCEPT WS-INQUIRY-MODE.
                       DISPLAY "ENTER STUDENT NUMBER:"
                       ACCEPT WS-SEL-STUDENT
                   WHEN 2
                       DISPLAY "ENTER OPERATION (A/U/D/R/W/S/G/T/M):"
                       ACCEPT WS-SEL-OPERATION
                   WHEN 3
                       DISPLAY "ENTER FROM DATE (YYYYMMDD):"
                       GOBACK
               END-EVALUATE.

      *> Auditors ask about last year too: a date range also reads
      *> every rolled generation it reaches, oldest first, ahead of
      *> the live log.
               IF WS-INQUIRY-MODE = 3
                   PERFORM 100-SEARCH-GENERATIONS
               END-IF.

               MOVE 'AUDIT-LOG.TXT' TO WS-AUDIT-NAME.
               OPEN INPUT AUDIT-FILE.
               IF WS-FS NOT = '00'
                   DISPLAY "NO AUDIT LOG ON FILE (STATUS "WS-FS")"
               ELSE
                   PERFORM 150-SEARCH-LOG
                   CLOSE AUDIT-FILE
               END-IF.

               DISPLAY '==========='.
               DISPLAY 'MATCHING AUDIT ENTRIES: 'WS-MATCH-COUNT.
               GOBACK.

      *> A generation is read when its first-to-last dates overlap
      *> the range; a purged one is named so the gap is not silent.
       100-SEARCH-GENERATIONS.
           MOVE SPACE TO WS-CAT-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-FS NOT = '00'
               MOVE 'Y' TO WS-CAT-EOF
           END-IF.
           PERFORM UNTIL WS-CAT-EOF = 'Y'
               READ CATALOG-FILE
                   AT END MOVE 'Y' TO WS-CAT-EOF
                   NOT AT END
                       MOVE CAT-GEN-DATE TO WS-ROLLED-DATE
                       IF CAT-LAST-DATE >= WS-SEL-FROM-DATE
                          AND CAT-FIRST-DATE <= WS-SEL-TO-DATE
                           IF CAT-STATUS = 'P'
                               DISPLAY "--- "WS-ROLLED-NAME" PURGED "
                                       CAT-PURGE-DATE" - NOT SEARCHED"
                           ELSE
                               MOVE WS-ROLLED-NAME TO WS-AUDIT-NAME
                               OPEN INPUT AUDIT-FILE
                               IF WS-FS NOT = '00'
                                   DISPLAY "--- "WS-ROLLED-NAME
                                           " MISSING (STATUS "WS-FS")"
                               ELSE
                                   DISPLAY "--- "WS-ROLLED-NAME
                                   PERFORM 150-SEARCH-LOG
                                   CLOSE AUDIT-FILE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CAT-FS = '00'
               CLOSE CATALOG-FILE
               DISPLAY "--- AUDIT-LOG.TXT"
           END-IF.

       150-SEARCH-LOG.
           MOVE SPACE TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-MATCH-ENTRY
                       IF WS-MATCHED = 'Y'
                           PERFORM 300-DISPLAY-ENTRY
                           COMPUTE WS-MATCH-COUNT =
                                   WS-MATCH-COUNT + 1
                       END-IF
               END-READ
           END-PERFORM.

      *> Does this audit entry satisfy the operator's filter?
       200-MATCH-ENTRY.
           MOVE 'N' TO WS-MATCHED.
                   IF AUD-STUDENT-NUMBER = WS-SEL-STUDENT
                       MOVE 'Y' TO WS-MATCHED
                   END-IF
      *> A merge belongs to the surviving number's trail as well.
                   IF AUD-OPERATION = 'M'
                      AND AUD-NEW-NAME(1:6) = WS-SEL-STUDENT
                       MOVE 'Y' TO WS-MATCHED
                   END-IF
               WHEN 2
                   IF AUD-OPERATION = WS-SEL-OPERATION
                       MOVE 'Y' TO WS-MATCHED
                           AUD-STUDENT-NUMBER"  -> "
                           AUD-NEW-NAME" "AUD-NEW-SCORE" "
                           AUD-NEW-CLASS
               WHEN 'S'
                   DISPLAY AUD-DATE" "AUD-TIME" "AUD-OPERATOR" CLSSCR "
                           AUD-STUDENT-NUMBER"  "
                           AUD-OLD-SCORE" "AUD-OLD-CLASS" -> "
                           AUD-NEW-SCORE" "AUD-NEW-CLASS
               WHEN 'G'
                   DISPLAY AUD-DATE" "AUD-TIME" "AUD-OPERATOR" GRDCHG "
                           AUD-STUDENT-NUMBER"  "
                           AUD-OLD-NAME" "AUD-NEW-NAME(1:6)" "
                           AUD-OLD-CLASS" "AUD-OLD-SCORE" -> "
                           AUD-NEW-SCORE" REQUEST "AUD-NEW-NAME(16:6)
               WHEN 'T'
                   DISPLAY AUD-DATE" "AUD-TIME" "AUD-OPERATOR" XFROUT "
                           AUD-STUDENT-NUMBER"  "
                           AUD-OLD-NAME" "AUD-OLD-SCORE" "
                           AUD-OLD-CLASS" -> WITHDRAWN"
               WHEN 'M'
                   DISPLAY AUD-DATE" "AUD-TIME" "AUD-OPERATOR" MERGED "
                           AUD-STUDENT-NUMBER"  "
                           AUD-OLD-NAME" "AUD-OLD-SCORE" "
                           AUD-OLD-CLASS" -> INTO "
                           AUD-NEW-NAME(1:6)
               WHEN OTHER
                   DISPLAY AUD-DATE" "AUD-TIME" "AUD-OPERATOR" "
                           AUD-OPERATION
