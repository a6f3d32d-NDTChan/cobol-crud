       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_CAL_CHECK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHOOL-CALENDAR ASSIGN TO
               'SCHOOL-CALENDAR.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CAL-DATE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL-CALENDAR.
           COPY "CALENDAR.cpy".

           WORKING-STORAGE SECTION.
           77 WS-FS                  PIC 9(02).

           LINKAGE SECTION.
           01 CAL-LK-DATE            PIC 9(08).
           01 CAL-LK-TERM            PIC X(06).
           01 CAL-LK-SCHOOL-DAY      PIC X(01).
           01 CAL-LK-REASON          PIC X(30).

      *> Can an attendance mark be dated on this day for a class in
      *> this term?  Returns 'Y', or 'N' with the reason in words a
      *> reject log can carry: the date is not on the calendar, it is
      *> a holiday, or it falls in another term.  Every attendance
      *> writer asks here before SUB_ATT_MARK, the same way they ask
      *> SUB_CLASS_CHECK about the class.  No calendar on file means
      *> no day can validate - the office sets the year up first.
           PROCEDURE DIVISION USING CAL-LK-DATE,
                                     CAL-LK-TERM,
                                     CAL-LK-SCHOOL-DAY,
                                     CAL-LK-REASON.

               MOVE 'N' TO CAL-LK-SCHOOL-DAY.
               MOVE SPACES TO CAL-LK-REASON.

               OPEN INPUT SCHOOL-CALENDAR.
               IF WS-FS NOT = '00'
                   MOVE "NO SCHOOL CALENDAR ON FILE" TO CAL-LK-REASON
                   GOBACK
               END-IF.

               MOVE CAL-LK-DATE TO CAL-DATE.
               READ SCHOOL-CALENDAR
                   INVALID KEY
                       MOVE "NOT A SCHOOL DAY" TO CAL-LK-REASON
                   NOT INVALID KEY
                       IF CAL-DAY-TYPE NOT = 'I'
                          AND CAL-DAY-TYPE NOT = 'H'
                           MOVE "HOLIDAY - NO SCHOOL" TO CAL-LK-REASON
                       ELSE
                           IF CAL-TERM NOT = CAL-LK-TERM
                               STRING "OUTSIDE CLASS TERM " CAL-LK-TERM
                                      DELIMITED BY SIZE
                                      INTO CAL-LK-REASON
                               END-STRING
                           ELSE
                               MOVE 'Y' TO CAL-LK-SCHOOL-DAY
                           END-IF
                       END-IF
               END-READ.

               CLOSE SCHOOL-CALENDAR.
               GOBACK.
       END PROGRAM SUB_CAL_CHECK.
