       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_STANDING_RULES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RULES-FILE ASSIGN TO
               'STANDING-RULES.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RULES-FILE.
           COPY "STANDRUL.cpy".

           WORKING-STORAGE SECTION.
           77 WS-FS                  PIC 9(02).

           01 WS-MAINT-CHOICE        PIC 9(01).
           01 WS-MORE                PIC X(01).

      *> The thresholds in force, from the file or the office's
      *> starting values when nothing has been saved yet.
           01 WS-HONOR-GPA           PIC 9(01)V9(02).
           01 WS-HONOR-CREDITS       PIC 9(02)V9(01).
           01 WS-GOOD-GPA            PIC 9(01)V9(02).
           01 WS-WARNING-GPA         PIC 9(01)V9(02).
           01 WS-ON-FILE             PIC X(01).
           01 WS-GPA-SHOWN           PIC 9.99.
           01 WS-CREDITS-SHOWN       PIC Z9.9.
           77 WS-TOP-GPA             PIC 9(01)V9(02) VALUE 4.00.

      *> A typed figure - "3.5", "3.50", "12" - split at the point.
           01 WS-ANSWER              PIC X(06).
           01 WS-WHOLE-TEXT          PIC X(06).
           01 WS-WHOLE-LEN           PIC 9(02).
           01 WS-FRACTION-TEXT       PIC X(06).
           01 WS-FRACTION-LEN        PIC 9(02).
           01 WS-WHOLE               PIC 9(02).
           01 WS-FRACTION            PIC 9(02).
           01 WS-FIGURE              PIC 9(02)V9(02).
           01 WS-FIGURE-OK           PIC X(01).

           01 WS-NEW-HONOR-GPA       PIC 9(01)V9(02).
           01 WS-NEW-HONOR-CREDITS   PIC 9(02)V9(01).
           01 WS-NEW-GOOD-GPA        PIC 9(01)V9(02).
           01 WS-NEW-WARNING-GPA     PIC 9(01)V9(02).

           LINKAGE SECTION.
      *> The academic standing thresholds the office keeps: the term
      *> GPA lines for honor roll, good standing and warning (below
      *> the warning line is probation), and the credit load a
      *> student must carry to make the honor roll.  SUB_STANDING
      *> reads them on every run.
           PROCEDURE DIVISION.
       100-MAINT-MENU.
           DISPLAY "ACADEMIC STANDING THRESHOLDS".
           DISPLAY "1. SHOW THRESHOLDS".
           DISPLAY "2. CHANGE THRESHOLDS".
           DISPLAY "3. BACK".

           ACCEPT WS-MAINT-CHOICE.

           EVALUATE WS-MAINT-CHOICE
           WHEN 1 PERFORM 200-SHOW-RULES
           WHEN 2 PERFORM 300-CHANGE-RULES THRU 300-CHANGE-EXIT
           WHEN 3 GOBACK
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.

           DISPLAY "MORE THRESHOLD MAINTENANCE? Y/N".
           ACCEPT WS-MORE.
           IF WS-MORE EQUAL "Y"
           GO TO 100-MAINT-MENU
           END-IF.
           GOBACK.

       200-SHOW-RULES.
           PERFORM 700-LOAD-RULES.
           IF WS-ON-FILE NOT = 'Y'
               DISPLAY "NO THRESHOLDS SAVED - STARTING VALUES SHOWN"
           END-IF.
           MOVE WS-HONOR-GPA TO WS-GPA-SHOWN.
           MOVE WS-HONOR-CREDITS TO WS-CREDITS-SHOWN.
           DISPLAY "HONOR ROLL    : TERM GPA "WS-GPA-SHOWN
                   " OR ABOVE, AT LEAST "WS-CREDITS-SHOWN" CREDITS".
           MOVE WS-GOOD-GPA TO WS-GPA-SHOWN.
           DISPLAY "GOOD STANDING : TERM GPA "WS-GPA-SHOWN" OR ABOVE".
           MOVE WS-WARNING-GPA TO WS-GPA-SHOWN.
           DISPLAY "WARNING       : TERM GPA "WS-GPA-SHOWN" OR ABOVE".
           DISPLAY "PROBATION     : BELOW THE WARNING LINE".

      *> All four figures are keyed again; a blank answer keeps the
      *> figure in force.  The lines must step down from honor roll
      *> to warning.
       300-CHANGE-RULES.
           PERFORM 200-SHOW-RULES.

           DISPLAY "HONOR ROLL GPA (BLANK KEEPS):".
           MOVE WS-HONOR-GPA TO WS-FIGURE.
           PERFORM 800-READ-FIGURE.
           IF WS-FIGURE-OK NOT = 'Y' OR WS-FIGURE > WS-TOP-GPA
               DISPLAY "GPA MUST BE 0.00 TO 4.00 - NOTHING CHANGED"
               GO TO 300-CHANGE-EXIT
           END-IF.
           MOVE WS-FIGURE TO WS-NEW-HONOR-GPA.

           DISPLAY "HONOR ROLL MINIMUM CREDITS (BLANK KEEPS):".
           MOVE WS-HONOR-CREDITS TO WS-FIGURE.
           PERFORM 800-READ-FIGURE.
           IF WS-FIGURE-OK NOT = 'Y'
               DISPLAY "CREDITS MUST BE 0 TO 99.9 - NOTHING CHANGED"
               GO TO 300-CHANGE-EXIT
           END-IF.
           MOVE WS-FIGURE TO WS-NEW-HONOR-CREDITS.

           DISPLAY "GOOD STANDING GPA (BLANK KEEPS):".
           MOVE WS-GOOD-GPA TO WS-FIGURE.
           PERFORM 800-READ-FIGURE.
           IF WS-FIGURE-OK NOT = 'Y' OR WS-FIGURE > WS-TOP-GPA
               DISPLAY "GPA MUST BE 0.00 TO 4.00 - NOTHING CHANGED"
               GO TO 300-CHANGE-EXIT
           END-IF.
           MOVE WS-FIGURE TO WS-NEW-GOOD-GPA.

           DISPLAY "WARNING GPA (BLANK KEEPS):".
           MOVE WS-WARNING-GPA TO WS-FIGURE.
           PERFORM 800-READ-FIGURE.
           IF WS-FIGURE-OK NOT = 'Y' OR WS-FIGURE > WS-TOP-GPA
               DISPLAY "GPA MUST BE 0.00 TO 4.00 - NOTHING CHANGED"
               GO TO 300-CHANGE-EXIT
           END-IF.
           MOVE WS-FIGURE TO WS-NEW-WARNING-GPA.

           IF WS-NEW-HONOR-GPA < WS-NEW-GOOD-GPA
              OR WS-NEW-GOOD-GPA < WS-NEW-WARNING-GPA
               DISPLAY "HONOR ROLL, GOOD STANDING AND WARNING MUST "
                       "STEP DOWN - NOTHING CHANGED"
               GO TO 300-CHANGE-EXIT
           END-IF.

           OPEN OUTPUT RULES-FILE.
           IF WS-FS NOT = '00'
               DISPLAY "CANNOT OPEN STANDING-RULES.TXT (STATUS "WS-FS
                       ") - NOTHING CHANGED"
               GO TO 300-CHANGE-EXIT
           END-IF.
      *> Clear the whole record first: the FILLER separators never get
      *> a MOVE, and LINE SEQUENTIAL refuses a record holding the
      *> low-value bytes they would otherwise keep.
           MOVE SPACES TO STANDING-RULES-RECORD.
           MOVE WS-NEW-HONOR-GPA TO SR-HONOR-GPA.
           MOVE WS-NEW-HONOR-CREDITS TO SR-HONOR-CREDITS.
           MOVE WS-NEW-GOOD-GPA TO SR-GOOD-GPA.
           MOVE WS-NEW-WARNING-GPA TO SR-WARNING-GPA.
           WRITE STANDING-RULES-RECORD.
           CLOSE RULES-FILE.
           DISPLAY "THRESHOLDS SAVED".
           PERFORM 200-SHOW-RULES.
       300-CHANGE-EXIT.
           EXIT.

      *> The office's starting values until thresholds are saved:
      *> 3.50 honor roll, 2.00 good standing, 1.50 warning, no credit
      *> minimum.  SUB_STANDING falls back to the same figures.
       700-LOAD-RULES.
           MOVE 'N' TO WS-ON-FILE.
           MOVE 3.50 TO WS-HONOR-GPA.
           MOVE 0 TO WS-HONOR-CREDITS.
           MOVE 2.00 TO WS-GOOD-GPA.
           MOVE 1.50 TO WS-WARNING-GPA.
           OPEN INPUT RULES-FILE.
           IF WS-FS = '00'
               READ RULES-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SR-HONOR-GPA IS NUMERIC
                          AND SR-HONOR-CREDITS IS NUMERIC
                          AND SR-GOOD-GPA IS NUMERIC
                          AND SR-WARNING-GPA IS NUMERIC
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE SR-HONOR-GPA TO WS-HONOR-GPA
                           MOVE SR-HONOR-CREDITS TO WS-HONOR-CREDITS
                           MOVE SR-GOOD-GPA TO WS-GOOD-GPA
                           MOVE SR-WARNING-GPA TO WS-WARNING-GPA
                       END-IF
               END-READ
               CLOSE RULES-FILE
           END-IF.

      *> Reads one typed figure into WS-FIGURE: up to two digits each
      *> side of the point.  A blank answer leaves WS-FIGURE as the
      *> caller set it.
       800-READ-FIGURE.
           MOVE 'Y' TO WS-FIGURE-OK.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES
               MOVE SPACES TO WS-WHOLE-TEXT
               MOVE SPACES TO WS-FRACTION-TEXT
               MOVE 0 TO WS-WHOLE-LEN
               MOVE 0 TO WS-FRACTION-LEN
               UNSTRING WS-ANSWER DELIMITED BY '.' OR SPACE
                   INTO WS-WHOLE-TEXT COUNT IN WS-WHOLE-LEN
                        WS-FRACTION-TEXT COUNT IN WS-FRACTION-LEN
               END-UNSTRING
               MOVE 0 TO WS-WHOLE
               MOVE 0 TO WS-FRACTION
               IF WS-WHOLE-LEN > 2 OR WS-FRACTION-LEN > 2
                   MOVE 'N' TO WS-FIGURE-OK
               END-IF
               IF WS-FIGURE-OK = 'Y' AND WS-WHOLE-LEN > 0
                   IF WS-WHOLE-TEXT(1:WS-WHOLE-LEN) IS NUMERIC
                       MOVE WS-WHOLE-TEXT(1:WS-WHOLE-LEN) TO WS-WHOLE
                   ELSE
                       MOVE 'N' TO WS-FIGURE-OK
                   END-IF
               END-IF
               IF WS-FIGURE-OK = 'Y' AND WS-FRACTION-LEN > 0
                   IF WS-FRACTION-TEXT(1:WS-FRACTION-LEN) IS NUMERIC
                       MOVE WS-FRACTION-TEXT(1:WS-FRACTION-LEN)
                           TO WS-FRACTION
                   ELSE
                       MOVE 'N' TO WS-FIGURE-OK
                   END-IF
               END-IF
               IF WS-FRACTION-LEN = 1
                   COMPUTE WS-FIGURE = WS-WHOLE + WS-FRACTION / 10
               ELSE
                   COMPUTE WS-FIGURE = WS-WHOLE + WS-FRACTION / 100
               END-IF
           END-IF.
       END PROGRAM SUB_STANDING_RULES.
