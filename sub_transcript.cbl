                   RECORD KEY IS SH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-SH-FS.
               SELECT STANDING ASSIGN TO
               'STANDING.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-ST-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           FD STANDING.
           COPY "STANDING.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-SH-FS            PIC 9(02).
           77 WS-ST-FS            PIC 9(02).

           01 WS-STUDENT-NUMBER   PIC 9(06).
           01 WS-CLASS-COUNT      PIC 9(04).
           01 WS-PREV-SCORE       PIC 9(03).
           01 WS-HAVE-PREV        PIC A(1).
           01 WS-TREND            PIC X(04).
           01 WS-HAVE-STANDING    PIC X(01).
           01 WS-TERM-GPA-SHOWN   PIC 9.99.
           01 WS-CUM-GPA-SHOWN    PIC 9.99.
           01 WS-STANDING-NAME    PIC X(13).

           LINKAGE SECTION.
           PROCEDURE DIVISION.
                   GOBACK
               END-IF.

      *> The standing run's GPA and standing show under each term it
      *> has rated; without a standing file the terms print alone.
               MOVE 'Y' TO WS-HAVE-STANDING.
               OPEN INPUT STANDING.
               IF WS-ST-FS NOT = '00'
                   MOVE 'N' TO WS-HAVE-STANDING
               END-IF.

      *> Position at the student's first term and walk the key order
      *> until the student number changes - terms come back sorted.
               MOVE WS-STUDENT-NUMBER TO SH-STUDENT-NUMBER.
               END-PERFORM.

               CLOSE SCORE-HISTORY.
               IF WS-HAVE-STANDING = 'Y'
                   CLOSE STANDING
               END-IF.

               DISPLAY '==========='.
               DISPLAY 'TERMS ON RECORD: 'WS-TERM-COUNT.
           END-EVALUATE.
           DISPLAY 'TERM 'SH-TERM'  SCORE 'SH-SCORE'  'WS-TREND
                   '  ('SH-DATE')'.
           IF WS-HAVE-STANDING = 'Y'
               PERFORM 210-DISPLAY-STANDING
           END-IF.
           MOVE SH-SCORE TO WS-PREV-SCORE.
           MOVE 'Y' TO WS-HAVE-PREV.
           COMPUTE WS-TERM-COUNT = WS-TERM-COUNT + 1.

       210-DISPLAY-STANDING.
           MOVE SH-STUDENT-NUMBER TO ST-STUDENT-NUMBER.
           MOVE SH-TERM TO ST-TERM.
           READ STANDING
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ST-TERM-GPA TO WS-TERM-GPA-SHOWN
                   MOVE ST-CUM-GPA TO WS-CUM-GPA-SHOWN
                   EVALUATE ST-STANDING
                       WHEN 'H' MOVE 'HONOR ROLL' TO WS-STANDING-NAME
                       WHEN 'G' MOVE 'GOOD STANDING'
                                    TO WS-STANDING-NAME
                       WHEN 'W' MOVE 'WARNING' TO WS-STANDING-NAME
                       WHEN 'P' MOVE 'PROBATION' TO WS-STANDING-NAME
                       WHEN OTHER MOVE SPACES TO WS-STANDING-NAME
                   END-EVALUATE
                   DISPLAY '            GPA 'WS-TERM-GPA-SHOWN
                           '  CUMULATIVE 'WS-CUM-GPA-SHOWN
                           '  'WS-STANDING-NAME
           END-READ.
       END PROGRAM SUB_TRANSCRIPT.
