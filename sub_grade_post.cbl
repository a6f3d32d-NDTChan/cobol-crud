       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_POST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRADE-SCORE ASSIGN TO
               'GRADE-SCORE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GS-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-SCORE.
           COPY "GRADESCR.cpy".

           WORKING-STORAGE SECTION.
           77 WS-FS                  PIC 9(02).

           LINKAGE SECTION.
           01 GP-LK-CLASS-CODE       PIC X(06).
           01 GP-LK-ASSIGNMENT       PIC X(04).
           01 GP-LK-STUDENT-NUMBER   PIC 9(06).
           01 GP-LK-POINTS           PIC 9(03).

      *> Record one assignment score for one student.  The entry
      *> screen and the gradebook batch both come through here, the
      *> same one-door arrangement SUB_ATT_MARK gives attendance.  A
      *> repeat call for the same class, student and assignment
      *> replaces the score.
           PROCEDURE DIVISION USING GP-LK-CLASS-CODE,
                                     GP-LK-ASSIGNMENT,
                                     GP-LK-STUDENT-NUMBER,
                                     GP-LK-POINTS.

               OPEN I-O GRADE-SCORE
               IF WS-FS = '35'
                   OPEN OUTPUT GRADE-SCORE
               END-IF.

               MOVE GP-LK-CLASS-CODE TO GS-CLASS-CODE.
               MOVE GP-LK-STUDENT-NUMBER TO GS-STUDENT-NUMBER.
               MOVE GP-LK-ASSIGNMENT TO GS-ASSIGNMENT.
               MOVE GP-LK-POINTS TO GS-POINTS.
               ACCEPT GS-DATE FROM DATE YYYYMMDD.

               WRITE GRADE-SCORE-FILE
                   INVALID KEY
                       REWRITE GRADE-SCORE-FILE
                           INVALID KEY
                               DISPLAY "GRADEBOOK WRITE FAILED FOR "
                                       GP-LK-STUDENT-NUMBER
                                       " CLASS "GP-LK-CLASS-CODE
                                       " ASSIGNMENT "GP-LK-ASSIGNMENT
                       END-REWRITE
               END-WRITE.

               CLOSE GRADE-SCORE.
               GOBACK.
       END PROGRAM SUB_GRADE_POST.
