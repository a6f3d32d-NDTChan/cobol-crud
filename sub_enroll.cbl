
           WORKING-STORAGE SECTION.
           77 WS-FS                  PIC 9(02).
           01 WS-CLASH               PIC X(01).
           01 WS-CLASH-CLASS         PIC X(06).

           LINKAGE SECTION.
           01 EN-LK-STUDENT-NUMBER   PIC 9(06).
      *> is, so the enrollment file tracks the master wherever the
      *> change came from.  A repeat call for the same pair replaces
      *> that class's entry - other classes the student sits in are
      *> left alone.  A new seat that would double-book the student
      *> is refused here as a last line of defence; the callers run
      *> SUB_SCHED_CHECK first so they can reject the change cleanly.
           PROCEDURE DIVISION USING EN-LK-STUDENT-NUMBER,
                                     EN-LK-CLASS-CODE,
                                     EN-LK-SCORE,
                                     EN-LK-STATUS.

               IF EN-LK-STATUS NOT = 'W'
                   CALL 'SUB_SCHED_CHECK' USING EN-LK-STUDENT-NUMBER,
                       EN-LK-CLASS-CODE, WS-CLASH, WS-CLASH-CLASS
                   IF WS-CLASH = 'Y'
                       DISPLAY "ENROLLMENT REFUSED FOR "
                               EN-LK-STUDENT-NUMBER" CLASS "
                               EN-LK-CLASS-CODE" - CLASHES WITH CLASS "
                               WS-CLASH-CLASS
                       GOBACK
                   END-IF
               END-IF.

               OPEN I-O ENROLLMENT
               IF WS-FS = '35'
                   OPEN OUTPUT ENROLLMENT
