      *> Shared record layout for GRADE-SCORE.TXT, the gradebook
      *> itself: one record per student per assignment, keyed class
      *> first so one class's book - or one student's row in it - is
      *> a single START and a run of READ NEXTs.  COPY this into the
      *> FD GRADE-SCORE of any program that opens the score file so
      *> the layout only has to change in one place.  SUB_GRADE_POST
      *> is the one door every writer comes through.
           01 GRADE-SCORE-FILE.
               05 GS-KEY.
                   10 GS-CLASS-CODE      PIC X(06).
                   10 GS-STUDENT-NUMBER  PIC 9(06).
                   10 GS-ASSIGNMENT      PIC X(04).
               05 GS-POINTS              PIC 9(03).
               05 GS-DATE                PIC 9(08).
