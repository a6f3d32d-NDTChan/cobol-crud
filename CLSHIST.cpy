      *> Shared record layout for CLASS-HISTORY.TXT, the final grade
      *> in every class a student finished a term in: one record per
      *> student per term per class, written by SUB_TERM_CLOSE before
      *> the live enrollment scores are cleared.  SCORE-HISTORY keeps
      *> the one headline score per term; this keeps the per-class
      *> detail beside it, with the credits the class carried when the
      *> term closed so a later credit change does not rewrite an old
      *> GPA.  CH-HEADLINE is 'Y' on the class that was the student's
      *> master headline class at close - the one whose score is the
      *> term's SCORE-HISTORY entry.  COPY this into the FD
      *> CLASS-HISTORY of any program that opens the class history so
      *> the layout only has to change in one place.
           01 CLASS-HISTORY-FILE.
               05 CH-KEY.
                   10 CH-STUDENT-NUMBER  PIC 9(06).
                   10 CH-TERM            PIC X(06).
                   10 CH-CLASS-CODE      PIC X(06).
               05 CH-SCORE               PIC 9(03).
               05 CH-CREDITS             PIC 9(01)V9(01).
               05 CH-DATE                PIC 9(08).
               05 CH-HEADLINE            PIC X(01).
