      *> Shared record layout for GRADE-CHANGE.TXT, one record per
      *> request to correct a grade on a closed term, keyed by a
      *> request number handed out in filing order.  GC-STATUS is 'P'
      *> pending until a supervisor reviews it, then 'A' approved (the
      *> change has been applied to the history) or 'R' rejected.
      *> Scores are the 0-100 marks the history keeps; the letter
      *> follows from SUB_REPORT's cut-offs.  COPY this into the FD
      *> GRADE-CHANGE of any program that opens the request file so
      *> the layout only has to change in one place.
           01 GRADE-CHANGE-FILE.
               05 GC-REQUEST-NUMBER      PIC 9(06).
               05 GC-STUDENT-NUMBER      PIC 9(06).
               05 GC-TERM                PIC X(06).
               05 GC-CLASS-CODE          PIC X(06).
               05 GC-OLD-SCORE           PIC 9(03).
               05 GC-NEW-SCORE           PIC 9(03).
               05 GC-REASON              PIC X(40).
               05 GC-STATUS              PIC X(01).
               05 GC-FILED-BY            PIC X(05).
               05 GC-FILED-DATE          PIC 9(08).
               05 GC-REVIEWED-BY         PIC X(05).
               05 GC-REVIEWED-DATE       PIC 9(08).
               05 GC-REVIEW-NOTE         PIC X(30).
