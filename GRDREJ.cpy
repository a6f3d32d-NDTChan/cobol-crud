      *> Shared record layout for GRADE-TRANS.LOG, the assignment
      *> score reject log SUB_GRADE_BATCH writes.  The front of each
      *> line is the rejected transaction exactly as it came in, so a
      *> corrected line can be cut straight back into GRADE-TRANS.TXT.
      *> COPY this into the FD GRADE-REJECT so the layout only has to
      *> change in one place.
           01 GRADE-REJECT-RECORD.
               05 GRJ-CLASS-CODE       PIC X(06).
               05 FILLER PIC X(01).
               05 GRJ-ASSIGNMENT       PIC X(04).
               05 FILLER PIC X(01).
               05 GRJ-STUDENT-NUMBER   PIC 9(06).
               05 FILLER PIC X(01).
               05 GRJ-POINTS           PIC 9(03).
               05 FILLER PIC X(01).
               05 GRJ-REASON           PIC X(30).
