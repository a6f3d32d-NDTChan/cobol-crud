      *> Shared record layout for GRADE-TRANS.TXT, the assignment
      *> score transaction file - fixed columns with separators, the
      *> same shape ATTTRANS.cpy gives the attendance batch file.
      *> COPY this into the FD GRADE-TRANS of any program that reads
      *> it so the layout only has to change in one place.
           01 GRADE-TRANS-RECORD.
               05 GTR-CLASS-CODE       PIC X(06).
               05 FILLER PIC X(01).
               05 GTR-ASSIGNMENT       PIC X(04).
               05 FILLER PIC X(01).
               05 GTR-STUDENT-NUMBER   PIC 9(06).
               05 FILLER PIC X(01).
               05 GTR-POINTS           PIC 9(03).
