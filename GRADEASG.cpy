      *> Shared record layout for GRADE-ASSIGN.TXT, one record per
      *> assignment a class sets, keyed by class and assignment ID.
      *> Every assignment belongs to one of the class's categories on
      *> GRADE-CATEGORY.TXT and is marked out of GA-POSSIBLE points.
      *> COPY this into the FD GRADE-ASSIGN of any program that opens
      *> the assignment file so the layout only has to change in one
      *> place.
           01 GRADE-ASSIGN-FILE.
               05 GA-KEY.
                   10 GA-CLASS-CODE      PIC X(06).
                   10 GA-ASSIGNMENT      PIC X(04).
               05 GA-CATEGORY            PIC X(04).
               05 GA-DESCRIPTION         PIC X(20).
               05 GA-POSSIBLE            PIC 9(03).
               05 GA-DUE-DATE            PIC 9(08).
