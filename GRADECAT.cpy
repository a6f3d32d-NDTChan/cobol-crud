      *> Shared record layout for GRADE-CATEGORY.TXT, the assessment
      *> categories each class is graded on (quizzes, homework,
      *> exams ...), keyed by class and category.  GK-WEIGHT is the
      *> category's share of the class grade in whole percent; a
      *> class's weights are meant to total 100, and the gradebook
      *> setup screen warns when they do not.  COPY this into the
      *> FD GRADE-CATEGORY of any program that opens the category file
      *> so the layout only has to change in one place.
           01 GRADE-CATEGORY-FILE.
               05 GK-KEY.
                   10 GK-CLASS-CODE      PIC X(06).
                   10 GK-CATEGORY        PIC X(04).
               05 GK-DESCRIPTION         PIC X(20).
               05 GK-WEIGHT              PIC 9(03).
