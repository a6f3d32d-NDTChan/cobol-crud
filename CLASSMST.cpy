      *> the class master so the layout only has to change in one
      *> place.  Every CLASS-CODE stored on the student file must
      *> exist here - SUB_CLASS_CHECK is the one validation door.
      *> CM-CREDITS is the class's credit value, weighting its grade
      *> in the GPA; classes written before the field was added read
      *> back with spaces there and count as one credit.
           01 CLASS-MASTER-FILE.
               05 CM-CLASS-CODE   PIC X(06).
               05 CM-TEACHER-NAME PIC X(20).
               05 CM-TERM         PIC X(06).
               05 CM-CAPACITY     PIC 9(03).
               05 CM-CREDITS      PIC 9(01)V9(01).
