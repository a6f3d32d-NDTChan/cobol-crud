      *> Shared record layout for STANDING-RULES.TXT, the office's
      *> academic standing thresholds - a single record, kept on the
      *> standing rules screen (SUB_STANDING_RULES).  A term GPA at or
      *> above SR-HONOR-GPA, over at least SR-HONOR-CREDITS credits,
      *> is honor roll; at or above SR-GOOD-GPA is good standing; at
      *> or above SR-WARNING-GPA is a warning; anything lower is
      *> probation.  COPY this into the FD RULES-FILE of any program
      *> that reads the thresholds so the layout only has to change in
      *> one place.
           01 STANDING-RULES-RECORD.
               05 SR-HONOR-GPA           PIC 9(01)V9(02).
               05 FILLER PIC X(01).
               05 SR-HONOR-CREDITS       PIC 9(02)V9(01).
               05 FILLER PIC X(01).
               05 SR-GOOD-GPA            PIC 9(01)V9(02).
               05 FILLER PIC X(01).
               05 SR-WARNING-GPA         PIC 9(01)V9(02).
