      *> Shared record layout for TRANSFER-CLASS-MAP.TXT, which says
      *> which of our CLASS-MASTER codes a sending school's class code
      *> lands on when a transfer packet is read in.  One line per
      *> sending school and class; XM-SCHOOL is the code the school
      *> puts in its packet headers (spaces matches a packet that
      *> carries none).  The office stages it the way it stages the
      *> control files, and SUB_XFER_IN adds a line for every code
      *> the operator places by hand, so it is asked only once.
           01 TRANSFER-MAP-RECORD.
               05 XM-SCHOOL              PIC X(06).
               05 FILLER                 PIC X(01).
               05 XM-THEIR-CLASS         PIC X(06).
               05 FILLER                 PIC X(01).
               05 XM-OUR-CLASS           PIC X(06).
