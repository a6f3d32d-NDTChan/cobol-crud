      *> Shared record layout for STUDENT-TRANS.LOG, the batch reject
      *> log SUB_BATCH and SUB_SEAT_OPEN write and SUB_REPAIR reads
      *> back.  COPY this into the FD REJECT-FILE of all three
      *> programs so the layout only has to change in one place.
           01 REJECT-RECORD.
               05 REJ-ACTION           PIC X(01).
               05 FILLER PIC X(01).
