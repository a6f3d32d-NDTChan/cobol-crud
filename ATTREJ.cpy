      *> Shared record layout for ATTEND-TRANS.LOG, the attendance
      *> reject log SUB_ATT_BATCH writes and SUB_ATT_REPAIR reads
      *> back - the same repairable-log arrangement SUB_BATCH and
      *> SUB_REPAIR share through TRANSREJ.cpy.  SUB_ATTENDANCE adds
      *> to it the marks keyed for a day the school calendar refuses;
      *> each scanner load starts the log afresh, so those are for
      *> repairing before the next load.  COPY this into the FD
      *> ATT-REJECT of every program that opens the log so the layout
      *> only has to change in one place.
           01 ATT-REJECT-RECORD.
               05 ARJ-MARK             PIC X(01).
               05 FILLER PIC X(01).
