      *> Shared record layout for AUDIT-LOG.TXT.
      *> COPY this into the FD AUDIT-FILE of any program that opens the
      *> audit log so the layout only has to change in one place.
      *> The rolled generations SUB_AUDIT_ROLL closes off the live log
      *> (AUDIT-LOG-yyyymmdd.TXT, listed in AUDIT-CATALOG.TXT) keep
      *> this same layout.
      *> The name columns carry the full first+last name group; log
      *> files written under the old ten-character name layout belong
      *> in the archived pre-conversion log, not this one.
      *> Operation 'G' is an approved grade change on a closed term:
      *> the old name carries the student's name, the scores are the
      *> old and new grade, both class codes carry the class, and the
      *> new name carries the term in columns 1-6 and the request
      *> number in columns 16-21 ("TTTTTT REQUEST NNNNNN").
      *> Operation 'T' is a transfer out to another school: the
      *> student was withdrawn, and old and new both carry the master
      *> values as they left.
      *> Operation 'M' is a duplicate student merged away: the entry's
      *> student number is the retired one, the old side carries its
      *> name, score and class, the new name carries the surviving
      *> number in columns 1-6 and the new score and class are the
      *> survivor's.
           01 AUDIT-RECORD.
               05 AUD-STUDENT-NUMBER  PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
