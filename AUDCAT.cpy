      *> Shared record layout for AUDIT-CATALOG.TXT, the list of audit
      *> log generations SUB_AUDIT_ROLL has closed off the live
      *> AUDIT-LOG.TXT.  One line per generation, oldest first; the
      *> generation itself is AUDIT-LOG-yyyymmdd.TXT, named for the
      *> day it was rolled, in the AUDIT.cpy layout.
      *>   CAT-FIRST-*/CAT-LAST-*  the oldest and newest stamp in it
      *>   CAT-REASON   'T' a term ended, 'S' the live log passed the
      *>                office's size threshold, 'O' rolled on request
      *>                from the menu
      *>   CAT-STATUS   'A' the generation is on file, 'P' it was
      *>                purged past the retention period on
      *>                CAT-PURGE-DATE - the line stays so the gap in
      *>                the trail is on record
      *> COPY this into the FD of any program that opens the catalog
      *> so the layout only has to change in one place.
           01 CATALOG-RECORD.
               05 CAT-GEN-DATE        PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-FIRST-DATE      PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-FIRST-TIME      PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-LAST-DATE       PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-LAST-TIME       PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-ENTRY-COUNT     PIC 9(10).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-REASON          PIC X(01).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-STATUS          PIC X(01).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 CAT-PURGE-DATE      PIC 9(08).
