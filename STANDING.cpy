      *> Shared record layout for STANDING.TXT, one record per student
      *> per term, keyed by the pair, written by the academic standing
      *> run (SUB_STANDING).  The term GPA covers the classes finished
      *> that term; the cumulative GPA every term on record up to and
      *> including it.  ST-STANDING is 'H' honor roll, 'G' good
      *> standing, 'W' warning, 'P' probation, set against the
      *> office's thresholds in STANDING-RULES.TXT.  Running the same
      *> term again replaces its records.  COPY this into the FD
      *> STANDING of any program that opens the standing file so the
      *> layout only has to change in one place.
           01 STANDING-FILE.
               05 ST-KEY.
                   10 ST-STUDENT-NUMBER  PIC 9(06).
                   10 ST-TERM            PIC X(06).
               05 ST-TERM-CREDITS        PIC 9(03)V9(01).
               05 ST-TERM-GPA            PIC 9(01)V9(02).
               05 ST-CUM-CREDITS         PIC 9(04)V9(01).
               05 ST-CUM-GPA             PIC 9(01)V9(02).
               05 ST-STANDING            PIC X(01).
               05 ST-DATE                PIC 9(08).
