      *> Shared record layout for SCHOOL-CALENDAR.TXT, the school's
      *> calendar: one record per date the school year cares about,
      *> keyed by the date.  A date not on the file is not a school
      *> day - weekends are simply never entered.
      *>   CAL-DAY-TYPE  'I' instructional day, 'H' half day (also
      *>                 instructional), 'X' holiday - on the file so
      *>                 the calendar shows it, but no school
      *>   CAL-TERM      the term the date falls in, matched against
      *>                 the class's CM-TERM
      *>   CAL-TERM-MARK 'S' the term's first day, 'E' its last day,
      *>                 space on every day between
      *> COPY this into the FD SCHOOL-CALENDAR of any program that
      *> opens the calendar so the layout only has to change in one
      *> place.  SUB_CAL_CHECK is the one door for "is this a school
      *> day in this term".
           01 CALENDAR-FILE.
               05 CAL-DATE            PIC 9(08).
               05 CAL-DAY-TYPE        PIC X(01).
               05 CAL-TERM            PIC X(06).
               05 CAL-TERM-MARK       PIC X(01).
               05 CAL-NOTE            PIC X(30).
