      *> Shared record layout for TIMETABLE.TXT, when and where each
      *> class meets: one record per class code on the class master.
      *> TT-DAYS is one byte per school day, Monday to Friday - the
      *> day's letter (M T W R F) when the class meets, a space when
      *> it does not - and TT-DAY-FLAG gives the same bytes as a table
      *> so a clash test can walk the week.  Two classes in the same
      *> term clash when they share a period on any one day.  COPY
      *> this into the FD TIMETABLE of any program that opens the
      *> timetable so the layout only has to change in one place.
           01 TIMETABLE-FILE.
               05 TT-CLASS-CODE       PIC X(06).
               05 TT-DAYS             PIC X(05).
               05 TT-DAY-TABLE REDEFINES TT-DAYS.
                   10 TT-DAY-FLAG     PIC X(01) OCCURS 5 TIMES.
               05 TT-PERIOD           PIC 9(02).
               05 TT-ROOM             PIC X(06).
