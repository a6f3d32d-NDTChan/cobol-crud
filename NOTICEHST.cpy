      *> Shared record layout for NOTICE-HISTORY.TXT, one record per
      *> notice sent to one guardian contact.  The key runs student,
      *> term, class, reason, contact sequence, so every contact sent
      *> a given notice sits together and a START on the first four
      *> answers "has this family already been told?".  NH-REASON is
      *> 'A' for over the absence limit, 'F' for failing the class.
      *> NH-FIGURE is what the letter quoted - the absence count or
      *> the class score.  COPY this into the FD NOTICE-HISTORY of
      *> any program that opens the notice history so the layout only
      *> has to change in one place.
           01 NOTICE-HISTORY-FILE.
               05 NH-KEY.
                   10 NH-STUDENT-NUMBER  PIC 9(06).
                   10 NH-TERM            PIC X(06).
                   10 NH-CLASS-CODE      PIC X(06).
                   10 NH-REASON          PIC X(01).
                   10 NH-SEQUENCE        PIC 9(02).
               05 NH-GUARDIAN-NAME       PIC X(30).
               05 NH-METHOD              PIC X(01).
               05 NH-FIGURE              PIC 9(04).
               05 NH-SENT-DATE           PIC 9(08).
               05 NH-SENT-TIME           PIC 9(08).
