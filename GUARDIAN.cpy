      *> Shared record layout for GUARDIAN.TXT, the people the school
      *> contacts about a student: parents, guardians, whoever the
      *> family names.  Keyed by the student number plus a sequence
      *> so one student can carry several contacts; GD-SEQUENCE 01 is
      *> the first one keyed.  GD-PREFERRED is how the contact wants
      *> to hear from the school - 'M' by letter, 'P' by phone, 'E'
      *> by email.  Every contact gets the letter; the phone and email
      *> contacts are also written to the outbound contact file.  COPY
      *> this into the FD GUARDIAN of any program that opens the
      *> guardian file so the layout only has to change in one place.
           01 GUARDIAN-FILE.
               05 GD-KEY.
                   10 GD-STUDENT-NUMBER  PIC 9(06).
                   10 GD-SEQUENCE        PIC 9(02).
               05 GD-NAME                PIC X(30).
               05 GD-RELATIONSHIP        PIC X(12).
               05 GD-ADDRESS.
                   10 GD-STREET          PIC X(30).
                   10 GD-CITY            PIC X(20).
                   10 GD-STATE           PIC X(02).
                   10 GD-ZIP             PIC X(10).
               05 GD-PHONE               PIC X(15).
               05 GD-EMAIL               PIC X(40).
               05 GD-PREFERRED           PIC X(01).
