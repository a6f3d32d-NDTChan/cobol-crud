      *> Shared record layouts for a student transfer packet, one
      *> line-sequential file per student written by SUB_XFER_OUT and
      *> read by SUB_XFER_IN.  Every line is 100 characters and opens
      *> with a two-character record type:
      *>   HD  header - sending school, student, when it was written
      *>   ST  the student master record
      *>   EN  one per ENROLLMENT row, with the class's term/teacher
      *>   SH  one per SCORE-HISTORY term
      *>   AT  attendance totals, one per class attended
      *>   AR  the STUDENT-ARCHIVE entry, when there is one
      *>   TR  trailer - a count of each type and of every line, so
      *>       the receiving office can prove the packet is whole
      *> The record types share the one record area.  COPY this into
      *> the FD of any program that reads or writes a packet so the
      *> layout only has to change in one place.
           01 PKT-RECORD.
               05 PKT-TYPE               PIC X(02).
               05 PKT-DATA               PIC X(98).

           01 PKT-HEADER-RECORD.
               05 PKH-TYPE               PIC X(02).
               05 PKH-SCHOOL             PIC X(06).
               05 PKH-STUDENT-NUMBER     PIC 9(06).
               05 PKH-DATE               PIC 9(08).
               05 PKH-TIME               PIC 9(08).
               05 FILLER                 PIC X(70).

           01 PKT-STUDENT-RECORD.
               05 PKS-TYPE               PIC X(02).
               05 PKS-STUDENT-NUMBER     PIC 9(06).
               05 PKS-NAME.
                   10 PKS-FIRST-NAME     PIC X(15).
                   10 PKS-LAST-NAME      PIC X(20).
               05 PKS-SCORE              PIC 9(03).
               05 PKS-CLASS-CODE         PIC X(06).
               05 PKS-STATUS             PIC X(01).
               05 PKS-ENROLL-DATE        PIC 9(08).
               05 FILLER                 PIC X(39).

           01 PKT-ENROLL-RECORD.
               05 PKE-TYPE               PIC X(02).
               05 PKE-CLASS-CODE         PIC X(06).
               05 PKE-SCORE              PIC 9(03).
               05 PKE-STATUS             PIC X(01).
               05 PKE-ENROLL-DATE        PIC 9(08).
               05 PKE-TERM               PIC X(06).
               05 PKE-TEACHER-NAME       PIC X(20).
               05 FILLER                 PIC X(54).

           01 PKT-HISTORY-RECORD.
               05 PKY-TYPE               PIC X(02).
               05 PKY-TERM               PIC X(06).
               05 PKY-SCORE              PIC 9(03).
               05 PKY-DATE               PIC 9(08).
               05 FILLER                 PIC X(81).

           01 PKT-ATTEND-RECORD.
               05 PKA-TYPE               PIC X(02).
               05 PKA-CLASS-CODE         PIC X(06).
               05 PKA-PRESENT            PIC 9(04).
               05 PKA-ABSENT             PIC 9(04).
               05 PKA-LATE               PIC 9(04).
               05 PKA-FIRST-DATE         PIC 9(08).
               05 PKA-LAST-DATE          PIC 9(08).
               05 FILLER                 PIC X(64).

           01 PKT-ARCHIVE-RECORD.
               05 PKR-TYPE               PIC X(02).
               05 PKR-STUDENT-NUMBER     PIC 9(06).
               05 PKR-NAME               PIC X(35).
               05 PKR-SCORE              PIC 9(03).
               05 PKR-CLASS-CODE         PIC X(06).
               05 PKR-STATUS             PIC X(01).
               05 PKR-ENROLL-DATE        PIC 9(08).
               05 PKR-ARCHIVE-DATE       PIC 9(08).
               05 FILLER                 PIC X(31).

           01 PKT-TRAILER-RECORD.
               05 PKT-TR-TYPE            PIC X(02).
               05 PKT-ST-COUNT           PIC 9(04).
               05 PKT-EN-COUNT           PIC 9(04).
               05 PKT-SH-COUNT           PIC 9(04).
               05 PKT-AT-COUNT           PIC 9(04).
               05 PKT-AR-COUNT           PIC 9(04).
               05 PKT-LINE-COUNT         PIC 9(06).
               05 FILLER                 PIC X(72).
