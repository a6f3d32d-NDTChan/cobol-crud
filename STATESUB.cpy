      *> Shared record layouts for the state accountability
      *> submission, STATE-SUBMIT-yyyy.TXT, written once a school
      *> year by SUB_STATE_SUBMIT (yyyy is the year the school year
      *> starts in).  Every line is 100 characters and opens with a
      *> two-character record type:
      *>   HD  header - school code, school year, its first and last
      *>       date, when the file was built
      *>   ST  one per student enrolled at any time in the year
      *>   CL  one per class the student sat in the year, after its ST
      *>   TR  trailer - control totals the state balances against
      *> ST fields:
      *>   STS-STATUS        'A' enrolled at year end, 'W' withdrawn
      *>   STS-WITHDRAW-DATE zero unless withdrawn; see
      *>                     SUB_STATE_SUBMIT for where it comes from
      *>   STS-DAYS-*        school days attended (present or late in
      *>                     any class) and absent (marked, and absent
      *>                     in every class marked)
      *> CL fields:
      *>   CLS-GRADE-TYPE    'F' final grade from a closed term, 'T'
      *>                     the term's one grade with no class detail
      *>                     on file (class code blank), 'P' a grade
      *>                     in progress in a term not yet closed
      *>   CLS-CLASS-STATUS  'A' seated, 'W' withdrawn from the class
      *>   CLS-DAYS-*        that class's marks on that term's days,
      *>                     late counted as present
      *> The record types share the one record area.  COPY this into
      *> the FD of any program that reads or writes the submission so
      *> the layout only has to change in one place.
           01 SUB-RECORD.
               05 SUB-TYPE               PIC X(02).
               05 SUB-DATA               PIC X(98).

           01 SUB-HEADER-RECORD.
               05 SUH-TYPE               PIC X(02).
               05 SUH-SCHOOL             PIC X(06).
               05 SUH-SCHOOL-YEAR        PIC 9(04).
               05 SUH-YEAR-FROM          PIC 9(08).
               05 SUH-YEAR-TO            PIC 9(08).
               05 SUH-RUN-DATE           PIC 9(08).
               05 SUH-RUN-TIME           PIC 9(08).
               05 FILLER                 PIC X(56).

           01 SUB-STUDENT-RECORD.
               05 STS-TYPE               PIC X(02).
               05 STS-STUDENT-NUMBER     PIC 9(06).
               05 STS-LAST-NAME          PIC X(20).
               05 STS-FIRST-NAME         PIC X(15).
               05 STS-STATUS             PIC X(01).
               05 STS-ENROLL-DATE        PIC 9(08).
               05 STS-WITHDRAW-DATE      PIC 9(08).
               05 STS-DAYS-PRESENT       PIC 9(03).
               05 STS-DAYS-ABSENT        PIC 9(03).
               05 STS-CLASS-COUNT        PIC 9(02).
               05 FILLER                 PIC X(32).

           01 SUB-CLASS-RECORD.
               05 CLS-TYPE               PIC X(02).
               05 CLS-STUDENT-NUMBER     PIC 9(06).
               05 CLS-CLASS-CODE         PIC X(06).
               05 CLS-TERM               PIC X(06).
               05 CLS-GRADE              PIC 9(03).
               05 CLS-GRADE-TYPE         PIC X(01).
               05 CLS-CLASS-STATUS       PIC X(01).
               05 CLS-DAYS-PRESENT       PIC 9(03).
               05 CLS-DAYS-ABSENT        PIC 9(03).
               05 FILLER                 PIC X(69).

           01 SUB-TRAILER-RECORD.
               05 SUT-TYPE               PIC X(02).
               05 SUT-STUDENT-COUNT      PIC 9(06).
               05 SUT-CLASS-COUNT        PIC 9(07).
               05 SUT-WITHDRAWN-COUNT    PIC 9(06).
               05 SUT-DAYS-PRESENT       PIC 9(08).
               05 SUT-DAYS-ABSENT        PIC 9(08).
               05 SUT-NUMBER-TOTAL       PIC 9(12).
               05 SUT-RECORD-COUNT       PIC 9(08).
               05 FILLER                 PIC X(43).
