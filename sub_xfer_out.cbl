       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_XFER_OUT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHOOL-CTL ASSIGN TO
               'SCHOOL-CODE.CTL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-EN-FS.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CM-FS.
               SELECT SCORE-HISTORY ASSIGN TO
               'SCORE-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS SH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-SH-FS.
               SELECT ATTENDANCE ASSIGN TO
               'ATTENDANCE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AT-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-AT-FS.
               SELECT STUDENT-ARCHIVE ASSIGN TO
               'STUDENT-ARCHIVE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-ARC-FS.
      *> DYNAMIC for the same reason SUB_DELTA_FEED gives: the packet
      *> name is built per student at run time.
               SELECT PACKET-FILE ASSIGN TO DYNAMIC
               WS-PACKET-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PKT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL-CTL.
           01 SCHOOL-CTL-RECORD       PIC X(20).

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD SCORE-HISTORY.
           COPY "SCOREHST.cpy".

           FD ATTENDANCE.
           COPY "ATTEND.cpy".

           FD STUDENT-ARCHIVE.
           COPY "ARCHIVE.cpy".

           FD PACKET-FILE.
           COPY "XFERPKT.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-CTL-FS           PIC 9(02).
           77 WS-FS               PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-SH-FS            PIC 9(02).
           77 WS-AT-FS            PIC 9(02).
           77 WS-ARC-FS           PIC 9(02).
           77 WS-PKT-FS           PIC 9(02).

           01 WS-ENROLL-OPEN      PIC X(01).
           01 WS-SCORE-HIST-OPEN  PIC X(01).
           01 WS-ATTEND-OPEN      PIC X(01).

      *> One packet per student, named for the student, so a packet
      *> written again for the same student replaces the earlier one.
           01 WS-PACKET-NAME.
               05 FILLER PIC X(09)    VALUE 'TRANSFER-'.
               05 WS-PACKET-NUMBER    PIC 9(06).
               05 FILLER PIC X(04)    VALUE '.PKT'.

           01 WS-SCHOOL-CODE      PIC X(06).
           01 WS-STUDENT-NUMBER   PIC 9(06).
           01 WS-STUDENT-FOUND    PIC X(01).
           01 WS-ALREADY-GONE     PIC X(01).
           01 WS-CONFIRM          PIC X(01).
           01 WS-CLASSES-OPEN     PIC X(01).
           01 WS-WITHDRAWN        PIC X(01).

      *> The master as it stood before the withdrawal, for the audit.
           01 WS-AUDIT-NAME       PIC X(35).
           01 WS-AUDIT-SCORE      PIC 9(03).
           01 WS-AUDIT-CLASS      PIC X(06).
           01 WS-AUDIT-NEW-NAME   PIC X(35).
           01 WS-AUDIT-NEW-SCORE  PIC 9(03).
           01 WS-AUDIT-NEW-CLASS  PIC X(06).
           01 WS-AUDIT-OPERATION  PIC X(01) VALUE 'T'.

      *> Attendance totals for the class being counted.
           01 WS-AT-CLASS         PIC X(06).
           01 WS-AT-PRESENT       PIC 9(04).
           01 WS-AT-ABSENT        PIC 9(04).
           01 WS-AT-LATE          PIC 9(04).
           01 WS-AT-FIRST-DATE    PIC 9(08).
           01 WS-AT-LAST-DATE     PIC 9(08).

           01 WS-ST-COUNT         PIC 9(04).
           01 WS-EN-COUNT         PIC 9(04).
           01 WS-SH-COUNT         PIC 9(04).
           01 WS-AT-COUNT         PIC 9(04).
           01 WS-AR-COUNT         PIC 9(04).
           01 WS-LINE-COUNT       PIC 9(06).

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
           01 WS-LOCK-ME          PIC X(05) VALUE 'MENU '.
           01 WS-LOCK-RESULT      PIC X(01).
           01 WS-LOCK-HOLDER      PIC X(05).

           LINKAGE SECTION.
      *> A student moving to another school in the district leaves
      *> with a packet instead of a printed transcript: one file,
      *> TRANSFER-nnnnnn.PKT, holding the master record, the current
      *> enrollments, every SCORE-HISTORY term, attendance totals per
      *> class and any archive entry, between a header and a trailer
      *> of control counts (layout in XFERPKT.cpy).  The receiving
      *> school reads it with SUB_XFER_IN.  Once the packet is written
      *> the student is withdrawn, audited as operation 'T', and their
      *> seats go back to the waitlists.  A student already withdrawn
      *> can be given a fresh packet; nothing else changes.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE 0 TO WS-ST-COUNT.
               MOVE 0 TO WS-EN-COUNT.
               MOVE 0 TO WS-SH-COUNT.
               MOVE 0 TO WS-AT-COUNT.
               MOVE 0 TO WS-AR-COUNT.
               MOVE 0 TO WS-LINE-COUNT.
               MOVE 'N' TO WS-ALREADY-GONE.

      *> Refuse while the night run owns the student master - the
      *> single-writer guard that keeps a batch window and a menu
      *> session from updating the file at the same time.
               CALL 'SUB_MASTER_LOCK' USING WS-LOCK-QUERY,
                   WS-LOCK-ME, WS-LOCK-RESULT, WS-LOCK-HOLDER.
               IF WS-LOCK-RESULT = 'Y' AND WS-LOCK-HOLDER = 'BATCH'
                   DISPLAY "NIGHT RUN OWNS THE STUDENT MASTER - "
                           "TRY AGAIN AFTER THE BATCH WINDOW"
                   GOBACK
               END-IF.

               DISPLAY "ENTER STUDENT NUMBER TO TRANSFER OUT:".
               ACCEPT WS-STUDENT-NUMBER.
               PERFORM 100-FIND-STUDENT.
               IF WS-STUDENT-FOUND NOT = 'Y'
                   DISPLAY "STUDENT "WS-STUDENT-NUMBER" IS NOT ON FILE"
                   GOBACK
               END-IF.
               IF WS-ALREADY-GONE = 'Y'
                   DISPLAY "STUDENT IS ALREADY WITHDRAWN - A NEW "
                           "PACKET WILL BE WRITTEN, NOTHING ELSE "
                           "CHANGES"
               END-IF.
               DISPLAY "WRITE TRANSFER PACKET AND WITHDRAW? Y/N".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY "TRANSFER NOT STARTED"
                   GOBACK
               END-IF.

               PERFORM 150-READ-SCHOOL-CODE.
               MOVE WS-STUDENT-NUMBER TO WS-PACKET-NUMBER.
               OPEN OUTPUT PACKET-FILE.
               IF WS-PKT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN "WS-PACKET-NAME" (STATUS "
                           WS-PKT-FS") - TRANSFER NOT STARTED"
                   GOBACK
               END-IF.

               PERFORM 200-WRITE-HEADER.
               PERFORM 300-WRITE-STUDENT.
               PERFORM 400-WRITE-ENROLLMENTS.
               PERFORM 500-WRITE-HISTORY.
               PERFORM 600-WRITE-ATTENDANCE.
               PERFORM 700-WRITE-ARCHIVE.
               PERFORM 800-WRITE-TRAILER.
               CLOSE PACKET-FILE.

               DISPLAY "PACKET WRITTEN TO "WS-PACKET-NAME.
               DISPLAY "ENROLLMENTS   : "WS-EN-COUNT.
               DISPLAY "HISTORY TERMS : "WS-SH-COUNT.
               DISPLAY "ATTENDANCE    : "WS-AT-COUNT" CLASS(ES)".
               DISPLAY "ARCHIVE ENTRY : "WS-AR-COUNT.

               IF WS-ALREADY-GONE NOT = 'Y'
                   PERFORM 900-WITHDRAW-STUDENT
               END-IF.
               GOBACK.

       100-FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND.
           OPEN INPUT STUDENT.
           IF WS-FS = '00'
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-FOUND
                       DISPLAY "STUDENT: "STUDENT-NAME
                       IF STUDENT-STATUS = 'W'
                           MOVE 'Y' TO WS-ALREADY-GONE
                       END-IF
               END-READ
               CLOSE STUDENT
           END-IF.

      *> Our own school code for the packet header, so the receiving
      *> school knows whose class codes it is reading.  The office
      *> stages it on line 1 of SCHOOL-CODE.CTL.
       150-READ-SCHOOL-CODE.
           MOVE SPACES TO WS-SCHOOL-CODE.
           OPEN INPUT SCHOOL-CTL.
           IF WS-CTL-FS = '00'
               READ SCHOOL-CTL
                   AT END CONTINUE
                   NOT AT END MOVE SCHOOL-CTL-RECORD(1:6)
                                  TO WS-SCHOOL-CODE
               END-READ
               CLOSE SCHOOL-CTL
           ELSE
               DISPLAY "NO SCHOOL-CODE.CTL ON FILE - PACKET HEADER "
                       "CARRIES NO SCHOOL CODE"
           END-IF.

       200-WRITE-HEADER.
           MOVE SPACES TO PKT-HEADER-RECORD.
           MOVE 'HD' TO PKH-TYPE.
           MOVE WS-SCHOOL-CODE TO PKH-SCHOOL.
           MOVE WS-STUDENT-NUMBER TO PKH-STUDENT-NUMBER.
           ACCEPT PKH-DATE FROM DATE YYYYMMDD.
           ACCEPT PKH-TIME FROM TIME.
           WRITE PKT-HEADER-RECORD.
           COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1.

       300-WRITE-STUDENT.
           OPEN INPUT STUDENT.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO PKT-STUDENT-RECORD
                   MOVE 'ST' TO PKS-TYPE
                   MOVE STUDENT-NUMBER TO PKS-STUDENT-NUMBER
                   MOVE STUDENT-NAME TO PKS-NAME
                   MOVE STUDENT-SCORE TO PKS-SCORE
                   MOVE CLASS-CODE TO PKS-CLASS-CODE
                   MOVE STUDENT-STATUS TO PKS-STATUS
                   IF STUDENT-ENROLL-DATE IS NUMERIC
                       MOVE STUDENT-ENROLL-DATE TO PKS-ENROLL-DATE
                   ELSE
                       MOVE 0 TO PKS-ENROLL-DATE
                   END-IF
                   WRITE PKT-STUDENT-RECORD
                   COMPUTE WS-ST-COUNT = WS-ST-COUNT + 1
                   COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1
           END-READ.
           CLOSE STUDENT.

      *> Every enrollment row, withdrawn ones included - the other
      *> school decides what to place.  The class's term and teacher
      *> ride along so they can tell which class it was.
       400-WRITE-ENROLLMENTS.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ENROLL-OPEN.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ENROLL-OPEN
           END-IF.
           MOVE 'N' TO WS-CLASSES-OPEN.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS = '00'
               MOVE 'Y' TO WS-CLASSES-OPEN
           END-IF.
           IF WS-EOF NOT = 'Y'
               MOVE WS-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE LOW-VALUES TO EN-CLASS-CODE
               START ENROLLMENT KEY IS >= EN-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 410-WRITE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENROLL-OPEN = 'Y'
               CLOSE ENROLLMENT
           END-IF.
           IF WS-CLASSES-OPEN = 'Y'
               CLOSE CLASS-MASTER
           END-IF.

       410-WRITE-ONE-ENROLLMENT.
           MOVE SPACES TO PKT-ENROLL-RECORD.
           MOVE 'EN' TO PKE-TYPE.
           MOVE EN-CLASS-CODE TO PKE-CLASS-CODE.
           MOVE EN-SCORE TO PKE-SCORE.
           MOVE EN-STATUS TO PKE-STATUS.
           IF EN-ENROLL-DATE IS NUMERIC
               MOVE EN-ENROLL-DATE TO PKE-ENROLL-DATE
           ELSE
               MOVE 0 TO PKE-ENROLL-DATE
           END-IF.
           IF WS-CLASSES-OPEN = 'Y'
               MOVE EN-CLASS-CODE TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-TERM TO PKE-TERM
                       MOVE CM-TEACHER-NAME TO PKE-TEACHER-NAME
               END-READ
           END-IF.
           WRITE PKT-ENROLL-RECORD.
           COMPUTE WS-EN-COUNT = WS-EN-COUNT + 1.
           COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1.

       500-WRITE-HISTORY.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-SCORE-HIST-OPEN.
           OPEN INPUT SCORE-HISTORY.
           IF WS-SH-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-SCORE-HIST-OPEN
               MOVE WS-STUDENT-NUMBER TO SH-STUDENT-NUMBER
               MOVE LOW-VALUES TO SH-TERM
               START SCORE-HISTORY KEY IS >= SH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCORE-HISTORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SH-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SPACES TO PKT-HISTORY-RECORD
                           MOVE 'SH' TO PKY-TYPE
                           MOVE SH-TERM TO PKY-TERM
                           MOVE SH-SCORE TO PKY-SCORE
                           MOVE SH-DATE TO PKY-DATE
                           WRITE PKT-HISTORY-RECORD
                           COMPUTE WS-SH-COUNT = WS-SH-COUNT + 1
                           COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SCORE-HIST-OPEN = 'Y'
               CLOSE SCORE-HISTORY
           END-IF.

      *> Attendance is keyed student, class, date, so the student's
      *> marks come in class order - a control break on the class
      *> gives one totals line per class.
       600-WRITE-ATTENDANCE.
           MOVE SPACE TO WS-EOF.
           MOVE SPACES TO WS-AT-CLASS.
           MOVE 'N' TO WS-ATTEND-OPEN.
           OPEN INPUT ATTENDANCE.
           IF WS-AT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ATTEND-OPEN
               MOVE WS-STUDENT-NUMBER TO AT-STUDENT-NUMBER
               MOVE LOW-VALUES TO AT-CLASS-CODE
               MOVE 0 TO AT-DATE
               START ATTENDANCE KEY IS >= AT-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF AT-CLASS-CODE NOT = WS-AT-CLASS
                               PERFORM 610-WRITE-ATTENDANCE-TOTALS
                               MOVE AT-CLASS-CODE TO WS-AT-CLASS
                               MOVE 0 TO WS-AT-PRESENT
                               MOVE 0 TO WS-AT-ABSENT
                               MOVE 0 TO WS-AT-LATE
                               MOVE AT-DATE TO WS-AT-FIRST-DATE
                           END-IF
                           MOVE AT-DATE TO WS-AT-LAST-DATE
                           EVALUATE AT-MARK
                               WHEN 'P'
                                   COMPUTE WS-AT-PRESENT =
                                           WS-AT-PRESENT + 1
                               WHEN 'A'
                                   COMPUTE WS-AT-ABSENT =
                                           WS-AT-ABSENT + 1
                               WHEN 'L'
                                   COMPUTE WS-AT-LATE = WS-AT-LATE + 1
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 610-WRITE-ATTENDANCE-TOTALS.
           IF WS-ATTEND-OPEN = 'Y'
               CLOSE ATTENDANCE
           END-IF.

       610-WRITE-ATTENDANCE-TOTALS.
           IF WS-AT-CLASS NOT = SPACES
               MOVE SPACES TO PKT-ATTEND-RECORD
               MOVE 'AT' TO PKA-TYPE
               MOVE WS-AT-CLASS TO PKA-CLASS-CODE
               MOVE WS-AT-PRESENT TO PKA-PRESENT
               MOVE WS-AT-ABSENT TO PKA-ABSENT
               MOVE WS-AT-LATE TO PKA-LATE
               MOVE WS-AT-FIRST-DATE TO PKA-FIRST-DATE
               MOVE WS-AT-LAST-DATE TO PKA-LAST-DATE
               WRITE PKT-ATTEND-RECORD
               COMPUTE WS-AT-COUNT = WS-AT-COUNT + 1
               COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1
           END-IF.

       700-WRITE-ARCHIVE.
           OPEN INPUT STUDENT-ARCHIVE.
           IF WS-ARC-FS = '00'
               MOVE WS-STUDENT-NUMBER TO ARC-STUDENT-NUMBER
               READ STUDENT-ARCHIVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO PKT-ARCHIVE-RECORD
                       MOVE 'AR' TO PKR-TYPE
                       MOVE ARC-STUDENT-NUMBER TO PKR-STUDENT-NUMBER
                       MOVE ARC-NAME TO PKR-NAME
                       MOVE ARC-STUDENT-SCORE TO PKR-SCORE
                       MOVE ARC-CLASS-CODE TO PKR-CLASS-CODE
                       MOVE ARC-STATUS TO PKR-STATUS
                       MOVE ARC-ENROLL-DATE TO PKR-ENROLL-DATE
                       MOVE ARC-ARCHIVE-DATE TO PKR-ARCHIVE-DATE
                       WRITE PKT-ARCHIVE-RECORD
                       COMPUTE WS-AR-COUNT = WS-AR-COUNT + 1
                       COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1
               END-READ
               CLOSE STUDENT-ARCHIVE
           END-IF.

      *> The line count includes the header and the trailer itself.
       800-WRITE-TRAILER.
           COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1.
           MOVE SPACES TO PKT-TRAILER-RECORD.
           MOVE 'TR' TO PKT-TR-TYPE.
           MOVE WS-ST-COUNT TO PKT-ST-COUNT.
           MOVE WS-EN-COUNT TO PKT-EN-COUNT.
           MOVE WS-SH-COUNT TO PKT-SH-COUNT.
           MOVE WS-AT-COUNT TO PKT-AT-COUNT.
           MOVE WS-AR-COUNT TO PKT-AR-COUNT.
           MOVE WS-LINE-COUNT TO PKT-LINE-COUNT.
           WRITE PKT-TRAILER-RECORD.

      *> The same withdrawal SUB_UPDATE makes, audited as a transfer
      *> out ('T') so recovery and the district feed can tell a
      *> student who left the school from an ordinary edit.  The
      *> seats are released after the master is closed.
       900-WITHDRAW-STUDENT.
           MOVE 'N' TO WS-WITHDRAWN.
           OPEN I-O STUDENT.
           IF WS-FS NOT = '00'
               DISPLAY "CANNOT OPEN STUDENT FILE (STATUS "WS-FS
                       ") - STUDENT NOT WITHDRAWN"
           ELSE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY
                       DISPLAY "STUDENT "WS-STUDENT-NUMBER
                               " HAS LEFT THE FILE - NOT WITHDRAWN"
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-AUDIT-NAME
                       MOVE STUDENT-SCORE TO WS-AUDIT-SCORE
                       MOVE CLASS-CODE TO WS-AUDIT-CLASS
                       MOVE 'W' TO STUDENT-STATUS
                       REWRITE STUDENT-FILE
                           INVALID KEY
                               DISPLAY "WITHDRAWAL FAILED FOR STUDENT "
                                       WS-STUDENT-NUMBER
                           NOT INVALID KEY
                               DISPLAY "STUDENT "WS-STUDENT-NUMBER
                                       " WITHDRAWN - TRANSFERRED OUT"
                               MOVE WS-AUDIT-NAME TO WS-AUDIT-NEW-NAME
                               MOVE WS-AUDIT-SCORE
                                   TO WS-AUDIT-NEW-SCORE
                               MOVE WS-AUDIT-CLASS
                                   TO WS-AUDIT-NEW-CLASS
                               CALL 'SUB_AUDIT_LOG' USING
                                   WS-STUDENT-NUMBER,
                                   WS-AUDIT-OPERATION,
                                   WS-AUDIT-NAME, WS-AUDIT-SCORE,
                                   WS-AUDIT-NEW-NAME,
                                   WS-AUDIT-NEW-SCORE,
                                   WS-AUDIT-CLASS, WS-AUDIT-NEW-CLASS
                               MOVE 'Y' TO WS-WITHDRAWN
                   END-REWRITE
               END-READ
               CLOSE STUDENT
               IF WS-WITHDRAWN = 'Y'
                   CALL 'SUB_SEAT_RELEASE' USING WS-STUDENT-NUMBER
               END-IF
           END-IF.
       END PROGRAM SUB_XFER_OUT.
