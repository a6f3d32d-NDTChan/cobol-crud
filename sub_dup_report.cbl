       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_DUP_REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-FS.
               SELECT STUDENT-ARCHIVE ASSIGN TO
               'STUDENT-ARCHIVE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-STUDENT-NUMBER
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-ARC-FS.
               SELECT DUP-REPORT ASSIGN TO
               'DUPLICATE-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "STUDENT.cpy".

           FD STUDENT-ARCHIVE.
           COPY "ARCHIVE.cpy".

           FD DUP-REPORT.
           01 REPORT-LINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-ARC-FS           PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

      *> Every student on the master and the archive.  The names are
      *> kept as keyed for the report and folded to upper case for
      *> the match, so "Smith" and "SMITH" are the same child.
           01 WS-PERSON-COUNT     PIC 9(04) VALUE 0.
           01 WS-PERSON-TABLE.
               05 WS-PERSON-ROW OCCURS 5000 TIMES.
                   10 WS-PR-NUMBER       PIC 9(06).
                   10 WS-PR-SOURCE       PIC X(07).
                   10 WS-PR-STATUS       PIC X(01).
                   10 WS-PR-CLASS        PIC X(06).
                   10 WS-PR-NAME.
                       15 WS-PR-FIRST    PIC X(15).
                       15 WS-PR-LAST     PIC X(20).
                   10 WS-PR-MATCH-FIRST  PIC X(15).
                   10 WS-PR-MATCH-LAST   PIC X(20).
                   10 WS-PR-ENROLL-DATE  PIC 9(08).
           01 WS-I                PIC 9(04).
           01 WS-J                PIC 9(04).
           01 WS-START-J          PIC 9(04).
           01 WS-P                PIC 9(04).

           01 WS-SAME-FIRST       PIC X(01).
           01 WS-SAME-LAST        PIC X(01).
           01 WS-SAME-DATE        PIC X(01).
           01 WS-SAME-COUNT       PIC 9(01).

           01 WS-SCANNED-COUNT    PIC 9(10) VALUE 0.
           01 WS-PAIR-COUNT       PIC 9(10) VALUE 0.
           01 WS-STRONG-COUNT     PIC 9(10) VALUE 0.

           01 REPORT-HEADER.
               05 FILLER PIC X(36)
                   VALUE "LIKELY DUPLICATE STUDENTS - RUN ".
               05 RPT-RUN-DATE        PIC 9(08).

           01 REPORT-PAIR-LINE.
               05 FILLER PIC X(07)    VALUE "MATCH: ".
               05 RPT-STRENGTH        PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-MATCH-FIRST     PIC X(06).
               05 RPT-MATCH-LAST      PIC X(05).
               05 RPT-MATCH-DATE      PIC X(11).

           01 REPORT-PERSON-LINE.
               05 FILLER PIC X(04)    VALUE SPACES.
               05 RPT-NUMBER          PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-SOURCE          PIC X(07).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-STATUS          PIC X(01).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-FIRST           PIC X(15).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-LAST            PIC X(20).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-ENROLL-DATE     PIC 9(08).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CLASS           PIC X(06).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(26).
               05 RPT-COUNT           PIC 9(10).

           COPY "RUNSTAT.cpy".

           LINKAGE SECTION.
      *> SUB_RECONCILE only finds duplicate keys; this looks for the
      *> same child entered twice under two numbers - a misspelled
      *> name off the roster sync, or a re-enrollment keyed as a new
      *> student.  Every student on the master or the archive is
      *> compared with every other on first name, last name and
      *> enroll date, and any pair agreeing on at least two of the
      *> three is listed in DUPLICATE-REPORT.TXT: "ALL 3" when
      *> everything agrees, "2 OF 3" when one field differs.  The
      *> report only points; folding a pair together is the
      *> supervisor's merge (SUB_STUDENT_MERGE).  Runs from the menu
      *> or as the DUPES step of the batch window.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-PERSON-COUNT.
               MOVE 0 TO WS-SCANNED-COUNT.
               MOVE 0 TO WS-PAIR-COUNT.
               MOVE 0 TO WS-STRONG-COUNT.
               MOVE 0 TO RUN-STEP-RC.
               MOVE 0 TO RUN-COUNT-A.
               MOVE 0 TO RUN-COUNT-B.
               MOVE 'SCANNED' TO RUN-LABEL-A.
               MOVE 'LIKELY DUPS' TO RUN-LABEL-B.

               OPEN INPUT STUDENT.
               IF WS-FS NOT = '00'
                   DISPLAY "CANNOT OPEN STUDENT FILE (STATUS "WS-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               PERFORM 100-LOAD-MASTER.
               CLOSE STUDENT.
               PERFORM 150-LOAD-ARCHIVE.

               OPEN OUTPUT DUP-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN DUPLICATE-REPORT.TXT (STATUS "
                           WS-RPT-FS")"
                   MOVE 8 TO RUN-STEP-RC
                   GOBACK
               END-IF.
               ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
               WRITE REPORT-LINE FROM REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-PERSON-COUNT
                   COMPUTE WS-START-J = WS-I + 1
                   PERFORM VARYING WS-J FROM WS-START-J BY 1
                       UNTIL WS-J > WS-PERSON-COUNT
                       PERFORM 200-COMPARE-PAIR
                   END-PERFORM
               END-PERFORM.

               MOVE SPACES TO REPORT-COUNT-LINE.
               MOVE "STUDENTS COMPARED       : " TO RPT-COUNT-LABEL.
               MOVE WS-SCANNED-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "LIKELY DUPLICATE PAIRS  : " TO RPT-COUNT-LABEL.
               MOVE WS-PAIR-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "  OF WHICH ALL 3 AGREE  : " TO RPT-COUNT-LABEL.
               MOVE WS-STRONG-COUNT TO RPT-COUNT.
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
               CLOSE DUP-REPORT.

               DISPLAY "DUPLICATE REPORT IN DUPLICATE-REPORT.TXT".
               DISPLAY "STUDENTS COMPARED: "WS-SCANNED-COUNT.
               DISPLAY "LIKELY PAIRS     : "WS-PAIR-COUNT.

               MOVE WS-SCANNED-COUNT TO RUN-COUNT-A.
               MOVE WS-PAIR-COUNT TO RUN-COUNT-B.
               GOBACK.

       100-LOAD-MASTER.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PERSON-COUNT < 5000
                           COMPUTE WS-PERSON-COUNT =
                                   WS-PERSON-COUNT + 1
                           MOVE STUDENT-NUMBER
                               TO WS-PR-NUMBER(WS-PERSON-COUNT)
                           MOVE 'MASTER'
                               TO WS-PR-SOURCE(WS-PERSON-COUNT)
                           MOVE STUDENT-STATUS
                               TO WS-PR-STATUS(WS-PERSON-COUNT)
                           MOVE CLASS-CODE
                               TO WS-PR-CLASS(WS-PERSON-COUNT)
                           MOVE STUDENT-NAME
                               TO WS-PR-NAME(WS-PERSON-COUNT)
                           IF STUDENT-ENROLL-DATE IS NUMERIC
                               MOVE STUDENT-ENROLL-DATE
                                 TO WS-PR-ENROLL-DATE(WS-PERSON-COUNT)
                           ELSE
                               MOVE 0
                                 TO WS-PR-ENROLL-DATE(WS-PERSON-COUNT)
                           END-IF
                           PERFORM 180-FOLD-NAME
                       ELSE
                           DISPLAY "*** STUDENT TABLE FULL - "
                                   STUDENT-NUMBER" NOT COMPARED ***"
                       END-IF
               END-READ
           END-PERFORM.

      *> A student archived and then re-added under a new number is
      *> the commonest duplicate of all, so the archive is compared
      *> too.  No archive on file just means nobody has left yet.
       150-LOAD-ARCHIVE.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT STUDENT-ARCHIVE.
           IF WS-ARC-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-ARCHIVE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PERSON-COUNT < 5000
                           COMPUTE WS-PERSON-COUNT =
                                   WS-PERSON-COUNT + 1
                           MOVE ARC-STUDENT-NUMBER
                               TO WS-PR-NUMBER(WS-PERSON-COUNT)
                           MOVE 'ARCHIVE'
                               TO WS-PR-SOURCE(WS-PERSON-COUNT)
                           MOVE ARC-STATUS
                               TO WS-PR-STATUS(WS-PERSON-COUNT)
                           MOVE ARC-CLASS-CODE
                               TO WS-PR-CLASS(WS-PERSON-COUNT)
                           MOVE ARC-NAME
                               TO WS-PR-NAME(WS-PERSON-COUNT)
                           IF ARC-ENROLL-DATE IS NUMERIC
                               MOVE ARC-ENROLL-DATE
                                 TO WS-PR-ENROLL-DATE(WS-PERSON-COUNT)
                           ELSE
                               MOVE 0
                                 TO WS-PR-ENROLL-DATE(WS-PERSON-COUNT)
                           END-IF
                           PERFORM 180-FOLD-NAME
                       ELSE
                           DISPLAY "*** STUDENT TABLE FULL - "
                                   ARC-STUDENT-NUMBER
                                   " NOT COMPARED ***"
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARC-FS = '00' OR WS-ARC-FS = '10'
               CLOSE STUDENT-ARCHIVE
           END-IF.

       180-FOLD-NAME.
           MOVE WS-PR-FIRST(WS-PERSON-COUNT)
               TO WS-PR-MATCH-FIRST(WS-PERSON-COUNT).
           MOVE WS-PR-LAST(WS-PERSON-COUNT)
               TO WS-PR-MATCH-LAST(WS-PERSON-COUNT).
           INSPECT WS-PR-MATCH-FIRST(WS-PERSON-COUNT)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PR-MATCH-LAST(WS-PERSON-COUNT)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COMPUTE WS-SCANNED-COUNT = WS-SCANNED-COUNT + 1.

      *> A blank name or an unknown enroll date agrees with nothing -
      *> two students keyed without a date are not alike for that.
       200-COMPARE-PAIR.
           MOVE 'N' TO WS-SAME-FIRST.
           MOVE 'N' TO WS-SAME-LAST.
           MOVE 'N' TO WS-SAME-DATE.
           MOVE 0 TO WS-SAME-COUNT.
           IF WS-PR-MATCH-FIRST(WS-I) = WS-PR-MATCH-FIRST(WS-J)
              AND WS-PR-MATCH-FIRST(WS-I) NOT = SPACES
               MOVE 'Y' TO WS-SAME-FIRST
               COMPUTE WS-SAME-COUNT = WS-SAME-COUNT + 1
           END-IF.
           IF WS-PR-MATCH-LAST(WS-I) = WS-PR-MATCH-LAST(WS-J)
              AND WS-PR-MATCH-LAST(WS-I) NOT = SPACES
               MOVE 'Y' TO WS-SAME-LAST
               COMPUTE WS-SAME-COUNT = WS-SAME-COUNT + 1
           END-IF.
           IF WS-PR-ENROLL-DATE(WS-I) = WS-PR-ENROLL-DATE(WS-J)
              AND WS-PR-ENROLL-DATE(WS-I) NOT = 0
               MOVE 'Y' TO WS-SAME-DATE
               COMPUTE WS-SAME-COUNT = WS-SAME-COUNT + 1
           END-IF.
      *> A number on both files is SUB_INTEGRITY's problem, not a
      *> second child.
           IF WS-SAME-COUNT >= 2
              AND WS-PR-NUMBER(WS-I) NOT = WS-PR-NUMBER(WS-J)
               PERFORM 210-WRITE-PAIR
           END-IF.

       210-WRITE-PAIR.
           COMPUTE WS-PAIR-COUNT = WS-PAIR-COUNT + 1.
           IF WS-SAME-COUNT = 3
               MOVE "ALL 3" TO RPT-STRENGTH
               COMPUTE WS-STRONG-COUNT = WS-STRONG-COUNT + 1
           ELSE
               MOVE "2 OF 3" TO RPT-STRENGTH
           END-IF.
           MOVE SPACES TO RPT-MATCH-FIRST.
           MOVE SPACES TO RPT-MATCH-LAST.
           MOVE SPACES TO RPT-MATCH-DATE.
           IF WS-SAME-FIRST = 'Y'
               MOVE "FIRST" TO RPT-MATCH-FIRST
           END-IF.
           IF WS-SAME-LAST = 'Y'
               MOVE "LAST" TO RPT-MATCH-LAST
           END-IF.
           IF WS-SAME-DATE = 'Y'
               MOVE "ENROLL DATE" TO RPT-MATCH-DATE
           END-IF.
           WRITE REPORT-LINE FROM REPORT-PAIR-LINE.
           MOVE WS-I TO WS-P.
           PERFORM 220-WRITE-PERSON.
           MOVE WS-J TO WS-P.
           PERFORM 220-WRITE-PERSON.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       220-WRITE-PERSON.
           MOVE WS-PR-NUMBER(WS-P) TO RPT-NUMBER.
           MOVE WS-PR-SOURCE(WS-P) TO RPT-SOURCE.
           MOVE WS-PR-STATUS(WS-P) TO RPT-STATUS.
           MOVE WS-PR-FIRST(WS-P) TO RPT-FIRST.
           MOVE WS-PR-LAST(WS-P) TO RPT-LAST.
           MOVE WS-PR-ENROLL-DATE(WS-P) TO RPT-ENROLL-DATE.
           MOVE WS-PR-CLASS(WS-P) TO RPT-CLASS.
           WRITE REPORT-LINE FROM REPORT-PERSON-LINE.
       END PROGRAM SUB_DUP_REPORT.
