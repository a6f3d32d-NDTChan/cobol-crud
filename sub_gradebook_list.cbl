       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADEBOOK_LIST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLASS-MASTER ASSIGN TO
               'CLASS-MASTER.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CM-CLASS-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-CM-FS.
               SELECT ENROLLMENT ASSIGN TO
               'ENROLLMENT.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EN-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-EN-FS.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT GRADE-CATEGORY ASSIGN TO
               'GRADE-CATEGORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GK-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GC-FS.
               SELECT GRADE-ASSIGN ASSIGN TO
               'GRADE-ASSIGN.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GA-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GA-FS.
               SELECT GRADE-SCORE ASSIGN TO
               'GRADE-SCORE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GS-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-GS-FS.
               SELECT BOOK-REPORT ASSIGN TO
               'GRADEBOOK-LISTING.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CLASS-MASTER.
           COPY "CLASSMST.cpy".

           FD ENROLLMENT.
           COPY "ENROLL.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD GRADE-CATEGORY.
           COPY "GRADECAT.cpy".

           FD GRADE-ASSIGN.
           COPY "GRADEASG.cpy".

           FD GRADE-SCORE.
           COPY "GRADESCR.cpy".

      *> Printed on the wide carriage - a row of assignment columns
      *> does not fit the 80-column listings.
           FD BOOK-REPORT.
           01 REPORT-LINE             PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS               PIC 9(02).
           77 WS-CM-FS            PIC 9(02).
           77 WS-EN-FS            PIC 9(02).
           77 WS-GC-FS            PIC 9(02).
           77 WS-GA-FS            PIC 9(02).
           77 WS-GS-FS            PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-CATEGORY-OPEN    PIC X(01).
           01 WS-ASSIGN-OPEN      PIC X(01).
           01 WS-SCORE-OPEN       PIC X(01).

           01 WS-BOOK-CLASS       PIC X(06).
           01 WS-MASTER-OPEN      PIC X(01).
           01 WS-LOOKED-UP-NAME   PIC X(35).

           01 WS-CLASS-FOUND      PIC X(01).
           01 WS-CLASS-TERM       PIC X(06).
           01 WS-SEAT-OPEN        PIC X(01).
           01 WS-SEATS-TAKEN      PIC 9(03).
           01 WS-SEAT-CAPACITY    PIC 9(03).

           01 WS-CAT-COUNT        PIC 9(04).
           01 WS-CAT-TABLE.
               05 WS-CAT-ROW OCCURS 20 TIMES.
                   10 WS-CAT-CODE        PIC X(04).
                   10 WS-CAT-DESC        PIC X(20).
                   10 WS-CAT-WEIGHT      PIC 9(03).
           01 WS-C                PIC 9(04).

           01 WS-ASG-COUNT        PIC 9(04).
           01 WS-ASG-TABLE.
               05 WS-ASG-ROW OCCURS 40 TIMES.
                   10 WS-ASG-CODE        PIC X(04).
                   10 WS-ASG-CAT         PIC X(04).
                   10 WS-ASG-DESC        PIC X(20).
                   10 WS-ASG-POSSIBLE    PIC 9(03).
                   10 WS-ASG-DUE         PIC 9(08).
           01 WS-A                PIC 9(04).

      *> One row per student on the class, with a cell per
      *> assignment: 'Y' and the points where a score is on file.
           01 WS-ROW-COUNT        PIC 9(04).
           01 WS-ROW-TABLE.
               05 WS-ROW OCCURS 200 TIMES.
                   10 WS-ROW-NUMBER      PIC 9(06).
                   10 WS-ROW-POSTED      PIC 9(03).
                   10 WS-ROW-WEIGHTED    PIC 9(03).
                   10 WS-ROW-SCORED      PIC X(01).
                   10 WS-ROW-CELL OCCURS 40 TIMES.
                       15 WS-CELL-HAS    PIC X(01).
                       15 WS-CELL-POINTS PIC 9(03).
           01 WS-I                PIC 9(04).
           01 WS-K                PIC 9(04).

      *> Columns go across in bands of sixteen; a bigger book prints
      *> a second and third band under the first.
           77 WS-BAND-WIDTH       PIC 9(02) VALUE 16.
           01 WS-BAND-FIRST       PIC 9(04).
           01 WS-BAND-LAST        PIC 9(04).
           01 WS-COL              PIC 9(04).

           01 WS-WEIGHT-NUMBER    PIC 9(06).
           01 WS-WEIGHT-TOTAL     PIC 9(05).
           01 WS-CELL-EDIT        PIC ZZZ9.
           01 WS-SCORE-EDIT       PIC ZZ9.
           01 WS-GRADE-SCORE      PIC 9(03).
           01 WS-GRADE            PIC X(01).

           01 REPORT-CLASS-HEADER.
               05 FILLER PIC X(16)    VALUE "GRADEBOOK CLASS ".
               05 RPT-CLASS-CODE      PIC X(06).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-TEACHER-NAME    PIC X(20).
               05 FILLER PIC X(07)    VALUE "  TERM ".
               05 RPT-TERM            PIC X(06).
               05 FILLER PIC X(10)    VALUE "  PRINTED ".
               05 RPT-DATE            PIC 9(08).

           01 REPORT-CATEGORY-LINE.
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-CAT-CODE        PIC X(04).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-CAT-DESC        PIC X(20).
               05 FILLER PIC X(09)    VALUE "  WEIGHT ".
               05 RPT-CAT-WEIGHT      PIC ZZ9.
               05 FILLER PIC X(01)    VALUE "%".

           01 REPORT-ASSIGN-LINE.
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-ASG-CODE        PIC X(04).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-ASG-CAT         PIC X(04).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 RPT-ASG-DESC        PIC X(20).
               05 FILLER PIC X(08)    VALUE "  OUT OF".
               05 RPT-ASG-POSSIBLE    PIC ZZZ9.
               05 FILLER PIC X(06)    VALUE "  DUE ".
               05 RPT-ASG-DUE         PIC 9(08).

           01 REPORT-GRID-HEADER.
               05 FILLER PIC X(06)    VALUE "NUMBER".
               05 FILLER PIC X(01)    VALUE SPACE.
               05 FILLER PIC X(18)    VALUE "NAME".
               05 GRID-HEAD-COL OCCURS 16 TIMES.
                   10 FILLER PIC X(01).
                   10 GRID-HEAD-ASG   PIC X(04).
               05 FILLER PIC X(13)    VALUE "  WTD G  POST".

           01 REPORT-GRID-DETAIL.
               05 GRID-NUMBER         PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 GRID-NAME           PIC X(18).
               05 GRID-COL OCCURS 16 TIMES.
                   10 FILLER PIC X(01).
                   10 GRID-CELL       PIC X(04).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 GRID-WEIGHTED       PIC X(03).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 GRID-GRADE          PIC X(01).
               05 FILLER PIC X(02)    VALUE SPACES.
               05 GRID-POSTED         PIC ZZ9.

           01 REPORT-BAND-LINE.
               05 FILLER PIC X(18)    VALUE "ASSIGNMENTS FROM  ".
               05 RPT-BAND-FIRST      PIC ZZZ9.
               05 FILLER PIC X(04)    VALUE " TO ".
               05 RPT-BAND-LAST       PIC ZZZ9.
               05 FILLER PIC X(04)    VALUE " OF ".
               05 RPT-BAND-COUNT      PIC ZZZ9.

           LINKAGE SECTION.
      *> The per-class gradebook listing: the class's categories and
      *> weights, its assignments, and a grid of every student's
      *> points in every assignment, with the weighted score and
      *> letter grade the recalculation would post and the class
      *> score posted now.  A dash in a cell is an assignment with no
      *> score on file, which the weighting leaves out.  Detail in
      *> GRADEBOOK-LISTING.TXT, one class per run.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 0 TO WS-ASG-COUNT.
               MOVE 0 TO WS-ROW-COUNT.
               MOVE 'N' TO WS-MASTER-OPEN.

               DISPLAY "GRADEBOOK LISTING".
               DISPLAY "ENTER CLASS CODE:".
               ACCEPT WS-BOOK-CLASS.
               CALL 'SUB_CLASS_CHECK' USING WS-BOOK-CLASS,
                   WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
                   WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
               IF WS-CLASS-FOUND NOT = 'Y'
                   DISPLAY "UNKNOWN CLASS CODE "WS-BOOK-CLASS
                           " - NOTHING LISTED"
                   GOBACK
               END-IF.

               PERFORM 100-LOAD-CATEGORIES.
               PERFORM 110-LOAD-ASSIGNMENTS.
               PERFORM 200-LOAD-ROSTER.
               PERFORM 300-FILL-CELLS.
               PERFORM 400-WEIGH-ROWS.

               OPEN OUTPUT BOOK-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN GRADEBOOK-LISTING.TXT (STATUS "
                           WS-RPT-FS")"
                   GOBACK
               END-IF.
               PERFORM 500-WRITE-HEADINGS.
               IF WS-ROW-COUNT = 0
                   MOVE "  NO STUDENTS ENROLLED" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-ROW-COUNT > 0 AND WS-ASG-COUNT = 0
                   MOVE "  NO ASSIGNMENTS SET UP" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-ROW-COUNT > 0 AND WS-ASG-COUNT > 0
                   PERFORM VARYING WS-BAND-FIRST FROM 1
                       BY WS-BAND-WIDTH
                       UNTIL WS-BAND-FIRST > WS-ASG-COUNT
                       PERFORM 600-WRITE-BAND
                   END-PERFORM
               END-IF.
               CLOSE BOOK-REPORT.
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE STUDENT
               END-IF.

               DISPLAY "GRADEBOOK FOR "WS-BOOK-CLASS" WRITTEN TO "
                       "GRADEBOOK-LISTING.TXT".
               DISPLAY "STUDENTS   : "WS-ROW-COUNT.
               DISPLAY "ASSIGNMENTS: "WS-ASG-COUNT.
               GOBACK.

       100-LOAD-CATEGORIES.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-CATEGORY-OPEN.
           OPEN INPUT GRADE-CATEGORY.
           IF WS-GC-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-CATEGORY-OPEN
               MOVE WS-BOOK-CLASS TO GK-CLASS-CODE
               MOVE LOW-VALUES TO GK-CATEGORY
               START GRADE-CATEGORY KEY IS >= GK-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-CATEGORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GK-CLASS-CODE NOT = WS-BOOK-CLASS
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-CAT-COUNT < 20
                               COMPUTE WS-CAT-COUNT = WS-CAT-COUNT + 1
                               MOVE GK-CATEGORY
                                   TO WS-CAT-CODE(WS-CAT-COUNT)
                               MOVE GK-DESCRIPTION
                                   TO WS-CAT-DESC(WS-CAT-COUNT)
                               MOVE GK-WEIGHT
                                   TO WS-CAT-WEIGHT(WS-CAT-COUNT)
                           ELSE
                               DISPLAY "*** CATEGORY TABLE FULL - "
                                       GK-CATEGORY" NOT LISTED ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CATEGORY-OPEN = 'Y'
               CLOSE GRADE-CATEGORY
           END-IF.

       110-LOAD-ASSIGNMENTS.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ASSIGN-OPEN.
           OPEN INPUT GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ASSIGN-OPEN
               MOVE WS-BOOK-CLASS TO GA-CLASS-CODE
               MOVE LOW-VALUES TO GA-ASSIGNMENT
               START GRADE-ASSIGN KEY IS >= GA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-ASSIGN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-CLASS-CODE NOT = WS-BOOK-CLASS
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-ASG-COUNT < 40
                               COMPUTE WS-ASG-COUNT = WS-ASG-COUNT + 1
                               MOVE GA-ASSIGNMENT
                                   TO WS-ASG-CODE(WS-ASG-COUNT)
                               MOVE GA-CATEGORY
                                   TO WS-ASG-CAT(WS-ASG-COUNT)
                               MOVE GA-DESCRIPTION
                                   TO WS-ASG-DESC(WS-ASG-COUNT)
                               MOVE GA-POSSIBLE
                                   TO WS-ASG-POSSIBLE(WS-ASG-COUNT)
                               MOVE GA-DUE-DATE
                                   TO WS-ASG-DUE(WS-ASG-COUNT)
                           ELSE
                               DISPLAY "*** ASSIGNMENT TABLE FULL - "
                                       GA-ASSIGNMENT" NOT LISTED ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE GRADE-ASSIGN
           END-IF.

      *> The class's active students, the same full-file walk the
      *> roster report makes.
       200-LOAD-ROSTER.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT ENROLLMENT.
           IF WS-EN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-CLASS-CODE = WS-BOOK-CLASS
                          AND EN-STATUS NOT = 'W'
                           PERFORM 210-ADD-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EN-FS = '00' OR WS-EN-FS = '10'
               CLOSE ENROLLMENT
           END-IF.

       210-ADD-ROSTER-ROW.
           IF WS-ROW-COUNT < 200
               COMPUTE WS-ROW-COUNT = WS-ROW-COUNT + 1
               MOVE EN-STUDENT-NUMBER TO WS-ROW-NUMBER(WS-ROW-COUNT)
               MOVE EN-SCORE TO WS-ROW-POSTED(WS-ROW-COUNT)
               MOVE 0 TO WS-ROW-WEIGHTED(WS-ROW-COUNT)
               MOVE 'N' TO WS-ROW-SCORED(WS-ROW-COUNT)
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 40
                   MOVE 'N' TO WS-CELL-HAS(WS-ROW-COUNT, WS-A)
                   MOVE 0 TO WS-CELL-POINTS(WS-ROW-COUNT, WS-A)
               END-PERFORM
           ELSE
               DISPLAY "*** ROSTER TABLE FULL - STUDENT "
                       EN-STUDENT-NUMBER" NOT LISTED ***"
           END-IF.

      *> The class's whole book in key order, dropped into the grid.
       300-FILL-CELLS.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-SCORE-OPEN.
           OPEN INPUT GRADE-SCORE.
           IF WS-GS-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-SCORE-OPEN
               MOVE WS-BOOK-CLASS TO GS-CLASS-CODE
               MOVE 0 TO GS-STUDENT-NUMBER
               MOVE LOW-VALUES TO GS-ASSIGNMENT
               START GRADE-SCORE KEY IS >= GS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SCORE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GS-CLASS-CODE NOT = WS-BOOK-CLASS
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 310-PLACE-ONE-SCORE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SCORE-OPEN = 'Y'
               CLOSE GRADE-SCORE
           END-IF.

       310-PLACE-ONE-SCORE.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ROW-COUNT OR WS-K NOT = 0
               IF WS-ROW-NUMBER(WS-I) = GS-STUDENT-NUMBER
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K NOT = 0
               MOVE WS-K TO WS-I
               MOVE 0 TO WS-K
               PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ASG-COUNT OR WS-K NOT = 0
                   IF WS-ASG-CODE(WS-A) = GS-ASSIGNMENT
                       MOVE WS-A TO WS-K
                   END-IF
               END-PERFORM
               IF WS-K NOT = 0
                   MOVE 'Y' TO WS-CELL-HAS(WS-I, WS-K)
                   MOVE GS-POINTS TO WS-CELL-POINTS(WS-I, WS-K)
               END-IF
           END-IF.

      *> Through the same routine the recalculation posts with, so the
      *> listing shows exactly the score the next run would post.
       400-WEIGH-ROWS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ROW-COUNT
               MOVE WS-ROW-NUMBER(WS-I) TO WS-WEIGHT-NUMBER
               CALL 'SUB_GRADE_WEIGHT' USING WS-BOOK-CLASS,
                   WS-WEIGHT-NUMBER, WS-ROW-WEIGHTED(WS-I),
                   WS-ROW-SCORED(WS-I)
           END-PERFORM.

       500-WRITE-HEADINGS.
           MOVE WS-BOOK-CLASS TO RPT-CLASS-CODE.
           MOVE SPACES TO RPT-TEACHER-NAME.
           MOVE WS-CLASS-TERM TO RPT-TERM.
           OPEN INPUT CLASS-MASTER.
           IF WS-CM-FS = '00'
               MOVE WS-BOOK-CLASS TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-TEACHER-NAME TO RPT-TEACHER-NAME
               END-READ
               CLOSE CLASS-MASTER
           END-IF.
           ACCEPT RPT-DATE FROM DATE YYYYMMDD.
           WRITE REPORT-LINE FROM REPORT-CLASS-HEADER.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATEGORIES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-WEIGHT-TOTAL.
           IF WS-CAT-COUNT = 0
               MOVE "  NONE SET UP - CLASS SCORE IS KEYED BY HAND"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAT-COUNT
               MOVE WS-CAT-CODE(WS-C) TO RPT-CAT-CODE
               MOVE WS-CAT-DESC(WS-C) TO RPT-CAT-DESC
               MOVE WS-CAT-WEIGHT(WS-C) TO RPT-CAT-WEIGHT
               WRITE REPORT-LINE FROM REPORT-CATEGORY-LINE
               COMPUTE WS-WEIGHT-TOTAL =
                       WS-WEIGHT-TOTAL + WS-CAT-WEIGHT(WS-C)
           END-PERFORM.
           IF WS-CAT-COUNT > 0 AND WS-WEIGHT-TOTAL NOT = 100
               MOVE "  *** WEIGHTS DO NOT ADD UP TO 100 ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ASSIGNMENTS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ASG-COUNT
               MOVE WS-ASG-CODE(WS-A) TO RPT-ASG-CODE
               MOVE WS-ASG-CAT(WS-A) TO RPT-ASG-CAT
               MOVE WS-ASG-DESC(WS-A) TO RPT-ASG-DESC
               MOVE WS-ASG-POSSIBLE(WS-A) TO RPT-ASG-POSSIBLE
               MOVE WS-ASG-DUE(WS-A) TO RPT-ASG-DUE
               WRITE REPORT-LINE FROM REPORT-ASSIGN-LINE
           END-PERFORM.

      *> One band of up to sixteen assignment columns, every student
      *> down the side.
       600-WRITE-BAND.
           COMPUTE WS-BAND-LAST = WS-BAND-FIRST + WS-BAND-WIDTH - 1.
           IF WS-BAND-LAST > WS-ASG-COUNT
               MOVE WS-ASG-COUNT TO WS-BAND-LAST
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BAND-FIRST TO RPT-BAND-FIRST.
           MOVE WS-BAND-LAST TO RPT-BAND-LAST.
           MOVE WS-ASG-COUNT TO RPT-BAND-COUNT.
           WRITE REPORT-LINE FROM REPORT-BAND-LINE.

           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 16
               MOVE SPACES TO GRID-HEAD-COL(WS-COL)
               COMPUTE WS-A = WS-BAND-FIRST + WS-COL - 1
               IF WS-A NOT > WS-BAND-LAST
                   MOVE WS-ASG-CODE(WS-A) TO GRID-HEAD-ASG(WS-COL)
               END-IF
           END-PERFORM.
           WRITE REPORT-LINE FROM REPORT-GRID-HEADER.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ROW-COUNT
               PERFORM 610-WRITE-GRID-ROW
           END-PERFORM.

       610-WRITE-GRID-ROW.
           MOVE WS-ROW-NUMBER(WS-I) TO GRID-NUMBER.
           IF WS-MASTER-OPEN = 'N'
               MOVE 'X' TO WS-MASTER-OPEN
               OPEN INPUT STUDENT
               IF WS-FS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               END-IF
           END-IF.
           MOVE '(NOT ON MASTER)' TO WS-LOOKED-UP-NAME.
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-ROW-NUMBER(WS-I) TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-LOOKED-UP-NAME
               END-READ
           END-IF.
           MOVE WS-LOOKED-UP-NAME TO GRID-NAME.

           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 16
               MOVE SPACES TO GRID-COL(WS-COL)
               COMPUTE WS-A = WS-BAND-FIRST + WS-COL - 1
               IF WS-A NOT > WS-BAND-LAST
                   IF WS-CELL-HAS(WS-I, WS-A) = 'Y'
                       MOVE WS-CELL-POINTS(WS-I, WS-A) TO WS-CELL-EDIT
                       MOVE WS-CELL-EDIT TO GRID-CELL(WS-COL)
                   ELSE
                       MOVE "   -" TO GRID-CELL(WS-COL)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ROW-SCORED(WS-I) = 'Y'
               MOVE WS-ROW-WEIGHTED(WS-I) TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO GRID-WEIGHTED
               MOVE WS-ROW-WEIGHTED(WS-I) TO WS-GRADE-SCORE
               PERFORM 700-DETERMINE-GRADE
               MOVE WS-GRADE TO GRID-GRADE
           ELSE
               MOVE "  -" TO GRID-WEIGHTED
               MOVE SPACE TO GRID-GRADE
           END-IF.
           MOVE WS-ROW-POSTED(WS-I) TO GRID-POSTED.
           WRITE REPORT-LINE FROM REPORT-GRID-DETAIL.

      *> The SUB_REPORT cut-offs, so the listing's letter matches the
      *> class report's.
       700-DETERMINE-GRADE.
           EVALUATE TRUE
               WHEN WS-GRADE-SCORE NOT NUMERIC
                   MOVE '?' TO WS-GRADE
               WHEN WS-GRADE-SCORE > 100
                   MOVE '?' TO WS-GRADE
               WHEN WS-GRADE-SCORE >= 90
                   MOVE 'A' TO WS-GRADE
               WHEN WS-GRADE-SCORE >= 80
                   MOVE 'B' TO WS-GRADE
               WHEN WS-GRADE-SCORE >= 70
                   MOVE 'C' TO WS-GRADE
               WHEN WS-GRADE-SCORE >= 60
                   MOVE 'D' TO WS-GRADE
               WHEN OTHER
                   MOVE 'F' TO WS-GRADE
           END-EVALUATE.
       END PROGRAM SUB_GRADEBOOK_LIST.
