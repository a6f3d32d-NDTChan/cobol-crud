       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADE_WEIGHT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-CATEGORY.
           COPY "GRADECAT.cpy".

           FD GRADE-ASSIGN.
           COPY "GRADEASG.cpy".

           FD GRADE-SCORE.
           COPY "GRADESCR.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-GC-FS               PIC 9(02).
           77 WS-GA-FS               PIC 9(02).
           77 WS-GS-FS               PIC 9(02).

           01 WS-CATEGORY-OPEN       PIC X(01).
           01 WS-ASSIGN-OPEN         PIC X(01).
           01 WS-SCORE-OPEN          PIC X(01).

      *> The class's categories, with the points earned and possible
      *> piled up under each as the student's scores are read.
           01 WS-CAT-COUNT           PIC 9(04).
           01 WS-CAT-TABLE.
               05 WS-CAT-ROW OCCURS 20 TIMES.
                   10 WS-CAT-CODE        PIC X(04).
                   10 WS-CAT-WEIGHT      PIC 9(03).
                   10 WS-CAT-EARNED      PIC 9(06).
                   10 WS-CAT-POSSIBLE    PIC 9(06).
           01 WS-C                   PIC 9(04).

      *> The class's assignments and the category each counts under.
           01 WS-ASG-COUNT           PIC 9(04).
           01 WS-ASG-TABLE.
               05 WS-ASG-ROW OCCURS 40 TIMES.
                   10 WS-ASG-CODE        PIC X(04).
                   10 WS-ASG-CAT         PIC 9(04).
                   10 WS-ASG-POSSIBLE    PIC 9(03).
           01 WS-A                   PIC 9(04).
           01 WS-K                   PIC 9(04).

           01 WS-WEIGHT-USED         PIC 9(05).
           01 WS-WEIGHTED-SUM        PIC 9(07)V9(06).
           01 WS-RESULT              PIC 9(05).

           LINKAGE SECTION.
           01 GW-LK-CLASS-CODE       PIC X(06).
           01 GW-LK-STUDENT-NUMBER   PIC 9(06).
           01 GW-LK-SCORE            PIC 9(03).
           01 GW-LK-SCORED           PIC X(01).

      *> One student's weighted score in one class, worked out from
      *> the gradebook: each category's points earned over points
      *> possible, weighted by the category's share, rounded to a
      *> whole score.  Only assignments with a score on file count -
      *> work not handed in is entered as a zero, not left blank -
      *> and a category with nothing scored yet is left out and the
      *> remaining weights carry the grade, so an early-term grade is
      *> not dragged down by exams that have not been set.  The
      *> entry paths refuse points over an assignment's possible, and
      *> the score still stops at 100 if an assignment's possible is
      *> cut after scores went in.  GW-LK-SCORED comes back 'N' when the
      *> class has no categories or the student has nothing scored,
      *> and the caller leaves the class score alone.  The
      *> recalculation run and the gradebook listing both come
      *> through here so the two can never disagree.
           PROCEDURE DIVISION USING GW-LK-CLASS-CODE,
                                     GW-LK-STUDENT-NUMBER,
                                     GW-LK-SCORE,
                                     GW-LK-SCORED.

               MOVE 0 TO GW-LK-SCORE.
               MOVE 'N' TO GW-LK-SCORED.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 0 TO WS-ASG-COUNT.

               PERFORM 100-LOAD-CATEGORIES.
               IF WS-CAT-COUNT = 0
                   GOBACK
               END-IF.
               PERFORM 200-LOAD-ASSIGNMENTS.
               PERFORM 300-ADD-UP-SCORES.
               PERFORM 400-WEIGH-CATEGORIES.
               GOBACK.

       100-LOAD-CATEGORIES.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-CATEGORY-OPEN.
           OPEN INPUT GRADE-CATEGORY.
           IF WS-GC-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-CATEGORY-OPEN
               MOVE GW-LK-CLASS-CODE TO GK-CLASS-CODE
               MOVE LOW-VALUES TO GK-CATEGORY
               START GRADE-CATEGORY KEY IS >= GK-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-CATEGORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GK-CLASS-CODE NOT = GW-LK-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-CAT-COUNT < 20
                               COMPUTE WS-CAT-COUNT = WS-CAT-COUNT + 1
                               MOVE GK-CATEGORY
                                   TO WS-CAT-CODE(WS-CAT-COUNT)
                               MOVE GK-WEIGHT
                                   TO WS-CAT-WEIGHT(WS-CAT-COUNT)
                               MOVE 0 TO WS-CAT-EARNED(WS-CAT-COUNT)
                               MOVE 0 TO WS-CAT-POSSIBLE(WS-CAT-COUNT)
                           ELSE
                               DISPLAY "*** CATEGORY TABLE FULL - "
                                       GK-CATEGORY" NOT WEIGHED IN "
                                       GW-LK-CLASS-CODE" ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CATEGORY-OPEN = 'Y'
               CLOSE GRADE-CATEGORY
           END-IF.

      *> An assignment whose category has since been deleted has
      *> nowhere to count and is passed over.
       200-LOAD-ASSIGNMENTS.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ASSIGN-OPEN.
           OPEN INPUT GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ASSIGN-OPEN
               MOVE GW-LK-CLASS-CODE TO GA-CLASS-CODE
               MOVE LOW-VALUES TO GA-ASSIGNMENT
               START GRADE-ASSIGN KEY IS >= GA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-ASSIGN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-CLASS-CODE NOT = GW-LK-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 210-REMEMBER-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE GRADE-ASSIGN
           END-IF.

       210-REMEMBER-ASSIGNMENT.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CAT-COUNT OR WS-K NOT = 0
               IF WS-CAT-CODE(WS-C) = GA-CATEGORY
                   MOVE WS-C TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K NOT = 0
               IF WS-ASG-COUNT < 40
                   COMPUTE WS-ASG-COUNT = WS-ASG-COUNT + 1
                   MOVE GA-ASSIGNMENT TO WS-ASG-CODE(WS-ASG-COUNT)
                   MOVE WS-K TO WS-ASG-CAT(WS-ASG-COUNT)
                   MOVE GA-POSSIBLE TO WS-ASG-POSSIBLE(WS-ASG-COUNT)
               ELSE
                   DISPLAY "*** ASSIGNMENT TABLE FULL - "
                           GA-ASSIGNMENT" NOT WEIGHED IN "
                           GW-LK-CLASS-CODE" ***"
               END-IF
           END-IF.

      *> The student's row of the class's book, one START away.
       300-ADD-UP-SCORES.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-SCORE-OPEN.
           OPEN INPUT GRADE-SCORE.
           IF WS-GS-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-SCORE-OPEN
               MOVE GW-LK-CLASS-CODE TO GS-CLASS-CODE
               MOVE GW-LK-STUDENT-NUMBER TO GS-STUDENT-NUMBER
               MOVE LOW-VALUES TO GS-ASSIGNMENT
               START GRADE-SCORE KEY IS >= GS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SCORE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GS-CLASS-CODE NOT = GW-LK-CLASS-CODE
                          OR GS-STUDENT-NUMBER NOT =
                             GW-LK-STUDENT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 310-COUNT-ONE-SCORE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SCORE-OPEN = 'Y'
               CLOSE GRADE-SCORE
           END-IF.

       310-COUNT-ONE-SCORE.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-ASG-COUNT OR WS-K NOT = 0
               IF WS-ASG-CODE(WS-A) = GS-ASSIGNMENT
                   MOVE WS-A TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K NOT = 0
               MOVE WS-ASG-CAT(WS-K) TO WS-C
               COMPUTE WS-CAT-EARNED(WS-C) =
                       WS-CAT-EARNED(WS-C) + GS-POINTS
               COMPUTE WS-CAT-POSSIBLE(WS-C) =
                       WS-CAT-POSSIBLE(WS-C) + WS-ASG-POSSIBLE(WS-K)
           END-IF.

       400-WEIGH-CATEGORIES.
           MOVE 0 TO WS-WEIGHT-USED.
           MOVE 0 TO WS-WEIGHTED-SUM.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CAT-COUNT
               IF WS-CAT-POSSIBLE(WS-C) > 0
                  AND WS-CAT-WEIGHT(WS-C) > 0
                   COMPUTE WS-WEIGHT-USED =
                           WS-WEIGHT-USED + WS-CAT-WEIGHT(WS-C)
                   COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
                           (WS-CAT-WEIGHT(WS-C) * WS-CAT-EARNED(WS-C)
                            / WS-CAT-POSSIBLE(WS-C))
               END-IF
           END-PERFORM.
           IF WS-WEIGHT-USED > 0
               COMPUTE WS-RESULT ROUNDED =
                       WS-WEIGHTED-SUM * 100 / WS-WEIGHT-USED
               IF WS-RESULT > 100
                   MOVE 100 TO WS-RESULT
               END-IF
               MOVE WS-RESULT TO GW-LK-SCORE
               MOVE 'Y' TO GW-LK-SCORED
           END-IF.
       END PROGRAM SUB_GRADE_WEIGHT.
