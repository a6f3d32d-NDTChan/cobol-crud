       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GRADEBOOK_MAINT.

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

           01 WS-MAINT-CHOICE        PIC 9(01).
           01 WS-MORE                PIC X(01).
           01 WS-CONFIRM             PIC X(01).
           01 WS-CLASS-CODE          PIC X(06).
           01 WS-CATEGORY            PIC X(04).
           01 WS-ASSIGNMENT          PIC X(04).
           01 WS-DESCRIPTION         PIC X(20).
           01 WS-WEIGHT              PIC 9(03).
           01 WS-POSSIBLE            PIC 9(03).
           01 WS-DUE-DATE            PIC 9(08).
           01 WS-WEIGHT-TOTAL        PIC 9(05).
           01 WS-COUNT               PIC 9(10) VALUE 0.
           01 WS-ASG-COUNT           PIC 9(04).
           01 WS-FOUND               PIC X(01).

           01 WS-CLASS-FOUND         PIC X(01).
           01 WS-CLASS-TERM          PIC X(06).
           01 WS-SEAT-OPEN           PIC X(01).
           01 WS-SEATS-TAKEN         PIC 9(03).
           01 WS-SEAT-CAPACITY       PIC 9(03).

      *> A class's book holds at most this many assignments - the
      *> size of the weighting and listing tables.
           77 WS-ASSIGNMENT-LIMIT    PIC 9(04) VALUE 40.

           LINKAGE SECTION.
      *> Gradebook set-up for one class at a time: the assessment
      *> categories and their weights, and the assignments marked
      *> under each.  The scores themselves go in through the entry
      *> screen or the gradebook batch.
           PROCEDURE DIVISION.
       100-MAINT-MENU.
           DISPLAY "GRADEBOOK SET-UP".
           DISPLAY "1. LIST A CLASS'S CATEGORIES AND ASSIGNMENTS".
           DISPLAY "2. ADD OR CHANGE A CATEGORY".
           DISPLAY "3. DELETE A CATEGORY".
           DISPLAY "4. ADD OR CHANGE AN ASSIGNMENT".
           DISPLAY "5. DELETE AN ASSIGNMENT".
           DISPLAY "6. BACK".

           ACCEPT WS-MAINT-CHOICE.

           EVALUATE WS-MAINT-CHOICE
           WHEN 1 PERFORM 200-LIST-CLASS-SETUP THRU 200-LIST-EXIT
           WHEN 2 PERFORM 300-SAVE-CATEGORY THRU 300-SAVE-EXIT
           WHEN 3 PERFORM 400-DELETE-CATEGORY THRU 400-DELETE-EXIT
           WHEN 4 PERFORM 500-SAVE-ASSIGNMENT THRU 500-SAVE-EXIT
           WHEN 5 PERFORM 600-DELETE-ASSIGNMENT THRU 600-DELETE-EXIT
           WHEN 6 GOBACK
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.

           DISPLAY "MORE GRADEBOOK SET-UP? Y/N".
           ACCEPT WS-MORE.
           IF WS-MORE EQUAL "Y"
           GO TO 100-MAINT-MENU
           END-IF.
           GOBACK.

      *> Categories first with the weight total, then the assignments
      *> - a total other than 100 is shown, not refused, since a
      *> teacher part-way through setting up a class passes through
      *> it on the way.
       200-LIST-CLASS-SETUP.
           PERFORM 900-ASK-CLASS.
           IF WS-CLASS-FOUND NOT = 'Y'
               GO TO 200-LIST-EXIT
           END-IF.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-WEIGHT-TOTAL.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-CATEGORY-OPEN.
           OPEN INPUT GRADE-CATEGORY.
           IF WS-GC-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-CATEGORY-OPEN
               MOVE WS-CLASS-CODE TO GK-CLASS-CODE
               MOVE LOW-VALUES TO GK-CATEGORY
               START GRADE-CATEGORY KEY IS >= GK-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           DISPLAY "CATEGORIES FOR CLASS "WS-CLASS-CODE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-CATEGORY NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GK-CLASS-CODE NOT = WS-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DISPLAY "  "GK-CATEGORY"-"GK-DESCRIPTION
                                   "-WEIGHT "GK-WEIGHT"%"
                           COMPUTE WS-WEIGHT-TOTAL =
                                   WS-WEIGHT-TOTAL + GK-WEIGHT
                           COMPUTE WS-COUNT = WS-COUNT + 1
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CATEGORY-OPEN = 'Y'
               CLOSE GRADE-CATEGORY
           END-IF.
           DISPLAY "TOTAL CATEGORIES: "WS-COUNT
                   "  WEIGHT TOTAL: "WS-WEIGHT-TOTAL"%".
           IF WS-COUNT > 0 AND WS-WEIGHT-TOTAL NOT = 100
               DISPLAY "*** WEIGHTS DO NOT ADD UP TO 100 ***"
           END-IF.

           MOVE 0 TO WS-COUNT.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ASSIGN-OPEN.
           OPEN INPUT GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ASSIGN-OPEN
               MOVE WS-CLASS-CODE TO GA-CLASS-CODE
               MOVE LOW-VALUES TO GA-ASSIGNMENT
               START GRADE-ASSIGN KEY IS >= GA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           DISPLAY "ASSIGNMENTS FOR CLASS "WS-CLASS-CODE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-ASSIGN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-CLASS-CODE NOT = WS-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DISPLAY "  "GA-ASSIGNMENT"-"GA-CATEGORY
                                   "-"GA-DESCRIPTION"-OUT OF "
                                   GA-POSSIBLE"-DUE "GA-DUE-DATE
                           COMPUTE WS-COUNT = WS-COUNT + 1
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE GRADE-ASSIGN
           END-IF.
           DISPLAY "TOTAL ASSIGNMENTS: "WS-COUNT.
       200-LIST-EXIT.
           EXIT.

      *> One prompt sequence for add and change alike: an existing
      *> category is shown and rewritten, a new one is written.
       300-SAVE-CATEGORY.
           PERFORM 900-ASK-CLASS.
           IF WS-CLASS-FOUND NOT = 'Y'
               GO TO 300-SAVE-EXIT
           END-IF.
           OPEN I-O GRADE-CATEGORY.
           IF WS-GC-FS = '35'
               OPEN OUTPUT GRADE-CATEGORY
               CLOSE GRADE-CATEGORY
               OPEN I-O GRADE-CATEGORY
           END-IF.
           IF WS-GC-FS NOT = '00'
               DISPLAY "CANNOT OPEN GRADE-CATEGORY.TXT (STATUS "
                       WS-GC-FS")"
               GO TO 300-SAVE-EXIT
           END-IF.

           DISPLAY "ENTER CATEGORY CODE (E.G. QUIZ, HW, EXAM):".
           ACCEPT WS-CATEGORY.
           MOVE WS-CLASS-CODE TO GK-CLASS-CODE.
           MOVE WS-CATEGORY TO GK-CATEGORY.
           MOVE 'N' TO WS-FOUND.
           READ GRADE-CATEGORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   DISPLAY "CURRENT DESCRIPTION: "GK-DESCRIPTION
                   DISPLAY "CURRENT WEIGHT     : "GK-WEIGHT"%"
           END-READ.
           DISPLAY "ENTER DESCRIPTION:".
           ACCEPT WS-DESCRIPTION.
           DISPLAY "ENTER WEIGHT (WHOLE PERCENT OF THE CLASS GRADE):".
           ACCEPT WS-WEIGHT.
           IF WS-WEIGHT > 100
               DISPLAY "WEIGHT OVER 100 - CATEGORY NOT SAVED"
               CLOSE GRADE-CATEGORY
               GO TO 300-SAVE-EXIT
           END-IF.

           MOVE WS-CLASS-CODE TO GK-CLASS-CODE.
           MOVE WS-CATEGORY TO GK-CATEGORY.
           MOVE WS-DESCRIPTION TO GK-DESCRIPTION.
           MOVE WS-WEIGHT TO GK-WEIGHT.
           IF WS-FOUND = 'Y'
               REWRITE GRADE-CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "UPDATE FAILED FOR CATEGORY "
                               WS-CATEGORY
                   NOT INVALID KEY
                       DISPLAY "CATEGORY "WS-CATEGORY" UPDATED"
               END-REWRITE
           ELSE
               WRITE GRADE-CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "ADD FAILED FOR CATEGORY "WS-CATEGORY
                   NOT INVALID KEY
                       DISPLAY "CATEGORY "WS-CATEGORY" ADDED"
               END-WRITE
           END-IF.
           CLOSE GRADE-CATEGORY.
       300-SAVE-EXIT.
           EXIT.

      *> A category still carrying assignments stays - deleting it
      *> would leave their scores counting nowhere.
       400-DELETE-CATEGORY.
           PERFORM 900-ASK-CLASS.
           IF WS-CLASS-FOUND NOT = 'Y'
               GO TO 400-DELETE-EXIT
           END-IF.
           DISPLAY "ENTER CATEGORY CODE TO DELETE:".
           ACCEPT WS-CATEGORY.

           MOVE 0 TO WS-ASG-COUNT.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ASSIGN-OPEN.
           OPEN INPUT GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ASSIGN-OPEN
               MOVE WS-CLASS-CODE TO GA-CLASS-CODE
               MOVE LOW-VALUES TO GA-ASSIGNMENT
               START GRADE-ASSIGN KEY IS >= GA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-ASSIGN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-CLASS-CODE NOT = WS-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF GA-CATEGORY = WS-CATEGORY
                               COMPUTE WS-ASG-COUNT = WS-ASG-COUNT + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE GRADE-ASSIGN
           END-IF.
           IF WS-ASG-COUNT > 0
               DISPLAY "CATEGORY "WS-CATEGORY" STILL HAS "WS-ASG-COUNT
                       " ASSIGNMENT(S) - DELETE OR MOVE THEM FIRST"
               GO TO 400-DELETE-EXIT
           END-IF.

           OPEN I-O GRADE-CATEGORY.
           IF WS-GC-FS NOT = '00'
               DISPLAY "NO GRADE CATEGORIES ON FILE (STATUS "WS-GC-FS
                       ")"
               GO TO 400-DELETE-EXIT
           END-IF.
           MOVE WS-CLASS-CODE TO GK-CLASS-CODE.
           MOVE WS-CATEGORY TO GK-CATEGORY.
           READ GRADE-CATEGORY
               INVALID KEY
                   DISPLAY "CATEGORY "WS-CATEGORY" NOT FOUND"
               NOT INVALID KEY
                   DELETE GRADE-CATEGORY RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR CATEGORY "
                                   WS-CATEGORY
                       NOT INVALID KEY
                           DISPLAY "CATEGORY "WS-CATEGORY" DELETED"
                   END-DELETE
           END-READ.
           CLOSE GRADE-CATEGORY.
       400-DELETE-EXIT.
           EXIT.

       500-SAVE-ASSIGNMENT.
           PERFORM 900-ASK-CLASS.
           IF WS-CLASS-FOUND NOT = 'Y'
               GO TO 500-SAVE-EXIT
           END-IF.
           DISPLAY "ENTER ASSIGNMENT ID (E.G. HW01, Q3):".
           ACCEPT WS-ASSIGNMENT.

           OPEN I-O GRADE-ASSIGN.
           IF WS-GA-FS = '35'
               OPEN OUTPUT GRADE-ASSIGN
               CLOSE GRADE-ASSIGN
               OPEN I-O GRADE-ASSIGN
           END-IF.
           IF WS-GA-FS NOT = '00'
               DISPLAY "CANNOT OPEN GRADE-ASSIGN.TXT (STATUS "
                       WS-GA-FS")"
               GO TO 500-SAVE-EXIT
           END-IF.
           MOVE WS-CLASS-CODE TO GA-CLASS-CODE.
           MOVE WS-ASSIGNMENT TO GA-ASSIGNMENT.
           MOVE 'N' TO WS-FOUND.
           READ GRADE-ASSIGN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   DISPLAY "CURRENT CATEGORY   : "GA-CATEGORY
                   DISPLAY "CURRENT DESCRIPTION: "GA-DESCRIPTION
                   DISPLAY "CURRENT OUT OF     : "GA-POSSIBLE
                   DISPLAY "CURRENT DUE DATE   : "GA-DUE-DATE
           END-READ.
           CLOSE GRADE-ASSIGN.

           IF WS-FOUND = 'N'
               PERFORM 510-COUNT-ASSIGNMENTS
               IF WS-ASG-COUNT NOT < WS-ASSIGNMENT-LIMIT
                   DISPLAY "CLASS "WS-CLASS-CODE" ALREADY HAS "
                           WS-ASG-COUNT" ASSIGNMENTS - ADD REJECTED"
                   GO TO 500-SAVE-EXIT
               END-IF
           END-IF.

           DISPLAY "ENTER CATEGORY CODE:".
           ACCEPT WS-CATEGORY.
           OPEN INPUT GRADE-CATEGORY.
           MOVE 'N' TO WS-CONFIRM.
           IF WS-GC-FS = '00'
               MOVE WS-CLASS-CODE TO GK-CLASS-CODE
               MOVE WS-CATEGORY TO GK-CATEGORY
               READ GRADE-CATEGORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CONFIRM
               END-READ
               CLOSE GRADE-CATEGORY
           END-IF.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "CATEGORY "WS-CATEGORY" IS NOT SET UP FOR "
                       "CLASS "WS-CLASS-CODE" - ASSIGNMENT NOT SAVED"
               GO TO 500-SAVE-EXIT
           END-IF.
           DISPLAY "ENTER DESCRIPTION:".
           ACCEPT WS-DESCRIPTION.
           DISPLAY "ENTER POINTS POSSIBLE:".
           ACCEPT WS-POSSIBLE.
           IF WS-POSSIBLE = 0
               DISPLAY "POINTS POSSIBLE MUST BE ABOVE ZERO - "
                       "ASSIGNMENT NOT SAVED"
               GO TO 500-SAVE-EXIT
           END-IF.
           DISPLAY "ENTER DUE DATE (YYYYMMDD):".
           ACCEPT WS-DUE-DATE.

           OPEN I-O GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               DISPLAY "CANNOT OPEN GRADE-ASSIGN.TXT (STATUS "
                       WS-GA-FS") - ASSIGNMENT NOT SAVED"
               GO TO 500-SAVE-EXIT
           END-IF.
           MOVE WS-CLASS-CODE TO GA-CLASS-CODE.
           MOVE WS-ASSIGNMENT TO GA-ASSIGNMENT.
           MOVE WS-CATEGORY TO GA-CATEGORY.
           MOVE WS-DESCRIPTION TO GA-DESCRIPTION.
           MOVE WS-POSSIBLE TO GA-POSSIBLE.
           MOVE WS-DUE-DATE TO GA-DUE-DATE.
           IF WS-FOUND = 'Y'
               REWRITE GRADE-ASSIGN-FILE
                   INVALID KEY
                       DISPLAY "UPDATE FAILED FOR ASSIGNMENT "
                               WS-ASSIGNMENT
                   NOT INVALID KEY
                       DISPLAY "ASSIGNMENT "WS-ASSIGNMENT" UPDATED"
               END-REWRITE
           ELSE
               WRITE GRADE-ASSIGN-FILE
                   INVALID KEY
                       DISPLAY "ADD FAILED FOR ASSIGNMENT "
                               WS-ASSIGNMENT
                   NOT INVALID KEY
                       DISPLAY "ASSIGNMENT "WS-ASSIGNMENT" ADDED"
               END-WRITE
           END-IF.
           CLOSE GRADE-ASSIGN.
       500-SAVE-EXIT.
           EXIT.

       510-COUNT-ASSIGNMENTS.
           MOVE 0 TO WS-ASG-COUNT.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-ASSIGN-OPEN.
           OPEN INPUT GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-ASSIGN-OPEN
               MOVE WS-CLASS-CODE TO GA-CLASS-CODE
               MOVE LOW-VALUES TO GA-ASSIGNMENT
               START GRADE-ASSIGN KEY IS >= GA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-ASSIGN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GA-CLASS-CODE NOT = WS-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           COMPUTE WS-ASG-COUNT = WS-ASG-COUNT + 1
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE GRADE-ASSIGN
           END-IF.

      *> The scores posted against the assignment go with it, once
      *> the operator has confirmed - left behind they would match no
      *> assignment and silently drop out of the weighting.
       600-DELETE-ASSIGNMENT.
           PERFORM 900-ASK-CLASS.
           IF WS-CLASS-FOUND NOT = 'Y'
               GO TO 600-DELETE-EXIT
           END-IF.
           DISPLAY "ENTER ASSIGNMENT ID TO DELETE:".
           ACCEPT WS-ASSIGNMENT.
           OPEN I-O GRADE-ASSIGN.
           IF WS-GA-FS NOT = '00'
               DISPLAY "NO ASSIGNMENTS ON FILE (STATUS "WS-GA-FS")"
               GO TO 600-DELETE-EXIT
           END-IF.
           MOVE WS-CLASS-CODE TO GA-CLASS-CODE.
           MOVE WS-ASSIGNMENT TO GA-ASSIGNMENT.
           READ GRADE-ASSIGN
               INVALID KEY
                   DISPLAY "ASSIGNMENT "WS-ASSIGNMENT" NOT FOUND"
                   CLOSE GRADE-ASSIGN
                   GO TO 600-DELETE-EXIT
           END-READ.
           DISPLAY "DELETE "WS-ASSIGNMENT" "GA-DESCRIPTION
                   " AND EVERY SCORE POSTED AGAINST IT? Y/N".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "ASSIGNMENT LEFT IN PLACE"
               CLOSE GRADE-ASSIGN
               GO TO 600-DELETE-EXIT
           END-IF.
           DELETE GRADE-ASSIGN RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR ASSIGNMENT "
                           WS-ASSIGNMENT
               NOT INVALID KEY
                   DISPLAY "ASSIGNMENT "WS-ASSIGNMENT" DELETED"
           END-DELETE.
           CLOSE GRADE-ASSIGN.

           MOVE 0 TO WS-COUNT.
           MOVE SPACE TO WS-EOF.
           MOVE 'N' TO WS-SCORE-OPEN.
           OPEN I-O GRADE-SCORE.
           IF WS-GS-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-SCORE-OPEN
               MOVE WS-CLASS-CODE TO GS-CLASS-CODE
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
                       IF GS-CLASS-CODE NOT = WS-CLASS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF GS-ASSIGNMENT = WS-ASSIGNMENT
                               DELETE GRADE-SCORE RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       COMPUTE WS-COUNT = WS-COUNT + 1
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SCORE-OPEN = 'Y'
               CLOSE GRADE-SCORE
           END-IF.
           DISPLAY "SCORES REMOVED: "WS-COUNT.
       600-DELETE-EXIT.
           EXIT.

      *> Every option works on one class, checked against the class
      *> master through the usual door.
       900-ASK-CLASS.
           DISPLAY "ENTER CLASS CODE:".
           ACCEPT WS-CLASS-CODE.
           CALL 'SUB_CLASS_CHECK' USING WS-CLASS-CODE,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-CLASS-FOUND NOT = 'Y'
               DISPLAY "UNKNOWN CLASS CODE "WS-CLASS-CODE
           END-IF.
       END PROGRAM SUB_GRADEBOOK_MAINT.
