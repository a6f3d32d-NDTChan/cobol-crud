       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_GUARDIAN_MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GUARDIAN ASSIGN TO
               'GUARDIAN.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GD-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-STU-FS.
               SELECT NOTICE-HISTORY ASSIGN TO
               'NOTICE-HISTORY.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS NH-KEY
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS WS-NH-FS.

       DATA DIVISION.
           FILE SECTION.
           FD GUARDIAN.
           COPY "GUARDIAN.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD NOTICE-HISTORY.
           COPY "NOTICEHST.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-FS                  PIC 9(02).
           77 WS-STU-FS              PIC 9(02).
           77 WS-NH-FS               PIC 9(02).

           01 WS-MAINT-CHOICE        PIC 9(01).
           01 WS-STUDENT-NUMBER      PIC 9(06).
           01 WS-SEQUENCE            PIC 9(02).
           01 WS-NEXT-SEQUENCE       PIC 9(02).
           01 WS-STUDENT-FOUND       PIC X(01).
           01 WS-MORE                PIC X(01).
           01 WS-CONFIRM             PIC X(01).
           01 WS-COUNT               PIC 9(10) VALUE 0.

      *> The contact as keyed, checked before anything is written.
           01 WS-CONTACT.
               05 WS-NAME            PIC X(30).
               05 WS-RELATIONSHIP    PIC X(12).
               05 WS-STREET          PIC X(30).
               05 WS-CITY            PIC X(20).
               05 WS-STATE           PIC X(02).
               05 WS-ZIP             PIC X(10).
               05 WS-PHONE           PIC X(15).
               05 WS-EMAIL           PIC X(40).
               05 WS-PREFERRED       PIC X(01).
           01 WS-CONTACT-OK          PIC X(01).

           LINKAGE SECTION.
      *> Guardian contacts: who to tell at home about a student, and
      *> how they want to be told.  Any number of contacts per student
      *> (up to 99), each keyed by the student number and a sequence.
      *> The nightly notification run (SUB_NOTIFY) writes its letters
      *> and outbound calls from this file, and option 5 shows what it
      *> has already sent for a student.
           PROCEDURE DIVISION.
       100-MAINT-MENU.
           DISPLAY "GUARDIAN CONTACT MAINTENANCE".
           DISPLAY "1. LIST A STUDENT'S CONTACTS".
           DISPLAY "2. ADD A CONTACT".
           DISPLAY "3. CHANGE A CONTACT".
           DISPLAY "4. REMOVE A CONTACT".
           DISPLAY "5. NOTICES SENT FOR A STUDENT".
           DISPLAY "6. BACK".

           ACCEPT WS-MAINT-CHOICE.

           EVALUATE WS-MAINT-CHOICE
           WHEN 1 PERFORM 200-LIST-CONTACTS
           WHEN 2 PERFORM 300-ADD-CONTACT THRU 300-ADD-EXIT
           WHEN 3 PERFORM 400-CHANGE-CONTACT THRU 400-CHANGE-EXIT
           WHEN 4 PERFORM 500-REMOVE-CONTACT
           WHEN 5 PERFORM 600-LIST-NOTICES
           WHEN 6 GOBACK
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.

           DISPLAY "MORE GUARDIAN MAINTENANCE? Y/N".
           ACCEPT WS-MORE.
           IF WS-MORE EQUAL "Y"
           GO TO 100-MAINT-MENU
           END-IF.
           GOBACK.

       200-LIST-CONTACTS.
           DISPLAY "ENTER STUDENT NUMBER:".
           ACCEPT WS-STUDENT-NUMBER.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-COUNT.
           OPEN INPUT GUARDIAN.
           IF WS-FS NOT = '00'
               DISPLAY "NO GUARDIAN FILE ON FILE (STATUS "WS-FS")"
           ELSE
               MOVE WS-STUDENT-NUMBER TO GD-STUDENT-NUMBER
               MOVE 0 TO GD-SEQUENCE
               START GUARDIAN KEY IS >= GD-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUARDIAN NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GD-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM 210-SHOW-CONTACT
                               COMPUTE WS-COUNT = WS-COUNT + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN
               DISPLAY 'TOTAL CONTACTS: 'WS-COUNT
           END-IF.

       210-SHOW-CONTACT.
           DISPLAY GD-SEQUENCE"-"GD-NAME"-"GD-RELATIONSHIP
                   "-PREFERS "GD-PREFERRED.
           DISPLAY "    "GD-STREET" "GD-CITY" "GD-STATE" "GD-ZIP.
           DISPLAY "    PHONE "GD-PHONE" EMAIL "GD-EMAIL.

      *> The student must be on the master, withdrawn or not - a
      *> withdrawn student's family can still be on file.  The new
      *> contact takes the next sequence after the highest in use.
       300-ADD-CONTACT.
           DISPLAY "ENTER STUDENT NUMBER:".
           ACCEPT WS-STUDENT-NUMBER.
           PERFORM 700-CHECK-STUDENT.
           IF WS-STUDENT-FOUND NOT = 'Y'
               DISPLAY "STUDENT "WS-STUDENT-NUMBER" IS NOT ON FILE"
               GO TO 300-ADD-EXIT
           END-IF.

           OPEN I-O GUARDIAN
           IF WS-FS = '35'
               OPEN OUTPUT GUARDIAN
               CLOSE GUARDIAN
               OPEN I-O GUARDIAN
           END-IF.
           IF WS-FS NOT = '00'
               DISPLAY "CANNOT OPEN GUARDIAN FILE (STATUS "WS-FS")"
               GO TO 300-ADD-EXIT
           END-IF.
           PERFORM 310-FIND-NEXT-SEQUENCE.
           IF WS-NEXT-SEQUENCE = 0
               DISPLAY "STUDENT "WS-STUDENT-NUMBER" ALREADY HAS 99 "
                       "CONTACTS - ADD REJECTED"
               CLOSE GUARDIAN
               GO TO 300-ADD-EXIT
           END-IF.

           PERFORM 800-KEY-CONTACT.
           IF WS-CONTACT-OK NOT = 'Y'
               CLOSE GUARDIAN
               GO TO 300-ADD-EXIT
           END-IF.

           MOVE WS-STUDENT-NUMBER TO GD-STUDENT-NUMBER.
           MOVE WS-NEXT-SEQUENCE TO GD-SEQUENCE.
           PERFORM 810-MOVE-CONTACT.
           WRITE GUARDIAN-FILE
               INVALID KEY
                   DISPLAY "CONTACT "WS-NEXT-SEQUENCE" ALREADY EXISTS "
                           "- ADD REJECTED"
               NOT INVALID KEY
                   DISPLAY "CONTACT "WS-NEXT-SEQUENCE" ADDED FOR "
                           "STUDENT "WS-STUDENT-NUMBER
           END-WRITE.
           CLOSE GUARDIAN.
       300-ADD-EXIT.
           EXIT.

      *> Zero back means every sequence up to 99 is taken.
       310-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE SPACE TO WS-EOF.
           MOVE WS-STUDENT-NUMBER TO GD-STUDENT-NUMBER.
           MOVE 0 TO GD-SEQUENCE.
           START GUARDIAN KEY IS >= GD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUARDIAN NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GD-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF GD-SEQUENCE = 99
                               MOVE 0 TO WS-NEXT-SEQUENCE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               COMPUTE WS-NEXT-SEQUENCE =
                                       GD-SEQUENCE + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Every field is keyed again, the way the class master screen
      *> changes a class.
       400-CHANGE-CONTACT.
           OPEN I-O GUARDIAN.
           IF WS-FS NOT = '00'
               DISPLAY "NO GUARDIAN FILE ON FILE (STATUS "WS-FS")"
               GO TO 400-CHANGE-EXIT
           END-IF.
           DISPLAY "ENTER STUDENT NUMBER:".
           ACCEPT WS-STUDENT-NUMBER.
           DISPLAY "ENTER CONTACT SEQUENCE:".
           ACCEPT WS-SEQUENCE.
           MOVE WS-STUDENT-NUMBER TO GD-STUDENT-NUMBER.
           MOVE WS-SEQUENCE TO GD-SEQUENCE.
           READ GUARDIAN
               INVALID KEY
                   DISPLAY "CONTACT "WS-SEQUENCE" NOT FOUND FOR "
                           "STUDENT "WS-STUDENT-NUMBER
                   CLOSE GUARDIAN
                   GO TO 400-CHANGE-EXIT
           END-READ.
           PERFORM 210-SHOW-CONTACT.

           PERFORM 800-KEY-CONTACT.
           IF WS-CONTACT-OK NOT = 'Y'
               CLOSE GUARDIAN
               GO TO 400-CHANGE-EXIT
           END-IF.

           PERFORM 810-MOVE-CONTACT.
           REWRITE GUARDIAN-FILE
               INVALID KEY
                   DISPLAY "UPDATE FAILED FOR CONTACT "WS-SEQUENCE
               NOT INVALID KEY
                   DISPLAY "CONTACT "WS-SEQUENCE" UPDATED"
           END-REWRITE.
           CLOSE GUARDIAN.
       400-CHANGE-EXIT.
           EXIT.

       500-REMOVE-CONTACT.
           OPEN I-O GUARDIAN.
           IF WS-FS NOT = '00'
               DISPLAY "NO GUARDIAN FILE ON FILE (STATUS "WS-FS")"
           ELSE
               DISPLAY "ENTER STUDENT NUMBER:"
               ACCEPT WS-STUDENT-NUMBER
               DISPLAY "ENTER CONTACT SEQUENCE TO REMOVE:"
               ACCEPT WS-SEQUENCE
               MOVE WS-STUDENT-NUMBER TO GD-STUDENT-NUMBER
               MOVE WS-SEQUENCE TO GD-SEQUENCE
               READ GUARDIAN
                   INVALID KEY
                       DISPLAY "CONTACT "WS-SEQUENCE" NOT FOUND FOR "
                               "STUDENT "WS-STUDENT-NUMBER
                   NOT INVALID KEY
                       PERFORM 210-SHOW-CONTACT
                       DISPLAY "REMOVE THIS CONTACT? Y/N"
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y'
                           DELETE GUARDIAN RECORD
                               INVALID KEY
                                   DISPLAY "REMOVE FAILED FOR CONTACT "
                                           WS-SEQUENCE
                               NOT INVALID KEY
                                   DISPLAY "CONTACT "WS-SEQUENCE
                                           " REMOVED"
                           END-DELETE
                       ELSE
                           DISPLAY "CONTACT LEFT IN PLACE"
                       END-IF
               END-READ
               CLOSE GUARDIAN
           END-IF.

      *> What the notification run has sent home for one student, the
      *> notice history read in key order - term, class, reason, then
      *> each contact it went to.
       600-LIST-NOTICES.
           DISPLAY "ENTER STUDENT NUMBER:".
           ACCEPT WS-STUDENT-NUMBER.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO WS-COUNT.
           OPEN INPUT NOTICE-HISTORY.
           IF WS-NH-FS NOT = '00'
               DISPLAY "NO NOTICES HAVE BEEN SENT (STATUS "WS-NH-FS")"
           ELSE
               MOVE WS-STUDENT-NUMBER TO NH-STUDENT-NUMBER
               MOVE LOW-VALUES TO NH-TERM
               MOVE LOW-VALUES TO NH-CLASS-CODE
               MOVE LOW-VALUES TO NH-REASON
               MOVE 0 TO NH-SEQUENCE
               START NOTICE-HISTORY KEY IS >= NH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOTICE-HISTORY NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF NH-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               DISPLAY NH-SENT-DATE" "NH-TERM" "
                                       NH-CLASS-CODE" REASON "
                                       NH-REASON" ("NH-FIGURE") TO "
                                       NH-SEQUENCE"-"NH-GUARDIAN-NAME
                                       " BY "NH-METHOD
                               COMPUTE WS-COUNT = WS-COUNT + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-HISTORY
               DISPLAY 'TOTAL NOTICES: 'WS-COUNT
           END-IF.

       700-CHECK-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND.
           OPEN INPUT STUDENT.
           IF WS-STU-FS = '00'
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-FOUND
                       DISPLAY "STUDENT: "STUDENT-NAME
               END-READ
               CLOSE STUDENT
           END-IF.

      *> A contact needs a name and a way to reach them: the address
      *> for a letter always, plus the phone or email they prefer.
       800-KEY-CONTACT.
           MOVE SPACES TO WS-CONTACT.
           MOVE 'Y' TO WS-CONTACT-OK.
           DISPLAY "ENTER CONTACT NAME:".
           ACCEPT WS-NAME.
           DISPLAY "ENTER RELATIONSHIP (E.G. MOTHER, GUARDIAN):".
           ACCEPT WS-RELATIONSHIP.
           DISPLAY "ENTER STREET ADDRESS:".
           ACCEPT WS-STREET.
           DISPLAY "ENTER CITY:".
           ACCEPT WS-CITY.
           DISPLAY "ENTER STATE:".
           ACCEPT WS-STATE.
           DISPLAY "ENTER ZIP CODE:".
           ACCEPT WS-ZIP.
           DISPLAY "ENTER PHONE:".
           ACCEPT WS-PHONE.
           DISPLAY "ENTER EMAIL:".
           ACCEPT WS-EMAIL.
           DISPLAY "PREFERRED CONTACT (M MAIL, P PHONE, E EMAIL):".
           ACCEPT WS-PREFERRED.

           EVALUATE TRUE
               WHEN WS-NAME = SPACES
                   DISPLAY "CONTACT NAME IS REQUIRED - NOTHING CHANGED"
                   MOVE 'N' TO WS-CONTACT-OK
               WHEN WS-STREET = SPACES OR WS-CITY = SPACES
                   DISPLAY "MAILING ADDRESS IS REQUIRED - NOTHING "
                           "CHANGED"
                   MOVE 'N' TO WS-CONTACT-OK
               WHEN WS-PREFERRED NOT = 'M' AND NOT = 'P'
                                      AND NOT = 'E'
                   DISPLAY "PREFERRED CONTACT MUST BE M, P OR E - "
                           "NOTHING CHANGED"
                   MOVE 'N' TO WS-CONTACT-OK
               WHEN WS-PREFERRED = 'P' AND WS-PHONE = SPACES
                   DISPLAY "PHONE IS REQUIRED WHEN PHONE IS PREFERRED "
                           "- NOTHING CHANGED"
                   MOVE 'N' TO WS-CONTACT-OK
               WHEN WS-PREFERRED = 'E' AND WS-EMAIL = SPACES
                   DISPLAY "EMAIL IS REQUIRED WHEN EMAIL IS PREFERRED "
                           "- NOTHING CHANGED"
                   MOVE 'N' TO WS-CONTACT-OK
           END-EVALUATE.

       810-MOVE-CONTACT.
           MOVE WS-NAME TO GD-NAME.
           MOVE WS-RELATIONSHIP TO GD-RELATIONSHIP.
           MOVE WS-STREET TO GD-STREET.
           MOVE WS-CITY TO GD-CITY.
           MOVE WS-STATE TO GD-STATE.
           MOVE WS-ZIP TO GD-ZIP.
           MOVE WS-PHONE TO GD-PHONE.
           MOVE WS-EMAIL TO GD-EMAIL.
           MOVE WS-PREFERRED TO GD-PREFERRED.
       END PROGRAM SUB_GUARDIAN_MAINT.
