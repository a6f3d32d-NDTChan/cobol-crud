       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB_XFER_IN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> DYNAMIC because the operator names the packet received.
               SELECT PACKET-FILE ASSIGN TO DYNAMIC
               WS-PACKET-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PKT-FS.
               SELECT MAP-FILE ASSIGN TO
               'TRANSFER-CLASS-MAP.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAP-FS.
               SELECT STUDENT ASSIGN TO
               'INDEX-STU-RECORD.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-FS.
               SELECT STUDENT-ARCHIVE ASSIGN TO
               'STUDENT-ARCHIVE.TXT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ARC-STUDENT-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-ARC-FS.
               SELECT XFER-REPORT ASSIGN TO
               'TRANSFER-IN-REPORT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD PACKET-FILE.
           COPY "XFERPKT.cpy".

           FD MAP-FILE.
           COPY "XFERMAP.cpy".

           FD STUDENT.
           COPY "STUDENT.cpy".

           FD STUDENT-ARCHIVE.
           COPY "ARCHIVE.cpy".

           FD XFER-REPORT.
           01 REPORT-LINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           77 WS-PKT-FS           PIC 9(02).
           77 WS-MAP-FS           PIC 9(02).
           77 WS-FS               PIC 9(02).
           77 WS-ARC-FS           PIC 9(02).
           77 WS-RPT-FS           PIC 9(02).

           01 WS-PACKET-NAME      PIC X(40).
           01 WS-TODAY            PIC 9(08).
           01 WS-CONFIRM          PIC X(01).
           01 WS-I                PIC 9(04).
           01 WS-J                PIC 9(04).

      *> Whether the packet proved whole, and if not, why and where.
           01 WS-PACKET-OK        PIC X(01).
           01 WS-REJECT-REASON    PIC X(50).
           01 WS-REJECT-LINE      PIC 9(06).
           01 WS-TRAILER-SEEN     PIC X(01).

      *> The packet as read - header, student, and one table row per
      *> enrollment, history term and attendance line.
           01 WS-FROM-SCHOOL      PIC X(06).
           01 WS-HDR-STUDENT      PIC 9(06).
           01 WS-HDR-DATE         PIC 9(08).
           01 WS-PKT-STUDENT      PIC 9(06).
           01 WS-PKT-NAME.
               05 WS-PKT-FIRST-NAME   PIC X(15).
               05 WS-PKT-LAST-NAME    PIC X(20).
           01 WS-PKT-SCORE        PIC 9(03).
           01 WS-PKT-CLASS        PIC X(06).

           01 WS-EN-TABLE.
               05 WS-EN-ROW OCCURS 20 TIMES.
                   10 WS-EN-CLASS     PIC X(06).
                   10 WS-EN-SCORE     PIC 9(03).
                   10 WS-EN-STATUS    PIC X(01).
                   10 WS-EN-TERM      PIC X(06).
                   10 WS-EN-TEACHER   PIC X(20).
                   10 WS-EN-OUR-CLASS PIC X(06).
                   10 WS-EN-PLACED    PIC X(01).
                   10 WS-EN-RESULT    PIC X(45).
           01 WS-SH-TABLE.
               05 WS-SH-ROW OCCURS 40 TIMES.
                   10 WS-SH-TERM      PIC X(06).
                   10 WS-SH-SCORE     PIC 9(03).
           01 WS-AT-TABLE.
               05 WS-AT-ROW OCCURS 20 TIMES.
                   10 WS-AT-CLASS     PIC X(06).
                   10 WS-AT-PRESENT   PIC 9(04).
                   10 WS-AT-ABSENT    PIC 9(04).
                   10 WS-AT-LATE      PIC 9(04).
                   10 WS-AT-FIRST     PIC 9(08).
                   10 WS-AT-LAST      PIC 9(08).
           01 WS-AR-NAME          PIC X(35).
           01 WS-AR-CLASS         PIC X(06).
           01 WS-AR-STATUS        PIC X(01).
           01 WS-AR-DATE          PIC 9(08).

      *> Lines counted while reading, and what the trailer says.
           01 WS-LINE-COUNT       PIC 9(06).
           01 WS-ST-COUNT         PIC 9(04).
           01 WS-EN-COUNT         PIC 9(04).
           01 WS-SH-COUNT         PIC 9(04).
           01 WS-AT-COUNT         PIC 9(04).
           01 WS-AR-COUNT         PIC 9(04).
           01 WS-TR-LINES         PIC 9(06).
           01 WS-TR-ST            PIC 9(04).
           01 WS-TR-EN            PIC 9(04).
           01 WS-TR-SH            PIC 9(04).
           01 WS-TR-AT            PIC 9(04).
           01 WS-TR-AR            PIC 9(04).

      *> The class map, sending school and class to our class.
           01 WS-MAP-COUNT        PIC 9(04).
           01 WS-MAP-TABLE.
               05 WS-MAP-ROW OCCURS 200 TIMES.
                   10 WS-MAP-SCHOOL   PIC X(06).
                   10 WS-MAP-THEIR    PIC X(06).
                   10 WS-MAP-OUR      PIC X(06).
           01 WS-THEIR-CLASS      PIC X(06).
           01 WS-THEIR-TERM       PIC X(06).
           01 WS-THEIR-TEACHER    PIC X(20).
           01 WS-OUR-CLASS        PIC X(06).
           01 WS-MAP-DONE         PIC X(01).
           01 WS-IN-PACKET        PIC X(01).

      *> The number the student is filed under here.
           01 WS-NEW-NUMBER       PIC 9(06).
           01 WS-NUMBER-FREE      PIC X(01).

      *> The class the master record carries, and how the add went:
      *> 'Y' added, 'W' waitlisted, 'N' not added.
           01 WS-HEAD-ROW         PIC 9(04).
           01 WS-HEAD-CLASS       PIC X(06).
           01 WS-HEAD-SCORE       PIC 9(03).
           01 WS-HEAD-TERM        PIC X(06).
           01 WS-HEAD-RESULT      PIC X(45).
           01 WS-ADDED            PIC X(01).
           01 WS-ENROLL-STATUS    PIC X(01) VALUE 'A'.

           01 WS-CLASS-FOUND      PIC X(01).
           01 WS-CLASS-TERM       PIC X(06).
           01 WS-SEAT-OPEN        PIC X(01).
           01 WS-SEATS-TAKEN      PIC 9(03).
           01 WS-SEAT-CAPACITY    PIC 9(03).
           01 WS-CLASH            PIC X(01).
           01 WS-CLASH-CLASS      PIC X(06).

           01 WS-AUDIT-OLD-NAME   PIC X(35) VALUE SPACES.
           01 WS-AUDIT-OLD-SCORE  PIC 9(03) VALUE 0.
           01 WS-AUDIT-OLD-CLASS  PIC X(06) VALUE SPACES.

           01 WS-PLACED-COUNT     PIC 9(06).
           01 WS-UNPLACED-COUNT   PIC 9(06).
           01 WS-LOADED-COUNT     PIC 9(06).
           01 WS-HELD-COUNT       PIC 9(06).

           01 WS-LOCK-QUERY       PIC X(01) VALUE 'Q'.
           01 WS-LOCK-ME          PIC X(05) VALUE 'MENU '.
           01 WS-LOCK-RESULT      PIC X(01).
           01 WS-LOCK-HOLDER      PIC X(05).

           01 REPORT-TITLE.
               05 FILLER PIC X(14)    VALUE "TRANSFER IN - ".
               05 RPT-PACKET          PIC X(40).
               05 FILLER PIC X(05)    VALUE " RUN ".
               05 RPT-RUN-DATE        PIC 9(08).

           01 REPORT-STUDENT-LINE.
               05 FILLER PIC X(08)    VALUE "STUDENT ".
               05 RPT-THEIR-NUMBER    PIC 9(06).
               05 FILLER PIC X(04)    VALUE " -> ".
               05 RPT-OUR-NUMBER      PIC 9(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-STUDENT-NAME    PIC X(35).
               05 FILLER PIC X(13)    VALUE " FROM SCHOOL ".
               05 RPT-FROM-SCHOOL     PIC X(06).

           01 REPORT-CLASS-LINE.
               05 FILLER PIC X(08)    VALUE "CLASS   ".
               05 RPT-THEIR-CLASS     PIC X(06).
               05 FILLER PIC X(06)    VALUE " TERM ".
               05 RPT-THEIR-TERM      PIC X(06).
               05 FILLER PIC X(04)    VALUE " -> ".
               05 RPT-OUR-CLASS       PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-CLASS-RESULT    PIC X(45).

           01 REPORT-TERM-LINE.
               05 FILLER PIC X(08)    VALUE "TERM    ".
               05 RPT-TERM            PIC X(06).
               05 FILLER PIC X(07)    VALUE " SCORE ".
               05 RPT-TERM-SCORE      PIC 9(03).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-TERM-RESULT     PIC X(45).

           01 REPORT-ATTEND-LINE.
               05 FILLER PIC X(08)    VALUE "ATTEND  ".
               05 RPT-AT-CLASS        PIC X(06).
               05 FILLER PIC X(09)    VALUE " PRESENT ".
               05 RPT-AT-PRESENT      PIC 9(04).
               05 FILLER PIC X(08)    VALUE " ABSENT ".
               05 RPT-AT-ABSENT       PIC 9(04).
               05 FILLER PIC X(06)    VALUE " LATE ".
               05 RPT-AT-LATE         PIC 9(04).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-AT-FIRST        PIC 9(08).
               05 FILLER PIC X(01)    VALUE "-".
               05 RPT-AT-LAST         PIC 9(08).
               05 FILLER PIC X(12)    VALUE " NOT LOADED".

           01 REPORT-ARCHIVE-LINE.
               05 FILLER PIC X(08)    VALUE "ARCHIVE ".
               05 RPT-AR-NAME         PIC X(35).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-AR-CLASS        PIC X(06).
               05 FILLER PIC X(01)    VALUE SPACE.
               05 RPT-AR-STATUS       PIC X(01).
               05 FILLER PIC X(10)    VALUE " ARCHIVED ".
               05 RPT-AR-DATE         PIC 9(08).
               05 FILLER PIC X(12)    VALUE " NOT LOADED".

           01 REPORT-MESSAGE-LINE.
               05 FILLER PIC X(08)    VALUE "NOTE    ".
               05 RPT-MESSAGE         PIC X(80).

           01 REPORT-COUNT-LINE.
               05 RPT-COUNT-LABEL     PIC X(24).
               05 RPT-COUNT           PIC 9(06).

           LINKAGE SECTION.
      *> Read in a transfer packet written by SUB_XFER_OUT at another
      *> school.  The packet is read whole and proved first: header
      *> first, trailer last, every count in the trailer matched, one
      *> student record agreeing with the header, scores and counts
      *> numeric.  A packet that fails any check is rejected and
      *> nothing is loaded.  Each of the sending school's class codes
      *> is looked up in TRANSFER-CLASS-MAP.TXT; one not on the map is
      *> shown to the operator, who keys our class code for it or
      *> leaves it unplaced, and a keyed code is added to the map.
      *> The student is then added the way SUB_ADD adds one - their
      *> main class checked for room and clashes, waitlisted if full -
      *> every prior SCORE-HISTORY term is loaded so their report card
      *> and transcript show their real history, and the rest of their
      *> classes are enrolled where there is room.  Attendance totals
      *> and any archive entry are listed on the report for the office
      *> but not loaded.  TRANSFER-IN-REPORT.TXT lists everything that
      *> was placed and everything that could not be, with the reason.
           PROCEDURE DIVISION.
      *> Reset every run's working storage - a VALUE clause only seeds
      *> this the first time the program loads, not on repeat CALLs.
               MOVE SPACE TO WS-EOF.
               MOVE 'Y' TO WS-PACKET-OK.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE 0 TO WS-REJECT-LINE.
               MOVE 'N' TO WS-TRAILER-SEEN.
               MOVE SPACES TO WS-FROM-SCHOOL.
               MOVE 0 TO WS-HDR-STUDENT.
               MOVE 0 TO WS-PKT-STUDENT.
               MOVE SPACES TO WS-EN-TABLE.
               MOVE SPACES TO WS-AR-NAME.
               MOVE 0 TO WS-LINE-COUNT.
               MOVE 0 TO WS-ST-COUNT.
               MOVE 0 TO WS-EN-COUNT.
               MOVE 0 TO WS-SH-COUNT.
               MOVE 0 TO WS-AT-COUNT.
               MOVE 0 TO WS-AR-COUNT.
               MOVE 0 TO WS-MAP-COUNT.
               MOVE 0 TO WS-HEAD-ROW.
               MOVE SPACES TO WS-HEAD-CLASS.
               MOVE SPACES TO WS-HEAD-TERM.
               MOVE SPACES TO WS-HEAD-RESULT.
               MOVE 'N' TO WS-ADDED.
               MOVE 0 TO WS-PLACED-COUNT.
               MOVE 0 TO WS-UNPLACED-COUNT.
               MOVE 0 TO WS-LOADED-COUNT.
               MOVE 0 TO WS-HELD-COUNT.

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

               DISPLAY "ENTER TRANSFER PACKET FILE NAME:".
               MOVE SPACES TO WS-PACKET-NAME.
               ACCEPT WS-PACKET-NAME.
               IF WS-PACKET-NAME = SPACES
                   DISPLAY "NO PACKET NAMED - NOTHING LOADED"
                   GOBACK
               END-IF.

               PERFORM 100-READ-PACKET THRU 100-READ-EXIT.
               IF WS-PACKET-OK = 'Y'
                   PERFORM 150-CHECK-COUNTS THRU 150-CHECK-EXIT
               END-IF.

               OPEN OUTPUT XFER-REPORT.
               IF WS-RPT-FS NOT = '00'
                   DISPLAY "CANNOT OPEN TRANSFER-IN-REPORT.TXT (STATUS "
                           WS-RPT-FS") - NOTHING LOADED"
                   GOBACK
               END-IF.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               MOVE WS-PACKET-NAME TO RPT-PACKET.
               MOVE WS-TODAY TO RPT-RUN-DATE.
               WRITE REPORT-LINE FROM REPORT-TITLE.

               IF WS-PACKET-OK NOT = 'Y'
                   DISPLAY "PACKET REJECTED AT LINE "WS-REJECT-LINE
                           ": "WS-REJECT-REASON
                   DISPLAY "NOTHING LOADED"
                   MOVE SPACES TO RPT-MESSAGE
                   STRING "PACKET REJECTED AT LINE " WS-REJECT-LINE
                          ": " WS-REJECT-REASON
                          DELIMITED BY SIZE INTO RPT-MESSAGE
                   END-STRING
                   WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
                   MOVE "NOTHING LOADED" TO RPT-MESSAGE
                   WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
                   CLOSE XFER-REPORT
                   GOBACK
               END-IF.

               DISPLAY "PACKET FROM SCHOOL "WS-FROM-SCHOOL
                       " WRITTEN "WS-HDR-DATE.
               DISPLAY "STUDENT "WS-PKT-STUDENT" "WS-PKT-NAME.
               DISPLAY "ENROLLMENTS   : "WS-EN-COUNT.
               DISPLAY "HISTORY TERMS : "WS-SH-COUNT.
               DISPLAY "ATTENDANCE    : "WS-AT-COUNT" CLASS(ES)".
               DISPLAY "ARCHIVE ENTRY : "WS-AR-COUNT.
               DISPLAY "LOAD THIS STUDENT? Y/N".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY "TRANSFER NOT LOADED"
                   MOVE "OPERATOR DECLINED - NOTHING LOADED"
                       TO RPT-MESSAGE
                   WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
                   CLOSE XFER-REPORT
                   GOBACK
               END-IF.

               PERFORM 200-CHOOSE-NUMBER THRU 200-CHOOSE-EXIT.
               IF WS-NEW-NUMBER = 0
                   DISPLAY "NO STUDENT NUMBER - TRANSFER NOT LOADED"
                   MOVE "NO STUDENT NUMBER GIVEN - NOTHING LOADED"
                       TO RPT-MESSAGE
                   WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
                   CLOSE XFER-REPORT
                   GOBACK
               END-IF.
               MOVE WS-PKT-STUDENT TO RPT-THEIR-NUMBER.
               MOVE WS-NEW-NUMBER TO RPT-OUR-NUMBER.
               MOVE WS-PKT-NAME TO RPT-STUDENT-NAME.
               MOVE WS-FROM-SCHOOL TO RPT-FROM-SCHOOL.
               WRITE REPORT-LINE FROM REPORT-STUDENT-LINE.

               PERFORM 300-MAP-CLASSES.
               PERFORM 400-CHOOSE-HEADLINE.
               IF WS-HEAD-CLASS = SPACES
                   DISPLAY "NO CLASS IN THE PACKET COULD BE PLACED "
                           "HERE - STUDENT NOT ADDED"
                   MOVE "NO CLASS COULD BE PLACED - STUDENT NOT ADDED"
                       TO RPT-MESSAGE
                   WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
               ELSE
                   PERFORM 500-ADD-STUDENT THRU 500-ADD-EXIT
                   IF WS-HEAD-ROW > 0
                       MOVE WS-HEAD-RESULT TO WS-EN-RESULT(WS-HEAD-ROW)
                   ELSE
                       PERFORM 810-REPORT-HEAD-CLASS
                   END-IF
               END-IF.

               PERFORM 600-LOAD-HISTORY.
               IF WS-ADDED = 'Y'
                   PERFORM 700-PLACE-ENROLLMENTS
               ELSE
                   PERFORM 710-HOLD-ENROLLMENTS
               END-IF.
               PERFORM 800-REPORT-CLASSES.
               PERFORM 850-REPORT-CARRIED.
               PERFORM 900-REPORT-TOTALS.
               CLOSE XFER-REPORT.

               DISPLAY "CLASSES PLACED     : "WS-PLACED-COUNT.
               DISPLAY "CLASSES NOT PLACED : "WS-UNPLACED-COUNT.
               DISPLAY "TERMS LOADED       : "WS-LOADED-COUNT.
               DISPLAY "TERMS NOT LOADED   : "WS-HELD-COUNT.
               IF WS-ADDED = 'N'
                   DISPLAY "FIX THE CLASS MAP AND READ THE PACKET IN "
                           "AGAIN"
               END-IF.
               DISPLAY "SEE TRANSFER-IN-REPORT.TXT".
               GOBACK.

      *> Read the whole packet into working storage before anything
      *> is written, so a packet that fails part way leaves no trace.
       100-READ-PACKET.
           OPEN INPUT PACKET-FILE.
           IF WS-PKT-FS NOT = '00'
               MOVE 'N' TO WS-PACKET-OK
               MOVE "CANNOT OPEN THE PACKET FILE" TO WS-REJECT-REASON
               GO TO 100-READ-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PACKET-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-LINE-COUNT = WS-LINE-COUNT + 1
                       IF WS-PACKET-OK = 'Y'
                           PERFORM 110-TAKE-LINE
                           IF WS-PACKET-OK NOT = 'Y'
                               MOVE WS-LINE-COUNT TO WS-REJECT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PACKET-FILE.
       100-READ-EXIT.
           EXIT.

       110-TAKE-LINE.
           IF WS-TRAILER-SEEN = 'Y'
               MOVE 'N' TO WS-PACKET-OK
               MOVE "LINES FOLLOW THE TRAILER" TO WS-REJECT-REASON
           END-IF.
           IF WS-LINE-COUNT = 1 AND PKT-TYPE NOT = 'HD'
               MOVE 'N' TO WS-PACKET-OK
               MOVE "FIRST LINE IS NOT A HEADER" TO WS-REJECT-REASON
           END-IF.
           IF WS-PACKET-OK = 'Y'
               EVALUATE PKT-TYPE
                   WHEN 'HD' PERFORM 120-TAKE-HEADER
                   WHEN 'ST' PERFORM 121-TAKE-STUDENT
                   WHEN 'EN' PERFORM 122-TAKE-ENROLLMENT
                   WHEN 'SH' PERFORM 123-TAKE-HISTORY
                   WHEN 'AT' PERFORM 124-TAKE-ATTENDANCE
                   WHEN 'AR' PERFORM 125-TAKE-ARCHIVE
                   WHEN 'TR' PERFORM 126-TAKE-TRAILER
                   WHEN OTHER
                       MOVE 'N' TO WS-PACKET-OK
                       MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       120-TAKE-HEADER.
           IF WS-LINE-COUNT > 1
               MOVE 'N' TO WS-PACKET-OK
               MOVE "SECOND HEADER IN THE PACKET" TO WS-REJECT-REASON
           ELSE
               IF PKH-STUDENT-NUMBER IS NOT NUMERIC
                  OR PKH-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-PACKET-OK
                   MOVE "HEADER NUMBER OR DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE PKH-SCHOOL TO WS-FROM-SCHOOL
                   MOVE PKH-STUDENT-NUMBER TO WS-HDR-STUDENT
                   MOVE PKH-DATE TO WS-HDR-DATE
               END-IF
           END-IF.

       121-TAKE-STUDENT.
           COMPUTE WS-ST-COUNT = WS-ST-COUNT + 1.
           IF WS-ST-COUNT > 1
               MOVE 'N' TO WS-PACKET-OK
               MOVE "MORE THAN ONE STUDENT RECORD" TO WS-REJECT-REASON
           ELSE
               IF PKS-STUDENT-NUMBER IS NOT NUMERIC
                  OR PKS-SCORE IS NOT NUMERIC
                   MOVE 'N' TO WS-PACKET-OK
                   MOVE "STUDENT NUMBER OR SCORE NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF PKS-SCORE > 100
                       MOVE 'N' TO WS-PACKET-OK
                       MOVE "STUDENT SCORE OVER 100"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PKS-STUDENT-NUMBER TO WS-PKT-STUDENT
                       MOVE PKS-NAME TO WS-PKT-NAME
                       MOVE PKS-SCORE TO WS-PKT-SCORE
                       MOVE PKS-CLASS-CODE TO WS-PKT-CLASS
                   END-IF
               END-IF
           END-IF.

       122-TAKE-ENROLLMENT.
           COMPUTE WS-EN-COUNT = WS-EN-COUNT + 1.
           IF WS-EN-COUNT > 20
               MOVE 'N' TO WS-PACKET-OK
               MOVE "MORE THAN 20 ENROLLMENTS" TO WS-REJECT-REASON
           ELSE
               IF PKE-SCORE IS NOT NUMERIC
                   MOVE 'N' TO WS-PACKET-OK
                   MOVE "ENROLLMENT SCORE NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF PKE-SCORE > 100
                       MOVE 'N' TO WS-PACKET-OK
                       MOVE "ENROLLMENT SCORE OVER 100"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PKE-CLASS-CODE TO WS-EN-CLASS(WS-EN-COUNT)
                       MOVE PKE-SCORE TO WS-EN-SCORE(WS-EN-COUNT)
                       MOVE PKE-STATUS TO WS-EN-STATUS(WS-EN-COUNT)
                       MOVE PKE-TERM TO WS-EN-TERM(WS-EN-COUNT)
                       MOVE PKE-TEACHER-NAME
                           TO WS-EN-TEACHER(WS-EN-COUNT)
                       MOVE 'N' TO WS-EN-PLACED(WS-EN-COUNT)
                   END-IF
               END-IF
           END-IF.

       123-TAKE-HISTORY.
           COMPUTE WS-SH-COUNT = WS-SH-COUNT + 1.
           IF WS-SH-COUNT > 40
               MOVE 'N' TO WS-PACKET-OK
               MOVE "MORE THAN 40 HISTORY TERMS" TO WS-REJECT-REASON
           ELSE
               IF PKY-TERM = SPACES OR PKY-SCORE IS NOT NUMERIC
                   MOVE 'N' TO WS-PACKET-OK
                   MOVE "HISTORY TERM BLANK OR SCORE NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF PKY-SCORE > 100
                       MOVE 'N' TO WS-PACKET-OK
                       MOVE "HISTORY SCORE OVER 100"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PKY-TERM TO WS-SH-TERM(WS-SH-COUNT)
                       MOVE PKY-SCORE TO WS-SH-SCORE(WS-SH-COUNT)
                   END-IF
               END-IF
           END-IF.

       124-TAKE-ATTENDANCE.
           COMPUTE WS-AT-COUNT = WS-AT-COUNT + 1.
           IF WS-AT-COUNT > 20
               MOVE 'N' TO WS-PACKET-OK
               MOVE "MORE THAN 20 ATTENDANCE LINES" TO WS-REJECT-REASON
           ELSE
               IF PKA-PRESENT IS NOT NUMERIC
                  OR PKA-ABSENT IS NOT NUMERIC
                  OR PKA-LATE IS NOT NUMERIC
                  OR PKA-FIRST-DATE IS NOT NUMERIC
                  OR PKA-LAST-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-PACKET-OK
                   MOVE "ATTENDANCE TOTALS NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE PKA-CLASS-CODE TO WS-AT-CLASS(WS-AT-COUNT)
                   MOVE PKA-PRESENT TO WS-AT-PRESENT(WS-AT-COUNT)
                   MOVE PKA-ABSENT TO WS-AT-ABSENT(WS-AT-COUNT)
                   MOVE PKA-LATE TO WS-AT-LATE(WS-AT-COUNT)
                   MOVE PKA-FIRST-DATE TO WS-AT-FIRST(WS-AT-COUNT)
                   MOVE PKA-LAST-DATE TO WS-AT-LAST(WS-AT-COUNT)
               END-IF
           END-IF.

       125-TAKE-ARCHIVE.
           COMPUTE WS-AR-COUNT = WS-AR-COUNT + 1.
           IF WS-AR-COUNT > 1
               MOVE 'N' TO WS-PACKET-OK
               MOVE "MORE THAN ONE ARCHIVE ENTRY" TO WS-REJECT-REASON
           ELSE
               MOVE PKR-NAME TO WS-AR-NAME
               MOVE PKR-CLASS-CODE TO WS-AR-CLASS
               MOVE PKR-STATUS TO WS-AR-STATUS
               IF PKR-ARCHIVE-DATE IS NUMERIC
                   MOVE PKR-ARCHIVE-DATE TO WS-AR-DATE
               ELSE
                   MOVE 0 TO WS-AR-DATE
               END-IF
           END-IF.

       126-TAKE-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN.
           IF PKT-ST-COUNT IS NOT NUMERIC
              OR PKT-EN-COUNT IS NOT NUMERIC
              OR PKT-SH-COUNT IS NOT NUMERIC
              OR PKT-AT-COUNT IS NOT NUMERIC
              OR PKT-AR-COUNT IS NOT NUMERIC
              OR PKT-LINE-COUNT IS NOT NUMERIC
               MOVE 'N' TO WS-PACKET-OK
               MOVE "TRAILER COUNTS NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE PKT-ST-COUNT TO WS-TR-ST
               MOVE PKT-EN-COUNT TO WS-TR-EN
               MOVE PKT-SH-COUNT TO WS-TR-SH
               MOVE PKT-AT-COUNT TO WS-TR-AT
               MOVE PKT-AR-COUNT TO WS-TR-AR
               MOVE PKT-LINE-COUNT TO WS-TR-LINES
           END-IF.

      *> The trailer has to account for every line read, and the one
      *> student record has to be the student the header names.
       150-CHECK-COUNTS.
           MOVE WS-LINE-COUNT TO WS-REJECT-LINE.
           IF WS-LINE-COUNT = 0
               MOVE 'N' TO WS-PACKET-OK
               MOVE "PACKET IS EMPTY" TO WS-REJECT-REASON
               GO TO 150-CHECK-EXIT
           END-IF.
           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-PACKET-OK
               MOVE "NO TRAILER - PACKET IS INCOMPLETE"
                   TO WS-REJECT-REASON
               GO TO 150-CHECK-EXIT
           END-IF.
           IF WS-TR-LINES NOT = WS-LINE-COUNT
              OR WS-TR-ST NOT = WS-ST-COUNT
              OR WS-TR-EN NOT = WS-EN-COUNT
              OR WS-TR-SH NOT = WS-SH-COUNT
              OR WS-TR-AT NOT = WS-AT-COUNT
              OR WS-TR-AR NOT = WS-AR-COUNT
               MOVE 'N' TO WS-PACKET-OK
               MOVE "TRAILER COUNTS DO NOT MATCH THE PACKET"
                   TO WS-REJECT-REASON
               GO TO 150-CHECK-EXIT
           END-IF.
           IF WS-ST-COUNT NOT = 1
               MOVE 'N' TO WS-PACKET-OK
               MOVE "NO STUDENT RECORD IN THE PACKET"
                   TO WS-REJECT-REASON
               GO TO 150-CHECK-EXIT
           END-IF.
           IF WS-PKT-STUDENT NOT = WS-HDR-STUDENT
               MOVE 'N' TO WS-PACKET-OK
               MOVE "STUDENT RECORD DOES NOT MATCH THE HEADER"
                   TO WS-REJECT-REASON
           END-IF.
       150-CHECK-EXIT.
           EXIT.

      *> The student keeps their number unless it is already taken
      *> here, on the master or the archive - then the operator keys
      *> the number to file them under, or 0 to stop.
       200-CHOOSE-NUMBER.
           MOVE WS-PKT-STUDENT TO WS-NEW-NUMBER.
           PERFORM 210-CHECK-NUMBER.
           PERFORM UNTIL WS-NUMBER-FREE = 'Y'
               DISPLAY "STUDENT NUMBER "WS-NEW-NUMBER
                       " IS ALREADY IN USE HERE"
               DISPLAY "ENTER THE NUMBER TO FILE THIS STUDENT UNDER "
                       "(0 = STOP):"
               MOVE 0 TO WS-NEW-NUMBER
               ACCEPT WS-NEW-NUMBER
               IF WS-NEW-NUMBER = 0
                   GO TO 200-CHOOSE-EXIT
               END-IF
               PERFORM 210-CHECK-NUMBER
           END-PERFORM.
       200-CHOOSE-EXIT.
           EXIT.

       210-CHECK-NUMBER.
           MOVE 'Y' TO WS-NUMBER-FREE.
           OPEN INPUT STUDENT.
           IF WS-FS = '00'
               MOVE WS-NEW-NUMBER TO STUDENT-NUMBER
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WS-NUMBER-FREE
               END-READ
               CLOSE STUDENT
           END-IF.
           OPEN INPUT STUDENT-ARCHIVE.
           IF WS-ARC-FS = '00'
               MOVE WS-NEW-NUMBER TO ARC-STUDENT-NUMBER
               READ STUDENT-ARCHIVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WS-NUMBER-FREE
               END-READ
               CLOSE STUDENT-ARCHIVE
           END-IF.

      *> Settle our class code for every enrollment row.  A class the
      *> student had already left at the sending school is carried on
      *> the report but not placed.
       300-MAP-CLASSES.
           PERFORM 310-LOAD-MAP.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               IF WS-EN-STATUS(WS-I) = 'W'
                   MOVE "NOT PLACED - WITHDRAWN AT SENDING SCHOOL"
                       TO WS-EN-RESULT(WS-I)
               ELSE
                   MOVE WS-EN-CLASS(WS-I) TO WS-THEIR-CLASS
                   MOVE WS-EN-TERM(WS-I) TO WS-THEIR-TERM
                   MOVE WS-EN-TEACHER(WS-I) TO WS-THEIR-TEACHER
                   PERFORM 320-MAP-ONE-CLASS THRU 320-MAP-EXIT
                   MOVE WS-OUR-CLASS TO WS-EN-OUR-CLASS(WS-I)
                   IF WS-OUR-CLASS = SPACES
                       MOVE "NOT PLACED - NO MATCHING CLASS HERE"
                           TO WS-EN-RESULT(WS-I)
                   END-IF
               END-IF
           END-PERFORM.

       310-LOAD-MAP.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 200
                           COMPUTE WS-MAP-COUNT = WS-MAP-COUNT + 1
                           MOVE XM-SCHOOL TO WS-MAP-SCHOOL(WS-MAP-COUNT)
                           MOVE XM-THEIR-CLASS
                               TO WS-MAP-THEIR(WS-MAP-COUNT)
                           MOVE XM-OUR-CLASS TO WS-MAP-OUR(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAP-FS = '00' OR WS-MAP-FS = '10'
               CLOSE MAP-FILE
           END-IF.

      *> The map answers first.  A mapped class that has since left
      *> our class master is asked again like an unmapped one.
       320-MAP-ONE-CLASS.
           MOVE SPACES TO WS-OUR-CLASS.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MAP-COUNT OR WS-OUR-CLASS NOT = SPACES
               IF WS-MAP-SCHOOL(WS-J) = WS-FROM-SCHOOL
                  AND WS-MAP-THEIR(WS-J) = WS-THEIR-CLASS
                   MOVE WS-MAP-OUR(WS-J) TO WS-OUR-CLASS
               END-IF
           END-PERFORM.
           IF WS-OUR-CLASS NOT = SPACES
               CALL 'SUB_CLASS_CHECK' USING WS-OUR-CLASS,
                   WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
                   WS-SEATS-TAKEN, WS-SEAT-CAPACITY
               IF WS-CLASS-FOUND = 'Y'
                   GO TO 320-MAP-EXIT
               END-IF
               DISPLAY "MAPPED CLASS "WS-OUR-CLASS
                       " IS NO LONGER ON THE CLASS MASTER"
               MOVE SPACES TO WS-OUR-CLASS
           END-IF.

           DISPLAY "THEIR CLASS "WS-THEIR-CLASS" TERM "WS-THEIR-TERM
                   " TEACHER "WS-THEIR-TEACHER.
           CALL 'SUB_CLASS_CHECK' USING WS-THEIR-CLASS,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-CLASS-FOUND = 'Y'
               DISPLAY "WE HAVE A CLASS "WS-THEIR-CLASS" TOO (TERM "
                       WS-CLASS-TERM") - KEY IT IF IT IS THE SAME"
           END-IF.
           MOVE 'N' TO WS-MAP-DONE.
           PERFORM UNTIL WS-MAP-DONE = 'Y'
               DISPLAY "ENTER OUR CLASS CODE FOR IT "
                       "(BLANK = LEAVE UNPLACED):"
               MOVE SPACES TO WS-OUR-CLASS
               ACCEPT WS-OUR-CLASS
               IF WS-OUR-CLASS = SPACES
                   MOVE 'Y' TO WS-MAP-DONE
               ELSE
                   CALL 'SUB_CLASS_CHECK' USING WS-OUR-CLASS,
                       WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
                       WS-SEATS-TAKEN, WS-SEAT-CAPACITY
                   IF WS-CLASS-FOUND = 'Y'
                       MOVE 'Y' TO WS-MAP-DONE
                   ELSE
                       DISPLAY "UNKNOWN CLASS CODE "WS-OUR-CLASS
                               " - TRY AGAIN"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OUR-CLASS NOT = SPACES
               PERFORM 330-SAVE-MAPPING
           END-IF.
       320-MAP-EXIT.
           EXIT.

      *> Remember a class placed by hand, so the next packet from the
      *> same school is not asked about it again.
       330-SAVE-MAPPING.
           OPEN EXTEND MAP-FILE.
           IF WS-MAP-FS = '35'
               OPEN OUTPUT MAP-FILE
           END-IF.
           IF WS-MAP-FS = '00'
               MOVE SPACES TO TRANSFER-MAP-RECORD
               MOVE WS-FROM-SCHOOL TO XM-SCHOOL
               MOVE WS-THEIR-CLASS TO XM-THEIR-CLASS
               MOVE WS-OUR-CLASS TO XM-OUR-CLASS
               WRITE TRANSFER-MAP-RECORD
               CLOSE MAP-FILE
           ELSE
               DISPLAY "CANNOT OPEN TRANSFER-CLASS-MAP.TXT (STATUS "
                       WS-MAP-FS") - CLASS NOT REMEMBERED"
           END-IF.
           IF WS-MAP-COUNT < 200
               COMPUTE WS-MAP-COUNT = WS-MAP-COUNT + 1
               MOVE WS-FROM-SCHOOL TO WS-MAP-SCHOOL(WS-MAP-COUNT)
               MOVE WS-THEIR-CLASS TO WS-MAP-THEIR(WS-MAP-COUNT)
               MOVE WS-OUR-CLASS TO WS-MAP-OUR(WS-MAP-COUNT)
           END-IF.

      *> The master record carries the class the sending school's
      *> master carried, if it was placed; otherwise the first class
      *> that was.  A master class with no enrollment row behind it
      *> is mapped on its own.
       400-CHOOSE-HEADLINE.
           MOVE 'N' TO WS-IN-PACKET.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               IF WS-EN-CLASS(WS-I) = WS-PKT-CLASS
                   MOVE 'Y' TO WS-IN-PACKET
                   IF WS-EN-OUR-CLASS(WS-I) NOT = SPACES
                      AND WS-HEAD-ROW = 0
                       MOVE WS-I TO WS-HEAD-ROW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EN-COUNT OR WS-HEAD-ROW > 0
               IF WS-EN-OUR-CLASS(WS-I) NOT = SPACES
                   MOVE WS-I TO WS-HEAD-ROW
               END-IF
           END-PERFORM.
           IF WS-HEAD-ROW > 0
               MOVE WS-EN-OUR-CLASS(WS-HEAD-ROW) TO WS-HEAD-CLASS
               MOVE WS-EN-SCORE(WS-HEAD-ROW) TO WS-HEAD-SCORE
           ELSE
               IF WS-IN-PACKET = 'N' AND WS-PKT-CLASS NOT = SPACES
                   MOVE WS-PKT-CLASS TO WS-THEIR-CLASS
                   MOVE SPACES TO WS-THEIR-TERM
                   MOVE SPACES TO WS-THEIR-TEACHER
                   PERFORM 320-MAP-ONE-CLASS THRU 320-MAP-EXIT
                   MOVE WS-OUR-CLASS TO WS-HEAD-CLASS
                   MOVE WS-PKT-SCORE TO WS-HEAD-SCORE
               END-IF
           END-IF.

      *> The same add SUB_ADD makes - a clash refuses it, a full room
      *> sends the student to the waitlist.
       500-ADD-STUDENT.
           CALL 'SUB_CLASS_CHECK' USING WS-HEAD-CLASS,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           MOVE WS-CLASS-TERM TO WS-HEAD-TERM.
           CALL 'SUB_SCHED_CHECK' USING WS-NEW-NUMBER,
               WS-HEAD-CLASS, WS-CLASH, WS-CLASH-CLASS.
           IF WS-CLASH = 'Y'
               DISPLAY "CLASS "WS-HEAD-CLASS" CLASHES WITH CLASS "
                       WS-CLASH-CLASS" - STUDENT NOT ADDED"
               MOVE SPACES TO WS-HEAD-RESULT
               STRING "NOT PLACED - CLASHES WITH " WS-CLASH-CLASS
                      DELIMITED BY SIZE INTO WS-HEAD-RESULT
               END-STRING
               GO TO 500-ADD-EXIT
           END-IF.
           IF WS-SEAT-OPEN NOT = 'Y'
               DISPLAY "CLASS "WS-HEAD-CLASS" IS FULL ("
                       WS-SEATS-TAKEN" OF "WS-SEAT-CAPACITY
                       " SEATS) - STUDENT GOES TO THE WAITLIST"
               CALL 'SUB_WAITLIST' USING WS-NEW-NUMBER,
                   WS-PKT-NAME, WS-HEAD-SCORE, WS-HEAD-CLASS
               MOVE 'W' TO WS-ADDED
               MOVE "WAITLISTED - CLASS FULL" TO WS-HEAD-RESULT
               GO TO 500-ADD-EXIT
           END-IF.

           OPEN I-O STUDENT
           IF WS-FS = '35'
               OPEN OUTPUT STUDENT
           END-IF.
           MOVE WS-NEW-NUMBER TO STUDENT-NUMBER.
           MOVE WS-PKT-NAME TO STUDENT-NAME.
           MOVE WS-HEAD-SCORE TO STUDENT-SCORE.
           MOVE WS-HEAD-CLASS TO CLASS-CODE.
           MOVE 'A' TO STUDENT-STATUS.
           MOVE WS-TODAY TO STUDENT-ENROLL-DATE.
           WRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY "STUDENT NUMBER "WS-NEW-NUMBER
                           " ALREADY EXISTS - STUDENT NOT ADDED"
                   MOVE "NOT PLACED - STUDENT NUMBER TAKEN"
                       TO WS-HEAD-RESULT
               NOT INVALID KEY
                   DISPLAY "STUDENT "WS-NEW-NUMBER" ADDED"
                   MOVE 'Y' TO WS-ADDED
                   MOVE "PLACED - MAIN CLASS" TO WS-HEAD-RESULT
                   CALL 'SUB_AUDIT_LOG' USING WS-NEW-NUMBER,
                       'A', WS-AUDIT-OLD-NAME, WS-AUDIT-OLD-SCORE,
                       WS-PKT-NAME, WS-HEAD-SCORE,
                       WS-AUDIT-OLD-CLASS, WS-HEAD-CLASS
                   CALL 'SUB_SCORE_HIST' USING WS-NEW-NUMBER,
                       WS-HEAD-TERM, WS-HEAD-SCORE
                   CALL 'SUB_ENROLL' USING WS-NEW-NUMBER,
                       WS-HEAD-CLASS, WS-HEAD-SCORE,
                       WS-ENROLL-STATUS
           END-WRITE.
           CLOSE STUDENT.
       500-ADD-EXIT.
           EXIT.

      *> Prior terms go into SCORE-HISTORY under our number.  The term
      *> the student is sitting now is left to the live score the add
      *> just recorded.  A student who was not added gets nothing; a
      *> waitlisted student gets their history now, because the seat
      *> offer adds them under this same number and the packet is not
      *> read in again.
       600-LOAD-HISTORY.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SH-COUNT
               MOVE WS-SH-TERM(WS-I) TO RPT-TERM
               MOVE WS-SH-SCORE(WS-I) TO RPT-TERM-SCORE
               IF WS-ADDED = 'N'
                   MOVE "NOT LOADED - STUDENT NOT ADDED"
                       TO RPT-TERM-RESULT
                   COMPUTE WS-HELD-COUNT = WS-HELD-COUNT + 1
               ELSE
                   IF WS-SH-TERM(WS-I) = WS-HEAD-TERM
                       MOVE "NOT LOADED - CURRENT TERM, LIVE SCORE KEPT"
                           TO RPT-TERM-RESULT
                       COMPUTE WS-HELD-COUNT = WS-HELD-COUNT + 1
                   ELSE
                       CALL 'SUB_SCORE_HIST' USING WS-NEW-NUMBER,
                           WS-SH-TERM(WS-I), WS-SH-SCORE(WS-I)
                       MOVE "LOADED" TO RPT-TERM-RESULT
                       COMPUTE WS-LOADED-COUNT = WS-LOADED-COUNT + 1
                   END-IF
               END-IF
               WRITE REPORT-LINE FROM REPORT-TERM-LINE
           END-PERFORM.

      *> The rest of the mapped classes, each with the same room and
      *> clash checks the main class had.  Two of their classes that
      *> land on one of ours are placed once.
       700-PLACE-ENROLLMENTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               IF WS-EN-OUR-CLASS(WS-I) NOT = SPACES
                  AND WS-I NOT = WS-HEAD-ROW
                   PERFORM 720-PLACE-ONE-CLASS THRU 720-PLACE-EXIT
               END-IF
           END-PERFORM.
           IF WS-HEAD-ROW > 0
               MOVE 'Y' TO WS-EN-PLACED(WS-HEAD-ROW)
           END-IF.

       710-HOLD-ENROLLMENTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               IF WS-EN-OUR-CLASS(WS-I) NOT = SPACES
                  AND WS-I NOT = WS-HEAD-ROW
                   IF WS-ADDED = 'W'
                       MOVE "NOT PLACED - STUDENT WAITLISTED"
                           TO WS-EN-RESULT(WS-I)
                   ELSE
                       MOVE "NOT PLACED - STUDENT NOT ADDED"
                           TO WS-EN-RESULT(WS-I)
                   END-IF
               END-IF
           END-PERFORM.

       720-PLACE-ONE-CLASS.
           IF WS-EN-OUR-CLASS(WS-I) = WS-HEAD-CLASS
               MOVE "NOT PLACED - SAME CLASS HERE AS MAIN CLASS"
                   TO WS-EN-RESULT(WS-I)
               GO TO 720-PLACE-EXIT
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
               IF WS-EN-PLACED(WS-J) = 'Y'
                  AND WS-EN-OUR-CLASS(WS-J) = WS-EN-OUR-CLASS(WS-I)
                   MOVE "NOT PLACED - SAME CLASS HERE AS ANOTHER"
                       TO WS-EN-RESULT(WS-I)
               END-IF
           END-PERFORM.
           IF WS-EN-RESULT(WS-I) NOT = SPACES
               GO TO 720-PLACE-EXIT
           END-IF.
           MOVE WS-EN-OUR-CLASS(WS-I) TO WS-OUR-CLASS.
           CALL 'SUB_CLASS_CHECK' USING WS-OUR-CLASS,
               WS-CLASS-FOUND, WS-CLASS-TERM, WS-SEAT-OPEN,
               WS-SEATS-TAKEN, WS-SEAT-CAPACITY.
           IF WS-SEAT-OPEN NOT = 'Y'
               MOVE "NOT PLACED - CLASS FULL" TO WS-EN-RESULT(WS-I)
               GO TO 720-PLACE-EXIT
           END-IF.
           CALL 'SUB_SCHED_CHECK' USING WS-NEW-NUMBER,
               WS-OUR-CLASS, WS-CLASH, WS-CLASH-CLASS.
           IF WS-CLASH = 'Y'
               STRING "NOT PLACED - CLASHES WITH " WS-CLASH-CLASS
                      DELIMITED BY SIZE INTO WS-EN-RESULT(WS-I)
               END-STRING
               GO TO 720-PLACE-EXIT
           END-IF.
           CALL 'SUB_ENROLL' USING WS-NEW-NUMBER, WS-OUR-CLASS,
               WS-EN-SCORE(WS-I), WS-ENROLL-STATUS.
           MOVE 'Y' TO WS-EN-PLACED(WS-I).
           MOVE "PLACED" TO WS-EN-RESULT(WS-I).
       720-PLACE-EXIT.
           EXIT.

       800-REPORT-CLASSES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               MOVE WS-EN-CLASS(WS-I) TO RPT-THEIR-CLASS
               MOVE WS-EN-TERM(WS-I) TO RPT-THEIR-TERM
               MOVE WS-EN-OUR-CLASS(WS-I) TO RPT-OUR-CLASS
               MOVE WS-EN-RESULT(WS-I) TO RPT-CLASS-RESULT
               WRITE REPORT-LINE FROM REPORT-CLASS-LINE
               IF WS-EN-PLACED(WS-I) = 'Y'
                   COMPUTE WS-PLACED-COUNT = WS-PLACED-COUNT + 1
               ELSE
                   COMPUTE WS-UNPLACED-COUNT = WS-UNPLACED-COUNT + 1
               END-IF
           END-PERFORM.

      *> A main class that came from the master record alone has no
      *> enrollment row to report it under.
       810-REPORT-HEAD-CLASS.
           MOVE WS-PKT-CLASS TO RPT-THEIR-CLASS.
           MOVE SPACES TO RPT-THEIR-TERM.
           MOVE WS-HEAD-CLASS TO RPT-OUR-CLASS.
           MOVE WS-HEAD-RESULT TO RPT-CLASS-RESULT.
           WRITE REPORT-LINE FROM REPORT-CLASS-LINE.
           IF WS-ADDED = 'Y'
               COMPUTE WS-PLACED-COUNT = WS-PLACED-COUNT + 1
           ELSE
               COMPUTE WS-UNPLACED-COUNT = WS-UNPLACED-COUNT + 1
           END-IF.

      *> Attendance and the archive entry belong to the sending
      *> school's days and files - they are listed for the office,
      *> not loaded.
       850-REPORT-CARRIED.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AT-COUNT
               MOVE WS-AT-CLASS(WS-I) TO RPT-AT-CLASS
               MOVE WS-AT-PRESENT(WS-I) TO RPT-AT-PRESENT
               MOVE WS-AT-ABSENT(WS-I) TO RPT-AT-ABSENT
               MOVE WS-AT-LATE(WS-I) TO RPT-AT-LATE
               MOVE WS-AT-FIRST(WS-I) TO RPT-AT-FIRST
               MOVE WS-AT-LAST(WS-I) TO RPT-AT-LAST
               WRITE REPORT-LINE FROM REPORT-ATTEND-LINE
           END-PERFORM.
           IF WS-AR-COUNT > 0
               MOVE WS-AR-NAME TO RPT-AR-NAME
               MOVE WS-AR-CLASS TO RPT-AR-CLASS
               MOVE WS-AR-STATUS TO RPT-AR-STATUS
               MOVE WS-AR-DATE TO RPT-AR-DATE
               WRITE REPORT-LINE FROM REPORT-ARCHIVE-LINE
           END-IF.

       900-REPORT-TOTALS.
           MOVE "CLASSES PLACED" TO RPT-COUNT-LABEL.
           MOVE WS-PLACED-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "CLASSES NOT PLACED" TO RPT-COUNT-LABEL.
           MOVE WS-UNPLACED-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "TERMS LOADED" TO RPT-COUNT-LABEL.
           MOVE WS-LOADED-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "TERMS NOT LOADED" TO RPT-COUNT-LABEL.
           MOVE WS-HELD-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ATTENDANCE NOT LOADED" TO RPT-COUNT-LABEL.
           MOVE WS-AT-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ARCHIVE NOT LOADED" TO RPT-COUNT-LABEL.
           MOVE WS-AR-COUNT TO RPT-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
       END PROGRAM SUB_XFER_IN.
