           DISPLAY "28. REPAIR REJECTED ATTENDANCE MARKS".
           DISPLAY "29. ABSENCE REPORT".
           DISPLAY "30. OPERATOR MAINTENANCE (SUPERVISOR)".
           DISPLAY "31. GRADEBOOK SET-UP (CATEGORIES/ASSIGNMENTS)".
           DISPLAY "32. ASSIGNMENT SCORE ENTRY".
           DISPLAY "33. RUN ASSIGNMENT SCORE BATCH FILE".
           DISPLAY "34. RECALCULATE CLASS SCORES FROM GRADEBOOK".
           DISPLAY "35. GRADEBOOK LISTING BY CLASS".
           DISPLAY "36. CLASS TIMETABLE MAINTENANCE".
           DISPLAY "37. TIMETABLE CONFLICT REPORT".
           DISPLAY "38. PRINT WEEKLY STUDENT SCHEDULES".
           DISPLAY "39. GUARDIAN CONTACT MAINTENANCE".
           DISPLAY "40. SEND PARENT NOTIFICATIONS".
           DISPLAY "41. ACADEMIC STANDING THRESHOLDS".
           DISPLAY "42. RUN ACADEMIC STANDING (GPA) FOR A TERM".
           DISPLAY "43. GRADE CHANGE REQUESTS".
           DISPLAY "44. REVIEW GRADE CHANGE REQUESTS".
           DISPLAY "45. OUTSTANDING GRADE CHANGE REPORT".
           DISPLAY "46. TRANSFER STUDENT OUT".
           DISPLAY "47. TRANSFER STUDENT IN".
           DISPLAY "48. SCHOOL CALENDAR MAINTENANCE".
           DISPLAY "49. AVERAGE DAILY ATTENDANCE REPORT".
           DISPLAY "50. LIKELY DUPLICATE STUDENTS REPORT".
           DISPLAY "51. MERGE DUPLICATE STUDENTS".
           DISPLAY "52. AUDIT LOG ROLLOVER AND PURGE".
           DISPLAY "53. STATE ACCOUNTABILITY SUBMISSION".
           DISPLAY "54. EXIT".

           ACCEPT TRACK-MENU.

                   IF SUPERVISOR-OK = 'Y'
                       CALL "SUB_OPER_MAINT"
                   END-IF
           WHEN 31 CALL "SUB_GRADEBOOK_MAINT"
           WHEN 32 CALL "SUB_GRADE_ENTRY"
           WHEN 33 CALL "SUB_GRADE_BATCH"
           WHEN 34 CALL "SUB_GRADE_CALC"
           WHEN 35 CALL "SUB_GRADEBOOK_LIST"
           WHEN 36 CALL "SUB_TIMETABLE_MAINT"
           WHEN 37 CALL "SUB_SCHED_CONFLICT"
           WHEN 38 CALL "SUB_SCHEDULE_PRINT"
           WHEN 39 CALL "SUB_GUARDIAN_MAINT"
           WHEN 40 CALL "SUB_NOTIFY"
           WHEN 41 CALL "SUB_STANDING_RULES"
           WHEN 42 CALL "SUB_STANDING"
           WHEN 43 CALL "SUB_GRADE_CHANGE"
           WHEN 44 PERFORM 104-CHECK-SUPERVISOR
                   IF SUPERVISOR-OK = 'Y'
                       CALL "SUB_GRADE_REVIEW"
                   END-IF
           WHEN 45 CALL "SUB_GRADE_CHG_REPORT"
           WHEN 46 CALL "SUB_XFER_OUT"
           WHEN 47 CALL "SUB_XFER_IN"
           WHEN 48 CALL "SUB_CALENDAR_MAINT"
           WHEN 49 CALL "SUB_ADA_REPORT"
           WHEN 50 CALL "SUB_DUP_REPORT"
           WHEN 51 PERFORM 104-CHECK-SUPERVISOR
                   IF SUPERVISOR-OK = 'Y'
                       CALL "SUB_STUDENT_MERGE"
                   END-IF
           WHEN 52 PERFORM 104-CHECK-SUPERVISOR
                   IF SUPERVISOR-OK = 'Y'
                       CALL "SUB_AUDIT_ROLL"
                   END-IF
           WHEN 53 CALL "SUB_STATE_SUBMIT"
           WHEN 54 PERFORM 101-STOP-PROGRAM
           WHEN OTHER
           DISPLAY "WRONG NUMBER!!"
           END-EVALUATE.
