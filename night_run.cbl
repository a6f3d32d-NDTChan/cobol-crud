               WHEN 'ATTBATCH'  CALL 'SUB_ATT_BATCH'
               WHEN 'ATTREP'    CALL 'SUB_ATT_REPORT'
               WHEN 'EXPORT'    CALL 'SUB_EXPORT_CSV'
               WHEN 'GRADEBATCH' CALL 'SUB_GRADE_BATCH'
               WHEN 'GRADECALC' CALL 'SUB_GRADE_CALC'
               WHEN 'CONFLICTS' CALL 'SUB_SCHED_CONFLICT'
               WHEN 'SCHEDULES' CALL 'SUB_SCHEDULE_PRINT'
               WHEN 'NOTIFY'    CALL 'SUB_NOTIFY'
               WHEN 'STANDING'  CALL 'SUB_STANDING'
               WHEN 'GRADECHG'  CALL 'SUB_GRADE_CHG_REPORT'
               WHEN 'ADA'       CALL 'SUB_ADA_REPORT'
               WHEN 'DUPES'     CALL 'SUB_DUP_REPORT'
               WHEN 'AUDROLL'   CALL 'SUB_AUDIT_ROLL'
               WHEN OTHER
                   DISPLAY "UNKNOWN STEP '"CTL-RECORD"'"
                   MOVE 8 TO RUN-STEP-RC
