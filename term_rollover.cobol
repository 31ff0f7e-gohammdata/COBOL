      *               the roll.  HOURS-THIS-SEM-IN still zeroes and
      *               the history record still carries the attempted
      *               semester hours unchanged.
      *   2026-10-15  Earned hours now follow the repeat policy: when
      *               a course taken this term was attempted before,
      *               only the latest graded attempt counts, so the
      *               hours an earlier attempt earned are taken back
      *               (or not added twice) as the later grade
      *               replaces it.  The roll compares the student's
      *               earned hours over the course history alone
      *               with the same figure over history plus this
      *               term's graded detail and posts the difference.
      *               A student whose attempts overflow the work
      *               table is posted passing hours as before and
      *               listed on the rollover report.
      *   2026-10-15  The roll is now checked against the term calendar
      *               on the run-control file kept by TERM-CALENDAR.
      *               It is refused with a report message and
      *               RETURN-CODE 8 when the control card term is not
      *               the calendar's term, when the calendar shows the
      *               term already rolled, or when GRADE-APPLY has not
      *               completed on or after the grades due date.  The
      *               rollover date is stamped on the calendar with
      *               the final status, so a restart is still let in.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
           SELECT ROLLOVER-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT ROLLOVER-STATUS-FILE ASSIGN TO UT-S-ROLLSTAT.
           SELECT HISTORY-FILE ASSIGN TO UT-S-HISTORY.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
           SELECT REGISTRATION-FILE ASSIGN TO UT-S-REGDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY.
           SELECT COURSE-HISTORY-FILE ASSIGN TO UT-S-CRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHX-KEY.
      *****************************************************************
       DATA DIVISION.
       FD HISTORY-FILE LABEL RECORDS ARE OMITTED.
           COPY "history_record.cpy".

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".

       FD REGISTRATION-FILE.
           COPY "registration_record.cpy".

           05 FILLER                PIC X(22) VALUE
               ' - ROLLOVER NOT RUN **'.

       01  ROLL-CALENDAR-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 RCAL-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(22) VALUE
               ' - ROLLOVER NOT RUN **'.

       01  ROLL-RESTART-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(29) VALUE
           05 ROLL-PRIOR-COMPLETED PIC X(05) VALUE SPACES.
           05 ROLL-ALREADY-SW      PIC X(01) VALUE 'N'.
               88 ROLL-ALREADY-ROLLED     VALUE 'Y'.
           05 ROLL-CALENDAR-SW     PIC X(01) VALUE 'N'.
               88 ROLL-CALENDAR-REFUSED   VALUE 'Y'.
           05 ROLL-RUN-DATE        PIC 9(08) VALUE ZERO.

       01  ROLL-SAVE-FIELDS.
           05 ROLL-SAVE-TOTAL-HOURS    PIC 9(03).

       01  ROLL-EARNED-HOURS       PIC 9(03) COMP VALUE ZERO.

       01  CHX-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 CHX-SCAN-DONE            VALUE 'Y'.

      *   Every graded attempt on file for the student being rolled,
      *   archived history first and this term's graded detail
      *   after it under a HIGH-VALUES term.  The scope switch
      *   limits a pass to the history entries, giving the earned
      *   hours as they stood before this term.
       01  ROLL-REPEAT-FIELDS.
           05 ROLL-ATTEMPT-COUNT   PIC 9(03) COMP VALUE ZERO.
           05 ROLL-ATTEMPT-MAX     PIC 9(03) COMP VALUE 300.
           05 ROLL-ATTEMPT-SUB     PIC 9(03) COMP VALUE ZERO.
           05 ROLL-COMPARE-SUB     PIC 9(03) COMP VALUE ZERO.
           05 ROLL-ATTEMPT-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 ROLL-ATTEMPT-OVERFLOW   VALUE 'Y'.
           05 ROLL-SCOPE-SW        PIC X(01) VALUE 'A'.
               88 ROLL-SCOPE-HISTORY      VALUE 'H'.
               88 ROLL-SCOPE-ALL          VALUE 'A'.
           05 ROLL-SCOPE-EARNED    PIC 9(03) COMP VALUE ZERO.
           05 ROLL-EARNED-BEFORE   PIC 9(03) COMP VALUE ZERO.
           05 ROLL-HOURS-DELTA     PIC S9(03) VALUE ZERO.

       01  ROLL-ATTEMPT-TABLE.
           05 ROLL-ATTEMPT-ENTRY OCCURS 300 TIMES.
               10 ROLL-ATT-SOURCE      PIC X(01).
                   88 ROLL-ATT-FROM-HISTORY VALUE 'H'.
               10 ROLL-ATT-TERM        PIC X(05).
               10 ROLL-ATT-COURSE      PIC X(06).
               10 ROLL-ATT-HOURS       PIC 9(02).
               10 ROLL-ATT-GRADE       PIC X(01).
                   88 ROLL-ATT-PASSING     VALUES 'A' 'B' 'C' 'D'.
                   88 ROLL-ATT-POINTED     VALUES 'A' 'B' 'C' 'D' 'F'.
               10 ROLL-ATT-EXCLUDED-SW PIC X(01).
                   88 ROLL-ATT-EXCLUDED    VALUE 'Y'.

       01  ROLL-OVERFLOW-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'STUDENT ID: '.
           05 ROVF-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(55) VALUE '  ** ATTEMPTS SU
      -    'PPRESSED - TABLE CAPACITY REACHED **'.

       01  ROLL-COUNTERS.
           05 ROLL-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 ROLL-CHANGE-COUNT    PIC 9(05) COMP VALUE ZERO.
           MOVE 'START' TO FILE-STATUS
           PERFORM 110-READ-CONTROL-CARD
           PERFORM 112-RESTORE-ROLLOVER-STATUS
           ACCEPT ROLL-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 115-CHECK-RUN-CONTROL
           IF ROLL-RESTART-RUN
               OPEN EXTEND ROLLOVER-REPORT
           ELSE
                   MOVE 'DONE' TO FILE-STATUS
                   WRITE ROLLOVER-REPORT-LINE
                       FROM ROLL-WRONG-TERM-LINE
               WHEN ROLL-CALENDAR-REFUSED
                   MOVE 'DONE' TO FILE-STATUS
                   WRITE ROLLOVER-REPORT-LINE FROM ROLL-CALENDAR-LINE
               WHEN OTHER
                   MOVE ROLL-TERM-CODE TO RTRM-TERM-CODE-OUT
                   WRITE ROLLOVER-REPORT-LINE FROM ROLL-TERM-LINE
           IF NOT ROLL-STATUS-EOF
               MOVE 'Y' TO ROLL-STATUS-FOUND-SW
           END-IF.
      *---------------------------------------------------------------*
       115-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   The roll earns hours only from graded enrollments and then
      *   purges the detail, so it waits for a grade posting run made
      *   on or after the grades due date.  The calendar is stamped
      *   only at the very end, so a restart of an unfinished roll
      *   still passes here.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           EVALUATE TRUE
               WHEN RCR-TERM-CODE = SPACES
                   MOVE 'Y' TO ROLL-CALENDAR-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO RCAL-REASON-OUT
               WHEN RCR-TERM-CODE NOT = ROLL-TERM-CODE
                   MOVE 'Y' TO ROLL-CALENDAR-SW
                   MOVE 'CONTROL CARD TERM IS NOT CALENDAR TERM'
                       TO RCAL-REASON-OUT
               WHEN RCR-ROLLOVER-DATE NOT = ZERO
                   MOVE 'Y' TO ROLL-CALENDAR-SW
                   MOVE 'CALENDAR SHOWS TERM ALREADY ROLLED'
                       TO RCAL-REASON-OUT
               WHEN RCR-GRADE-APPLY-DATE = ZERO
                   MOVE 'Y' TO ROLL-CALENDAR-SW
                   MOVE 'NO GRADES POSTED FOR TERM'
                       TO RCAL-REASON-OUT
               WHEN RCR-GRADE-APPLY-DATE < RCR-GRADES-DUE-DATE
                   MOVE 'Y' TO ROLL-CALENDAR-SW
                   MOVE 'NO GRADE POSTING SINCE GRADES DUE DATE'
                       TO RCAL-REASON-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       130-OPEN-ROLL-FILES SECTION.
      *---------------------------------------------------------------*
           OPEN I-O STUDENT-MASTER-FILE.
           OPEN EXTEND HISTORY-FILE.
           OPEN INPUT REGISTRATION-FILE.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF ROLL-RESTART-RUN
               OPEN EXTEND PRIOR-TERM-FILE
               OPEN EXTEND ROLLOVER-STATUS-FILE
           MOVE HOURS-THIS-SEM-IN TO ROLL-SAVE-SEM-HOURS.
           MOVE CLASSIFICATION-IN TO ROLL-SAVE-CLASSIFICATION.
           PERFORM 315-DERIVE-EARNED-HOURS.
           PERFORM 318-APPLY-REPEAT-POLICY.
           IF ROLL-ATTEMPT-OVERFLOW
               ADD ROLL-EARNED-HOURS TO TOTAL-HOURS-IN
           ELSE
               IF ROLL-HOURS-DELTA < ZERO
                   AND TOTAL-HOURS-IN < (ZERO - ROLL-HOURS-DELTA)
                   MOVE ZERO TO TOTAL-HOURS-IN
               ELSE
                   COMPUTE TOTAL-HOURS-IN =
                       TOTAL-HOURS-IN + ROLL-HOURS-DELTA
               END-IF
           END-IF.
           MOVE ZERO TO HOURS-THIS-SEM-IN.
           IF CLASSIFICATION-IN NOT = 'GR'
               PERFORM 320-ADVANCE-CLASSIFICATION
      *   withdrawn, incomplete or never-graded enrollment earns
      *   nothing into the total.
           MOVE ZERO TO ROLL-EARNED-HOURS.
           MOVE ZERO TO ROLL-ATTEMPT-COUNT.
           MOVE 'N' TO ROLL-ATTEMPT-OVERFLOW-SW.
           MOVE 'N' TO ROLL-SCAN-SWITCH.
           MOVE STUDENT-ID-IN TO REG-STUDENT-ID-IN.
           MOVE LOW-VALUES TO REG-COURSE-ID-IN.
               IF REG-GRADE-PASSING
                   ADD REG-CREDIT-HOURS-IN TO ROLL-EARNED-HOURS
               END-IF
               IF NOT REG-UNGRADED
                   PERFORM 319-ADD-TERM-ATTEMPT
               END-IF
               PERFORM 316-READ-NEXT-REGISTRATION
           ELSE
               MOVE 'Y' TO ROLL-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       318-APPLY-REPEAT-POLICY SECTION.
      *---------------------------------------------------------------*
      *   The hours to post are the student's repeat-adjusted earned
      *   hours over history plus this term, less the same figure
      *   over history alone; the difference is negative when a
      *   passed course was retaken and failed, since only the
      *   latest attempt counts.  Only a pointed grade replaces an
      *   earlier attempt, so a later W or I leaves it standing.
           PERFORM 370-LOAD-COURSE-HISTORY.
           MOVE ZERO TO ROLL-HOURS-DELTA.
           IF NOT ROLL-ATTEMPT-OVERFLOW
               MOVE 'H' TO ROLL-SCOPE-SW
               PERFORM 375-TOTAL-EARNED-HOURS
               MOVE ROLL-SCOPE-EARNED TO ROLL-EARNED-BEFORE
               MOVE 'A' TO ROLL-SCOPE-SW
               PERFORM 375-TOTAL-EARNED-HOURS
               COMPUTE ROLL-HOURS-DELTA =
                   ROLL-SCOPE-EARNED - ROLL-EARNED-BEFORE
           ELSE
               MOVE STUDENT-ID-IN TO ROVF-STUDENT-ID-OUT
               MOVE SPACES TO ROLLOVER-REPORT-LINE
               WRITE ROLLOVER-REPORT-LINE FROM ROLL-OVERFLOW-LINE
           END-IF.
      *---------------------------------------------------------------*
       319-ADD-TERM-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF ROLL-ATTEMPT-COUNT < ROLL-ATTEMPT-MAX
               ADD 1 TO ROLL-ATTEMPT-COUNT
               MOVE 'R' TO ROLL-ATT-SOURCE (ROLL-ATTEMPT-COUNT)
               MOVE HIGH-VALUES TO ROLL-ATT-TERM (ROLL-ATTEMPT-COUNT)
               MOVE REG-COURSE-ID-IN
                   TO ROLL-ATT-COURSE (ROLL-ATTEMPT-COUNT)
               MOVE REG-CREDIT-HOURS-IN
                   TO ROLL-ATT-HOURS (ROLL-ATTEMPT-COUNT)
               MOVE REG-GRADE-IN TO ROLL-ATT-GRADE (ROLL-ATTEMPT-COUNT)
           ELSE
               MOVE 'Y' TO ROLL-ATTEMPT-OVERFLOW-SW
           END-IF.
      *---------------------------------------------------------------*
       320-ADVANCE-CLASSIFICATION SECTION.
      *---------------------------------------------------------------*
           MOVE ROLL-ADVANCE-COUNT TO RST-ADVANCE-COUNT.
           MOVE ROLL-SNAPSHOT-COUNT TO RST-SNAPSHOT-COUNT.
           WRITE ROLLOVER-STATUS-RECORD.
      *---------------------------------------------------------------*
       370-LOAD-COURSE-HISTORY SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO CHX-SCAN-SWITCH.
           MOVE STUDENT-ID-IN TO CHX-STUDENT-ID-IN.
           MOVE LOW-VALUES TO CHX-TERM-CODE-IN.
           MOVE LOW-VALUES TO CHX-COURSE-ID-IN.
           MOVE LOW-VALUES TO CHX-SECTION-IN.
           START COURSE-HISTORY-FILE KEY NOT < CHX-KEY
               INVALID KEY
                   MOVE 'Y' TO CHX-SCAN-SWITCH
           END-START.
           IF NOT CHX-SCAN-DONE
               PERFORM 371-READ-NEXT-HISTORY
           END-IF.
           PERFORM 372-ADD-HISTORY-ATTEMPT
               UNTIL CHX-SCAN-DONE.
      *---------------------------------------------------------------*
       371-READ-NEXT-HISTORY SECTION.
      *---------------------------------------------------------------*
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO CHX-SCAN-SWITCH
           END-READ.
           IF NOT CHX-SCAN-DONE
               AND CHX-STUDENT-ID-IN NOT = STUDENT-ID-IN
               MOVE 'Y' TO CHX-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       372-ADD-HISTORY-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF ROLL-ATTEMPT-COUNT < ROLL-ATTEMPT-MAX
               ADD 1 TO ROLL-ATTEMPT-COUNT
               MOVE 'H' TO ROLL-ATT-SOURCE (ROLL-ATTEMPT-COUNT)
               MOVE CHX-TERM-CODE-IN
                   TO ROLL-ATT-TERM (ROLL-ATTEMPT-COUNT)
               MOVE CHX-COURSE-ID-IN
                   TO ROLL-ATT-COURSE (ROLL-ATTEMPT-COUNT)
               MOVE CHX-CREDIT-HOURS-IN
                   TO ROLL-ATT-HOURS (ROLL-ATTEMPT-COUNT)
               MOVE CHX-GRADE-IN TO ROLL-ATT-GRADE (ROLL-ATTEMPT-COUNT)
           ELSE
               MOVE 'Y' TO ROLL-ATTEMPT-OVERFLOW-SW
           END-IF.
           PERFORM 371-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       375-TOTAL-EARNED-HOURS SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO TO ROLL-SCOPE-EARNED.
           PERFORM 376-TEST-ONE-ATTEMPT
               VARYING ROLL-ATTEMPT-SUB FROM 1 BY 1
               UNTIL ROLL-ATTEMPT-SUB > ROLL-ATTEMPT-COUNT.
      *---------------------------------------------------------------*
       376-TEST-ONE-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF ROLL-SCOPE-ALL
               OR ROLL-ATT-FROM-HISTORY (ROLL-ATTEMPT-SUB)
               MOVE 'N' TO ROLL-ATT-EXCLUDED-SW (ROLL-ATTEMPT-SUB)
               PERFORM 377-COMPARE-LATER-ATTEMPT
                   VARYING ROLL-COMPARE-SUB FROM 1 BY 1
                   UNTIL ROLL-COMPARE-SUB > ROLL-ATTEMPT-COUNT
               IF NOT ROLL-ATT-EXCLUDED (ROLL-ATTEMPT-SUB)
                   AND ROLL-ATT-PASSING (ROLL-ATTEMPT-SUB)
                   ADD ROLL-ATT-HOURS (ROLL-ATTEMPT-SUB)
                       TO ROLL-SCOPE-EARNED
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       377-COMPARE-LATER-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF (ROLL-SCOPE-ALL
                   OR ROLL-ATT-FROM-HISTORY (ROLL-COMPARE-SUB))
               AND ROLL-ATT-COURSE (ROLL-COMPARE-SUB) =
                   ROLL-ATT-COURSE (ROLL-ATTEMPT-SUB)
               AND ROLL-ATT-TERM (ROLL-COMPARE-SUB) >
                   ROLL-ATT-TERM (ROLL-ATTEMPT-SUB)
               AND ROLL-ATT-POINTED (ROLL-COMPARE-SUB)
               MOVE 'Y' TO ROLL-ATT-EXCLUDED-SW (ROLL-ATTEMPT-SUB)
           END-IF.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF ROLL-TERM-CODE = SPACES
               OR ROLL-DUPLICATE-RUN
               OR ROLL-WRONG-TERM-RUN
               OR ROLL-CALENDAR-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE COURSE-HISTORY-FILE
               PERFORM 347-ARCHIVE-REGISTRATION-DETAIL
               MOVE ROLL-ARCHIVE-COUNT TO RARC-ARCHIVE-OUT
               WRITE ROLLOVER-REPORT-LINE FROM ROLL-ARCHIVE-LINE
               PERFORM 350-PURGE-REGISTRATION-DETAIL
               PERFORM 360-WRITE-FINAL-STATUS
               CLOSE ROLLOVER-STATUS-FILE
               PERFORM 365-STAMP-RUN-CONTROL
               CLOSE STUDENT-MASTER-FILE, PRIOR-TERM-FILE,
                   HISTORY-FILE
           END-IF.
           MOVE ROLL-ADVANCE-COUNT TO RST-ADVANCE-COUNT.
           MOVE ROLL-SNAPSHOT-COUNT TO RST-SNAPSHOT-COUNT.
           WRITE ROLLOVER-STATUS-RECORD.
      *---------------------------------------------------------------*
       365-STAMP-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
           OPEN I-O RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           IF RCR-TERM-CODE = ROLL-TERM-CODE
               MOVE ROLL-RUN-DATE TO RCR-ROLLOVER-DATE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
      *---------------------------------------------------------------*
       347-ARCHIVE-REGISTRATION-DETAIL SECTION.
      *---------------------------------------------------------------*
