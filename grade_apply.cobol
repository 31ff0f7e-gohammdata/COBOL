      *   grade posting report.  TERM-ROLLOVER reads the posted
      *   grades to earn only passing hours into TOTAL-HOURS-IN, so
      *   this job must complete before the term is rolled.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  GPA-IN is now the cumulative GPA, derived from
      *               the permanent course history file plus this
      *               term's posted grades under the repeat policy:
      *               when a course has been taken again, only the
      *               latest graded attempt counts, and the earlier
      *               attempts carry no points and no GPA hours.  The
      *               term GPA from this term's detail alone, the
      *               cumulative GPA and the cumulative hours are
      *               written to the new student GPA file (UT-S-STUGPA)
      *               for ACADEMIC-STANDING and the other readers.  A
      *               student whose attempts overflow the work table
      *               keeps the GPA already on the master and is
      *               listed on the report.
      *   2026-10-15  The run is now checked against the term calendar
      *               on the run-control file kept by TERM-CALENDAR.
      *               With no term set up, or once the term has been
      *               rolled, the run is refused with a report message
      *               and RETURN-CODE 8 and no grade is posted; a good
      *               run stamps its date there, which TERM-ROLLOVER
      *               requires before it will roll the term.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID-IN.
           SELECT COURSE-HISTORY-FILE ASSIGN TO UT-S-CRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHX-KEY.
           SELECT STUDENT-GPA-FILE ASSIGN TO UT-S-STUGPA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SGP-STUDENT-ID-IN.
           SELECT GRADE-TRANSACTION-FILE ASSIGN TO UT-S-GRDTRANS.
           SELECT GRADE-REPORT ASSIGN TO UT-S-GRDRPT.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD COURSE-HISTORY-FILE.
           COPY "course_history_record.cpy".

       FD STUDENT-GPA-FILE.
           COPY "student_gpa_record.cpy".

       FD GRADE-TRANSACTION-FILE LABEL RECORDS ARE OMITTED.
       01  GRADE-TRANSACTION-RECORD.
           05 GTRN-STUDENT-ID-IN   PIC X(05).

       FD GRADE-REPORT LABEL RECORDS ARE OMITTED.
       01  GRADE-REPORT-LINE       PIC X(80).

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           04  FILE-STATUS PIC X(05).
           04  MASTER-STATUS PIC X(05).

       01  GRADE-RUN-CONTROL-FIELDS.
           05 GAPP-RUN-DATE        PIC 9(08) VALUE ZERO.
           05 GAPP-REFUSED-SW      PIC X(01) VALUE 'N'.
               88 GAPP-RUN-REFUSED        VALUE 'Y'.

       01  REG-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 REG-SCAN-DONE            VALUE 'Y'.

       01  CHX-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 CHX-SCAN-DONE            VALUE 'Y'.

       01  GRADE-COUNTERS.
           05 GAPP-POST-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 GAPP-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 GAPP-GPA-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 GAPP-OVERFLOW-COUNT  PIC 9(05) COMP VALUE ZERO.

       01  GAPP-GPA-FIELDS.
           05 GAPP-QUALITY-POINTS  PIC 9(05) COMP VALUE ZERO.
           05 GAPP-POINTED-HOURS   PIC 9(03) COMP VALUE ZERO.
           05 GAPP-GRADE-VALUE     PIC 9(01) COMP VALUE ZERO.
           05 GAPP-DERIVED-GPA     PIC 9V99 VALUE ZERO.
           05 GAPP-TERM-GPA        PIC 9V99 VALUE ZERO.

      *   Every graded attempt on file for the student being derived:
      *   archived history by term, then this term's graded detail
      *   under a HIGH-VALUES term so it sorts after all history.
      *   An attempt is excluded when the same course carries a
      *   pointed grade in a later term.
       01  GAPP-REPEAT-FIELDS.
           05 GAPP-ATTEMPT-COUNT   PIC 9(03) COMP VALUE ZERO.
           05 GAPP-ATTEMPT-MAX     PIC 9(03) COMP VALUE 300.
           05 GAPP-ATTEMPT-SUB     PIC 9(03) COMP VALUE ZERO.
           05 GAPP-COMPARE-SUB     PIC 9(03) COMP VALUE ZERO.
           05 GAPP-ATTEMPT-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 GAPP-ATTEMPT-OVERFLOW   VALUE 'Y'.
           05 GAPP-CUM-POINTS      PIC 9(05) COMP VALUE ZERO.
           05 GAPP-CUM-POINTED-HOURS PIC 9(03) COMP VALUE ZERO.
           05 GAPP-CUM-EARNED-HOURS PIC 9(03) COMP VALUE ZERO.
           05 GAPP-REPEAT-COUNT    PIC 9(03) COMP VALUE ZERO.

       01  GAPP-ATTEMPT-TABLE.
           05 GAPP-ATTEMPT-ENTRY OCCURS 300 TIMES.
               10 GAPP-ATT-TERM        PIC X(05).
               10 GAPP-ATT-COURSE      PIC X(06).
               10 GAPP-ATT-HOURS       PIC 9(02).
               10 GAPP-ATT-GRADE       PIC X(01).
                   88 GAPP-ATT-PASSING     VALUES 'A' 'B' 'C' 'D'.
                   88 GAPP-ATT-POINTED     VALUES 'A' 'B' 'C' 'D' 'F'.
               10 GAPP-ATT-EXCLUDED-SW PIC X(01).
                   88 GAPP-ATT-EXCLUDED    VALUE 'Y'.

       01  GAPP-REJECT-REASON      PIC X(20) VALUE SPACES.

           05 GGPA-OLD-GPA-OUT      PIC 9.99.
           05 FILLER                PIC X(13) VALUE '  DERIVED: '.
           05 GGPA-NEW-GPA-OUT      PIC 9.99.
           05 FILLER                PIC X(08) VALUE '  TERM: '.
           05 GGPA-TERM-GPA-OUT     PIC 9.99.

       01  GRADE-OVERFLOW-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'STUDENT ID: '.
           05 GOVF-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(55) VALUE '  ** ATTEMPTS SU
      -    'PPRESSED - TABLE CAPACITY REACHED **'.

       01  GRADE-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 GREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(27) VALUE
               ' - GRADE POSTING NOT RUN **'.

       01  GRADE-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GSUM-REJECT-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(15) VALUE '  GPA CHANGED: '.
           05 GSUM-GPA-OUT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(15) VALUE '  NOT DERIVED: '.
           05 GSUM-OVERFLOW-OUT     PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF NOT GAPP-RUN-REFUSED
               PERFORM 300-POST-GRADES
                   UNTIL FILE-STATUS = 'DONE'
               PERFORM 500-REDERIVE-MASTER-GPA
                   UNTIL MASTER-STATUS = 'DONE'
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           MOVE 'START' TO MASTER-STATUS
           ACCEPT GAPP-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-CHECK-RUN-CONTROL
           OPEN OUTPUT GRADE-REPORT
           IF GAPP-RUN-REFUSED
               WRITE GRADE-REPORT-LINE FROM GRADE-REFUSED-LINE
           ELSE
               OPEN I-O REGISTRATION-FILE
               OPEN I-O STUDENT-MASTER-FILE
               OPEN INPUT COURSE-HISTORY-FILE
               OPEN I-O STUDENT-GPA-FILE
               OPEN INPUT GRADE-TRANSACTION-FILE
               PERFORM 310-READ-GRADE-TRANSACTION
           END-IF.
      *---------------------------------------------------------------*
       105-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   Grades post against the current term's registration detail,
      *   which TERM-ROLLOVER archives and purges; once the term is
      *   rolled there is nothing left to post to.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           EVALUATE TRUE
               WHEN RCR-TERM-CODE = SPACES
                   MOVE 'Y' TO GAPP-REFUSED-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO GREF-REASON-OUT
               WHEN RCR-ROLLOVER-DATE NOT = ZERO
                   MOVE 'Y' TO GAPP-REFUSED-SW
                   MOVE 'TERM ALREADY ROLLED' TO GREF-REASON-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       300-POST-GRADES SECTION.
      *---------------------------------------------------------------*
      *   Passes the whole student master the way REG-APPLY's derive
      *   pass does, so every student with pointed grades this term
      *   carries a current GPA into the standing report and the
      *   rollover.  A student with archived history and nothing
      *   this term is derived as well, so a grade change or the
      *   repeat policy reaches every master record.
       500-ENTRY.
           READ STUDENT-MASTER-FILE
               AT END
      *---------------------------------------------------------------*
           MOVE ZERO TO GAPP-QUALITY-POINTS.
           MOVE ZERO TO GAPP-POINTED-HOURS.
           MOVE ZERO TO GAPP-ATTEMPT-COUNT.
           MOVE 'N' TO GAPP-ATTEMPT-OVERFLOW-SW.
           MOVE 'N' TO REG-SCAN-SWITCH.
           MOVE STUDENT-ID-IN TO REG-STUDENT-ID-IN.
           MOVE LOW-VALUES TO REG-COURSE-ID-IN.
           END-IF.
           PERFORM 520-ACCUMULATE-GRADE-POINTS
               UNTIL REG-SCAN-DONE.
           MOVE ZERO TO GAPP-TERM-GPA.
           IF GAPP-POINTED-HOURS > ZERO
               COMPUTE GAPP-TERM-GPA ROUNDED =
                   GAPP-QUALITY-POINTS / GAPP-POINTED-HOURS
           END-IF.
           PERFORM 530-LOAD-COURSE-HISTORY.
           IF GAPP-ATTEMPT-OVERFLOW
               ADD 1 TO GAPP-OVERFLOW-COUNT
               MOVE STUDENT-ID-IN TO GOVF-STUDENT-ID-OUT
               MOVE SPACES TO GRADE-REPORT-LINE
               WRITE GRADE-REPORT-LINE FROM GRADE-OVERFLOW-LINE
           ELSE
               PERFORM 540-APPLY-REPEAT-POLICY
           END-IF.
           IF NOT GAPP-ATTEMPT-OVERFLOW
               AND GAPP-CUM-POINTED-HOURS > ZERO
               COMPUTE GAPP-DERIVED-GPA ROUNDED =
                   GAPP-CUM-POINTS / GAPP-CUM-POINTED-HOURS
      *   A master record that predates the carve-out of the old
      *   filler still carries SPACES in GPA-IN; it is treated as
      *   changed and rewritten so the first grade run converts it.
                   END-IF
                   MOVE GAPP-DERIVED-GPA TO GPA-IN
                   MOVE GPA-IN TO GGPA-NEW-GPA-OUT
                   MOVE GAPP-TERM-GPA TO GGPA-TERM-GPA-OUT
                   REWRITE STUDENT-RECORD
                   MOVE SPACES TO GRADE-REPORT-LINE
                   WRITE GRADE-REPORT-LINE FROM GRADE-GPA-LINE
               END-IF
               PERFORM 550-WRITE-GPA-RECORD
           END-IF.
      *---------------------------------------------------------------*
       515-READ-NEXT-REGISTRATION SECTION.
               IF REG-GRADE-POINTED
                   PERFORM 525-ADD-QUALITY-POINTS
               END-IF
               IF NOT REG-UNGRADED
                   PERFORM 527-ADD-TERM-ATTEMPT
               END-IF
               PERFORM 515-READ-NEXT-REGISTRATION
           ELSE
               MOVE 'Y' TO REG-SCAN-SWITCH
           COMPUTE GAPP-QUALITY-POINTS = GAPP-QUALITY-POINTS +
               (REG-CREDIT-HOURS-IN * GAPP-GRADE-VALUE).
           ADD REG-CREDIT-HOURS-IN TO GAPP-POINTED-HOURS.
      *---------------------------------------------------------------*
       527-ADD-TERM-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF GAPP-ATTEMPT-COUNT < GAPP-ATTEMPT-MAX
               ADD 1 TO GAPP-ATTEMPT-COUNT
               MOVE HIGH-VALUES TO GAPP-ATT-TERM (GAPP-ATTEMPT-COUNT)
               MOVE REG-COURSE-ID-IN
                   TO GAPP-ATT-COURSE (GAPP-ATTEMPT-COUNT)
               MOVE REG-CREDIT-HOURS-IN
                   TO GAPP-ATT-HOURS (GAPP-ATTEMPT-COUNT)
               MOVE REG-GRADE-IN TO GAPP-ATT-GRADE (GAPP-ATTEMPT-COUNT)
           ELSE
               MOVE 'Y' TO GAPP-ATTEMPT-OVERFLOW-SW
           END-IF.
      *---------------------------------------------------------------*
       530-LOAD-COURSE-HISTORY SECTION.
      *---------------------------------------------------------------*
      *   Adds the student's archived attempts to the table, the
      *   same keyed scan TRANSCRIPT-PRINT uses to list them.
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
               PERFORM 535-READ-NEXT-HISTORY
           END-IF.
           PERFORM 537-ADD-HISTORY-ATTEMPT
               UNTIL CHX-SCAN-DONE.
      *---------------------------------------------------------------*
       535-READ-NEXT-HISTORY SECTION.
      *---------------------------------------------------------------*
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO CHX-SCAN-SWITCH
           END-READ.
           IF NOT CHX-SCAN-DONE
               AND CHX-STUDENT-ID-IN NOT = STUDENT-ID-IN
               MOVE 'Y' TO CHX-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       537-ADD-HISTORY-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF GAPP-ATTEMPT-COUNT < GAPP-ATTEMPT-MAX
               ADD 1 TO GAPP-ATTEMPT-COUNT
               MOVE CHX-TERM-CODE-IN
                   TO GAPP-ATT-TERM (GAPP-ATTEMPT-COUNT)
               MOVE CHX-COURSE-ID-IN
                   TO GAPP-ATT-COURSE (GAPP-ATTEMPT-COUNT)
               MOVE CHX-CREDIT-HOURS-IN
                   TO GAPP-ATT-HOURS (GAPP-ATTEMPT-COUNT)
               MOVE CHX-GRADE-IN TO GAPP-ATT-GRADE (GAPP-ATTEMPT-COUNT)
           ELSE
               MOVE 'Y' TO GAPP-ATTEMPT-OVERFLOW-SW
           END-IF.
           PERFORM 535-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       540-APPLY-REPEAT-POLICY SECTION.
      *---------------------------------------------------------------*
      *   Only a pointed grade replaces an earlier attempt; a later
      *   W, I or ungraded enrollment leaves the earlier grade
      *   standing.  Two sections of one course in the same term
      *   both count, neither being later than the other.
           MOVE ZERO TO GAPP-CUM-POINTS.
           MOVE ZERO TO GAPP-CUM-POINTED-HOURS.
           MOVE ZERO TO GAPP-CUM-EARNED-HOURS.
           MOVE ZERO TO GAPP-REPEAT-COUNT.
           PERFORM 541-TEST-ONE-ATTEMPT
               VARYING GAPP-ATTEMPT-SUB FROM 1 BY 1
               UNTIL GAPP-ATTEMPT-SUB > GAPP-ATTEMPT-COUNT.
      *---------------------------------------------------------------*
       541-TEST-ONE-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO GAPP-ATT-EXCLUDED-SW (GAPP-ATTEMPT-SUB).
           PERFORM 542-COMPARE-LATER-ATTEMPT
               VARYING GAPP-COMPARE-SUB FROM 1 BY 1
               UNTIL GAPP-COMPARE-SUB > GAPP-ATTEMPT-COUNT.
           IF GAPP-ATT-EXCLUDED (GAPP-ATTEMPT-SUB)
               ADD 1 TO GAPP-REPEAT-COUNT
           ELSE
               IF GAPP-ATT-POINTED (GAPP-ATTEMPT-SUB)
                   PERFORM 545-ADD-CUMULATIVE-POINTS
               END-IF
               IF GAPP-ATT-PASSING (GAPP-ATTEMPT-SUB)
                   ADD GAPP-ATT-HOURS (GAPP-ATTEMPT-SUB)
                       TO GAPP-CUM-EARNED-HOURS
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       542-COMPARE-LATER-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF GAPP-ATT-COURSE (GAPP-COMPARE-SUB) =
                   GAPP-ATT-COURSE (GAPP-ATTEMPT-SUB)
               AND GAPP-ATT-TERM (GAPP-COMPARE-SUB) >
                   GAPP-ATT-TERM (GAPP-ATTEMPT-SUB)
               AND GAPP-ATT-POINTED (GAPP-COMPARE-SUB)
               MOVE 'Y' TO GAPP-ATT-EXCLUDED-SW (GAPP-ATTEMPT-SUB)
           END-IF.
      *---------------------------------------------------------------*
       545-ADD-CUMULATIVE-POINTS SECTION.
      *---------------------------------------------------------------*
           EVALUATE GAPP-ATT-GRADE (GAPP-ATTEMPT-SUB)
               WHEN 'A'
                   MOVE 4 TO GAPP-GRADE-VALUE
               WHEN 'B'
                   MOVE 3 TO GAPP-GRADE-VALUE
               WHEN 'C'
                   MOVE 2 TO GAPP-GRADE-VALUE
               WHEN 'D'
                   MOVE 1 TO GAPP-GRADE-VALUE
               WHEN OTHER
                   MOVE ZERO TO GAPP-GRADE-VALUE
           END-EVALUATE.
           COMPUTE GAPP-CUM-POINTS = GAPP-CUM-POINTS +
               (GAPP-ATT-HOURS (GAPP-ATTEMPT-SUB) * GAPP-GRADE-VALUE).
           ADD GAPP-ATT-HOURS (GAPP-ATTEMPT-SUB)
               TO GAPP-CUM-POINTED-HOURS.
      *---------------------------------------------------------------*
       550-WRITE-GPA-RECORD SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO SGP-STUDENT-ID-IN.
           READ STUDENT-GPA-FILE
               INVALID KEY
                   PERFORM 555-MOVE-GPA-FIELDS
                   WRITE STUDENT-GPA-RECORD
               NOT INVALID KEY
                   PERFORM 555-MOVE-GPA-FIELDS
                   REWRITE STUDENT-GPA-RECORD
           END-READ.
      *---------------------------------------------------------------*
       555-MOVE-GPA-FIELDS SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO SGP-STUDENT-ID-IN.
           MOVE GAPP-TERM-GPA TO SGP-TERM-GPA-IN.
           MOVE GAPP-POINTED-HOURS TO SGP-TERM-POINTED-HOURS.
           MOVE GAPP-DERIVED-GPA TO SGP-CUM-GPA-IN.
           MOVE GAPP-CUM-POINTED-HOURS TO SGP-CUM-POINTED-HOURS.
           MOVE GAPP-CUM-EARNED-HOURS TO SGP-CUM-EARNED-HOURS.
           MOVE GAPP-REPEAT-COUNT TO SGP-REPEATS-EXCLUDED.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF GAPP-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE GRADE-REPORT
           ELSE
               PERFORM 410-FINISH-GRADE-RUN
               PERFORM 430-STAMP-RUN-CONTROL
           END-IF.
      *---------------------------------------------------------------*
       410-FINISH-GRADE-RUN SECTION.
      *---------------------------------------------------------------*
           MOVE GAPP-POST-COUNT TO GSUM-POST-OUT.
           MOVE GAPP-REJECT-COUNT TO GSUM-REJECT-OUT.
           MOVE GAPP-GPA-COUNT TO GSUM-GPA-OUT.
           MOVE GAPP-OVERFLOW-COUNT TO GSUM-OVERFLOW-OUT.
           WRITE GRADE-REPORT-LINE FROM GRADE-SUMMARY-LINE.
           CLOSE REGISTRATION-FILE, STUDENT-MASTER-FILE,
               COURSE-HISTORY-FILE, STUDENT-GPA-FILE,
               GRADE-TRANSACTION-FILE, GRADE-REPORT.
      *---------------------------------------------------------------*
       430-STAMP-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
           OPEN I-O RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           IF RCR-TERM-CODE NOT = SPACES
               MOVE GAPP-RUN-DATE TO RCR-GRADE-APPLY-DATE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
