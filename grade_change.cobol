      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  GRADE-CHANGE.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Post-rollover grade change program.  Once TERM-ROLLOVER has
      *   archived a term to the permanent course history file and
      *   purged the registration detail, GRADE-APPLY can no longer
      *   reach its grades; corrections and resolved incompletes are
      *   applied here instead, against CHX-GRADE-IN on the indexed
      *   course history file.  Each change re-figures the student's
      *   earned hours (TOTAL-HOURS-IN) and cumulative GPA (GPA-IN)
      *   on the indexed student master under the repeat policy,
      *   with the cumulative figures on the student GPA file kept
      *   in step, writes a grade journal record with the before
      *   and after history images, writes a student maintenance
      *   journal record for any master change the way STUDENT-MAINT
      *   does, and prints a line on the grade change register.
      *   The control card selects the run.  A change run (mode C or
      *   SPACE) applies the registrar's grade change transactions.
      *   A lapse run (mode L) converts every 'I' still on the
      *   history file for the control card's term or any earlier
      *   term to 'F'; it is refused, with RETURN-CODE 8, unless the
      *   run date is past the resolution deadline on the card.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT COURSE-HISTORY-FILE ASSIGN TO UT-S-CRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHX-KEY.
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID-IN.
           SELECT REGISTRATION-FILE ASSIGN TO UT-S-REGDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY.
           SELECT STUDENT-GPA-FILE ASSIGN TO UT-S-STUGPA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SGP-STUDENT-ID-IN.
           SELECT GRADE-CHANGE-FILE ASSIGN TO UT-S-GRDCHG.
           SELECT GRADE-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.
           SELECT GRADE-JOURNAL-FILE ASSIGN TO UT-S-GRDJRNL.
           SELECT GRADE-CHANGE-REPORT ASSIGN TO UT-S-GCHRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD COURSE-HISTORY-FILE.
           COPY "course_history_record.cpy".

       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD REGISTRATION-FILE.
           COPY "registration_record.cpy".

       FD STUDENT-GPA-FILE.
           COPY "student_gpa_record.cpy".

       FD GRADE-CHANGE-FILE LABEL RECORDS ARE OMITTED.
       01  GRADE-CHANGE-RECORD.
           05 GCTR-STUDENT-ID-IN   PIC X(05).
           05 GCTR-TERM-CODE-IN    PIC X(05).
           05 GCTR-COURSE-ID-IN    PIC X(06).
           05 GCTR-SECTION-IN      PIC X(02).
           05 GCTR-NEW-GRADE-IN    PIC X(01).
               88 GCTR-VALID-GRADE
                   VALUES 'A' 'B' 'C' 'D' 'F' 'W' 'I'.

       FD GRADE-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       01  GRADE-CONTROL-RECORD.
           05 GCTL-RUN-MODE        PIC X(01).
               88 GCTL-LAPSE-RUN          VALUE 'L'.
           05 GCTL-LAPSE-TERM      PIC X(05).
           05 GCTL-LAPSE-DEADLINE  PIC 9(08).
           05 GCTL-OPERATOR-ID     PIC X(08).

       FD JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "journal_record.cpy".

       FD GRADE-JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "grade_journal_record.cpy".

       FD GRADE-CHANGE-REPORT LABEL RECORDS ARE OMITTED.
       01  GRADE-CHANGE-REPORT-LINE PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).

       01  GCHG-RUN-DATE           PIC 9(08).
       01  GCHG-RUN-TIME           PIC 9(08).

       01  GCHG-RUN-FIELDS.
           05 GCHG-LAPSE-SW        PIC X(01) VALUE 'N'.
               88 GCHG-LAPSE-RUN          VALUE 'Y'.
           05 GCHG-REFUSED-SW      PIC X(01) VALUE 'N'.
               88 GCHG-RUN-REFUSED        VALUE 'Y'.
           05 GCHG-OPERATOR-ID     PIC X(08).
           05 GCHG-TRANS-CODE      PIC X(01).

      *   The grade being replaced and its replacement; passing is
      *   what moves earned hours, so each carries the test.
       01  GCHG-GRADE-FIELDS.
           05 GCHG-OLD-GRADE       PIC X(01).
               88 GCHG-OLD-PASSING        VALUES 'A' 'B' 'C' 'D'.
           05 GCHG-NEW-GRADE       PIC X(01).
               88 GCHG-NEW-PASSING        VALUES 'A' 'B' 'C' 'D'.
           05 GCHG-OLD-TOTAL-HOURS PIC 9(03).
           05 GCHG-OLD-GPA         PIC 9V99.
           05 GCHG-CUM-GPA         PIC 9V99 VALUE ZERO.
           05 GCHG-GPA-CHANGED-SW  PIC X(01) VALUE 'N'.
               88 GCHG-GPA-CHANGED        VALUE 'Y'.
           05 GCHG-SAVE-CREDIT-HOURS PIC 9(02).
           05 GCHG-HOURS-DELTA     PIC S9(03) VALUE ZERO.
           05 GCHG-EARNED-AFTER    PIC 9(03) COMP VALUE ZERO.
           05 GCHG-GRADE-VALUE     PIC 9(01) COMP VALUE ZERO.

       01  GCHG-SAVE-KEY.
           05 GCHG-SAVE-STUDENT-ID PIC X(05).
           05 FILLER               PIC X(13).

       01  CHX-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 CHX-SCAN-DONE            VALUE 'Y'.

       01  REG-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 REG-SCAN-DONE            VALUE 'Y'.

      *   Every graded attempt on file for the student whose grade
      *   changed: archived history tagged H, the current term's
      *   graded detail tagged R under a HIGH-VALUES term.  The
      *   scope switch limits a pass to the history entries.
       01  GCHG-REPEAT-FIELDS.
           05 GCHG-ATTEMPT-COUNT   PIC 9(03) COMP VALUE ZERO.
           05 GCHG-ATTEMPT-MAX     PIC 9(03) COMP VALUE 300.
           05 GCHG-ATTEMPT-SUB     PIC 9(03) COMP VALUE ZERO.
           05 GCHG-COMPARE-SUB     PIC 9(03) COMP VALUE ZERO.
           05 GCHG-CHANGED-SUB     PIC 9(03) COMP VALUE ZERO.
           05 GCHG-ATTEMPT-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 GCHG-ATTEMPT-OVERFLOW   VALUE 'Y'.
           05 GCHG-SCOPE-SW        PIC X(01) VALUE 'A'.
               88 GCHG-SCOPE-HISTORY      VALUE 'H'.
               88 GCHG-SCOPE-ALL          VALUE 'A'.
           05 GCHG-SCOPE-EARNED    PIC 9(03) COMP VALUE ZERO.
           05 GCHG-SCOPE-POINTS    PIC 9(05) COMP VALUE ZERO.
           05 GCHG-SCOPE-POINTED   PIC 9(03) COMP VALUE ZERO.
           05 GCHG-SCOPE-REPEATS   PIC 9(03) COMP VALUE ZERO.

       01  GCHG-ATTEMPT-TABLE.
           05 GCHG-ATTEMPT-ENTRY OCCURS 300 TIMES.
               10 GCHG-ATT-SOURCE      PIC X(01).
                   88 GCHG-ATT-FROM-HISTORY VALUE 'H'.
               10 GCHG-ATT-TERM        PIC X(05).
               10 GCHG-ATT-COURSE      PIC X(06).
               10 GCHG-ATT-HOURS       PIC 9(02).
               10 GCHG-ATT-GRADE       PIC X(01).
                   88 GCHG-ATT-PASSING     VALUES 'A' 'B' 'C' 'D'.
                   88 GCHG-ATT-POINTED     VALUES 'A' 'B' 'C' 'D' 'F'.
               10 GCHG-ATT-EXCLUDED-SW PIC X(01).
                   88 GCHG-ATT-EXCLUDED    VALUE 'Y'.

       01  GCHG-JOURNAL-IMAGES.
           05 GCHG-BEFORE-HISTORY  PIC X(21).
           05 GCHG-AFTER-HISTORY   PIC X(21).
           05 GCHG-BEFORE-IMAGE    PIC X(41).
           05 GCHG-AFTER-IMAGE     PIC X(41).

       01  GCHG-COUNTERS.
           05 GCHG-CHANGE-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 GCHG-LAPSE-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 GCHG-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 GCHG-HOURS-COUNT     PIC 9(05) COMP VALUE ZERO.

       01  GCHG-REJECT-REASON      PIC X(20) VALUE SPACES.

       01  GCHG-HEADING-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
               'GRADE CHANGE REGISTER'.
           05 FILLER                PIC X(12) VALUE '  RUN DATE: '.
           05 GHDG-RUN-DATE-OUT     PIC 9(08).
           05 FILLER                PIC X(08) VALUE '  MODE: '.
           05 GHDG-MODE-OUT         PIC X(06).

       01  GCHG-COLUMN-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(60) VALUE 'CODE   STUDENT TER
      -    'M  COURSE SEC  GRADE   EARNED HRS  RESULT'.

       01  GCHG-REGISTER-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GREG-CODE-OUT         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GREG-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 GREG-TERM-CODE-OUT    PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GREG-COURSE-ID-OUT    PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GREG-SECTION-OUT      PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 GREG-OLD-GRADE-OUT    PIC X(01).
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 GREG-NEW-GRADE-OUT    PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 GREG-OLD-HOURS-OUT    PIC ZZ9.
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 GREG-NEW-HOURS-OUT    PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 GREG-RESULT-OUT       PIC X(20).

       01  GCHG-NO-TERM-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(55) VALUE '** NO LAPSE TERM
      -    'ON CONTROL CARD - LAPSE NOT RUN **'.

       01  GCHG-DEADLINE-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(33) VALUE
               '** LAPSE DEADLINE NOT PASSED - '.
           05 GDLN-DEADLINE-OUT     PIC X(08).
           05 FILLER                PIC X(19) VALUE
               ' - LAPSE NOT RUN **'.

       01  GCHG-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'CHANGED: '.
           05 GCSM-CHANGE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  LAPSED: '.
           05 GCSM-LAPSE-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REJECTED: '.
           05 GCSM-REJECT-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(19) VALUE
               '  HOURS REFIGURED: '.
           05 GCSM-HOURS-OUT        PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF GCHG-LAPSE-RUN
               PERFORM 200-LAPSE-INCOMPLETES
                   UNTIL FILE-STATUS = 'DONE'
           ELSE
               PERFORM 300-APPLY-GRADE-CHANGES
                   UNTIL FILE-STATUS = 'DONE'
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           ACCEPT GCHG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GCHG-RUN-TIME FROM TIME
           PERFORM 110-READ-CONTROL-CARD
           OPEN OUTPUT GRADE-CHANGE-REPORT
           MOVE GCHG-RUN-DATE TO GHDG-RUN-DATE-OUT
           IF GCHG-LAPSE-RUN
               MOVE 'LAPSE' TO GHDG-MODE-OUT
           ELSE
               MOVE 'CHANGE' TO GHDG-MODE-OUT
           END-IF
           WRITE GRADE-CHANGE-REPORT-LINE FROM GCHG-HEADING-LINE
           PERFORM 120-EDIT-LAPSE-CONTROL
           IF GCHG-RUN-REFUSED
               MOVE 'DONE' TO FILE-STATUS
           ELSE
               WRITE GRADE-CHANGE-REPORT-LINE FROM GCHG-COLUMN-LINE
               OPEN I-O COURSE-HISTORY-FILE
               OPEN I-O STUDENT-MASTER-FILE
               OPEN INPUT REGISTRATION-FILE
               OPEN I-O STUDENT-GPA-FILE
               OPEN EXTEND JOURNAL-FILE
               OPEN EXTEND GRADE-JOURNAL-FILE
               IF GCHG-LAPSE-RUN
                   PERFORM 130-POSITION-HISTORY-SCAN
               ELSE
                   OPEN INPUT GRADE-CHANGE-FILE
                   PERFORM 310-READ-GRADE-CHANGE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
      *   The operator id on the card names the registrar's office
      *   clerk who released the run; it is carried on both journals.
           MOVE SPACES TO GRADE-CONTROL-RECORD.
           OPEN INPUT GRADE-CONTROL-FILE.
           READ GRADE-CONTROL-FILE
               AT END MOVE SPACES TO GRADE-CONTROL-RECORD
           END-READ.
           CLOSE GRADE-CONTROL-FILE.
           IF GCTL-LAPSE-RUN
               MOVE 'Y' TO GCHG-LAPSE-SW
               MOVE 'L' TO GCHG-TRANS-CODE
           ELSE
               MOVE 'C' TO GCHG-TRANS-CODE
           END-IF.
           IF GCTL-OPERATOR-ID = SPACES
               MOVE 'GRDCHG' TO GCHG-OPERATOR-ID
           ELSE
               MOVE GCTL-OPERATOR-ID TO GCHG-OPERATOR-ID
           END-IF.
      *---------------------------------------------------------------*
       120-EDIT-LAPSE-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   An incomplete stays open until the resolution deadline on
      *   the card has passed; a lapse run before then, or one with
      *   no term to lapse, is refused outright.
           IF GCHG-LAPSE-RUN
               IF GCTL-LAPSE-TERM = SPACES
                   MOVE 'Y' TO GCHG-REFUSED-SW
                   WRITE GRADE-CHANGE-REPORT-LINE
                       FROM GCHG-NO-TERM-LINE
               ELSE
                   IF GCTL-LAPSE-DEADLINE NOT NUMERIC
                       OR GCHG-RUN-DATE NOT > GCTL-LAPSE-DEADLINE
                       MOVE 'Y' TO GCHG-REFUSED-SW
                       MOVE GCTL-LAPSE-DEADLINE TO GDLN-DEADLINE-OUT
                       WRITE GRADE-CHANGE-REPORT-LINE
                           FROM GCHG-DEADLINE-LINE
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       130-POSITION-HISTORY-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE LOW-VALUES TO CHX-KEY.
           START COURSE-HISTORY-FILE KEY NOT < CHX-KEY
               INVALID KEY
                   MOVE 'DONE' TO FILE-STATUS
           END-START.
      *---------------------------------------------------------------*
       200-LAPSE-INCOMPLETES SECTION.
      *---------------------------------------------------------------*
      *   Passes the whole course history file; every incomplete from
      *   the lapse term or earlier is converted to a failing grade.
       200-ENTRY.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'DONE' TO FILE-STATUS
           END-READ.
           IF FILE-STATUS NOT = 'DONE'
               IF CHX-GRADE-IN = 'I'
                   AND CHX-TERM-CODE-IN NOT > GCTL-LAPSE-TERM
                   MOVE 'F' TO GCHG-NEW-GRADE
                   PERFORM 320-CHANGE-HISTORY-GRADE
                   PERFORM 210-REPOSITION-HISTORY-SCAN
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       210-REPOSITION-HISTORY-SCAN SECTION.
      *---------------------------------------------------------------*
      *   The student's own history was scanned to re-figure the
      *   change, so the pass resumes just after the record lapsed.
           MOVE GCHG-SAVE-KEY TO CHX-KEY.
           START COURSE-HISTORY-FILE KEY > CHX-KEY
               INVALID KEY
                   MOVE 'DONE' TO FILE-STATUS
           END-START.
      *---------------------------------------------------------------*
       300-APPLY-GRADE-CHANGES SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           IF NOT GCTR-VALID-GRADE
               MOVE 'INVALID GRADE' TO GCHG-REJECT-REASON
               PERFORM 350-REJECT-GRADE-CHANGE
           ELSE
               MOVE GCTR-STUDENT-ID-IN TO CHX-STUDENT-ID-IN
               MOVE GCTR-TERM-CODE-IN TO CHX-TERM-CODE-IN
               MOVE GCTR-COURSE-ID-IN TO CHX-COURSE-ID-IN
               MOVE GCTR-SECTION-IN TO CHX-SECTION-IN
               READ COURSE-HISTORY-FILE
                   INVALID KEY
                       MOVE 'NOT ON HISTORY' TO GCHG-REJECT-REASON
                       PERFORM 350-REJECT-GRADE-CHANGE
                   NOT INVALID KEY
                       IF CHX-GRADE-IN = GCTR-NEW-GRADE-IN
                           MOVE 'GRADE UNCHANGED'
                               TO GCHG-REJECT-REASON
                           PERFORM 350-REJECT-GRADE-CHANGE
                       ELSE
                           MOVE GCTR-NEW-GRADE-IN TO GCHG-NEW-GRADE
                           PERFORM 320-CHANGE-HISTORY-GRADE
                       END-IF
               END-READ
           END-IF.
           PERFORM 310-READ-GRADE-CHANGE.
      *---------------------------------------------------------------*
       310-READ-GRADE-CHANGE SECTION.
      *---------------------------------------------------------------*
           READ GRADE-CHANGE-FILE
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-CHANGE-HISTORY-GRADE SECTION.
      *---------------------------------------------------------------*
      *   Shared by both runs: the history record to change has just
      *   been read and GCHG-NEW-GRADE holds its replacement.
           MOVE CHX-KEY TO GCHG-SAVE-KEY.
           MOVE COURSE-HISTORY-RECORD TO GCHG-BEFORE-HISTORY.
           MOVE CHX-GRADE-IN TO GCHG-OLD-GRADE.
           MOVE GCHG-NEW-GRADE TO CHX-GRADE-IN.
           REWRITE COURSE-HISTORY-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO GCHG-REJECT-REASON
                   PERFORM 350-REJECT-GRADE-CHANGE
               NOT INVALID KEY
                   MOVE COURSE-HISTORY-RECORD TO GCHG-AFTER-HISTORY
                   IF GCHG-LAPSE-RUN
                       ADD 1 TO GCHG-LAPSE-COUNT
                       MOVE 'LAPSE' TO GREG-CODE-OUT
                   ELSE
                       ADD 1 TO GCHG-CHANGE-COUNT
                       MOVE 'CHANGE' TO GREG-CODE-OUT
                   END-IF
                   PERFORM 375-WRITE-GRADE-JOURNAL
                   PERFORM 330-REFIGURE-STUDENT
                   PERFORM 360-WRITE-REGISTER-LINE
           END-REWRITE.
      *---------------------------------------------------------------*
       330-REFIGURE-STUDENT SECTION.
      *---------------------------------------------------------------*
      *   TOTAL-HOURS-IN holds the hours earned over the archived
      *   history under the repeat policy -- only the latest graded
      *   attempt at a course counts -- so the change moves it by
      *   the difference between that figure figured with the new
      *   grade and with the old.  The cumulative GPA takes in the
      *   current term's posted grades as well, the way GRADE-APPLY
      *   derives it.  A student whose attempts overflow the work
      *   table falls back to adding or taking back the course's
      *   own hours when the change crosses the passing line, and
      *   keeps the GPA on file.
           MOVE CHX-CREDIT-HOURS-IN TO GCHG-SAVE-CREDIT-HOURS.
           MOVE ZERO TO GCHG-HOURS-DELTA.
           MOVE ZERO TO GCHG-SCOPE-POINTED.
           PERFORM 380-LOAD-STUDENT-ATTEMPTS.
           MOVE GCHG-AFTER-HISTORY TO COURSE-HISTORY-RECORD.
           IF GCHG-ATTEMPT-OVERFLOW
               OR GCHG-CHANGED-SUB = ZERO
               PERFORM 332-FIGURE-COURSE-HOURS
           ELSE
               PERFORM 333-FIGURE-REPEAT-HOURS
           END-IF.
           MOVE CHX-STUDENT-ID-IN TO STUDENT-ID-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO GREG-OLD-HOURS-OUT
                   MOVE ZERO TO GREG-NEW-HOURS-OUT
                   MOVE 'NOT ON MASTER' TO GREG-RESULT-OUT
               NOT INVALID KEY
                   MOVE TOTAL-HOURS-IN TO GCHG-OLD-TOTAL-HOURS
                   MOVE GPA-IN TO GCHG-OLD-GPA
                   MOVE TOTAL-HOURS-IN TO GREG-OLD-HOURS-OUT
                   MOVE 'N' TO GCHG-GPA-CHANGED-SW
                   IF GCHG-SCOPE-POINTED > ZERO
                       IF GPA-IN NOT NUMERIC
                           OR GPA-IN NOT = GCHG-CUM-GPA
                           MOVE 'Y' TO GCHG-GPA-CHANGED-SW
                       END-IF
                       PERFORM 390-UPDATE-GPA-RECORD
                   END-IF
                   IF GCHG-HOURS-DELTA NOT = ZERO
                       OR GCHG-GPA-CHANGED
                       PERFORM 335-REWRITE-MASTER
                   ELSE
                       MOVE 'CHANGED' TO GREG-RESULT-OUT
                   END-IF
                   MOVE TOTAL-HOURS-IN TO GREG-NEW-HOURS-OUT
           END-READ.
      *---------------------------------------------------------------*
       332-FIGURE-COURSE-HOURS SECTION.
      *---------------------------------------------------------------*
           IF GCHG-NEW-PASSING AND NOT GCHG-OLD-PASSING
               MOVE GCHG-SAVE-CREDIT-HOURS TO GCHG-HOURS-DELTA
           END-IF.
           IF GCHG-OLD-PASSING AND NOT GCHG-NEW-PASSING
               COMPUTE GCHG-HOURS-DELTA =
                   ZERO - GCHG-SAVE-CREDIT-HOURS
           END-IF.
      *---------------------------------------------------------------*
       333-FIGURE-REPEAT-HOURS SECTION.
      *---------------------------------------------------------------*
           MOVE 'H' TO GCHG-SCOPE-SW.
           PERFORM 385-TOTAL-ATTEMPTS.
           MOVE GCHG-SCOPE-EARNED TO GCHG-EARNED-AFTER.
           MOVE GCHG-OLD-GRADE TO GCHG-ATT-GRADE (GCHG-CHANGED-SUB).
           PERFORM 385-TOTAL-ATTEMPTS.
           MOVE GCHG-NEW-GRADE TO GCHG-ATT-GRADE (GCHG-CHANGED-SUB).
           COMPUTE GCHG-HOURS-DELTA =
               GCHG-EARNED-AFTER - GCHG-SCOPE-EARNED.
           MOVE 'A' TO GCHG-SCOPE-SW.
           PERFORM 385-TOTAL-ATTEMPTS.
           IF GCHG-SCOPE-POINTED > ZERO
               COMPUTE GCHG-CUM-GPA ROUNDED =
                   GCHG-SCOPE-POINTS / GCHG-SCOPE-POINTED
           END-IF.
      *---------------------------------------------------------------*
       335-REWRITE-MASTER SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-RECORD TO GCHG-BEFORE-IMAGE.
           IF GCHG-HOURS-DELTA < ZERO
               AND TOTAL-HOURS-IN < (ZERO - GCHG-HOURS-DELTA)
               MOVE ZERO TO TOTAL-HOURS-IN
           ELSE
               COMPUTE TOTAL-HOURS-IN =
                   TOTAL-HOURS-IN + GCHG-HOURS-DELTA
           END-IF.
           IF GCHG-GPA-CHANGED
               MOVE GCHG-CUM-GPA TO GPA-IN
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE GCHG-OLD-TOTAL-HOURS TO TOTAL-HOURS-IN
                   MOVE GCHG-OLD-GPA TO GPA-IN
                   MOVE 'MASTER NOT UPDATED' TO GREG-RESULT-OUT
               NOT INVALID KEY
                   ADD 1 TO GCHG-HOURS-COUNT
                   MOVE 'MASTER UPDATED' TO GREG-RESULT-OUT
                   MOVE STUDENT-RECORD TO GCHG-AFTER-IMAGE
                   PERFORM 370-WRITE-JOURNAL-RECORD
           END-REWRITE.
      *---------------------------------------------------------------*
       350-REJECT-GRADE-CHANGE SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO GCHG-REJECT-COUNT.
           MOVE 'REJECT' TO GREG-CODE-OUT.
           IF GCHG-LAPSE-RUN
               MOVE CHX-STUDENT-ID-IN TO GREG-STUDENT-ID-OUT
               MOVE CHX-TERM-CODE-IN TO GREG-TERM-CODE-OUT
               MOVE CHX-COURSE-ID-IN TO GREG-COURSE-ID-OUT
               MOVE CHX-SECTION-IN TO GREG-SECTION-OUT
               MOVE GCHG-NEW-GRADE TO GREG-NEW-GRADE-OUT
           ELSE
               MOVE GCTR-STUDENT-ID-IN TO GREG-STUDENT-ID-OUT
               MOVE GCTR-TERM-CODE-IN TO GREG-TERM-CODE-OUT
               MOVE GCTR-COURSE-ID-IN TO GREG-COURSE-ID-OUT
               MOVE GCTR-SECTION-IN TO GREG-SECTION-OUT
               MOVE GCTR-NEW-GRADE-IN TO GREG-NEW-GRADE-OUT
           END-IF.
           MOVE SPACE TO GREG-OLD-GRADE-OUT.
           MOVE ZERO TO GREG-OLD-HOURS-OUT.
           MOVE ZERO TO GREG-NEW-HOURS-OUT.
           MOVE GCHG-REJECT-REASON TO GREG-RESULT-OUT.
           MOVE SPACES TO GRADE-CHANGE-REPORT-LINE.
           WRITE GRADE-CHANGE-REPORT-LINE FROM GCHG-REGISTER-LINE.
           MOVE SPACES TO GCHG-REJECT-REASON.
      *---------------------------------------------------------------*
       360-WRITE-REGISTER-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE CHX-STUDENT-ID-IN TO GREG-STUDENT-ID-OUT.
           MOVE CHX-TERM-CODE-IN TO GREG-TERM-CODE-OUT.
           MOVE CHX-COURSE-ID-IN TO GREG-COURSE-ID-OUT.
           MOVE CHX-SECTION-IN TO GREG-SECTION-OUT.
           MOVE GCHG-OLD-GRADE TO GREG-OLD-GRADE-OUT.
           MOVE GCHG-NEW-GRADE TO GREG-NEW-GRADE-OUT.
           MOVE SPACES TO GRADE-CHANGE-REPORT-LINE.
           WRITE GRADE-CHANGE-REPORT-LINE FROM GCHG-REGISTER-LINE.
      *---------------------------------------------------------------*
       370-WRITE-JOURNAL-RECORD SECTION.
      *---------------------------------------------------------------*
      *   A master change made here is journaled exactly as a
      *   STUDENT-MAINT change is, so JOURNAL-REPLAY rebuilding the
      *   master from a backup carries the re-figured hours.
           MOVE GCHG-RUN-DATE TO JRN-RUN-DATE.
           ACCEPT GCHG-RUN-TIME FROM TIME.
           MOVE GCHG-RUN-TIME TO JRN-RUN-TIME.
           MOVE 'C' TO JRN-TRANS-CODE.
           MOVE 'B' TO JRN-SOURCE-CODE.
           MOVE GCHG-OPERATOR-ID TO JRN-OPERATOR-ID.
           MOVE STUDENT-ID-IN TO JRN-STUDENT-ID.
           MOVE GCHG-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE GCHG-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
      *---------------------------------------------------------------*
       375-WRITE-GRADE-JOURNAL SECTION.
      *---------------------------------------------------------------*
           MOVE GCHG-RUN-DATE TO GJR-RUN-DATE.
           ACCEPT GCHG-RUN-TIME FROM TIME.
           MOVE GCHG-RUN-TIME TO GJR-RUN-TIME.
           MOVE GCHG-TRANS-CODE TO GJR-TRANS-CODE.
           MOVE 'B' TO GJR-SOURCE-CODE.
           MOVE GCHG-OPERATOR-ID TO GJR-OPERATOR-ID.
           MOVE CHX-STUDENT-ID-IN TO GJR-STUDENT-ID.
           MOVE GCHG-BEFORE-HISTORY TO GJR-BEFORE-IMAGE.
           MOVE GCHG-AFTER-HISTORY TO GJR-AFTER-IMAGE.
           WRITE GRADE-JOURNAL-RECORD.
      *---------------------------------------------------------------*
       380-LOAD-STUDENT-ATTEMPTS SECTION.
      *---------------------------------------------------------------*
      *   Archived attempts first, tagged H, then the current term's
      *   graded detail under a HIGH-VALUES term, tagged R.  The
      *   changed history record is remembered by its place in the
      *   table so its old grade can be put back for the before
      *   figure.
           MOVE ZERO TO GCHG-ATTEMPT-COUNT.
           MOVE ZERO TO GCHG-CHANGED-SUB.
           MOVE 'N' TO GCHG-ATTEMPT-OVERFLOW-SW.
           MOVE 'N' TO CHX-SCAN-SWITCH.
           MOVE GCHG-SAVE-STUDENT-ID TO CHX-STUDENT-ID-IN.
           MOVE LOW-VALUES TO CHX-TERM-CODE-IN.
           MOVE LOW-VALUES TO CHX-COURSE-ID-IN.
           MOVE LOW-VALUES TO CHX-SECTION-IN.
           START COURSE-HISTORY-FILE KEY NOT < CHX-KEY
               INVALID KEY
                   MOVE 'Y' TO CHX-SCAN-SWITCH
           END-START.
           IF NOT CHX-SCAN-DONE
               PERFORM 381-READ-NEXT-HISTORY
           END-IF.
           PERFORM 382-ADD-HISTORY-ATTEMPT
               UNTIL CHX-SCAN-DONE.
           MOVE 'N' TO REG-SCAN-SWITCH.
           MOVE GCHG-SAVE-STUDENT-ID TO REG-STUDENT-ID-IN.
           MOVE LOW-VALUES TO REG-COURSE-ID-IN.
           MOVE LOW-VALUES TO REG-SECTION-IN.
           START REGISTRATION-FILE KEY NOT < REG-KEY
               INVALID KEY
                   MOVE 'Y' TO REG-SCAN-SWITCH
           END-START.
           IF NOT REG-SCAN-DONE
               PERFORM 383-READ-NEXT-REGISTRATION
           END-IF.
           PERFORM 384-ADD-TERM-ATTEMPT
               UNTIL REG-SCAN-DONE.
      *---------------------------------------------------------------*
       381-READ-NEXT-HISTORY SECTION.
      *---------------------------------------------------------------*
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO CHX-SCAN-SWITCH
           END-READ.
           IF NOT CHX-SCAN-DONE
               AND CHX-STUDENT-ID-IN NOT = GCHG-SAVE-STUDENT-ID
               MOVE 'Y' TO CHX-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       382-ADD-HISTORY-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF GCHG-ATTEMPT-COUNT < GCHG-ATTEMPT-MAX
               ADD 1 TO GCHG-ATTEMPT-COUNT
               MOVE 'H' TO GCHG-ATT-SOURCE (GCHG-ATTEMPT-COUNT)
               MOVE CHX-TERM-CODE-IN
                   TO GCHG-ATT-TERM (GCHG-ATTEMPT-COUNT)
               MOVE CHX-COURSE-ID-IN
                   TO GCHG-ATT-COURSE (GCHG-ATTEMPT-COUNT)
               MOVE CHX-CREDIT-HOURS-IN
                   TO GCHG-ATT-HOURS (GCHG-ATTEMPT-COUNT)
               MOVE CHX-GRADE-IN TO GCHG-ATT-GRADE (GCHG-ATTEMPT-COUNT)
               IF CHX-KEY = GCHG-SAVE-KEY
                   MOVE GCHG-ATTEMPT-COUNT TO GCHG-CHANGED-SUB
               END-IF
           ELSE
               MOVE 'Y' TO GCHG-ATTEMPT-OVERFLOW-SW
           END-IF.
           PERFORM 381-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       383-READ-NEXT-REGISTRATION SECTION.
      *---------------------------------------------------------------*
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO REG-SCAN-SWITCH
           END-READ.
           IF NOT REG-SCAN-DONE
               AND REG-STUDENT-ID-IN NOT = GCHG-SAVE-STUDENT-ID
               MOVE 'Y' TO REG-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       384-ADD-TERM-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF NOT REG-UNGRADED
               IF GCHG-ATTEMPT-COUNT < GCHG-ATTEMPT-MAX
                   ADD 1 TO GCHG-ATTEMPT-COUNT
                   MOVE 'R' TO GCHG-ATT-SOURCE (GCHG-ATTEMPT-COUNT)
                   MOVE HIGH-VALUES
                       TO GCHG-ATT-TERM (GCHG-ATTEMPT-COUNT)
                   MOVE REG-COURSE-ID-IN
                       TO GCHG-ATT-COURSE (GCHG-ATTEMPT-COUNT)
                   MOVE REG-CREDIT-HOURS-IN
                       TO GCHG-ATT-HOURS (GCHG-ATTEMPT-COUNT)
                   MOVE REG-GRADE-IN
                       TO GCHG-ATT-GRADE (GCHG-ATTEMPT-COUNT)
               ELSE
                   MOVE 'Y' TO GCHG-ATTEMPT-OVERFLOW-SW
               END-IF
           END-IF.
           PERFORM 383-READ-NEXT-REGISTRATION.
      *---------------------------------------------------------------*
       385-TOTAL-ATTEMPTS SECTION.
      *---------------------------------------------------------------*
      *   Only a pointed grade replaces an earlier attempt; a later
      *   W, I or ungraded enrollment leaves the earlier grade
      *   standing.  The history scope leaves the current term's
      *   entries out on both sides of the comparison.
           MOVE ZERO TO GCHG-SCOPE-EARNED.
           MOVE ZERO TO GCHG-SCOPE-POINTS.
           MOVE ZERO TO GCHG-SCOPE-POINTED.
           MOVE ZERO TO GCHG-SCOPE-REPEATS.
           PERFORM 386-TEST-ONE-ATTEMPT
               VARYING GCHG-ATTEMPT-SUB FROM 1 BY 1
               UNTIL GCHG-ATTEMPT-SUB > GCHG-ATTEMPT-COUNT.
      *---------------------------------------------------------------*
       386-TEST-ONE-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF GCHG-SCOPE-ALL
               OR GCHG-ATT-FROM-HISTORY (GCHG-ATTEMPT-SUB)
               MOVE 'N' TO GCHG-ATT-EXCLUDED-SW (GCHG-ATTEMPT-SUB)
               PERFORM 387-COMPARE-LATER-ATTEMPT
                   VARYING GCHG-COMPARE-SUB FROM 1 BY 1
                   UNTIL GCHG-COMPARE-SUB > GCHG-ATTEMPT-COUNT
               IF GCHG-ATT-EXCLUDED (GCHG-ATTEMPT-SUB)
                   ADD 1 TO GCHG-SCOPE-REPEATS
               ELSE
                   IF GCHG-ATT-POINTED (GCHG-ATTEMPT-SUB)
                       PERFORM 388-ADD-QUALITY-POINTS
                   END-IF
                   IF GCHG-ATT-PASSING (GCHG-ATTEMPT-SUB)
                       ADD GCHG-ATT-HOURS (GCHG-ATTEMPT-SUB)
                           TO GCHG-SCOPE-EARNED
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       387-COMPARE-LATER-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF (GCHG-SCOPE-ALL
                   OR GCHG-ATT-FROM-HISTORY (GCHG-COMPARE-SUB))
               AND GCHG-ATT-COURSE (GCHG-COMPARE-SUB) =
                   GCHG-ATT-COURSE (GCHG-ATTEMPT-SUB)
               AND GCHG-ATT-TERM (GCHG-COMPARE-SUB) >
                   GCHG-ATT-TERM (GCHG-ATTEMPT-SUB)
               AND GCHG-ATT-POINTED (GCHG-COMPARE-SUB)
               MOVE 'Y' TO GCHG-ATT-EXCLUDED-SW (GCHG-ATTEMPT-SUB)
           END-IF.
      *---------------------------------------------------------------*
       388-ADD-QUALITY-POINTS SECTION.
      *---------------------------------------------------------------*
           EVALUATE GCHG-ATT-GRADE (GCHG-ATTEMPT-SUB)
               WHEN 'A'
                   MOVE 4 TO GCHG-GRADE-VALUE
               WHEN 'B'
                   MOVE 3 TO GCHG-GRADE-VALUE
               WHEN 'C'
                   MOVE 2 TO GCHG-GRADE-VALUE
               WHEN 'D'
                   MOVE 1 TO GCHG-GRADE-VALUE
               WHEN OTHER
                   MOVE ZERO TO GCHG-GRADE-VALUE
           END-EVALUATE.
           COMPUTE GCHG-SCOPE-POINTS = GCHG-SCOPE-POINTS +
               (GCHG-ATT-HOURS (GCHG-ATTEMPT-SUB) * GCHG-GRADE-VALUE).
           ADD GCHG-ATT-HOURS (GCHG-ATTEMPT-SUB)
               TO GCHG-SCOPE-POINTED.
      *---------------------------------------------------------------*
       390-UPDATE-GPA-RECORD SECTION.
      *---------------------------------------------------------------*
      *   Only the cumulative figures move; the term GPA belongs to
      *   the last GRADE-APPLY posting.
           MOVE STUDENT-ID-IN TO SGP-STUDENT-ID-IN.
           READ STUDENT-GPA-FILE
               INVALID KEY
                   MOVE ZERO TO SGP-TERM-GPA-IN
                   MOVE ZERO TO SGP-TERM-POINTED-HOURS
                   PERFORM 395-MOVE-CUMULATIVE-FIELDS
                   WRITE STUDENT-GPA-RECORD
               NOT INVALID KEY
                   PERFORM 395-MOVE-CUMULATIVE-FIELDS
                   REWRITE STUDENT-GPA-RECORD
           END-READ.
      *---------------------------------------------------------------*
       395-MOVE-CUMULATIVE-FIELDS SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO SGP-STUDENT-ID-IN.
           MOVE GCHG-CUM-GPA TO SGP-CUM-GPA-IN.
           MOVE GCHG-SCOPE-POINTED TO SGP-CUM-POINTED-HOURS.
           MOVE GCHG-SCOPE-EARNED TO SGP-CUM-EARNED-HOURS.
           MOVE GCHG-SCOPE-REPEATS TO SGP-REPEATS-EXCLUDED.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE GCHG-CHANGE-COUNT TO GCSM-CHANGE-OUT.
           MOVE GCHG-LAPSE-COUNT TO GCSM-LAPSE-OUT.
           MOVE GCHG-REJECT-COUNT TO GCSM-REJECT-OUT.
           MOVE GCHG-HOURS-COUNT TO GCSM-HOURS-OUT.
           WRITE GRADE-CHANGE-REPORT-LINE FROM GCHG-SUMMARY-LINE.
           IF GCHG-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT GCHG-LAPSE-RUN
                   CLOSE GRADE-CHANGE-FILE
               END-IF
               CLOSE COURSE-HISTORY-FILE, STUDENT-MASTER-FILE,
                   REGISTRATION-FILE, STUDENT-GPA-FILE,
                   JOURNAL-FILE, GRADE-JOURNAL-FILE
           END-IF.
           CLOSE GRADE-CHANGE-REPORT.
