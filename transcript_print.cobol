      *   passing grades only -- closing with the TOTAL-HOURS-IN
      *   carried on the master so the transcript ties back to the
      *   earned total of record.  A request for an id with no
      *   course history, or not on the master or the archive,
      *   prints a page saying so rather than being silently
      *   dropped.  This replaces digging old registration audit
      *   reports out of the cabinet.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  Each term now closes with its term GPA, and the
      *               transcript closes with the cumulative GPA and
      *               earned hours over the archived history under
      *               the repeat policy: when a course was taken
      *               again, only the latest graded attempt counts,
      *               and each earlier attempt prints marked REPEAT
      *               EXCLUDED and earns nothing in its term.  The
      *               student's history is loaded into a work table
      *               ahead of printing so the later attempts are
      *               known when the earlier ones print.
      *   2026-10-15  A student no longer on the master is read from
      *               the inactive-student archive written by
      *               STUDENT-ARCHIVE, and the page is flagged
      *               ARCHIVED with the reason; the earned total of
      *               record comes from the archived master image.
      *               The transcript now closes with every degree
      *               conferred on the degree file.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID-IN.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO UT-S-STUARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAR-STUDENT-ID-IN.
           SELECT DEGREE-FILE ASSIGN TO UT-S-DEGREES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGR-KEY.
           SELECT COURSE-CATALOG-FILE ASSIGN TO UT-S-COURSES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD STUDENT-ARCHIVE-FILE.
           COPY "student_archive_record.cpy".

       FD DEGREE-FILE.
           COPY "degree_record.cpy".

       FD COURSE-CATALOG-FILE.
           COPY "course_catalog_record.cpy".

       01  TPRT-SCAN-SWITCH        PIC X(01) VALUE 'N'.
           88 TPRT-SCAN-DONE           VALUE 'Y'.

       01  TPRT-DEGREE-SCAN-SWITCH PIC X(01) VALUE 'N'.
           88 TPRT-DEGREE-SCAN-DONE    VALUE 'Y'.

       01  TPRT-WORK-FIELDS.
           05 TPRT-SAVE-TERM       PIC X(05).
           05 TPRT-TERM-FIRST-SW   PIC X(01) VALUE 'Y'.
               88 TPRT-FIRST-TERM         VALUE 'Y'.
           05 TPRT-COURSE-SW       PIC X(01) VALUE 'N'.
               88 TPRT-HISTORY-FOUND      VALUE 'Y'.
           05 TPRT-ON-FILE-SW      PIC X(01) VALUE 'N'.
               88 TPRT-STUDENT-ON-FILE    VALUE 'Y'.
           05 TPRT-DEGREE-COUNT    PIC 9(03) COMP VALUE ZERO.
           05 TPRT-TERM-HOURS      PIC 9(03) COMP VALUE ZERO.
           05 TPRT-TERM-EARNED     PIC 9(03) COMP VALUE ZERO.
           05 TPRT-TERM-POINTS     PIC 9(05) COMP VALUE ZERO.
           05 TPRT-TERM-POINTED    PIC 9(03) COMP VALUE ZERO.
           05 TPRT-GRADE-VALUE     PIC 9(01) COMP VALUE ZERO.
           05 TPRT-GPA             PIC 9V99 VALUE ZERO.

      *   The student's archived attempts in key order, each marked
      *   excluded when the same course carries a pointed grade in
      *   a later term.
       01  TPRT-REPEAT-FIELDS.
           05 TPRT-ATTEMPT-COUNT   PIC 9(03) COMP VALUE ZERO.
           05 TPRT-ATTEMPT-MAX     PIC 9(03) COMP VALUE 300.
           05 TPRT-ATTEMPT-SUB     PIC 9(03) COMP VALUE ZERO.
           05 TPRT-COMPARE-SUB     PIC 9(03) COMP VALUE ZERO.
           05 TPRT-ATTEMPT-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 TPRT-ATTEMPT-OVERFLOW   VALUE 'Y'.
           05 TPRT-CUM-POINTS      PIC 9(05) COMP VALUE ZERO.
           05 TPRT-CUM-POINTED     PIC 9(03) COMP VALUE ZERO.
           05 TPRT-CUM-EARNED      PIC 9(03) COMP VALUE ZERO.
           05 TPRT-REPEAT-COUNT    PIC 9(03) COMP VALUE ZERO.

       01  TPRT-ATTEMPT-TABLE.
           05 TPRT-ATTEMPT-ENTRY OCCURS 300 TIMES.
               10 TPRT-ATT-TERM        PIC X(05).
               10 TPRT-ATT-COURSE      PIC X(06).
               10 TPRT-ATT-SECTION     PIC X(02).
               10 TPRT-ATT-HOURS       PIC 9(02).
               10 TPRT-ATT-GRADE       PIC X(01).
                   88 TPRT-ATT-PASSING     VALUES 'A' 'B' 'C' 'D'.
                   88 TPRT-ATT-POINTED     VALUES 'A' 'B' 'C' 'D' 'F'.
               10 TPRT-ATT-EXCLUDED-SW PIC X(01).
                   88 TPRT-ATT-EXCLUDED    VALUE 'Y'.

       01  TPRT-COUNTERS.
           05 TPRT-REQUEST-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 TCRS-HOURS-OUT        PIC Z9.
           05 FILLER                PIC X(09) VALUE '  GRADE: '.
           05 TCRS-GRADE-OUT        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TCRS-REPEAT-OUT       PIC X(15).

       01  TRANSCRIPT-TERM-TOTAL-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 TTTL-TERM-HOURS-OUT   PIC ZZ9.
           05 FILLER                PIC X(10) VALUE '  EARNED: '.
           05 TTTL-TERM-EARNED-OUT  PIC ZZ9.
           05 FILLER                PIC X(12) VALUE '  TERM GPA: '.
           05 TTTL-TERM-GPA-OUT     PIC 9.99.

       01  TRANSCRIPT-CUMULATIVE-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
               'CUMULATIVE GPA: '.
           05 TCUM-GPA-OUT          PIC 9.99.
           05 FILLER                PIC X(16) VALUE
               '  HOURS EARNED: '.
           05 TCUM-EARNED-OUT       PIC ZZ9.
           05 FILLER                PIC X(20) VALUE
               '  REPEATS EXCLUDED: '.
           05 TCUM-REPEAT-OUT       PIC ZZ9.

       01  TRANSCRIPT-OVERFLOW-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(64) VALUE '** FURTHER COURSES SUPPRESSED -
      -    ' TABLE CAPACITY REACHED **'.

       01  TRANSCRIPT-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TTOT-TOTAL-HOURS-OUT  PIC ZZ9.

       01  TRANSCRIPT-DEGREE-HEADING.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(18) VALUE 'DEGREES CONFERRED:'.

       01  TRANSCRIPT-DEGREE-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'DEGREE: '.
           05 TDEG-DEGREE-OUT       PIC X(04).
           05 FILLER                PIC X(09) VALUE '  MAJOR: '.
           05 TDEG-MAJOR-OUT        PIC X(03).
           05 FILLER                PIC X(13) VALUE '  CONFERRED: '.
           05 TDEG-DATE-OUT         PIC 9(08).

       01  TRANSCRIPT-NO-HISTORY-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(33) VALUE
           MOVE 'START' TO FILE-STATUS
           OPEN INPUT COURSE-HISTORY-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ARCHIVE-FILE
           OPEN INPUT DEGREE-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN INPUT TRANSCRIPT-REQUEST-FILE
           OPEN OUTPUT TRANSCRIPT-REPORT
           MOVE 'N' TO TPRT-COURSE-SW.
           MOVE ZERO TO TPRT-TERM-HOURS.
           MOVE ZERO TO TPRT-TERM-EARNED.
           MOVE ZERO TO TPRT-TERM-POINTS.
           MOVE ZERO TO TPRT-TERM-POINTED.
           MOVE ZERO TO TPRT-ATTEMPT-COUNT.
           MOVE 'N' TO TPRT-ATTEMPT-OVERFLOW-SW.
           MOVE 'N' TO TPRT-SCAN-SWITCH.
           MOVE TRQ-STUDENT-ID-IN TO CHX-STUDENT-ID-IN.
           MOVE LOW-VALUES TO CHX-TERM-CODE-IN.
           IF NOT TPRT-SCAN-DONE
               PERFORM 335-READ-NEXT-HISTORY
           END-IF.
           PERFORM 337-LOAD-ONE-ATTEMPT
               UNTIL TPRT-SCAN-DONE.
           IF TPRT-ATTEMPT-COUNT > ZERO
               MOVE 'Y' TO TPRT-COURSE-SW
               PERFORM 360-APPLY-REPEAT-POLICY
               PERFORM 340-PRINT-ONE-COURSE
                   VARYING TPRT-ATTEMPT-SUB FROM 1 BY 1
                   UNTIL TPRT-ATTEMPT-SUB > TPRT-ATTEMPT-COUNT
               PERFORM 350-WRITE-TERM-TOTAL
               IF TPRT-ATTEMPT-OVERFLOW
                   WRITE TRANSCRIPT-REPORT-LINE
                       FROM TRANSCRIPT-OVERFLOW-LINE AFTER 1
               END-IF
               PERFORM 352-WRITE-CUMULATIVE-LINE
               ADD 1 TO TPRT-PRINTED-COUNT
           ELSE
               WRITE TRANSCRIPT-REPORT-LINE
                   FROM TRANSCRIPT-NO-HISTORY-LINE AFTER 2 LINES
           END-IF.
           PERFORM 355-WRITE-MASTER-TOTAL.
           PERFORM 370-WRITE-DEGREES.
      *---------------------------------------------------------------*
       325-WRITE-TRANSCRIPT-HEADING SECTION.
      *---------------------------------------------------------------*
           MOVE TRQ-STUDENT-ID-IN TO STUDENT-ID-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   PERFORM 327-READ-ARCHIVE
               NOT INVALID KEY
                   MOVE 'Y' TO TPRT-ON-FILE-SW
                   MOVE SPACES TO TSTU-FLAG-OUT
           END-READ.
           IF TPRT-STUDENT-ON-FILE
               MOVE LAST-NAME-IN TO TSTU-LAST-NAME-OUT
               MOVE FIRST-NAME-IN TO TSTU-FIRST-NAME-OUT
               MOVE MIDDLE-INITIAL-IN TO TSTU-MIDDLE-INIT-OUT
           ELSE
               MOVE SPACES TO TSTU-LAST-NAME-OUT
               MOVE SPACES TO TSTU-FIRST-NAME-OUT
               MOVE SPACES TO TSTU-MIDDLE-INIT-OUT
               MOVE '** NOT ON MASTER **' TO TSTU-FLAG-OUT
           END-IF.
           WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-STUDENT-LINE
               AFTER 2 LINES.
      *---------------------------------------------------------------*
       327-READ-ARCHIVE SECTION.
      *---------------------------------------------------------------*
      *   The archived image is moved into the master record area so
      *   the rest of the page prints from it as from the master.
           MOVE TRQ-STUDENT-ID-IN TO SAR-STUDENT-ID-IN.
           READ STUDENT-ARCHIVE-FILE
               INVALID KEY
                   MOVE 'N' TO TPRT-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO TPRT-ON-FILE-SW
                   MOVE SAR-STUDENT-IMAGE TO STUDENT-RECORD
                   IF SAR-GRADUATED
                       MOVE 'ARCHIVED - GRADUATED' TO TSTU-FLAG-OUT
                   ELSE
                       MOVE 'ARCHIVED - INACTIVE' TO TSTU-FLAG-OUT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       335-READ-NEXT-HISTORY SECTION.
      *---------------------------------------------------------------*
               AND CHX-STUDENT-ID-IN NOT = TRQ-STUDENT-ID-IN
               MOVE 'Y' TO TPRT-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       337-LOAD-ONE-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF TPRT-ATTEMPT-COUNT < TPRT-ATTEMPT-MAX
               ADD 1 TO TPRT-ATTEMPT-COUNT
               MOVE CHX-TERM-CODE-IN
                   TO TPRT-ATT-TERM (TPRT-ATTEMPT-COUNT)
               MOVE CHX-COURSE-ID-IN
                   TO TPRT-ATT-COURSE (TPRT-ATTEMPT-COUNT)
               MOVE CHX-SECTION-IN
                   TO TPRT-ATT-SECTION (TPRT-ATTEMPT-COUNT)
               MOVE CHX-CREDIT-HOURS-IN
                   TO TPRT-ATT-HOURS (TPRT-ATTEMPT-COUNT)
               MOVE CHX-GRADE-IN TO TPRT-ATT-GRADE (TPRT-ATTEMPT-COUNT)
           ELSE
               MOVE 'Y' TO TPRT-ATTEMPT-OVERFLOW-SW
           END-IF.
           PERFORM 335-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       340-PRINT-ONE-COURSE SECTION.
      *---------------------------------------------------------------*
      *   Term hours and the term GPA carry every attempt as it was
      *   graded that term; an excluded repeat earns nothing.
           IF TPRT-FIRST-TERM
               OR TPRT-ATT-TERM (TPRT-ATTEMPT-SUB)
                   NOT = TPRT-SAVE-TERM
               IF NOT TPRT-FIRST-TERM
                   PERFORM 350-WRITE-TERM-TOTAL
               END-IF
               MOVE 'N' TO TPRT-TERM-FIRST-SW
               MOVE TPRT-ATT-TERM (TPRT-ATTEMPT-SUB) TO TPRT-SAVE-TERM
               MOVE TPRT-ATT-TERM (TPRT-ATTEMPT-SUB)
                   TO TTRM-TERM-CODE-OUT
               WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-TERM-LINE
                   AFTER 2 LINES
           END-IF.
           MOVE TPRT-ATT-COURSE (TPRT-ATTEMPT-SUB)
               TO TCRS-COURSE-ID-OUT.
           MOVE TPRT-ATT-SECTION (TPRT-ATTEMPT-SUB) TO TCRS-SECTION-OUT.
           MOVE TPRT-ATT-COURSE (TPRT-ATTEMPT-SUB) TO CRS-COURSE-ID-IN.
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE SPACES TO TCRS-TITLE-OUT
               NOT INVALID KEY
                   MOVE CRS-TITLE-IN TO TCRS-TITLE-OUT
           END-READ.
           MOVE TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB) TO TCRS-HOURS-OUT.
           MOVE TPRT-ATT-GRADE (TPRT-ATTEMPT-SUB) TO TCRS-GRADE-OUT.
           IF TPRT-ATT-EXCLUDED (TPRT-ATTEMPT-SUB)
               MOVE 'REPEAT EXCLUDED' TO TCRS-REPEAT-OUT
           ELSE
               MOVE SPACES TO TCRS-REPEAT-OUT
           END-IF.
           WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-COURSE-LINE
               AFTER 1.
           ADD TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB) TO TPRT-TERM-HOURS.
           IF TPRT-ATT-PASSING (TPRT-ATTEMPT-SUB)
               AND NOT TPRT-ATT-EXCLUDED (TPRT-ATTEMPT-SUB)
               ADD TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB) TO TPRT-TERM-EARNED
           END-IF.
           IF TPRT-ATT-POINTED (TPRT-ATTEMPT-SUB)
               PERFORM 345-FIGURE-GRADE-VALUE
               COMPUTE TPRT-TERM-POINTS = TPRT-TERM-POINTS +
                   (TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB)
                       * TPRT-GRADE-VALUE)
               ADD TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB)
                   TO TPRT-TERM-POINTED
           END-IF.
      *---------------------------------------------------------------*
       345-FIGURE-GRADE-VALUE SECTION.
      *---------------------------------------------------------------*
           EVALUATE TPRT-ATT-GRADE (TPRT-ATTEMPT-SUB)
               WHEN 'A'
                   MOVE 4 TO TPRT-GRADE-VALUE
               WHEN 'B'
                   MOVE 3 TO TPRT-GRADE-VALUE
               WHEN 'C'
                   MOVE 2 TO TPRT-GRADE-VALUE
               WHEN 'D'
                   MOVE 1 TO TPRT-GRADE-VALUE
               WHEN OTHER
                   MOVE ZERO TO TPRT-GRADE-VALUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       350-WRITE-TERM-TOTAL SECTION.
      *---------------------------------------------------------------*
           MOVE TPRT-TERM-HOURS TO TTTL-TERM-HOURS-OUT.
           MOVE TPRT-TERM-EARNED TO TTTL-TERM-EARNED-OUT.
           MOVE ZERO TO TPRT-GPA.
           IF TPRT-TERM-POINTED > ZERO
               COMPUTE TPRT-GPA ROUNDED =
                   TPRT-TERM-POINTS / TPRT-TERM-POINTED
           END-IF.
           MOVE TPRT-GPA TO TTTL-TERM-GPA-OUT.
           WRITE TRANSCRIPT-REPORT-LINE
               FROM TRANSCRIPT-TERM-TOTAL-LINE AFTER 1.
           MOVE ZERO TO TPRT-TERM-HOURS.
           MOVE ZERO TO TPRT-TERM-EARNED.
           MOVE ZERO TO TPRT-TERM-POINTS.
           MOVE ZERO TO TPRT-TERM-POINTED.
      *---------------------------------------------------------------*
       352-WRITE-CUMULATIVE-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO TO TPRT-GPA.
           IF TPRT-CUM-POINTED > ZERO
               COMPUTE TPRT-GPA ROUNDED =
                   TPRT-CUM-POINTS / TPRT-CUM-POINTED
           END-IF.
           MOVE TPRT-GPA TO TCUM-GPA-OUT.
           MOVE TPRT-CUM-EARNED TO TCUM-EARNED-OUT.
           MOVE TPRT-REPEAT-COUNT TO TCUM-REPEAT-OUT.
           WRITE TRANSCRIPT-REPORT-LINE
               FROM TRANSCRIPT-CUMULATIVE-LINE AFTER 2 LINES.
      *---------------------------------------------------------------*
       355-WRITE-MASTER-TOTAL SECTION.
      *---------------------------------------------------------------*
      *   master, not a sum of the archive, so the transcript
      *   always agrees with the total of record even for history
      *   that predates the archive file.
           IF TPRT-STUDENT-ON-FILE
               MOVE TOTAL-HOURS-IN TO TTOT-TOTAL-HOURS-OUT
               WRITE TRANSCRIPT-REPORT-LINE
                   FROM TRANSCRIPT-TOTAL-LINE AFTER 2 LINES
           END-IF.
      *---------------------------------------------------------------*
       360-APPLY-REPEAT-POLICY SECTION.
      *---------------------------------------------------------------*
      *   Only a pointed grade replaces an earlier attempt; a later
      *   W or I leaves the earlier grade standing.  Two sections of
      *   one course in the same term both count.
           MOVE ZERO TO TPRT-CUM-POINTS.
           MOVE ZERO TO TPRT-CUM-POINTED.
           MOVE ZERO TO TPRT-CUM-EARNED.
           MOVE ZERO TO TPRT-REPEAT-COUNT.
           PERFORM 361-TEST-ONE-ATTEMPT
               VARYING TPRT-ATTEMPT-SUB FROM 1 BY 1
               UNTIL TPRT-ATTEMPT-SUB > TPRT-ATTEMPT-COUNT.
      *---------------------------------------------------------------*
       361-TEST-ONE-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO TPRT-ATT-EXCLUDED-SW (TPRT-ATTEMPT-SUB).
           PERFORM 362-COMPARE-LATER-ATTEMPT
               VARYING TPRT-COMPARE-SUB FROM 1 BY 1
               UNTIL TPRT-COMPARE-SUB > TPRT-ATTEMPT-COUNT.
           IF TPRT-ATT-EXCLUDED (TPRT-ATTEMPT-SUB)
               ADD 1 TO TPRT-REPEAT-COUNT
           ELSE
               IF TPRT-ATT-POINTED (TPRT-ATTEMPT-SUB)
                   PERFORM 345-FIGURE-GRADE-VALUE
                   COMPUTE TPRT-CUM-POINTS = TPRT-CUM-POINTS +
                       (TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB)
                           * TPRT-GRADE-VALUE)
                   ADD TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB)
                       TO TPRT-CUM-POINTED
               END-IF
               IF TPRT-ATT-PASSING (TPRT-ATTEMPT-SUB)
                   ADD TPRT-ATT-HOURS (TPRT-ATTEMPT-SUB)
                       TO TPRT-CUM-EARNED
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       362-COMPARE-LATER-ATTEMPT SECTION.
      *---------------------------------------------------------------*
           IF TPRT-ATT-COURSE (TPRT-COMPARE-SUB) =
                   TPRT-ATT-COURSE (TPRT-ATTEMPT-SUB)
               AND TPRT-ATT-TERM (TPRT-COMPARE-SUB) >
                   TPRT-ATT-TERM (TPRT-ATTEMPT-SUB)
               AND TPRT-ATT-POINTED (TPRT-COMPARE-SUB)
               MOVE 'Y' TO TPRT-ATT-EXCLUDED-SW (TPRT-ATTEMPT-SUB)
           END-IF.
      *---------------------------------------------------------------*
       370-WRITE-DEGREES SECTION.
      *---------------------------------------------------------------*
      *   Degrees are listed whether or not the student is still on
      *   the master; nothing prints when none has been conferred.
           MOVE ZERO TO TPRT-DEGREE-COUNT.
           MOVE 'N' TO TPRT-DEGREE-SCAN-SWITCH.
           MOVE TRQ-STUDENT-ID-IN TO DGR-STUDENT-ID-IN.
           MOVE LOW-VALUES TO DGR-DEGREE-CODE-IN.
           MOVE LOW-VALUES TO DGR-MAJOR-IN.
           START DEGREE-FILE KEY NOT < DGR-KEY
               INVALID KEY
                   MOVE 'Y' TO TPRT-DEGREE-SCAN-SWITCH
           END-START.
           IF NOT TPRT-DEGREE-SCAN-DONE
               PERFORM 375-READ-NEXT-DEGREE
           END-IF.
           PERFORM 372-WRITE-ONE-DEGREE
               UNTIL TPRT-DEGREE-SCAN-DONE.
      *---------------------------------------------------------------*
       372-WRITE-ONE-DEGREE SECTION.
      *---------------------------------------------------------------*
           IF TPRT-DEGREE-COUNT = ZERO
               WRITE TRANSCRIPT-REPORT-LINE
                   FROM TRANSCRIPT-DEGREE-HEADING AFTER 2 LINES
           END-IF.
           ADD 1 TO TPRT-DEGREE-COUNT.
           MOVE DGR-DEGREE-CODE-IN TO TDEG-DEGREE-OUT.
           MOVE DGR-MAJOR-IN TO TDEG-MAJOR-OUT.
           MOVE DGR-CONFER-DATE-IN TO TDEG-DATE-OUT.
           WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-DEGREE-LINE
               AFTER 1.
           PERFORM 375-READ-NEXT-DEGREE.
      *---------------------------------------------------------------*
       375-READ-NEXT-DEGREE SECTION.
      *---------------------------------------------------------------*
           READ DEGREE-FILE NEXT RECORD
               AT END MOVE 'Y' TO TPRT-DEGREE-SCAN-SWITCH
           END-READ.
           IF NOT TPRT-DEGREE-SCAN-DONE
               AND DGR-STUDENT-ID-IN NOT = TRQ-STUDENT-ID-IN
               MOVE 'Y' TO TPRT-DEGREE-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-SUMMARY-LINE
               AFTER 2 LINES.
           CLOSE COURSE-HISTORY-FILE, STUDENT-MASTER-FILE,
               STUDENT-ARCHIVE-FILE, DEGREE-FILE, COURSE-CATALOG-FILE,
               TRANSCRIPT-REQUEST-FILE,
               TRANSCRIPT-REPORT.
