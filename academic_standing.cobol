      *   made it to posting.  Counts by classification and a grand
      *   total close the report.  This replaces the standing list
      *   the registrar compiled by hand from three printouts.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  Standing now follows the catalog: PROBATION
      *               tests the cumulative GPA (GPA-IN, derived by
      *               GRADE-APPLY over the course history under the
      *               repeat policy) and DEANS LIST tests the term
      *               GPA from the student GPA file, so one bad or
      *               one good semester no longer decides either.
      *               Both figures print on the detail line.  A
      *               student with no GPA record yet is tested on
      *               GPA-IN for both, as before.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-STUDENT-ID-IN.
           SELECT STUDENT-GPA-FILE ASSIGN TO UT-S-STUGPA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SGP-STUDENT-ID-IN.
           SELECT STANDING-SORT-WORK ASSIGN TO UT-S-SORTWK1.
           SELECT STANDING-SORTED-FILE ASSIGN TO UT-S-SORTWK2.
           SELECT STANDING-REPORT ASSIGN TO UT-S-STNDRPT.
               ==HOURS-THIS-SEM-IN== BY ==MST-HOURS-THIS-SEM-IN==
               ==MAJOR-IN== BY ==MST-MAJOR-IN==.

       FD STUDENT-GPA-FILE.
           COPY "student_gpa_record.cpy".

       SD STANDING-SORT-WORK.
           COPY "student_record.cpy" REPLACING
               ==STUDENT-RECORD== BY ==SORT-STUDENT-RECORD==
           05 STND-GRAND-PROBATION PIC 9(07) COMP VALUE ZERO.
           05 STND-GRAND-DEANS     PIC 9(07) COMP VALUE ZERO.

       01  STND-TERM-GPA           PIC 9V99 VALUE ZERO.

       01  STND-STANDING-SW        PIC X(01) VALUE SPACE.
           88 STND-ON-PROBATION        VALUE 'P'.
           88 STND-ON-DEANS-LIST       VALUE 'D'.
           05 SDET-LAST-NAME-OUT    PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(07) VALUE ' TERM: '.
           05 SDET-TERM-GPA-OUT     PIC 9.99.
           05 FILLER                PIC X(06) VALUE ' CUM: '.
           05 SDET-GPA-OUT          PIC 9.99.
           05 FILLER                PIC X(10) VALUE ' SEM HRS: '.
           05 SDET-SEM-HOURS-OUT    PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-STANDING-OUT     PIC X(12).
               USING STUDENT-MASTER-FILE
               GIVING STANDING-SORTED-FILE
           OPEN INPUT STANDING-SORTED-FILE
           OPEN INPUT STUDENT-GPA-FILE
           OPEN OUTPUT STANDING-REPORT
           PERFORM 310-READ-SORTED-MASTER.
      *---------------------------------------------------------------*
           IF HOURS-THIS-SEM-IN NUMERIC
               AND GPA-IN NUMERIC
               AND HOURS-THIS-SEM-IN > ZERO
               PERFORM 307-READ-TERM-GPA
               EVALUATE TRUE
                   WHEN GPA-IN < 2.00
                       MOVE 'P' TO STND-STANDING-SW
                   WHEN STND-TERM-GPA NOT < 3.50
                       AND HOURS-THIS-SEM-IN NOT < 12
                       MOVE 'D' TO STND-STANDING-SW
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       307-READ-TERM-GPA SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO SGP-STUDENT-ID-IN.
           READ STUDENT-GPA-FILE
               INVALID KEY
                   MOVE GPA-IN TO STND-TERM-GPA
               NOT INVALID KEY
                   MOVE SGP-TERM-GPA-IN TO STND-TERM-GPA
           END-READ.
      *---------------------------------------------------------------*
       310-READ-SORTED-MASTER SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO SDET-STUDENT-ID-OUT.
           MOVE LAST-NAME-IN TO SDET-LAST-NAME-OUT.
           MOVE FIRST-NAME-IN TO SDET-FIRST-NAME-OUT.
           MOVE STND-TERM-GPA TO SDET-TERM-GPA-OUT.
           MOVE GPA-IN TO SDET-GPA-OUT.
           MOVE HOURS-THIS-SEM-IN TO SDET-SEM-HOURS-OUT.
           IF STND-ON-PROBATION
               AFTER 2 LINES.
           WRITE STANDING-REPORT-LINE FROM STANDING-GRAND-TOTAL-LINE
               AFTER 1.
           CLOSE STANDING-SORTED-FILE, STUDENT-GPA-FILE,
               STANDING-REPORT.
