      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  DEGREE-CONFERRAL.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Graduation run.  Reads the registrar's conferral file (one
      *   record per degree to be conferred: student id, major,
      *   degree and conferral date) and checks each against the
      *   student master and the major-requirements file that
      *   DEGREE-PROGRESS reports from.  A conferral is accepted when
      *   the student is on the master in that major, has earned at
      *   least the major's required hours (TOTAL-HOURS-IN; hours
      *   still in progress do not count), is in good standing
      *   (GPA-IN of 2.00 or better) and has no account hold.  Each
      *   accepted conferral is written to the permanent degree
      *   file, which refuses a degree already conferred, and every
      *   conferral is listed on the conferral register with its
      *   result.  The degrees conferred in the run are then sorted
      *   by major and name and printed as the commencement list,
      *   one group per major under its description, with a count
      *   per major and a total.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       SPECIAL-NAMES.  C01 IS TOP-OF-NEXT-PAGE.
      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CONFERRAL-FILE ASSIGN TO UT-S-CONFER.
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID-IN.
           SELECT MAJOR-REQUIREMENTS-FILE ASSIGN TO UT-S-MAJREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRQ-MAJOR-IN.
           SELECT MAJOR-CODE-FILE ASSIGN TO UT-S-MAJORS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MJR-CODE-IN.
           SELECT DEGREE-FILE ASSIGN TO UT-S-DEGREES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DGR-KEY.
           SELECT COMMENCEMENT-WORK-FILE ASSIGN TO UT-S-GRADWORK.
           SELECT COMMENCEMENT-SORT-WORK ASSIGN TO UT-S-SORTWK1.
           SELECT COMMENCEMENT-SORTED-FILE ASSIGN TO UT-S-SORTWK2.
           SELECT CONFERRAL-REPORT ASSIGN TO UT-S-CONFRPT.
           SELECT COMMENCEMENT-REPORT ASSIGN TO UT-S-CMNCLST.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD CONFERRAL-FILE LABEL RECORDS ARE OMITTED.
       01  CONFERRAL-RECORD.
           05 CNF-STUDENT-ID-IN    PIC X(05).
           05 CNF-MAJOR-IN         PIC X(03).
           05 CNF-DEGREE-CODE-IN   PIC X(04).
           05 CNF-CONFER-DATE-IN   PIC 9(08).
           05 FILLER               PIC X(60).

       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD MAJOR-REQUIREMENTS-FILE.
       01  MAJOR-REQUIREMENTS-RECORD.
           05 MRQ-MAJOR-IN         PIC X(03).
           05 MRQ-REQUIRED-HOURS-IN PIC 9(03).

       FD MAJOR-CODE-FILE.
           COPY "major_code_record.cpy".

       FD DEGREE-FILE.
           COPY "degree_record.cpy".

       FD COMMENCEMENT-WORK-FILE LABEL RECORDS ARE OMITTED.
           COPY "commencement_record.cpy".

       SD COMMENCEMENT-SORT-WORK.
           COPY "commencement_record.cpy" REPLACING
               ==COMMENCEMENT-RECORD== BY ==SORT-COMMENCEMENT-RECORD==
               ==CMN-MAJOR-IN== BY ==CSRT-MAJOR-IN==
               ==CMN-LAST-NAME-IN== BY ==CSRT-LAST-NAME-IN==
               ==CMN-FIRST-NAME-IN== BY ==CSRT-FIRST-NAME-IN==
               ==CMN-MIDDLE-INITIAL-IN== BY ==CSRT-MIDDLE-INITIAL-IN==
               ==CMN-STUDENT-ID-IN== BY ==CSRT-STUDENT-ID-IN==
               ==CMN-DEGREE-CODE-IN== BY ==CSRT-DEGREE-CODE-IN==
               ==CMN-CONFER-DATE-IN== BY ==CSRT-CONFER-DATE-IN==.

       FD COMMENCEMENT-SORTED-FILE LABEL RECORDS ARE OMITTED.
       01  COMMENCEMENT-SORTED-RECORD PIC X(41).

       FD CONFERRAL-REPORT LABEL RECORDS ARE OMITTED.
       01  CONFERRAL-REPORT-LINE   PIC X(80).

       FD COMMENCEMENT-REPORT LABEL RECORDS ARE OMITTED.
       01  COMMENCEMENT-REPORT-LINE PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).
           04  SORTED-STATUS PIC X(05).

           COPY "commencement_record.cpy" REPLACING
               ==COMMENCEMENT-RECORD== BY ==WORK-COMMENCEMENT-RECORD==
               ==CMN-MAJOR-IN== BY ==WCM-MAJOR-IN==
               ==CMN-LAST-NAME-IN== BY ==WCM-LAST-NAME-IN==
               ==CMN-FIRST-NAME-IN== BY ==WCM-FIRST-NAME-IN==
               ==CMN-MIDDLE-INITIAL-IN== BY ==WCM-MIDDLE-INITIAL-IN==
               ==CMN-STUDENT-ID-IN== BY ==WCM-STUDENT-ID-IN==
               ==CMN-DEGREE-CODE-IN== BY ==WCM-DEGREE-CODE-IN==
               ==CMN-CONFER-DATE-IN== BY ==WCM-CONFER-DATE-IN==.

       01  CONF-RUN-DATE           PIC 9(08).

       01  CONF-WORK-FIELDS.
           05 CONF-REJECT-REASON   PIC X(30) VALUE SPACES.
           05 CONF-SAVE-MAJOR      PIC X(03) VALUE SPACES.
           05 CONF-FIRST-MAJOR-SW  PIC X(01) VALUE 'Y'.
               88 CONF-FIRST-MAJOR        VALUE 'Y'.

       01  CONF-COUNTERS.
           05 CONF-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 CONF-ACCEPT-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 CONF-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 CONF-MAJOR-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 CONF-LIST-COUNT      PIC 9(05) COMP VALUE ZERO.

       01  CONF-HEADING-LINE.
           05 FILLER   PIC X(25) VALUE SPACES.
           05 FILLER   PIC X(26) VALUE 'DEGREE CONFERRAL REGISTER'.
           05 FILLER   PIC X(06) VALUE SPACES.
           05 CHDG-RUN-DATE-OUT     PIC 9(08).

       01  CONF-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(07) VALUE 'STUDNT'.
           05 FILLER   PIC X(04) VALUE 'MAJ'.
           05 FILLER   PIC X(05) VALUE 'DEGR'.
           05 FILLER   PIC X(10) VALUE 'CONFERRED'.
           05 FILLER   PIC X(04) VALUE 'HRS'.
           05 FILLER   PIC X(04) VALUE 'REQ'.
           05 FILLER   PIC X(06) VALUE 'GPA'.
           05 FILLER   PIC X(06) VALUE 'RESULT'.

       01  CONF-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDET-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDET-MAJOR-OUT        PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDET-DEGREE-OUT       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDET-DATE-OUT         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDET-EARNED-OUT       PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDET-REQUIRED-OUT     PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDET-GPA-OUT          PIC 9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDET-RESULT-OUT       PIC X(30).

       01  CONF-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'READ: '.
           05 CSUM-READ-OUT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE '  CONFERRED: '.
           05 CSUM-ACCEPT-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REJECTED: '.
           05 CSUM-REJECT-OUT       PIC ZZ,ZZ9.

       01  CMN-HEADING-LINE.
           05 FILLER   PIC X(28) VALUE SPACES.
           05 FILLER   PIC X(17) VALUE 'COMMENCEMENT LIST'.
           05 FILLER   PIC X(06) VALUE SPACES.
           05 CMHD-RUN-DATE-OUT     PIC 9(08).

       01  CMN-MAJOR-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'MAJOR: '.
           05 CMAJ-MAJOR-OUT        PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CMAJ-DESCRIPTION-OUT  PIC X(25).

       01  CMN-DETAIL-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 CMDT-LAST-NAME-OUT    PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CMDT-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CMDT-MIDDLE-INIT-OUT  PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CMDT-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CMDT-DEGREE-OUT       PIC X(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CMDT-DATE-OUT         PIC 9(08).

       01  CMN-MAJOR-TOTAL-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'GRADUATES: '.
           05 CMTL-COUNT-OUT        PIC ZZ,ZZ9.

       01  CMN-GRAND-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE
               'TOTAL GRADUATES: '.
           05 CMGT-COUNT-OUT        PIC ZZ,ZZ9.

       01  CMN-NONE-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
               '** NO DEGREES CONFERRED THIS RUN **'.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 300-CONFER-DEGREES
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 500-POSITION-COMMENCEMENT-LIST.
           PERFORM 510-LIST-ONE-GRADUATE
               UNTIL SORTED-STATUS = 'DONE'.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           MOVE 'START' TO SORTED-STATUS
           ACCEPT CONF-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFERRAL-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT MAJOR-REQUIREMENTS-FILE
           OPEN INPUT MAJOR-CODE-FILE
           OPEN I-O DEGREE-FILE
           OPEN OUTPUT COMMENCEMENT-WORK-FILE
           OPEN OUTPUT CONFERRAL-REPORT
           MOVE CONF-RUN-DATE TO CHDG-RUN-DATE-OUT
           WRITE CONFERRAL-REPORT-LINE FROM CONF-HEADING-LINE
           WRITE CONFERRAL-REPORT-LINE FROM CONF-COLUMN-HEADING
           PERFORM 310-READ-CONFERRAL.
      *---------------------------------------------------------------*
       300-CONFER-DEGREES SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           ADD 1 TO CONF-READ-COUNT.
           MOVE SPACES TO CONF-REJECT-REASON.
           MOVE ZERO TO CDET-EARNED-OUT.
           MOVE ZERO TO CDET-REQUIRED-OUT.
           MOVE ZERO TO CDET-GPA-OUT.
           PERFORM 320-EDIT-CONFERRAL.
           IF CONF-REJECT-REASON = SPACES
               PERFORM 330-WRITE-DEGREE
           END-IF.
           IF CONF-REJECT-REASON = SPACES
               ADD 1 TO CONF-ACCEPT-COUNT
               MOVE 'CONFERRED' TO CDET-RESULT-OUT
               PERFORM 340-WRITE-COMMENCEMENT-WORK
           ELSE
               ADD 1 TO CONF-REJECT-COUNT
               MOVE CONF-REJECT-REASON TO CDET-RESULT-OUT
           END-IF.
           PERFORM 350-WRITE-CONFERRAL-LINE.
           PERFORM 310-READ-CONFERRAL.
      *---------------------------------------------------------------*
       310-READ-CONFERRAL SECTION.
      *---------------------------------------------------------------*
           READ CONFERRAL-FILE
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-EDIT-CONFERRAL SECTION.
      *---------------------------------------------------------------*
      *   The major on the conferral has to be the student's major
      *   of record; the requirement is read for that major, and
      *   only hours already earned count toward it.
           MOVE CNF-STUDENT-ID-IN TO STUDENT-ID-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'STUDENT NOT ON MASTER' TO CONF-REJECT-REASON
           END-READ.
           EVALUATE TRUE
               WHEN CONF-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN CNF-CONFER-DATE-IN NOT NUMERIC
                   OR CNF-CONFER-DATE-IN = ZERO
                   MOVE 'CONFERRAL DATE NOT VALID'
                       TO CONF-REJECT-REASON
               WHEN CNF-DEGREE-CODE-IN = SPACES
                   MOVE 'NO DEGREE CODE' TO CONF-REJECT-REASON
               WHEN CNF-MAJOR-IN NOT = MAJOR-IN
                   MOVE 'NOT THE STUDENT''S MAJOR'
                       TO CONF-REJECT-REASON
               WHEN OTHER
                   MOVE TOTAL-HOURS-IN TO CDET-EARNED-OUT
                   MOVE GPA-IN TO CDET-GPA-OUT
                   PERFORM 325-EDIT-REQUIREMENTS
           END-EVALUATE.
      *---------------------------------------------------------------*
       325-EDIT-REQUIREMENTS SECTION.
      *---------------------------------------------------------------*
           MOVE CNF-MAJOR-IN TO MRQ-MAJOR-IN.
           READ MAJOR-REQUIREMENTS-FILE
               INVALID KEY
                   MOVE 'NO REQUIREMENTS FOR MAJOR'
                       TO CONF-REJECT-REASON
               NOT INVALID KEY
                   MOVE MRQ-REQUIRED-HOURS-IN TO CDET-REQUIRED-OUT
                   EVALUATE TRUE
                       WHEN TOTAL-HOURS-IN < MRQ-REQUIRED-HOURS-IN
                           MOVE 'REQUIRED HOURS NOT EARNED'
                               TO CONF-REJECT-REASON
                       WHEN GPA-IN < 2.00
                           MOVE 'GPA BELOW 2.00'
                               TO CONF-REJECT-REASON
                       WHEN HOLD-ON-ACCOUNT
                           MOVE 'ACCOUNT HOLD' TO CONF-REJECT-REASON
                   END-EVALUATE
           END-READ.
      *---------------------------------------------------------------*
       330-WRITE-DEGREE SECTION.
      *---------------------------------------------------------------*
           MOVE CNF-STUDENT-ID-IN TO DGR-STUDENT-ID-IN.
           MOVE CNF-DEGREE-CODE-IN TO DGR-DEGREE-CODE-IN.
           MOVE CNF-MAJOR-IN TO DGR-MAJOR-IN.
           MOVE CNF-CONFER-DATE-IN TO DGR-CONFER-DATE-IN.
           MOVE TOTAL-HOURS-IN TO DGR-TOTAL-HOURS-IN.
           MOVE GPA-IN TO DGR-GPA-IN.
           MOVE CONF-RUN-DATE TO DGR-RECORDED-DATE-IN.
           WRITE DEGREE-RECORD
               INVALID KEY
                   MOVE 'DEGREE ALREADY CONFERRED'
                       TO CONF-REJECT-REASON
           END-WRITE.
      *---------------------------------------------------------------*
       340-WRITE-COMMENCEMENT-WORK SECTION.
      *---------------------------------------------------------------*
           MOVE CNF-MAJOR-IN TO CMN-MAJOR-IN.
           MOVE LAST-NAME-IN TO CMN-LAST-NAME-IN.
           MOVE FIRST-NAME-IN TO CMN-FIRST-NAME-IN.
           MOVE MIDDLE-INITIAL-IN TO CMN-MIDDLE-INITIAL-IN.
           MOVE CNF-STUDENT-ID-IN TO CMN-STUDENT-ID-IN.
           MOVE CNF-DEGREE-CODE-IN TO CMN-DEGREE-CODE-IN.
           MOVE CNF-CONFER-DATE-IN TO CMN-CONFER-DATE-IN.
           WRITE COMMENCEMENT-RECORD.
      *---------------------------------------------------------------*
       350-WRITE-CONFERRAL-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE CNF-STUDENT-ID-IN TO CDET-STUDENT-ID-OUT.
           MOVE CNF-MAJOR-IN TO CDET-MAJOR-OUT.
           MOVE CNF-DEGREE-CODE-IN TO CDET-DEGREE-OUT.
           MOVE CNF-CONFER-DATE-IN TO CDET-DATE-OUT.
           WRITE CONFERRAL-REPORT-LINE FROM CONF-DETAIL-LINE.
      *---------------------------------------------------------------*
       500-POSITION-COMMENCEMENT-LIST SECTION.
      *---------------------------------------------------------------*
           CLOSE COMMENCEMENT-WORK-FILE.
           SORT COMMENCEMENT-SORT-WORK
               ON ASCENDING KEY CSRT-MAJOR-IN CSRT-LAST-NAME-IN
                   CSRT-FIRST-NAME-IN CSRT-STUDENT-ID-IN
               USING COMMENCEMENT-WORK-FILE
               GIVING COMMENCEMENT-SORTED-FILE.
           OPEN INPUT COMMENCEMENT-SORTED-FILE.
           OPEN OUTPUT COMMENCEMENT-REPORT.
           MOVE CONF-RUN-DATE TO CMHD-RUN-DATE-OUT.
           WRITE COMMENCEMENT-REPORT-LINE FROM CMN-HEADING-LINE
               AFTER TOP-OF-NEXT-PAGE.
           PERFORM 520-READ-SORTED-GRADUATE.
      *---------------------------------------------------------------*
       510-LIST-ONE-GRADUATE SECTION.
      *---------------------------------------------------------------*
       510-ENTRY.
           IF CONF-FIRST-MAJOR
               OR WCM-MAJOR-IN NOT = CONF-SAVE-MAJOR
               IF NOT CONF-FIRST-MAJOR
                   PERFORM 530-WRITE-MAJOR-TOTAL
               END-IF
               MOVE 'N' TO CONF-FIRST-MAJOR-SW
               MOVE WCM-MAJOR-IN TO CONF-SAVE-MAJOR
               PERFORM 525-WRITE-MAJOR-HEADING
           END-IF.
           MOVE WCM-LAST-NAME-IN TO CMDT-LAST-NAME-OUT.
           MOVE WCM-FIRST-NAME-IN TO CMDT-FIRST-NAME-OUT.
           MOVE WCM-MIDDLE-INITIAL-IN TO CMDT-MIDDLE-INIT-OUT.
           MOVE WCM-STUDENT-ID-IN TO CMDT-STUDENT-ID-OUT.
           MOVE WCM-DEGREE-CODE-IN TO CMDT-DEGREE-OUT.
           MOVE WCM-CONFER-DATE-IN TO CMDT-DATE-OUT.
           WRITE COMMENCEMENT-REPORT-LINE FROM CMN-DETAIL-LINE
               AFTER 1.
           ADD 1 TO CONF-MAJOR-COUNT.
           ADD 1 TO CONF-LIST-COUNT.
           PERFORM 520-READ-SORTED-GRADUATE.
      *---------------------------------------------------------------*
       520-READ-SORTED-GRADUATE SECTION.
      *---------------------------------------------------------------*
           READ COMMENCEMENT-SORTED-FILE INTO WORK-COMMENCEMENT-RECORD
               AT END MOVE 'DONE' TO SORTED-STATUS.
      *---------------------------------------------------------------*
       525-WRITE-MAJOR-HEADING SECTION.
      *---------------------------------------------------------------*
           MOVE WCM-MAJOR-IN TO CMAJ-MAJOR-OUT.
           MOVE WCM-MAJOR-IN TO MJR-CODE-IN.
           READ MAJOR-CODE-FILE
               INVALID KEY
                   MOVE SPACES TO CMAJ-DESCRIPTION-OUT
               NOT INVALID KEY
                   MOVE MJR-DESCRIPTION-IN TO CMAJ-DESCRIPTION-OUT
           END-READ.
           WRITE COMMENCEMENT-REPORT-LINE FROM CMN-MAJOR-LINE
               AFTER 2 LINES.
      *---------------------------------------------------------------*
       530-WRITE-MAJOR-TOTAL SECTION.
      *---------------------------------------------------------------*
           MOVE CONF-MAJOR-COUNT TO CMTL-COUNT-OUT.
           WRITE COMMENCEMENT-REPORT-LINE FROM CMN-MAJOR-TOTAL-LINE
               AFTER 1.
           MOVE ZERO TO CONF-MAJOR-COUNT.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE CONF-READ-COUNT TO CSUM-READ-OUT.
           MOVE CONF-ACCEPT-COUNT TO CSUM-ACCEPT-OUT.
           MOVE CONF-REJECT-COUNT TO CSUM-REJECT-OUT.
           WRITE CONFERRAL-REPORT-LINE FROM CONF-SUMMARY-LINE.
           IF CONF-FIRST-MAJOR
               WRITE COMMENCEMENT-REPORT-LINE FROM CMN-NONE-LINE
                   AFTER 2 LINES
           ELSE
               PERFORM 530-WRITE-MAJOR-TOTAL
               MOVE CONF-LIST-COUNT TO CMGT-COUNT-OUT
               WRITE COMMENCEMENT-REPORT-LINE FROM CMN-GRAND-TOTAL-LINE
                   AFTER 2 LINES
           END-IF.
           CLOSE CONFERRAL-FILE, STUDENT-MASTER-FILE,
               MAJOR-REQUIREMENTS-FILE, MAJOR-CODE-FILE, DEGREE-FILE,
               COMMENCEMENT-SORTED-FILE, CONFERRAL-REPORT,
               COMMENCEMENT-REPORT.
