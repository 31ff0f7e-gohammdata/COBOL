      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  STUDENT-ARCHIVE.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Moves graduated and long-inactive students off the indexed
      *   student master onto the inactive-student archive, so the
      *   active master and every nightly pass over it stay small.
      *   The whole master is scanned:
      *     - a student with any degree on the degree file written
      *       by DEGREE-CONFERRAL is a graduate;
      *     - a student who is not registered this term and whose
      *       latest course history term is before the cutoff term
      *       on the control card is inactive.  A student with no
      *       course history at all (a new admit) is never inactive,
      *       and a card with no cutoff term archives graduates
      *       only.
      *   A graduate or inactive student is still kept on the master
      *   while registered for hours this term or while the account
      *   carries any balance, debit or credit; the register lists
      *   each one kept and why.  An archived student's master
      *   record is copied whole into the archive record, deleted
      *   from the master and journaled to the student maintenance
      *   journal as a 'D' under the card's operator id, so
      *   JOURNAL-REPLAY and JOURNAL-AUDIT see the delete like any
      *   other.  A zero-balance account record goes with the
      *   student.  The address record is kept for alumni mail, and
      *   course history stays where it is for TRANSCRIPT-PRINT,
      *   which reads the archive for a student not on the master.
      *   Run mode L on the card lists what would be archived and
      *   changes nothing.
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
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID-IN.
           SELECT DEGREE-FILE ASSIGN TO UT-S-DEGREES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGR-KEY.
           SELECT COURSE-HISTORY-FILE ASSIGN TO UT-S-CRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHX-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO UT-S-ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-STUDENT-ID-IN.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO UT-S-STUARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAR-STUDENT-ID-IN.
           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.
           SELECT ARCHIVE-REPORT ASSIGN TO UT-S-ARCHRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD DEGREE-FILE.
           COPY "degree_record.cpy".

       FD COURSE-HISTORY-FILE.
           COPY "course_history_record.cpy".

       FD ACCOUNT-FILE.
           COPY "account_record.cpy".

       FD STUDENT-ARCHIVE-FILE.
           COPY "student_archive_record.cpy".

       FD ARCHIVE-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-CONTROL-RECORD.
           05 ACTL-CUTOFF-TERM     PIC X(05).
           05 ACTL-OPERATOR-ID     PIC X(08).
           05 ACTL-RUN-MODE        PIC X(01).
           05 FILLER               PIC X(66).

       FD JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "journal_record.cpy".

       FD ARCHIVE-REPORT LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-REPORT-LINE     PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).

       01  ARCV-RUN-DATE           PIC 9(08).
       01  ARCV-RUN-TIME           PIC 9(08).

       01  ARCV-RUN-MODE           PIC X(01) VALUE SPACE.
           88 ARCV-LIST-ONLY           VALUE 'L'.

       01  ARCV-OPERATOR-ID        PIC X(08).
       01  ARCV-CUTOFF-TERM        PIC X(05).

       01  ARCV-HIST-SCAN-SWITCH   PIC X(01) VALUE 'N'.
           88 ARCV-HIST-SCAN-DONE      VALUE 'Y'.

       01  ARCV-WORK-FIELDS.
           05 ARCV-LAST-TERM       PIC X(05).
           05 ARCV-REASON-CODE     PIC X(01).
               88 ARCV-GRADUATED          VALUE 'G'.
               88 ARCV-INACTIVE           VALUE 'I'.
               88 ARCV-NOT-CANDIDATE      VALUE SPACE.
           05 ARCV-ACCOUNT-SW      PIC X(01).
               88 ARCV-ACCOUNT-FOUND      VALUE 'Y'.
           05 ARCV-KEEP-REASON     PIC X(30).

       01  ARCV-COUNTERS.
           05 ARCV-STUDENTS-READ   PIC 9(05) COMP VALUE ZERO.
           05 ARCV-GRADUATED-COUNT PIC 9(05) COMP VALUE ZERO.
           05 ARCV-INACTIVE-COUNT  PIC 9(05) COMP VALUE ZERO.
           05 ARCV-KEPT-COUNT      PIC 9(05) COMP VALUE ZERO.

       01  ARCHIVE-HEADING-LINE.
           05 FILLER   PIC X(20) VALUE SPACES.
           05 FILLER   PIC X(25) VALUE 'STUDENT ARCHIVE REGISTER'.
           05 AHDG-MODE-OUT         PIC X(12).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 AHDG-RUN-DATE-OUT     PIC 9(08).

       01  ARCHIVE-CUTOFF-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
               'INACTIVE CUTOFF TERM:   '.
           05 ACUT-TERM-OUT         PIC X(21).

       01  ARCHIVE-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(07) VALUE 'STUDNT'.
           05 FILLER   PIC X(22) VALUE 'NAME'.
           05 FILLER   PIC X(10) VALUE 'REASON'.
           05 FILLER   PIC X(07) VALUE 'LAST'.
           05 FILLER   PIC X(06) VALUE 'RESULT'.

       01  ARCHIVE-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADET-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-LAST-NAME-OUT    PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADET-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADET-REASON-OUT       PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADET-LAST-TERM-OUT    PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-RESULT-OUT       PIC X(30).

       01  ARCHIVE-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'READ: '.
           05 ASUM-READ-OUT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE '  GRADUATED: '.
           05 ASUM-GRADUATED-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  INACTIVE: '.
           05 ASUM-INACTIVE-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE '  KEPT: '.
           05 ASUM-KEPT-OUT         PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 300-CHECK-ONE-STUDENT
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           ACCEPT ARCV-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-READ-CONTROL-CARD
           OPEN INPUT DEGREE-FILE
           OPEN INPUT COURSE-HISTORY-FILE
           IF ARCV-LIST-ONLY
               OPEN INPUT STUDENT-MASTER-FILE
               OPEN INPUT ACCOUNT-FILE
               MOVE 'LIST ONLY' TO AHDG-MODE-OUT
           ELSE
               OPEN I-O STUDENT-MASTER-FILE
               OPEN I-O ACCOUNT-FILE
               OPEN I-O STUDENT-ARCHIVE-FILE
               OPEN EXTEND JOURNAL-FILE
               MOVE 'UPDATE RUN' TO AHDG-MODE-OUT
           END-IF
           OPEN OUTPUT ARCHIVE-REPORT
           MOVE ARCV-RUN-DATE TO AHDG-RUN-DATE-OUT
           WRITE ARCHIVE-REPORT-LINE FROM ARCHIVE-HEADING-LINE
           IF ARCV-CUTOFF-TERM = SPACES
               MOVE 'NONE - GRADUATES ONLY' TO ACUT-TERM-OUT
           ELSE
               MOVE ARCV-CUTOFF-TERM TO ACUT-TERM-OUT
           END-IF
           WRITE ARCHIVE-REPORT-LINE FROM ARCHIVE-CUTOFF-LINE
           WRITE ARCHIVE-REPORT-LINE FROM ARCHIVE-COLUMN-HEADING
           PERFORM 200-POSITION-MASTER-SCAN.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
      *   Anything but L on the card is an update run.  An update
      *   run with no operator id on the card journals under
      *   STUARCHV.
           MOVE SPACES TO ARCHIVE-CONTROL-RECORD.
           OPEN INPUT ARCHIVE-CONTROL-FILE.
           READ ARCHIVE-CONTROL-FILE
               AT END MOVE SPACES TO ARCHIVE-CONTROL-RECORD
           END-READ.
           CLOSE ARCHIVE-CONTROL-FILE.
           MOVE ACTL-RUN-MODE TO ARCV-RUN-MODE.
           MOVE ACTL-CUTOFF-TERM TO ARCV-CUTOFF-TERM.
           IF ACTL-OPERATOR-ID = SPACES
               MOVE 'STUARCHV' TO ARCV-OPERATOR-ID
           ELSE
               MOVE ACTL-OPERATOR-ID TO ARCV-OPERATOR-ID
           END-IF.
      *---------------------------------------------------------------*
       200-POSITION-MASTER-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE LOW-VALUES TO STUDENT-ID-IN.
           START STUDENT-MASTER-FILE KEY NOT < STUDENT-ID-IN
               INVALID KEY
                   MOVE 'DONE' TO FILE-STATUS
           END-START.
           IF FILE-STATUS NOT = 'DONE'
               PERFORM 210-READ-NEXT-STUDENT
           END-IF.
      *---------------------------------------------------------------*
       210-READ-NEXT-STUDENT SECTION.
      *---------------------------------------------------------------*
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       300-CHECK-ONE-STUDENT SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           ADD 1 TO ARCV-STUDENTS-READ.
           MOVE SPACE TO ARCV-REASON-CODE.
           MOVE SPACES TO ARCV-KEEP-REASON.
           PERFORM 330-FIND-LAST-TERM.
           PERFORM 320-CHECK-DEGREE.
           IF ARCV-NOT-CANDIDATE
               AND ARCV-CUTOFF-TERM NOT = SPACES
               AND HOURS-THIS-SEM-IN = ZERO
               AND ARCV-LAST-TERM NOT = SPACES
               AND ARCV-LAST-TERM < ARCV-CUTOFF-TERM
               MOVE 'I' TO ARCV-REASON-CODE
           END-IF.
           IF NOT ARCV-NOT-CANDIDATE
               PERFORM 340-CHECK-KEEP
               IF ARCV-KEEP-REASON = SPACES
                   PERFORM 350-ARCHIVE-STUDENT
               ELSE
                   ADD 1 TO ARCV-KEPT-COUNT
               END-IF
               PERFORM 370-WRITE-DETAIL-LINE
           END-IF.
           PERFORM 210-READ-NEXT-STUDENT.
      *---------------------------------------------------------------*
       320-CHECK-DEGREE SECTION.
      *---------------------------------------------------------------*
      *   Any degree on file for the student makes a graduate.
           MOVE STUDENT-ID-IN TO DGR-STUDENT-ID-IN.
           MOVE LOW-VALUES TO DGR-DEGREE-CODE-IN.
           MOVE LOW-VALUES TO DGR-MAJOR-IN.
           START DEGREE-FILE KEY NOT < DGR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DEGREE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DGR-STUDENT-ID-IN = STUDENT-ID-IN
                               MOVE 'G' TO ARCV-REASON-CODE
                           END-IF
                   END-READ
           END-START.
      *---------------------------------------------------------------*
       330-FIND-LAST-TERM SECTION.
      *---------------------------------------------------------------*
      *   Course history is keyed student, term, course, section, so
      *   the last record read for the student carries the latest
      *   term the student took anything.
           MOVE SPACES TO ARCV-LAST-TERM.
           MOVE 'N' TO ARCV-HIST-SCAN-SWITCH.
           MOVE STUDENT-ID-IN TO CHX-STUDENT-ID-IN.
           MOVE LOW-VALUES TO CHX-TERM-CODE-IN.
           MOVE LOW-VALUES TO CHX-COURSE-ID-IN.
           MOVE LOW-VALUES TO CHX-SECTION-IN.
           START COURSE-HISTORY-FILE KEY NOT < CHX-KEY
               INVALID KEY
                   MOVE 'Y' TO ARCV-HIST-SCAN-SWITCH
           END-START.
           IF NOT ARCV-HIST-SCAN-DONE
               PERFORM 335-READ-NEXT-HISTORY
           END-IF.
           PERFORM 333-NOTE-HISTORY-TERM
               UNTIL ARCV-HIST-SCAN-DONE.
      *---------------------------------------------------------------*
       333-NOTE-HISTORY-TERM SECTION.
      *---------------------------------------------------------------*
           MOVE CHX-TERM-CODE-IN TO ARCV-LAST-TERM.
           PERFORM 335-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       335-READ-NEXT-HISTORY SECTION.
      *---------------------------------------------------------------*
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ARCV-HIST-SCAN-SWITCH
               NOT AT END
                   IF CHX-STUDENT-ID-IN NOT = STUDENT-ID-IN
                       MOVE 'Y' TO ARCV-HIST-SCAN-SWITCH
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       340-CHECK-KEEP SECTION.
      *---------------------------------------------------------------*
      *   A student registered this term, or owing or owed money,
      *   stays on the master until the term or the account clears.
           MOVE 'N' TO ARCV-ACCOUNT-SW.
           MOVE STUDENT-ID-IN TO ACT-STUDENT-ID-IN.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ARCV-ACCOUNT-SW
           END-READ.
           EVALUATE TRUE
               WHEN HOURS-THIS-SEM-IN > ZERO
                   MOVE 'KEPT - REGISTERED THIS TERM'
                       TO ARCV-KEEP-REASON
               WHEN ARCV-ACCOUNT-FOUND
                   AND (ACT-CURRENT-DUE-IN NOT = ZERO
                     OR ACT-AGE-30-DUE-IN NOT = ZERO
                     OR ACT-AGE-60-DUE-IN NOT = ZERO
                     OR ACT-AGE-90-DUE-IN NOT = ZERO)
                   MOVE 'KEPT - ACCOUNT BALANCE'
                       TO ARCV-KEEP-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
       350-ARCHIVE-STUDENT SECTION.
      *---------------------------------------------------------------*
           IF ARCV-GRADUATED
               ADD 1 TO ARCV-GRADUATED-COUNT
           ELSE
               ADD 1 TO ARCV-INACTIVE-COUNT
           END-IF.
           IF ARCV-LIST-ONLY
               MOVE 'WOULD BE ARCHIVED' TO ARCV-KEEP-REASON
           ELSE
               PERFORM 355-WRITE-ARCHIVE-RECORD
               DELETE STUDENT-MASTER-FILE RECORD
               PERFORM 360-WRITE-MASTER-JOURNAL
               IF ARCV-ACCOUNT-FOUND
                   DELETE ACCOUNT-FILE RECORD
               END-IF
               MOVE 'ARCHIVED' TO ARCV-KEEP-REASON
           END-IF.
      *---------------------------------------------------------------*
       355-WRITE-ARCHIVE-RECORD SECTION.
      *---------------------------------------------------------------*
      *   A student archived before, put back on the master and now
      *   archived again replaces the earlier archive record.
           MOVE STUDENT-ID-IN TO SAR-STUDENT-ID-IN.
           MOVE ARCV-RUN-DATE TO SAR-ARCHIVE-DATE-IN.
           MOVE ARCV-REASON-CODE TO SAR-REASON-IN.
           MOVE ARCV-LAST-TERM TO SAR-LAST-TERM-IN.
           MOVE STUDENT-RECORD TO SAR-STUDENT-IMAGE.
           WRITE STUDENT-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE STUDENT-ARCHIVE-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       360-WRITE-MASTER-JOURNAL SECTION.
      *---------------------------------------------------------------*
      *   Journaled as a delete, with the record as archived for the
      *   before-image, so JOURNAL-REPLAY rebuilding the master
      *   takes the student off it as well.
           MOVE ARCV-RUN-DATE TO JRN-RUN-DATE.
           ACCEPT ARCV-RUN-TIME FROM TIME.
           MOVE ARCV-RUN-TIME TO JRN-RUN-TIME.
           MOVE 'D' TO JRN-TRANS-CODE.
           MOVE 'B' TO JRN-SOURCE-CODE.
           MOVE ARCV-OPERATOR-ID TO JRN-OPERATOR-ID.
           MOVE STUDENT-ID-IN TO JRN-STUDENT-ID.
           MOVE STUDENT-RECORD TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
      *---------------------------------------------------------------*
       370-WRITE-DETAIL-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO ADET-STUDENT-ID-OUT.
           MOVE LAST-NAME-IN TO ADET-LAST-NAME-OUT.
           MOVE FIRST-NAME-IN TO ADET-FIRST-NAME-OUT.
           IF ARCV-GRADUATED
               MOVE 'GRADUATED' TO ADET-REASON-OUT
           ELSE
               MOVE 'INACTIVE' TO ADET-REASON-OUT
           END-IF.
           MOVE ARCV-LAST-TERM TO ADET-LAST-TERM-OUT.
           MOVE ARCV-KEEP-REASON TO ADET-RESULT-OUT.
           WRITE ARCHIVE-REPORT-LINE FROM ARCHIVE-DETAIL-LINE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE ARCV-STUDENTS-READ TO ASUM-READ-OUT.
           MOVE ARCV-GRADUATED-COUNT TO ASUM-GRADUATED-OUT.
           MOVE ARCV-INACTIVE-COUNT TO ASUM-INACTIVE-OUT.
           MOVE ARCV-KEPT-COUNT TO ASUM-KEPT-OUT.
           WRITE ARCHIVE-REPORT-LINE FROM ARCHIVE-SUMMARY-LINE.
           IF NOT ARCV-LIST-ONLY
               CLOSE STUDENT-ARCHIVE-FILE, JOURNAL-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE, DEGREE-FILE,
               COURSE-HISTORY-FILE, ACCOUNT-FILE, ARCHIVE-REPORT.
