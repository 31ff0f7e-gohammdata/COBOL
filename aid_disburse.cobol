      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  AID-DISBURSE.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Financial aid disbursement run.  Reads the award file sent
      *   by the aid office (student id, term, fund code and award
      *   amount) and checks each award before any of it reaches the
      *   student's account.  An award is disbursed when it is for
      *   the current term on the run-control file and the student:
      *     - is on the student master and enrolled at least half
      *       time (HOURS-THIS-SEM-IN not below the half-time hours);
      *     - is not on probation (GPA-IN under 2.00), a student
      *       with no graded history having no GPA to judge;
      *     - is making satisfactory academic progress: the hours
      *       completed with a passing grade on the course history
      *       file are at least the minimum percentage of the hours
      *       attempted (every graded attempt, W, I and F included);
      *     - has been billed, so there is an account to credit.
      *   A disbursed award is recorded on the indexed aid
      *   disbursement file with the fund and written to the aid
      *   posting file, which PAYMENT-APPLY credits to the account
      *   as fund-tagged aid, not cash.  An award that fails a check
      *   is recorded as held with the reason and is checked again
      *   whenever the aid office sends it again; an award already
      *   disbursed, or one that cannot be read, is rejected and not
      *   recorded.  The register lists every award with its result
      *   and closes with disbursed and held totals by fund.
      *   The return-to-fund list then shows every award disbursed
      *   for the current term to a student now below half time (or
      *   no longer on the master), with the hours carried when the
      *   aid was paid and now, for the aid office to return to the
      *   fund.
      *   The run is refused with RETURN-CODE 8 when the calendar has
      *   no term, the term has been rolled, or an aid posting file
      *   from an earlier run has not yet been applied by
      *   PAYMENT-APPLY; a run that disburses anything stamps the
      *   run-control file so the next run waits for PAYMENT-APPLY.
      *   The control card may give the half-time hours (default 6)
      *   and the minimum completion percentage (default 67).
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
           SELECT AWARD-FILE ASSIGN TO UT-S-AIDAWARD.
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID-IN.
           SELECT ACCOUNT-FILE ASSIGN TO UT-S-ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-STUDENT-ID-IN.
           SELECT COURSE-HISTORY-FILE ASSIGN TO UT-S-CRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHX-KEY.
           SELECT AID-DISBURSEMENT-FILE ASSIGN TO UT-S-AIDDISB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADS-KEY.
           SELECT AID-POSTING-FILE ASSIGN TO UT-S-AIDPOST.
           SELECT AID-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
           SELECT AID-REGISTER ASSIGN TO UT-S-AIDRPT.
           SELECT RETURN-TO-FUND-REPORT ASSIGN TO UT-S-AIDRTF.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD AWARD-FILE LABEL RECORDS ARE OMITTED.
       01  AWARD-RECORD.
           05 AWD-STUDENT-ID-IN    PIC X(05).
           05 AWD-TERM-CODE-IN     PIC X(05).
           05 AWD-FUND-CODE-IN     PIC X(04).
           05 AWD-AMOUNT-IN        PIC 9(07)V99.
           05 FILLER               PIC X(57).

       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD ACCOUNT-FILE.
           COPY "account_record.cpy".

       FD COURSE-HISTORY-FILE.
           COPY "course_history_record.cpy".

       FD AID-DISBURSEMENT-FILE.
           COPY "aid_disbursement_record.cpy".

       FD AID-POSTING-FILE LABEL RECORDS ARE OMITTED.
           COPY "aid_posting_record.cpy".

       FD AID-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       01  AID-CONTROL-RECORD.
           05 ACTL-HALF-TIME-HOURS PIC 9(02).
           05 ACTL-SAP-PERCENT     PIC 9(03).
           05 FILLER               PIC X(75).

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".

       FD AID-REGISTER LABEL RECORDS ARE OMITTED.
       01  AID-REGISTER-LINE       PIC X(80).

       FD RETURN-TO-FUND-REPORT LABEL RECORDS ARE OMITTED.
       01  RETURN-TO-FUND-LINE     PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).
           04  DISBURSEMENT-STATUS PIC X(05).

       01  AIDD-RUN-DATE           PIC 9(08).
       01  AIDD-TERM-CODE          PIC X(05).

       01  AIDD-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 AIDD-RUN-REFUSED         VALUE 'Y'.

       01  AIDD-POSTING-OPEN-SW    PIC X(01) VALUE 'N'.
           88 AIDD-POSTING-OPEN        VALUE 'Y'.

       01  AIDD-HIST-SCAN-SWITCH   PIC X(01) VALUE 'N'.
           88 AIDD-HIST-SCAN-DONE      VALUE 'Y'.

       01  AIDD-RULE-FIELDS.
           05 AIDD-HALF-TIME-HOURS PIC 9(02) VALUE 6.
           05 AIDD-SAP-PERCENT     PIC 9(03) VALUE 67.

       01  AIDD-WORK-FIELDS.
           05 AIDD-REJECT-REASON   PIC X(25).
           05 AIDD-HOLD-REASON     PIC X(25).
           05 AIDD-SEM-HOURS       PIC 9(02).
           05 AIDD-ATTEMPTED-HOURS PIC 9(05) COMP.
           05 AIDD-COMPLETED-HOURS PIC 9(05) COMP.
           05 AIDD-COMPLETED-SCALED PIC 9(07) COMP.
           05 AIDD-ATTEMPTED-SCALED PIC 9(07) COMP.
           05 AIDD-ACCOUNT-SW      PIC X(01).
               88 AIDD-ACCOUNT-FOUND      VALUE 'Y'.
           05 AIDD-RESULT-SW       PIC X(01).
               88 AIDD-RESULT-DISBURSED   VALUE 'D'.
               88 AIDD-RESULT-HELD        VALUE 'H'.

       01  AIDD-COUNTERS.
           05 AIDD-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 AIDD-DISBURSED-COUNT PIC 9(05) COMP VALUE ZERO.
           05 AIDD-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 AIDD-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 AIDD-DISBURSED-TOTAL PIC 9(09)V99 VALUE ZERO.
           05 AIDD-HELD-TOTAL      PIC 9(09)V99 VALUE ZERO.
           05 AIDD-RETURN-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 AIDD-RETURN-TOTAL    PIC 9(09)V99 VALUE ZERO.

       01  AIDD-FUND-TABLE-FIELDS.
           05 AIDD-FUND-COUNT      PIC 9(02) COMP VALUE ZERO.
           05 AIDD-FUND-SUB        PIC 9(02) COMP.
           05 AIDD-FOUND-SUB       PIC 9(02) COMP.
           05 AIDD-FOUND-SW        PIC X(01).
               88 AIDD-FUND-FOUND         VALUE 'Y'.
           05 AIDD-FUND-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 AIDD-FUND-OVERFLOW      VALUE 'Y'.

       01  AIDD-FUND-TABLE.
           05 AIDD-FUND-ENTRY OCCURS 20 TIMES.
               10 AIDD-FUND-CODE       PIC X(04).
               10 AIDD-FUND-DISB-COUNT PIC 9(05) COMP.
               10 AIDD-FUND-DISB-AMOUNT PIC 9(09)V99.
               10 AIDD-FUND-HELD-COUNT PIC 9(05) COMP.
               10 AIDD-FUND-HELD-AMOUNT PIC 9(09)V99.

       01  AID-HEADING-LINE.
           05 FILLER   PIC X(20) VALUE SPACES.
           05 FILLER   PIC X(30) VALUE
               'AID DISBURSEMENT REGISTER'.
           05 FILLER   PIC X(06) VALUE 'TERM: '.
           05 AHDG-TERM-OUT         PIC X(05).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 AHDG-RUN-DATE-OUT     PIC 9(08).

       01  AID-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(07) VALUE 'STUDNT'.
           05 FILLER   PIC X(07) VALUE 'TERM'.
           05 FILLER   PIC X(06) VALUE 'FUND'.
           05 FILLER   PIC X(14) VALUE '      AMOUNT'.
           05 FILLER   PIC X(04) VALUE 'HRS'.
           05 FILLER   PIC X(06) VALUE 'RESULT'.

       01  AID-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADET-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-TERM-OUT         PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-FUND-OUT         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-HOURS-OUT        PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADET-RESULT-OUT       PIC X(35).

       01  AID-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 AREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(26) VALUE
               ' - AID DISBURSE NOT RUN **'.

       01  AID-FUND-HEADING.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(14) VALUE 'TOTALS BY FUND'.

       01  AID-FUND-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'FUND: '.
           05 AFND-FUND-OUT         PIC X(04).
           05 FILLER                PIC X(13) VALUE '  DISBURSED: '.
           05 AFND-DISB-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AFND-DISB-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE '  HELD: '.
           05 AFND-HELD-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AFND-HELD-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.

       01  AID-FUND-OVERFLOW-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(64) VALUE '** ADDITIONAL FUNDS SUPPRESSED -
      -    ' TABLE CAPACITY REACHED **'.

       01  AID-GRAND-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ALL FUNDS '.
           05 FILLER                PIC X(13) VALUE '  DISBURSED: '.
           05 AGRT-DISB-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AGRT-DISB-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE '  HELD: '.
           05 AGRT-HELD-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AGRT-HELD-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.

       01  AID-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'AWARDS: '.
           05 ASUM-READ-OUT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE '  DISBURSED: '.
           05 ASUM-DISBURSED-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE '  HELD: '.
           05 ASUM-HELD-OUT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REJECTED: '.
           05 ASUM-REJECT-OUT       PIC ZZ,ZZ9.

       01  RTF-HEADING-LINE.
           05 FILLER   PIC X(20) VALUE SPACES.
           05 FILLER   PIC X(30) VALUE
               'AID RETURN-TO-FUND LIST'.
           05 FILLER   PIC X(06) VALUE 'TERM: '.
           05 RHDG-TERM-OUT         PIC X(05).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 RHDG-RUN-DATE-OUT     PIC 9(08).

       01  RTF-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(07) VALUE 'STUDNT'.
           05 FILLER   PIC X(23) VALUE 'NAME'.
           05 FILLER   PIC X(06) VALUE 'FUND'.
           05 FILLER   PIC X(14) VALUE '      AMOUNT'.
           05 FILLER   PIC X(05) VALUE 'PAID'.
           05 FILLER   PIC X(03) VALUE 'NOW'.

       01  RTF-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RDET-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDET-LAST-NAME-OUT    PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDET-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDET-FUND-OUT         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDET-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDET-PAID-HOURS-OUT   PIC Z9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RDET-NOW-HOURS-OUT    PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDET-FLAG-OUT         PIC X(15).

       01  RTF-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               'AWARDS TO RETURN: '.
           05 RTOT-COUNT-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  AMOUNT: '.
           05 RTOT-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.

       01  RTF-NONE-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(45) VALUE
               '** NO DISBURSED AID BELOW HALF TIME **'.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF NOT AIDD-RUN-REFUSED
               PERFORM 300-DISBURSE-AWARDS
                   UNTIL FILE-STATUS = 'DONE'
               PERFORM 600-LIST-RETURN-TO-FUND
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           MOVE SPACES TO AIDD-FUND-TABLE
           ACCEPT AIDD-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-READ-CONTROL-CARD
           PERFORM 115-CHECK-RUN-CONTROL
           OPEN OUTPUT AID-REGISTER
           MOVE AIDD-TERM-CODE TO AHDG-TERM-OUT
           MOVE AIDD-RUN-DATE TO AHDG-RUN-DATE-OUT
           WRITE AID-REGISTER-LINE FROM AID-HEADING-LINE
           IF AIDD-RUN-REFUSED
               WRITE AID-REGISTER-LINE FROM AID-REFUSED-LINE
           ELSE
               OPEN INPUT AWARD-FILE
               OPEN INPUT STUDENT-MASTER-FILE
               OPEN INPUT ACCOUNT-FILE
               OPEN INPUT COURSE-HISTORY-FILE
               OPEN I-O AID-DISBURSEMENT-FILE
               OPEN OUTPUT RETURN-TO-FUND-REPORT
               WRITE AID-REGISTER-LINE FROM AID-COLUMN-HEADING
               PERFORM 310-READ-AWARD
           END-IF.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
      *   A rule left blank or zero on the card keeps its default.
           MOVE SPACES TO AID-CONTROL-RECORD.
           OPEN INPUT AID-CONTROL-FILE.
           READ AID-CONTROL-FILE
               AT END MOVE SPACES TO AID-CONTROL-RECORD
           END-READ.
           CLOSE AID-CONTROL-FILE.
           IF ACTL-HALF-TIME-HOURS IS NUMERIC
               AND ACTL-HALF-TIME-HOURS > ZERO
               MOVE ACTL-HALF-TIME-HOURS TO AIDD-HALF-TIME-HOURS
           END-IF.
           IF ACTL-SAP-PERCENT IS NUMERIC
               AND ACTL-SAP-PERCENT > ZERO
               AND ACTL-SAP-PERCENT NOT > 100
               MOVE ACTL-SAP-PERCENT TO AIDD-SAP-PERCENT
           END-IF.
      *---------------------------------------------------------------*
       115-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   The semester hours on the master belong to the calendar's
      *   term until it is rolled.  A posting file still waiting for
      *   PAYMENT-APPLY would be overwritten by this run.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RCR-TERM-CODE TO AIDD-TERM-CODE.
           EVALUATE TRUE
               WHEN RCR-TERM-CODE = SPACES
                   MOVE 'Y' TO AIDD-REFUSED-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO AREF-REASON-OUT
               WHEN RCR-ROLLOVER-DATE NOT = ZERO
                   MOVE 'Y' TO AIDD-REFUSED-SW
                   MOVE 'TERM ALREADY ROLLED' TO AREF-REASON-OUT
               WHEN RCR-AID-POSTING-DATE NOT = ZERO
                   MOVE 'Y' TO AIDD-REFUSED-SW
                   MOVE 'AID POSTINGS NOT YET APPLIED'
                       TO AREF-REASON-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       300-DISBURSE-AWARDS SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           ADD 1 TO AIDD-READ-COUNT.
           MOVE SPACES TO AIDD-REJECT-REASON.
           MOVE SPACES TO AIDD-HOLD-REASON.
           MOVE ZERO TO AIDD-SEM-HOURS.
           PERFORM 320-EDIT-AWARD.
           IF AIDD-REJECT-REASON NOT = SPACES
               PERFORM 390-REJECT-AWARD
           ELSE
               PERFORM 330-CHECK-ELIGIBILITY
               IF AIDD-HOLD-REASON = SPACES
                   PERFORM 340-DISBURSE-AWARD
               ELSE
                   PERFORM 350-HOLD-AWARD
               END-IF
           END-IF.
           PERFORM 360-WRITE-REGISTER-LINE.
           PERFORM 310-READ-AWARD.
      *---------------------------------------------------------------*
       310-READ-AWARD SECTION.
      *---------------------------------------------------------------*
           READ AWARD-FILE
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-EDIT-AWARD SECTION.
      *---------------------------------------------------------------*
      *   An award already paid is never paid again; the aid office
      *   corrects a paid award in its own system.
           EVALUATE TRUE
               WHEN AWD-STUDENT-ID-IN = SPACES
                   MOVE 'NO STUDENT ID' TO AIDD-REJECT-REASON
               WHEN AWD-TERM-CODE-IN = SPACES
                   MOVE 'NO TERM CODE' TO AIDD-REJECT-REASON
               WHEN AWD-FUND-CODE-IN = SPACES
                   MOVE 'NO FUND CODE' TO AIDD-REJECT-REASON
               WHEN AWD-AMOUNT-IN NOT NUMERIC
                   OR AWD-AMOUNT-IN = ZERO
                   MOVE 'AWARD AMOUNT NOT VALID'
                       TO AIDD-REJECT-REASON
               WHEN OTHER
                   PERFORM 325-READ-DISBURSEMENT
           END-EVALUATE.
      *---------------------------------------------------------------*
       325-READ-DISBURSEMENT SECTION.
      *---------------------------------------------------------------*
           MOVE AWD-STUDENT-ID-IN TO ADS-STUDENT-ID-IN.
           MOVE AWD-TERM-CODE-IN TO ADS-TERM-CODE-IN.
           MOVE AWD-FUND-CODE-IN TO ADS-FUND-CODE-IN.
           READ AID-DISBURSEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADS-DISBURSED
                       MOVE 'ALREADY DISBURSED'
                           TO AIDD-REJECT-REASON
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       330-CHECK-ELIGIBILITY SECTION.
      *---------------------------------------------------------------*
           MOVE AWD-STUDENT-ID-IN TO STUDENT-ID-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'STUDENT NOT ON MASTER' TO AIDD-HOLD-REASON
               NOT INVALID KEY
                   MOVE HOURS-THIS-SEM-IN TO AIDD-SEM-HOURS
           END-READ.
           IF AIDD-HOLD-REASON = SPACES
               PERFORM 332-FIGURE-PROGRESS-HOURS
               PERFORM 338-CHECK-ACCOUNT
               PERFORM 339-APPLY-ELIGIBILITY-RULES
           END-IF.
      *---------------------------------------------------------------*
       332-FIGURE-PROGRESS-HOURS SECTION.
      *---------------------------------------------------------------*
      *   Attempted hours are every graded attempt on the course
      *   history; completed hours are those with a passing grade.
           MOVE ZERO TO AIDD-ATTEMPTED-HOURS.
           MOVE ZERO TO AIDD-COMPLETED-HOURS.
           MOVE 'N' TO AIDD-HIST-SCAN-SWITCH.
           MOVE STUDENT-ID-IN TO CHX-STUDENT-ID-IN.
           MOVE LOW-VALUES TO CHX-TERM-CODE-IN.
           MOVE LOW-VALUES TO CHX-COURSE-ID-IN.
           MOVE LOW-VALUES TO CHX-SECTION-IN.
           START COURSE-HISTORY-FILE KEY NOT < CHX-KEY
               INVALID KEY
                   MOVE 'Y' TO AIDD-HIST-SCAN-SWITCH
           END-START.
           IF NOT AIDD-HIST-SCAN-DONE
               PERFORM 335-READ-NEXT-HISTORY
           END-IF.
           PERFORM 333-ADD-HISTORY-HOURS
               UNTIL AIDD-HIST-SCAN-DONE.
      *---------------------------------------------------------------*
       333-ADD-HISTORY-HOURS SECTION.
      *---------------------------------------------------------------*
           IF NOT CHX-UNGRADED
               ADD CHX-CREDIT-HOURS-IN TO AIDD-ATTEMPTED-HOURS
           END-IF.
           IF CHX-GRADE-PASSING
               ADD CHX-CREDIT-HOURS-IN TO AIDD-COMPLETED-HOURS
           END-IF.
           PERFORM 335-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       335-READ-NEXT-HISTORY SECTION.
      *---------------------------------------------------------------*
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO AIDD-HIST-SCAN-SWITCH
               NOT AT END
                   IF CHX-STUDENT-ID-IN NOT = STUDENT-ID-IN
                       MOVE 'Y' TO AIDD-HIST-SCAN-SWITCH
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       338-CHECK-ACCOUNT SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO AIDD-ACCOUNT-SW.
           MOVE STUDENT-ID-IN TO ACT-STUDENT-ID-IN.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO AIDD-ACCOUNT-SW
           END-READ.
      *---------------------------------------------------------------*
       339-APPLY-ELIGIBILITY-RULES SECTION.
      *---------------------------------------------------------------*
      *   A student with no graded history has no GPA to be on
      *   probation with and no progress to measure yet.
           COMPUTE AIDD-COMPLETED-SCALED = AIDD-COMPLETED-HOURS * 100.
           COMPUTE AIDD-ATTEMPTED-SCALED =
               AIDD-ATTEMPTED-HOURS * AIDD-SAP-PERCENT.
           EVALUATE TRUE
               WHEN AWD-TERM-CODE-IN NOT = AIDD-TERM-CODE
                   MOVE 'NOT THE CURRENT TERM' TO AIDD-HOLD-REASON
               WHEN HOURS-THIS-SEM-IN < AIDD-HALF-TIME-HOURS
                   MOVE 'BELOW HALF TIME' TO AIDD-HOLD-REASON
               WHEN AIDD-ATTEMPTED-HOURS > ZERO
                   AND GPA-IN < 2.00
                   MOVE 'ACADEMIC PROBATION' TO AIDD-HOLD-REASON
               WHEN AIDD-COMPLETED-SCALED < AIDD-ATTEMPTED-SCALED
                   MOVE 'SAP - COMPLETION RATE' TO AIDD-HOLD-REASON
               WHEN NOT AIDD-ACCOUNT-FOUND
                   MOVE 'NOT YET BILLED' TO AIDD-HOLD-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
       340-DISBURSE-AWARD SECTION.
      *---------------------------------------------------------------*
           MOVE 'D' TO AIDD-RESULT-SW.
           ADD 1 TO AIDD-DISBURSED-COUNT.
           ADD AWD-AMOUNT-IN TO AIDD-DISBURSED-TOTAL.
           PERFORM 370-ACCUMULATE-FUND-TOTALS.
           PERFORM 345-WRITE-DISBURSEMENT.
           IF NOT AIDD-POSTING-OPEN
               OPEN OUTPUT AID-POSTING-FILE
               MOVE 'Y' TO AIDD-POSTING-OPEN-SW
           END-IF.
           MOVE AWD-STUDENT-ID-IN TO APST-STUDENT-ID-IN.
           MOVE AWD-TERM-CODE-IN TO APST-TERM-CODE-IN.
           MOVE AWD-FUND-CODE-IN TO APST-FUND-CODE-IN.
           MOVE AIDD-RUN-DATE TO APST-DISBURSE-DATE-IN.
           MOVE AWD-AMOUNT-IN TO APST-AMOUNT-IN.
           WRITE AID-POSTING-RECORD.
           MOVE 'DISBURSED' TO ADET-RESULT-OUT.
      *---------------------------------------------------------------*
       345-WRITE-DISBURSEMENT SECTION.
      *---------------------------------------------------------------*
      *   A held award sent again replaces its earlier record.
           MOVE AWD-STUDENT-ID-IN TO ADS-STUDENT-ID-IN.
           MOVE AWD-TERM-CODE-IN TO ADS-TERM-CODE-IN.
           MOVE AWD-FUND-CODE-IN TO ADS-FUND-CODE-IN.
           MOVE AWD-AMOUNT-IN TO ADS-AWARD-AMOUNT-IN.
           MOVE AIDD-RESULT-SW TO ADS-STATUS-IN.
           MOVE AIDD-RUN-DATE TO ADS-STATUS-DATE-IN.
           MOVE AIDD-SEM-HOURS TO ADS-HOURS-IN.
           MOVE AIDD-HOLD-REASON TO ADS-HOLD-REASON-IN.
           WRITE AID-DISBURSEMENT-RECORD
               INVALID KEY
                   REWRITE AID-DISBURSEMENT-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       350-HOLD-AWARD SECTION.
      *---------------------------------------------------------------*
           MOVE 'H' TO AIDD-RESULT-SW.
           ADD 1 TO AIDD-HELD-COUNT.
           ADD AWD-AMOUNT-IN TO AIDD-HELD-TOTAL.
           PERFORM 370-ACCUMULATE-FUND-TOTALS.
           PERFORM 345-WRITE-DISBURSEMENT.
           MOVE SPACES TO ADET-RESULT-OUT.
           STRING 'HELD - ' DELIMITED BY SIZE
               AIDD-HOLD-REASON DELIMITED BY SIZE
               INTO ADET-RESULT-OUT.
      *---------------------------------------------------------------*
       360-WRITE-REGISTER-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE AWD-STUDENT-ID-IN TO ADET-STUDENT-ID-OUT.
           MOVE AWD-TERM-CODE-IN TO ADET-TERM-OUT.
           MOVE AWD-FUND-CODE-IN TO ADET-FUND-OUT.
           IF AWD-AMOUNT-IN NUMERIC
               MOVE AWD-AMOUNT-IN TO ADET-AMOUNT-OUT
           ELSE
               MOVE ZERO TO ADET-AMOUNT-OUT
           END-IF.
           MOVE AIDD-SEM-HOURS TO ADET-HOURS-OUT.
           WRITE AID-REGISTER-LINE FROM AID-DETAIL-LINE.
      *---------------------------------------------------------------*
       370-ACCUMULATE-FUND-TOTALS SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO AIDD-FOUND-SW.
           MOVE ZERO TO AIDD-FOUND-SUB.
           PERFORM 372-FIND-FUND-ENTRY
               VARYING AIDD-FUND-SUB FROM 1 BY 1
               UNTIL AIDD-FUND-SUB > AIDD-FUND-COUNT
                  OR AIDD-FUND-FOUND.
           IF NOT AIDD-FUND-FOUND
               IF AIDD-FUND-COUNT < 20
                   ADD 1 TO AIDD-FUND-COUNT
                   MOVE AIDD-FUND-COUNT TO AIDD-FOUND-SUB
                   MOVE AWD-FUND-CODE-IN
                       TO AIDD-FUND-CODE (AIDD-FOUND-SUB)
                   MOVE ZERO TO AIDD-FUND-DISB-COUNT (AIDD-FOUND-SUB)
                   MOVE ZERO TO AIDD-FUND-DISB-AMOUNT (AIDD-FOUND-SUB)
                   MOVE ZERO TO AIDD-FUND-HELD-COUNT (AIDD-FOUND-SUB)
                   MOVE ZERO TO AIDD-FUND-HELD-AMOUNT (AIDD-FOUND-SUB)
                   MOVE 'Y' TO AIDD-FOUND-SW
               ELSE
                   MOVE 'Y' TO AIDD-FUND-OVERFLOW-SW
               END-IF
           END-IF.
           IF AIDD-FUND-FOUND
               IF AIDD-RESULT-DISBURSED
                   ADD 1 TO AIDD-FUND-DISB-COUNT (AIDD-FOUND-SUB)
                   ADD AWD-AMOUNT-IN
                       TO AIDD-FUND-DISB-AMOUNT (AIDD-FOUND-SUB)
               ELSE
                   ADD 1 TO AIDD-FUND-HELD-COUNT (AIDD-FOUND-SUB)
                   ADD AWD-AMOUNT-IN
                       TO AIDD-FUND-HELD-AMOUNT (AIDD-FOUND-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       372-FIND-FUND-ENTRY SECTION.
      *---------------------------------------------------------------*
           IF AIDD-FUND-CODE (AIDD-FUND-SUB) = AWD-FUND-CODE-IN
               MOVE 'Y' TO AIDD-FOUND-SW
               MOVE AIDD-FUND-SUB TO AIDD-FOUND-SUB
           END-IF.
      *---------------------------------------------------------------*
       390-REJECT-AWARD SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO AIDD-REJECT-COUNT.
           MOVE SPACES TO ADET-RESULT-OUT.
           STRING 'REJECTED - ' DELIMITED BY SIZE
               AIDD-REJECT-REASON DELIMITED BY SIZE
               INTO ADET-RESULT-OUT.
      *---------------------------------------------------------------*
       600-LIST-RETURN-TO-FUND SECTION.
      *---------------------------------------------------------------*
      *   Every award paid for the current term is checked against
      *   the hours the student carries now.
           MOVE AIDD-TERM-CODE TO RHDG-TERM-OUT.
           MOVE AIDD-RUN-DATE TO RHDG-RUN-DATE-OUT.
           WRITE RETURN-TO-FUND-LINE FROM RTF-HEADING-LINE.
           WRITE RETURN-TO-FUND-LINE FROM RTF-COLUMN-HEADING.
           MOVE 'START' TO DISBURSEMENT-STATUS.
           MOVE LOW-VALUES TO ADS-KEY.
           START AID-DISBURSEMENT-FILE KEY NOT < ADS-KEY
               INVALID KEY
                   MOVE 'DONE' TO DISBURSEMENT-STATUS
           END-START.
           IF DISBURSEMENT-STATUS NOT = 'DONE'
               PERFORM 620-READ-NEXT-DISBURSEMENT
           END-IF.
           PERFORM 610-CHECK-ONE-DISBURSEMENT
               UNTIL DISBURSEMENT-STATUS = 'DONE'.
           IF AIDD-RETURN-COUNT = ZERO
               WRITE RETURN-TO-FUND-LINE FROM RTF-NONE-LINE
           ELSE
               MOVE AIDD-RETURN-COUNT TO RTOT-COUNT-OUT
               MOVE AIDD-RETURN-TOTAL TO RTOT-AMOUNT-OUT
               WRITE RETURN-TO-FUND-LINE FROM RTF-TOTAL-LINE
           END-IF.
      *---------------------------------------------------------------*
       610-CHECK-ONE-DISBURSEMENT SECTION.
      *---------------------------------------------------------------*
       610-ENTRY.
           IF ADS-DISBURSED
               AND ADS-TERM-CODE-IN = AIDD-TERM-CODE
               MOVE SPACES TO RDET-FLAG-OUT
               MOVE ADS-STUDENT-ID-IN TO STUDENT-ID-IN
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO LAST-NAME-IN
                       MOVE SPACES TO FIRST-NAME-IN
                       MOVE ZERO TO HOURS-THIS-SEM-IN
                       MOVE 'NOT ON MASTER' TO RDET-FLAG-OUT
               END-READ
               IF HOURS-THIS-SEM-IN < AIDD-HALF-TIME-HOURS
                   PERFORM 615-WRITE-RETURN-LINE
               END-IF
           END-IF.
           PERFORM 620-READ-NEXT-DISBURSEMENT.
      *---------------------------------------------------------------*
       615-WRITE-RETURN-LINE SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO AIDD-RETURN-COUNT.
           ADD ADS-AWARD-AMOUNT-IN TO AIDD-RETURN-TOTAL.
           MOVE ADS-STUDENT-ID-IN TO RDET-STUDENT-ID-OUT.
           MOVE LAST-NAME-IN TO RDET-LAST-NAME-OUT.
           MOVE FIRST-NAME-IN TO RDET-FIRST-NAME-OUT.
           MOVE ADS-FUND-CODE-IN TO RDET-FUND-OUT.
           MOVE ADS-AWARD-AMOUNT-IN TO RDET-AMOUNT-OUT.
           MOVE ADS-HOURS-IN TO RDET-PAID-HOURS-OUT.
           MOVE HOURS-THIS-SEM-IN TO RDET-NOW-HOURS-OUT.
           WRITE RETURN-TO-FUND-LINE FROM RTF-DETAIL-LINE.
      *---------------------------------------------------------------*
       620-READ-NEXT-DISBURSEMENT SECTION.
      *---------------------------------------------------------------*
           READ AID-DISBURSEMENT-FILE NEXT RECORD
               AT END MOVE 'DONE' TO DISBURSEMENT-STATUS.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF AIDD-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE AID-REGISTER
           ELSE
               PERFORM 405-FINISH-AID-RUN
               PERFORM 430-STAMP-RUN-CONTROL
           END-IF.
      *---------------------------------------------------------------*
       405-FINISH-AID-RUN SECTION.
      *---------------------------------------------------------------*
           WRITE AID-REGISTER-LINE FROM AID-FUND-HEADING.
           PERFORM 410-WRITE-FUND-TOTAL
               VARYING AIDD-FUND-SUB FROM 1 BY 1
               UNTIL AIDD-FUND-SUB > AIDD-FUND-COUNT.
           IF AIDD-FUND-OVERFLOW
               WRITE AID-REGISTER-LINE FROM AID-FUND-OVERFLOW-LINE
           END-IF.
           MOVE AIDD-DISBURSED-COUNT TO AGRT-DISB-COUNT-OUT.
           MOVE AIDD-DISBURSED-TOTAL TO AGRT-DISB-AMOUNT-OUT.
           MOVE AIDD-HELD-COUNT TO AGRT-HELD-COUNT-OUT.
           MOVE AIDD-HELD-TOTAL TO AGRT-HELD-AMOUNT-OUT.
           WRITE AID-REGISTER-LINE FROM AID-GRAND-TOTAL-LINE.
           MOVE AIDD-READ-COUNT TO ASUM-READ-OUT.
           MOVE AIDD-DISBURSED-COUNT TO ASUM-DISBURSED-OUT.
           MOVE AIDD-HELD-COUNT TO ASUM-HELD-OUT.
           MOVE AIDD-REJECT-COUNT TO ASUM-REJECT-OUT.
           WRITE AID-REGISTER-LINE FROM AID-SUMMARY-LINE.
           CLOSE AWARD-FILE, STUDENT-MASTER-FILE, ACCOUNT-FILE,
               COURSE-HISTORY-FILE, AID-DISBURSEMENT-FILE,
               AID-REGISTER, RETURN-TO-FUND-REPORT.
           IF AIDD-POSTING-OPEN
               CLOSE AID-POSTING-FILE
           END-IF.
      *---------------------------------------------------------------*
       410-WRITE-FUND-TOTAL SECTION.
      *---------------------------------------------------------------*
           MOVE AIDD-FUND-CODE (AIDD-FUND-SUB) TO AFND-FUND-OUT.
           MOVE AIDD-FUND-DISB-COUNT (AIDD-FUND-SUB)
               TO AFND-DISB-COUNT-OUT.
           MOVE AIDD-FUND-DISB-AMOUNT (AIDD-FUND-SUB)
               TO AFND-DISB-AMOUNT-OUT.
           MOVE AIDD-FUND-HELD-COUNT (AIDD-FUND-SUB)
               TO AFND-HELD-COUNT-OUT.
           MOVE AIDD-FUND-HELD-AMOUNT (AIDD-FUND-SUB)
               TO AFND-HELD-AMOUNT-OUT.
           WRITE AID-REGISTER-LINE FROM AID-FUND-TOTAL-LINE.
      *---------------------------------------------------------------*
       430-STAMP-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   Stamped only when postings were written, so a run that
      *   paid nothing does not hold up the next one.
           IF AIDD-DISBURSED-COUNT > ZERO
               OPEN I-O RUN-CONTROL-FILE
               READ RUN-CONTROL-FILE
                   AT END MOVE SPACES TO RUN-CONTROL-RECORD
               END-READ
               IF RCR-TERM-CODE NOT = SPACES
                   MOVE AIDD-RUN-DATE TO RCR-AID-POSTING-DATE
                   REWRITE RUN-CONTROL-RECORD
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
