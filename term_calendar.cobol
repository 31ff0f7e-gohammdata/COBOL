      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  TERM-CALENDAR.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Term calendar maintenance and run-control status report.
      *   The run-control file holds one record: the current term,
      *   its registration open, census, term end and grades due
      *   dates, and the completion stamp each gated job step
      *   (REG-APPLY, TUITION-BILLING, GRADE-APPLY, TERM-ROLLOVER
      *   and PAYMENT-APPLY) leaves at the end of a good run, with
      *   the date of any aid posting file AID-DISBURSE has written
      *   that PAYMENT-APPLY has not yet credited and the date it
      *   last credited one.
      *
      *   The control card action 'N' sets up a new term.  It is
      *   taken only when no term is on file or the current term
      *   has been rolled; the record is recreated with the new term
      *   and dates, every term stamp back at zero, and the account
      *   aging, posting and aid dates carried forward.
      *   Action 'D' changes the dates of the current term before it
      *   is rolled.
      *   The four dates must be numeric and in calendar order.  A
      *   card that cannot be taken is listed with its reason, the
      *   file is left as it was, and the job ends RETURN-CODE 8.
      *   No card, or any other action, only prints the report.
      *
      *   The report always shows the term on file after the card
      *   is applied, its key dates, each job step's last completion
      *   date (or NOT RUN), and the stage the term has reached as of
      *   the run date.
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
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT CALENDAR-REPORT ASSIGN TO UT-S-CALRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".

       FD CALENDAR-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       01  CALENDAR-CONTROL-RECORD.
           05 CCTL-ACTION          PIC X(01).
               88 CCTL-NEW-TERM           VALUE 'N'.
               88 CCTL-CHANGE-DATES       VALUE 'D'.
           05 CCTL-TERM-CODE       PIC X(05).
           05 CCTL-REG-OPEN-DATE   PIC 9(08).
           05 CCTL-CENSUS-DATE     PIC 9(08).
           05 CCTL-TERM-END-DATE   PIC 9(08).
           05 CCTL-GRADES-DUE-DATE PIC 9(08).
           05 FILLER               PIC X(42).

       FD CALENDAR-REPORT LABEL RECORDS ARE OMITTED.
       01  CALENDAR-REPORT-LINE    PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  CAL-RUN-DATE            PIC 9(08).

       01  CAL-CURRENT-FIELDS.
           05 CAL-CURRENT-TERM     PIC X(05).
           05 CAL-CURRENT-ROLLED   PIC 9(08).
           05 CAL-SAVE-AGING-DATE  PIC 9(08).
           05 CAL-SAVE-PAYMENT-DATE PIC 9(08).
           05 CAL-SAVE-AID-DATE    PIC 9(08).
           05 CAL-SAVE-AID-APPLIED-DATE PIC 9(08).

       01  CAL-CARD-FIELDS.
           05 CAL-REFUSED-SW       PIC X(01) VALUE 'N'.
               88 CAL-CARD-REFUSED        VALUE 'Y'.
           05 CAL-STEP-DATE        PIC 9(08).

       01  CAL-HEADING-LINE.
           05 FILLER   PIC X(20) VALUE SPACES.
           05 FILLER   PIC X(32) VALUE
               'TERM CALENDAR RUN-CONTROL STATUS'.
           05 FILLER   PIC X(06) VALUE SPACES.
           05 CHDG-RUN-DATE-OUT     PIC 9(08).

       01  CAL-ACTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'CONTROL CARD '.
           05 CACT-ACTION-OUT       PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CACT-TERM-CODE-OUT    PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CACT-RESULT-OUT       PIC X(30).

       01  CAL-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 CREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(26) VALUE
               ' - CALENDAR NOT CHANGED **'.

       01  CAL-NO-TERM-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
               '** NO TERM SET UP ON RUN-CONTROL FILE **'.

       01  CAL-TERM-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'CURRENT TERM: '.
           05 CTRM-TERM-CODE-OUT    PIC X(05).
           05 FILLER                PIC X(10) VALUE '   STAGE: '.
           05 CTRM-STAGE-OUT        PIC X(30).

       01  CAL-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSEC-TITLE-OUT        PIC X(40).

       01  CAL-STEP-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CSTP-NAME-OUT         PIC X(30).
           05 CSTP-DATE-OUT         PIC X(08).

       01  CAL-REG-COUNT-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE
               'REG-APPLY RUNS THIS TERM'.
           05 CRGC-COUNT-OUT        PIC ZZ9.

       01  CAL-BLANK-LINE          PIC X(80) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-APPLY-CONTROL-CARD.
           PERFORM 300-PRINT-TERM-STATUS.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           ACCEPT CAL-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-READ-CONTROL-CARD
           PERFORM 120-READ-RUN-CONTROL
           OPEN OUTPUT CALENDAR-REPORT
           MOVE CAL-RUN-DATE TO CHDG-RUN-DATE-OUT
           WRITE CALENDAR-REPORT-LINE FROM CAL-HEADING-LINE
           WRITE CALENDAR-REPORT-LINE FROM CAL-BLANK-LINE.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
           MOVE SPACES TO CALENDAR-CONTROL-RECORD.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           READ CALENDAR-CONTROL-FILE
               AT END MOVE SPACES TO CALENDAR-CONTROL-RECORD
           END-READ.
           CLOSE CALENDAR-CONTROL-FILE.
      *---------------------------------------------------------------*
       120-READ-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   An empty run-control file is a calendar with no term set
      *   up yet and no account stamps to carry.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RCR-TERM-CODE TO CAL-CURRENT-TERM.
           IF RCR-TERM-CODE = SPACES
               MOVE ZERO TO CAL-CURRENT-ROLLED
               MOVE ZERO TO CAL-SAVE-AGING-DATE
               MOVE ZERO TO CAL-SAVE-PAYMENT-DATE
               MOVE ZERO TO CAL-SAVE-AID-DATE
               MOVE ZERO TO CAL-SAVE-AID-APPLIED-DATE
           ELSE
               MOVE RCR-ROLLOVER-DATE TO CAL-CURRENT-ROLLED
               MOVE RCR-AGING-DATE TO CAL-SAVE-AGING-DATE
               MOVE RCR-PAYMENT-DATE TO CAL-SAVE-PAYMENT-DATE
               MOVE RCR-AID-POSTING-DATE TO CAL-SAVE-AID-DATE
               MOVE RCR-AID-APPLIED-DATE TO CAL-SAVE-AID-APPLIED-DATE
           END-IF.
      *---------------------------------------------------------------*
       200-APPLY-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
           MOVE CCTL-ACTION TO CACT-ACTION-OUT.
           MOVE CCTL-TERM-CODE TO CACT-TERM-CODE-OUT.
           EVALUATE TRUE
               WHEN CCTL-NEW-TERM
                   PERFORM 210-EDIT-NEW-TERM
                   IF NOT CAL-CARD-REFUSED
                       PERFORM 220-WRITE-NEW-TERM
                       MOVE 'NEW TERM SET UP' TO CACT-RESULT-OUT
                   END-IF
               WHEN CCTL-CHANGE-DATES
                   PERFORM 230-EDIT-DATE-CHANGE
                   IF NOT CAL-CARD-REFUSED
                       PERFORM 240-REWRITE-TERM-DATES
                       MOVE 'TERM DATES CHANGED' TO CACT-RESULT-OUT
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO CACT-ACTION-OUT
                   MOVE SPACES TO CACT-TERM-CODE-OUT
                   MOVE 'NONE - STATUS REPORT ONLY' TO CACT-RESULT-OUT
           END-EVALUATE.
           IF CAL-CARD-REFUSED
               MOVE 'REFUSED' TO CACT-RESULT-OUT
               WRITE CALENDAR-REPORT-LINE FROM CAL-ACTION-LINE
               WRITE CALENDAR-REPORT-LINE FROM CAL-REFUSED-LINE
           ELSE
               WRITE CALENDAR-REPORT-LINE FROM CAL-ACTION-LINE
           END-IF.
           WRITE CALENDAR-REPORT-LINE FROM CAL-BLANK-LINE.
      *---------------------------------------------------------------*
       210-EDIT-NEW-TERM SECTION.
      *---------------------------------------------------------------*
      *   A new term replaces the current one only once it has been
      *   rolled; setting one up over a live term would wipe the
      *   stamps the rest of the stream is sequenced on.
           EVALUATE TRUE
               WHEN CCTL-TERM-CODE = SPACES
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'NO TERM CODE ON CONTROL CARD'
                       TO CREF-REASON-OUT
               WHEN CAL-CURRENT-TERM NOT = SPACES
                   AND CAL-CURRENT-ROLLED = ZERO
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'CURRENT TERM NOT YET ROLLED'
                       TO CREF-REASON-OUT
               WHEN CCTL-TERM-CODE = CAL-CURRENT-TERM
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'TERM ALREADY SET UP AND ROLLED'
                       TO CREF-REASON-OUT
               WHEN OTHER
                   PERFORM 215-EDIT-TERM-DATES
           END-EVALUATE.
      *---------------------------------------------------------------*
       215-EDIT-TERM-DATES SECTION.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CCTL-REG-OPEN-DATE NOT NUMERIC
                   OR CCTL-CENSUS-DATE NOT NUMERIC
                   OR CCTL-TERM-END-DATE NOT NUMERIC
                   OR CCTL-GRADES-DUE-DATE NOT NUMERIC
                   OR CCTL-REG-OPEN-DATE = ZERO
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'TERM DATES MISSING OR NOT NUMERIC'
                       TO CREF-REASON-OUT
               WHEN CCTL-CENSUS-DATE < CCTL-REG-OPEN-DATE
                   OR CCTL-TERM-END-DATE < CCTL-CENSUS-DATE
                   OR CCTL-GRADES-DUE-DATE < CCTL-TERM-END-DATE
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'TERM DATES OUT OF CALENDAR ORDER'
                       TO CREF-REASON-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       220-WRITE-NEW-TERM SECTION.
      *---------------------------------------------------------------*
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE CCTL-TERM-CODE TO RCR-TERM-CODE.
           MOVE CCTL-REG-OPEN-DATE TO RCR-REG-OPEN-DATE.
           MOVE CCTL-CENSUS-DATE TO RCR-CENSUS-DATE.
           MOVE CCTL-TERM-END-DATE TO RCR-TERM-END-DATE.
           MOVE CCTL-GRADES-DUE-DATE TO RCR-GRADES-DUE-DATE.
           MOVE ZERO TO RCR-REG-APPLY-DATE.
           MOVE ZERO TO RCR-REG-APPLY-COUNT.
           MOVE ZERO TO RCR-BILL-FULL-DATE.
           MOVE ZERO TO RCR-BILL-ADJUST-DATE.
           MOVE ZERO TO RCR-GRADE-APPLY-DATE.
           MOVE ZERO TO RCR-ROLLOVER-DATE.
           MOVE CAL-SAVE-AGING-DATE TO RCR-AGING-DATE.
           MOVE CAL-SAVE-PAYMENT-DATE TO RCR-PAYMENT-DATE.
           MOVE CAL-SAVE-AID-DATE TO RCR-AID-POSTING-DATE.
           MOVE CAL-SAVE-AID-APPLIED-DATE TO RCR-AID-APPLIED-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
      *---------------------------------------------------------------*
       230-EDIT-DATE-CHANGE SECTION.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CAL-CURRENT-TERM = SPACES
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO CREF-REASON-OUT
               WHEN CCTL-TERM-CODE NOT = CAL-CURRENT-TERM
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'CONTROL CARD TERM IS NOT CALENDAR TERM'
                       TO CREF-REASON-OUT
               WHEN CAL-CURRENT-ROLLED NOT = ZERO
                   MOVE 'Y' TO CAL-REFUSED-SW
                   MOVE 'TERM ALREADY ROLLED' TO CREF-REASON-OUT
               WHEN OTHER
                   PERFORM 215-EDIT-TERM-DATES
           END-EVALUATE.
      *---------------------------------------------------------------*
       240-REWRITE-TERM-DATES SECTION.
      *---------------------------------------------------------------*
           OPEN I-O RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           IF RCR-TERM-CODE = CCTL-TERM-CODE
               MOVE CCTL-REG-OPEN-DATE TO RCR-REG-OPEN-DATE
               MOVE CCTL-CENSUS-DATE TO RCR-CENSUS-DATE
               MOVE CCTL-TERM-END-DATE TO RCR-TERM-END-DATE
               MOVE CCTL-GRADES-DUE-DATE TO RCR-GRADES-DUE-DATE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
      *---------------------------------------------------------------*
       300-PRINT-TERM-STATUS SECTION.
      *---------------------------------------------------------------*
      *   Re-reads the file so the report shows what is on it now,
      *   after any change the card made.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF RCR-TERM-CODE = SPACES
               WRITE CALENDAR-REPORT-LINE FROM CAL-NO-TERM-LINE
           ELSE
               MOVE RCR-TERM-CODE TO CTRM-TERM-CODE-OUT
               PERFORM 310-SET-TERM-STAGE
               WRITE CALENDAR-REPORT-LINE FROM CAL-TERM-LINE
               WRITE CALENDAR-REPORT-LINE FROM CAL-BLANK-LINE
               PERFORM 320-PRINT-KEY-DATES
               WRITE CALENDAR-REPORT-LINE FROM CAL-BLANK-LINE
               PERFORM 330-PRINT-JOB-STEPS
           END-IF.
      *---------------------------------------------------------------*
       310-SET-TERM-STAGE SECTION.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN RCR-ROLLOVER-DATE NOT = ZERO
                   MOVE 'TERM ROLLED' TO CTRM-STAGE-OUT
               WHEN CAL-RUN-DATE < RCR-REG-OPEN-DATE
                   MOVE 'REGISTRATION NOT YET OPEN' TO CTRM-STAGE-OUT
               WHEN CAL-RUN-DATE < RCR-CENSUS-DATE
                   MOVE 'REGISTRATION OPEN' TO CTRM-STAGE-OUT
               WHEN NOT CAL-RUN-DATE > RCR-TERM-END-DATE
                   MOVE 'IN SESSION - PAST CENSUS' TO CTRM-STAGE-OUT
               WHEN CAL-RUN-DATE < RCR-GRADES-DUE-DATE
                   MOVE 'TERM ENDED - GRADES DUE' TO CTRM-STAGE-OUT
               WHEN RCR-GRADE-APPLY-DATE < RCR-GRADES-DUE-DATE
                   MOVE 'AWAITING FINAL GRADE POSTING' TO CTRM-STAGE-OUT
               WHEN OTHER
                   MOVE 'READY TO ROLL' TO CTRM-STAGE-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       320-PRINT-KEY-DATES SECTION.
      *---------------------------------------------------------------*
           MOVE 'KEY DATES' TO CSEC-TITLE-OUT.
           WRITE CALENDAR-REPORT-LINE FROM CAL-SECTION-LINE.
           MOVE 'REGISTRATION OPENS' TO CSTP-NAME-OUT.
           MOVE RCR-REG-OPEN-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'CENSUS' TO CSTP-NAME-OUT.
           MOVE RCR-CENSUS-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'TERM ENDS' TO CSTP-NAME-OUT.
           MOVE RCR-TERM-END-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'GRADES DUE' TO CSTP-NAME-OUT.
           MOVE RCR-GRADES-DUE-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
      *---------------------------------------------------------------*
       330-PRINT-JOB-STEPS SECTION.
      *---------------------------------------------------------------*
           MOVE 'JOB STEP                      LAST RUN'
               TO CSEC-TITLE-OUT.
           WRITE CALENDAR-REPORT-LINE FROM CAL-SECTION-LINE.
           MOVE 'REG-APPLY' TO CSTP-NAME-OUT.
           MOVE RCR-REG-APPLY-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE RCR-REG-APPLY-COUNT TO CRGC-COUNT-OUT.
           WRITE CALENDAR-REPORT-LINE FROM CAL-REG-COUNT-LINE.
           MOVE 'TUITION-BILLING FULL' TO CSTP-NAME-OUT.
           MOVE RCR-BILL-FULL-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'TUITION-BILLING ADJUSTMENT' TO CSTP-NAME-OUT.
           MOVE RCR-BILL-ADJUST-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'GRADE-APPLY' TO CSTP-NAME-OUT.
           MOVE RCR-GRADE-APPLY-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'TERM-ROLLOVER' TO CSTP-NAME-OUT.
           MOVE RCR-ROLLOVER-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'PAYMENT-APPLY AGING' TO CSTP-NAME-OUT.
           MOVE RCR-AGING-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'PAYMENT-APPLY POSTING' TO CSTP-NAME-OUT.
           MOVE RCR-PAYMENT-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'PAYMENT-APPLY AID CREDITED' TO CSTP-NAME-OUT.
           MOVE RCR-AID-APPLIED-DATE TO CAL-STEP-DATE.
           PERFORM 340-WRITE-STEP-LINE.
           MOVE 'AID POSTINGS NOT YET APPLIED' TO CSTP-NAME-OUT.
           IF RCR-AID-POSTING-DATE = ZERO
               MOVE 'NONE' TO CSTP-DATE-OUT
           ELSE
               MOVE RCR-AID-POSTING-DATE TO CSTP-DATE-OUT
           END-IF.
           WRITE CALENDAR-REPORT-LINE FROM CAL-STEP-LINE.
      *---------------------------------------------------------------*
       340-WRITE-STEP-LINE SECTION.
      *---------------------------------------------------------------*
           IF CAL-STEP-DATE = ZERO
               MOVE 'NOT RUN' TO CSTP-DATE-OUT
           ELSE
               MOVE CAL-STEP-DATE TO CSTP-DATE-OUT
           END-IF.
           WRITE CALENDAR-REPORT-LINE FROM CAL-STEP-LINE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF CAL-CARD-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CALENDAR-REPORT.
