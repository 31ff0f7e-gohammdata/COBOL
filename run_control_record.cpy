      *****************************************************************
      *   RUN-CONTROL-RECORD.CPY
      *   Term calendar and batch run-control record, the single
      *   record on the run-control file.  TERM-CALENDAR sets up
      *   the current term and its key dates and prints where the
      *   term stands.  REG-APPLY, GRADE-APPLY, TUITION-BILLING,
      *   PAYMENT-APPLY, TERM-ROLLOVER and AID-DISBURSE each read it
      *   at start-up, refuse a run that is out of sequence or a
      *   duplicate with a report message and RETURN-CODE 8, and
      *   stamp their own completion date here at the end of a good
      *   run:
      *     - REG-APPLY runs from the registration open date until
      *       the term is rolled;
      *     - GRADE-APPLY runs until the term is rolled;
      *     - TUITION-BILLING runs one full ('F') register per term,
      *       and adjustment ('A') runs only after it;
      *     - PAYMENT-APPLY ages the accounts once per billing cycle
      *       (calendar month), and a posting run in a month not yet
      *       aged is refused once any cycle has been aged;
      *     - TERM-ROLLOVER rolls the calendar's term once, only
      *       after GRADE-APPLY has completed on or after the grades
      *       due date;
      *     - AID-DISBURSE runs only while no aid posting file is
      *       waiting: it stamps the aid posting date when it writes
      *       postings, and PAYMENT-APPLY zeroes the stamp once it
      *       has credited them to the accounts and stamps the date
      *       they were credited, which STATEMENT-PRINT uses to place
      *       the aid in its billing cycle.
      *   The aging, payment and aid stamps belong to the account
      *   file, not the term, and are carried across a new term
      *   set-up; every other stamp starts again at zero.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05 RCR-TERM-CODE        PIC X(05).
           05 RCR-TERM-DATES.
               10 RCR-REG-OPEN-DATE    PIC 9(08).
               10 RCR-CENSUS-DATE      PIC 9(08).
               10 RCR-TERM-END-DATE    PIC 9(08).
               10 RCR-GRADES-DUE-DATE  PIC 9(08).
           05 RCR-TERM-STAMPS.
               10 RCR-REG-APPLY-DATE   PIC 9(08).
               10 RCR-REG-APPLY-COUNT  PIC 9(03).
               10 RCR-BILL-FULL-DATE   PIC 9(08).
               10 RCR-BILL-ADJUST-DATE PIC 9(08).
               10 RCR-GRADE-APPLY-DATE PIC 9(08).
               10 RCR-ROLLOVER-DATE    PIC 9(08).
           05 RCR-ACCOUNT-STAMPS.
               10 RCR-AGING-DATE       PIC 9(08).
               10 RCR-AGING-CYCLE REDEFINES RCR-AGING-DATE.
                   15 RCR-AGING-MONTH      PIC 9(06).
                   15 RCR-AGING-DAY        PIC 9(02).
               10 RCR-PAYMENT-DATE     PIC 9(08).
               10 RCR-AID-POSTING-DATE PIC 9(08).
               10 RCR-AID-APPLIED-DATE PIC 9(08).
