      *****************************************************************
      *   AID-DISBURSEMENT-RECORD.CPY
      *   Financial aid disbursement record kept by AID-DISBURSE, one
      *   per student per term per fund for every award received
      *   from the aid office.  An award that passes the eligibility
      *   checks is disbursed ('D') and written to the aid posting
      *   file for PAYMENT-APPLY to credit to the account; one that
      *   fails is held ('H') with the reason, and is checked again
      *   when the aid office sends the award again.  A disbursed
      *   award is never paid twice.  ADS-HOURS-IN is the student's
      *   HOURS-THIS-SEM-IN when the status was set, so the
      *   return-to-fund listing can show what the student was
      *   carrying when the aid was paid.  The statement does not
      *   read this file: STATEMENT-PRINT shows aid from the posting
      *   file PAYMENT-APPLY last credited, dated by the aid applied
      *   date on the run-control file.  ADS-KEY is the key field on
      *   the indexed file.
      *****************************************************************
       01  AID-DISBURSEMENT-RECORD.
           05 ADS-KEY.
               10 ADS-STUDENT-ID-IN PIC X(05).
               10 ADS-TERM-CODE-IN  PIC X(05).
               10 ADS-FUND-CODE-IN  PIC X(04).
           05 ADS-AWARD-AMOUNT-IN  PIC 9(07)V99.
           05 ADS-STATUS-IN        PIC X(01).
               88 ADS-DISBURSED           VALUE 'D'.
               88 ADS-HELD                VALUE 'H'.
           05 ADS-STATUS-DATE-IN   PIC 9(08).
           05 ADS-HOURS-IN         PIC 9(02).
           05 ADS-HOLD-REASON-IN   PIC X(25).
