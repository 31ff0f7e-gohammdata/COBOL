      *****************************************************************
      *   AID-POSTING-RECORD.CPY
      *   Aid posting record written by AID-DISBURSE for every award
      *   it disburses and read by PAYMENT-APPLY, which credits the
      *   amount to the student's account the same way it applies a
      *   receipt (oldest bucket first, then the payment plan
      *   installments).  The fund code travels with the amount so
      *   aid is never confused with the bursar's cash receipts.
      *   The run-control file records that a posting file is
      *   waiting, so PAYMENT-APPLY posts each file once and
      *   AID-DISBURSE does not overwrite one not yet posted.
      *****************************************************************
       01  AID-POSTING-RECORD.
           05 APST-STUDENT-ID-IN   PIC X(05).
           05 APST-TERM-CODE-IN    PIC X(05).
           05 APST-FUND-CODE-IN    PIC X(04).
           05 APST-DISBURSE-DATE-IN PIC 9(08).
           05 APST-AMOUNT-IN       PIC 9(07)V99.
