      *****************************************************************
      *   PAYMENT-PLAN-RECORD.CPY
      *   Installment payment plan record shared by PLAN-MAINT (which
      *   maintains the file from the bursar's plan transactions),
      *   PAYMENT-APPLY (which splits the term's 'B' billing amount
      *   into the installments, applies receipts against them in
      *   due-date order, assesses late fees on the aging run and
      *   holds a plan student only when an installment is missed)
      *   and PLAN-STATUS (the plan status report).  One record per
      *   student per term.  A plan is set up awaiting billing ('S')
      *   with its installment count and due dates, becomes active
      *   ('A') once an amount is split across the installments,
      *   and is paid off ('P') when every installment is paid.  An
      *   installment is missed when its due date has passed and
      *   its paid amount is short of its due amount.  PLN-KEY is
      *   the key field on the indexed file.  The date and amount of
      *   the most recent late fee are kept for STATEMENT-PRINT.
      *****************************************************************
       01  PAYMENT-PLAN-RECORD.
           05 PLN-KEY.
               10 PLN-STUDENT-ID-IN    PIC X(05).
               10 PLN-TERM-CODE-IN     PIC X(05).
           05 PLN-STATUS-IN        PIC X(01).
               88 PLN-AWAITING-BILLING    VALUE 'S'.
               88 PLN-ACTIVE              VALUE 'A'.
               88 PLN-PAID-OFF            VALUE 'P'.
           05 PLN-PLAN-AMOUNT-IN   PIC 9(07)V99.
           05 PLN-INSTALLMENT-COUNT-IN PIC 9(01).
           05 PLN-LATE-FEES-IN     PIC 9(05)V99.
           05 PLN-LAST-FEE-DATE-IN PIC 9(08).
           05 PLN-LAST-FEE-AMOUNT-IN PIC 9(05)V99.
           05 PLN-INSTALLMENT-IN OCCURS 6 TIMES.
               10 PLN-DUE-DATE-IN      PIC 9(08).
               10 PLN-DUE-AMOUNT-IN    PIC 9(07)V99.
               10 PLN-PAID-AMOUNT-IN   PIC 9(07)V99.
