      *   past due and holds the student, which REG-APPLY enforces
      *   at registration and STUDENT-INQUIRY shows on the screen.
      *   Receipts for ids with no account are listed unmatched so
      *   the bursar's cash never quietly disappears.  Financial aid
      *   disbursed by AID-DISBURSE is credited the same way from
      *   the aid posting file, by fund, once per AID-DISBURSE run.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  Added installment payment plans from the
      *               bursar's indexed payment-plan file kept by
      *               PLAN-MAINT.  A 'B' billing record for a
      *               student whose plan is awaiting billing is
      *               split across the plan's installments, a 'C'
      *               credit adjustment comes off the last unpaid
      *               installments, and each receipt is applied to
      *               the installments in due-date order after it
      *               has paid down the buckets.  A student on a
      *               plan is held only when an installment is
      *               missed (due date passed, not paid in full) or
      *               the past-due buckets exceed what the plan has
      *               not yet made due, so an on-time plan no
      *               longer draws a hold at the first aging.  The
      *               aging run assesses a late fee on each plan
      *               with a missed installment from the late fee
      *               table (fee by number of installments missed),
      *               posts it to the current bucket as a charge and
      *               lists it on the report.
      *   2026-10-15  The late fee amount is also kept on the plan
      *               record with its date so the monthly statement
      *               can show the fee as a line of activity.
      *   2026-10-15  The run is now checked against the run-control
      *               file kept by TERM-CALENDAR, which carries the
      *               date of the last aging run.  A second aging run
      *               in the same billing cycle (calendar month), or a
      *               posting run in a cycle that has not been aged
      *               yet, is refused with a report message and
      *               RETURN-CODE 8 before any account is touched; a
      *               good run stamps its aging and posting dates.
      *   2026-10-15  Financial aid disbursed by AID-DISBURSE is
      *               credited from the aid posting file after the
      *               receipts, paying down the buckets and the
      *               plan installments as a receipt does.  The
      *               file is read only while the run-control file
      *               shows it waiting, and a good run clears that
      *               date, so the same postings are never credited
      *               twice, and stamps the date they were credited.
      *               Aid for a student with no account is listed
      *               unmatched; the report shows the aid credited
      *               by count and amount.
      *   2026-10-15  A term bill is split only over the plan for
      *               the calendar's current term, so a plan set up
      *               early for the next term is left awaiting its
      *               own bill.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
           SELECT RECEIPTS-FILE ASSIGN TO UT-S-RECEIPTS.
           SELECT PAYMENT-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT AGING-REPORT ASSIGN TO UT-S-AGERPT.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO UT-S-PAYPLANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY.
           SELECT LATE-FEE-TABLE-FILE ASSIGN TO UT-S-LATEFEE.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
           SELECT AID-POSTING-FILE ASSIGN TO UT-S-AIDPOST.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FD AGING-REPORT LABEL RECORDS ARE OMITTED.
       01  AGING-REPORT-LINE       PIC X(132).

       FD PAYMENT-PLAN-FILE.
           COPY "payment_plan_record.cpy".

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".

       FD AID-POSTING-FILE LABEL RECORDS ARE OMITTED.
           COPY "aid_posting_record.cpy".

       FD LATE-FEE-TABLE-FILE LABEL RECORDS ARE OMITTED.
       01  LATE-FEE-TABLE-RECORD.
           05 LFT-MISSED-COUNT-IN  PIC 9(01).
           05 LFT-FEE-AMOUNT-IN    PIC 9(05)V99.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           04  FILE-STATUS PIC X(05).
           04  RECEIPT-STATUS PIC X(05).
           04  ACCOUNT-STATUS PIC X(05).
           04  FEE-STATUS PIC X(05).
           04  AID-STATUS PIC X(05).

       01  PAY-RUN-DATE            PIC 9(08).
       01  PAY-RUN-CYCLE REDEFINES PAY-RUN-DATE.
           05 PAY-RUN-MONTH        PIC 9(06).
           05 PAY-RUN-DAY          PIC 9(02).

       01  PAY-TERM-CODE           PIC X(05) VALUE SPACES.

       01  PAY-REFUSED-SW          PIC X(01) VALUE 'N'.
           88 PAY-RUN-REFUSED          VALUE 'Y'.

       01  PAY-AID-PENDING-SW      PIC X(01) VALUE 'N'.
           88 PAY-AID-PENDING          VALUE 'Y'.

       01  PLN-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 PLN-SCAN-DONE            VALUE 'Y'.

       01  PAY-AGE-FLAG            PIC X(01) VALUE SPACE.
           88 PAY-AGE-THIS-RUN         VALUE 'Y'.
           05 PAY-UNMATCHED-COUNT  PIC 9(05) COMP VALUE ZERO.
           05 PAY-HOLD-SET-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 PAY-HOLD-CLEAR-COUNT PIC 9(05) COMP VALUE ZERO.
           05 PAY-PLAN-SPLIT-COUNT PIC 9(05) COMP VALUE ZERO.
           05 PAY-PLAN-RECEIPT-COUNT PIC 9(05) COMP VALUE ZERO.
           05 PAY-LATE-FEE-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 PAY-LATE-FEE-TOTAL   PIC 9(07)V99 VALUE ZERO.
           05 PAY-AID-COUNT        PIC 9(05) COMP VALUE ZERO.
           05 PAY-AID-TOTAL        PIC 9(09)V99 VALUE ZERO.
           05 PAY-AID-UNMATCHED-COUNT PIC 9(05) COMP VALUE ZERO.

       01  PAY-WORK-FIELDS.
           05 PAY-APPLY-AMOUNT     PIC S9(07)V99 VALUE ZERO.
           05 PAY-ACCOUNT-TOTAL    PIC S9(08)V99 VALUE ZERO.
           05 PAY-PAST-DUE-TOTAL   PIC S9(08)V99 VALUE ZERO.

       01  PAY-PLAN-FIELDS.
           05 PAY-SAVE-STUDENT-ID  PIC X(05).
           05 PAY-PLAN-SUB         PIC 9(02) COMP.
           05 PAY-INSTALLMENT-AMOUNT PIC 9(07)V99.
           05 PAY-INSTALLMENT-UNPAID PIC 9(07)V99.
           05 PAY-PLAN-APPLY-AMOUNT PIC 9(07)V99.
           05 PAY-PLAN-MISSED      PIC 9(02) COMP.
           05 PAY-PLAN-DEFERRED    PIC 9(07)V99.
           05 PAY-PLAN-UNPAID      PIC 9(07)V99.
           05 PAY-STUDENT-MISSED   PIC 9(02) COMP.
           05 PAY-STUDENT-DEFERRED PIC 9(08)V99.
           05 PAY-FEE-AMOUNT       PIC 9(05)V99.
           05 PAY-FEE-MISSED       PIC 9(01).
           05 PAY-ON-PLAN-SW       PIC X(01).
               88 PAY-ON-PLAN             VALUE 'Y'.
           05 PAY-HOLD-SW          PIC X(01).
               88 PAY-HOLD-DUE            VALUE 'Y'.

       01  PAY-FEE-TABLE-FIELDS.
           05 PAY-FEE-COUNT        PIC 9(02) COMP VALUE ZERO.
           05 PAY-FEE-SUB          PIC 9(02) COMP.

       01  PAY-FEE-TABLE.
           05 PAY-FEE-ENTRY OCCURS 6 TIMES.
               10 PAY-FEE-TBL-MISSED   PIC 9(01).
               10 PAY-FEE-TBL-AMOUNT   PIC 9(05)V99.

       01  PAY-CLASS-TABLE-FIELDS.
           05 PAY-CLASS-COUNT      PIC 9(02) COMP VALUE ZERO.
           05 PAY-CLASS-SUB        PIC 9(02) COMP.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AGRT-AGE-90-OUT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  AGING-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 AREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(27) VALUE
               ' - PAYMENT APPLY NOT RUN **'.

       01  AGING-UNMATCHED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
           05 FILLER                PIC X(10) VALUE '  AMOUNT: '.
           05 AUNM-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.

       01  AGING-AID-UNMATCHED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               'UNMATCHED AID     - '.
           05 AUAD-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(08) VALUE '  FUND: '.
           05 AUAD-FUND-OUT         PIC X(04).
           05 FILLER                PIC X(08) VALUE '  TERM: '.
           05 AUAD-TERM-OUT         PIC X(05).
           05 FILLER                PIC X(10) VALUE '  AMOUNT: '.
           05 AUAD-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.

       01  AGING-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'AGED: '.
           05 AHLD-SET-OUT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(17) VALUE '  HOLDS CLEARED: '.
           05 AHLD-CLEAR-OUT        PIC ZZ,ZZ9.

       01  AGING-LATE-FEE-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'LATE FEE - '.
           05 ALFE-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(08) VALUE '  TERM: '.
           05 ALFE-TERM-OUT         PIC X(05).
           05 FILLER                PIC X(10) VALUE '  MISSED: '.
           05 ALFE-MISSED-OUT       PIC Z9.
           05 FILLER                PIC X(07) VALUE '  FEE: '.
           05 ALFE-FEE-OUT          PIC ZZ,ZZ9.99.

       01  AGING-PLAN-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'PLANS SPLIT: '.
           05 APLN-SPLIT-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(17) VALUE '  PLAN RECEIPTS: '.
           05 APLN-RECEIPT-OUT      PIC ZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE '  LATE FEES: '.
           05 APLN-FEE-COUNT-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 APLN-FEE-AMOUNT-OUT   PIC Z,ZZZ,ZZ9.99.

       01  AGING-AID-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'AID CREDITED: '.
           05 AAID-COUNT-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AAID-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE '  UNMATCHED: '.
           05 AAID-UNMATCHED-OUT    PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF NOT PAY-RUN-REFUSED
               PERFORM 150-APPLY-PAYMENT-RUN
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           MOVE 'START' TO RECEIPT-STATUS
           MOVE 'START' TO FEE-STATUS
           MOVE 'DONE' TO AID-STATUS
           MOVE SPACES TO PAY-CLASS-TABLE
           MOVE ZERO TO PAY-FEE-TABLE
           ACCEPT PAY-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-READ-CONTROL-CARD
           PERFORM 115-CHECK-RUN-CONTROL
           OPEN OUTPUT AGING-REPORT
           WRITE AGING-REPORT-LINE FROM AGING-HEADING-LINE
           IF PAY-RUN-REFUSED
               WRITE AGING-REPORT-LINE FROM AGING-REFUSED-LINE
           ELSE
               OPEN INPUT LATE-FEE-TABLE-FILE
               PERFORM 120-LOAD-FEE-TABLE
                   UNTIL FEE-STATUS = 'DONE'
               CLOSE LATE-FEE-TABLE-FILE
               OPEN I-O ACCOUNT-FILE
               OPEN I-O STUDENT-MASTER-FILE
               OPEN I-O PAYMENT-PLAN-FILE
               OPEN INPUT BILLING-INTERFACE-FILE
               OPEN INPUT RECEIPTS-FILE
               WRITE AGING-REPORT-LINE FROM AGING-COLUMN-HEADING
               PERFORM 310-READ-INTERFACE-RECORD
               PERFORM 340-READ-RECEIPT
               IF PAY-AID-PENDING
                   MOVE 'START' TO AID-STATUS
                   OPEN INPUT AID-POSTING-FILE
                   PERFORM 374-READ-AID-POSTING
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
           END-READ.
           CLOSE PAYMENT-CONTROL-FILE.
           MOVE PCTL-AGE-FLAG TO PAY-AGE-FLAG.
      *---------------------------------------------------------------*
       115-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   The buckets shift once per billing cycle, ahead of that
      *   cycle's charges.  An aging run in a month already aged
      *   would shift them twice; a posting run in a month not yet
      *   aged would land this cycle's charges in last cycle's
      *   current bucket.  Until the first aging run is stamped
      *   there is no cycle to hold a posting run to.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RCR-TERM-CODE TO PAY-TERM-CODE.
           EVALUATE TRUE
               WHEN RCR-TERM-CODE = SPACES
                   MOVE 'Y' TO PAY-REFUSED-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO AREF-REASON-OUT
               WHEN PAY-AGE-THIS-RUN
                   AND RCR-AGING-MONTH = PAY-RUN-MONTH
                   MOVE 'Y' TO PAY-REFUSED-SW
                   MOVE 'ACCOUNTS ALREADY AGED THIS BILLING CYCLE'
                       TO AREF-REASON-OUT
               WHEN NOT PAY-AGE-THIS-RUN
                   AND RCR-AGING-DATE NOT = ZERO
                   AND RCR-AGING-MONTH NOT = PAY-RUN-MONTH
                   MOVE 'Y' TO PAY-REFUSED-SW
                   MOVE 'BILLING CYCLE NOT YET AGED'
                       TO AREF-REASON-OUT
           END-EVALUATE.
      *   AID-DISBURSE stamps the date of a posting file it has
      *   written; with no date there is nothing waiting to credit.
           IF RCR-AID-POSTING-DATE NOT = ZERO
               MOVE 'Y' TO PAY-AID-PENDING-SW
           END-IF.
      *---------------------------------------------------------------*
       150-APPLY-PAYMENT-RUN SECTION.
      *---------------------------------------------------------------*
           IF PAY-AGE-THIS-RUN
               PERFORM 200-POSITION-ACCOUNT-SCAN
               PERFORM 210-AGE-ACCOUNTS
                   UNTIL ACCOUNT-STATUS = 'DONE'
           END-IF.
           PERFORM 300-POST-CHARGES
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 330-POST-RECEIPTS
               UNTIL RECEIPT-STATUS = 'DONE'.
           PERFORM 370-POST-AID-DISBURSEMENTS
               UNTIL AID-STATUS = 'DONE'.
           PERFORM 200-POSITION-ACCOUNT-SCAN.
           PERFORM 500-REPORT-ONE-ACCOUNT
               UNTIL ACCOUNT-STATUS = 'DONE'.
      *---------------------------------------------------------------*
       120-LOAD-FEE-TABLE SECTION.
      *---------------------------------------------------------------*
      *   One record per fee step: the fee charged when a plan has
      *   at least that many installments missed.
           READ LATE-FEE-TABLE-FILE
               AT END MOVE 'DONE' TO FEE-STATUS
           END-READ.
           IF FEE-STATUS NOT = 'DONE'
               AND PAY-FEE-COUNT < 6
               ADD 1 TO PAY-FEE-COUNT
               MOVE LFT-MISSED-COUNT-IN
                   TO PAY-FEE-TBL-MISSED (PAY-FEE-COUNT)
               MOVE LFT-FEE-AMOUNT-IN
                   TO PAY-FEE-TBL-AMOUNT (PAY-FEE-COUNT)
           END-IF.
      *---------------------------------------------------------------*
       200-POSITION-ACCOUNT-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE ACT-AGE-30-DUE-IN TO ACT-AGE-60-DUE-IN.
           MOVE ACT-CURRENT-DUE-IN TO ACT-AGE-30-DUE-IN.
           MOVE ZERO TO ACT-CURRENT-DUE-IN.
           PERFORM 220-ASSESS-LATE-FEES.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO PAY-AGED-COUNT.
           PERFORM 205-READ-NEXT-ACCOUNT.
      *---------------------------------------------------------------*
       220-ASSESS-LATE-FEES SECTION.
      *---------------------------------------------------------------*
      *   Each active plan with a missed installment draws one fee
      *   per aging run, charged to the freshly emptied current
      *   bucket.  A plan already charged today is passed over, so
      *   a rerun of the aging step cannot charge the fee twice.
           MOVE ACT-STUDENT-ID-IN TO PAY-SAVE-STUDENT-ID.
           PERFORM 600-POSITION-PLAN-SCAN.
           PERFORM 225-ASSESS-PLAN-FEE
               UNTIL PLN-SCAN-DONE.
      *---------------------------------------------------------------*
       225-ASSESS-PLAN-FEE SECTION.
      *---------------------------------------------------------------*
       225-ENTRY.
           IF PLN-ACTIVE
               AND PLN-LAST-FEE-DATE-IN NOT = PAY-RUN-DATE
               PERFORM 610-FIGURE-PLAN-STANDING
               IF PAY-PLAN-MISSED > ZERO
                   PERFORM 227-POST-LATE-FEE
               END-IF
           END-IF.
           PERFORM 605-READ-NEXT-PLAN.
      *---------------------------------------------------------------*
       227-POST-LATE-FEE SECTION.
      *---------------------------------------------------------------*
      *   The fee is taken from the highest step on the table that
      *   the plan's missed count reaches; with no step reached
      *   there is no fee.
           MOVE ZERO TO PAY-FEE-AMOUNT.
           MOVE ZERO TO PAY-FEE-MISSED.
           PERFORM 228-FIND-FEE-STEP
               VARYING PAY-FEE-SUB FROM 1 BY 1
               UNTIL PAY-FEE-SUB > PAY-FEE-COUNT.
           IF PAY-FEE-AMOUNT > ZERO
               ADD PAY-FEE-AMOUNT TO ACT-CURRENT-DUE-IN
               ADD PAY-FEE-AMOUNT TO PLN-LATE-FEES-IN
               MOVE PAY-RUN-DATE TO PLN-LAST-FEE-DATE-IN
               MOVE PAY-FEE-AMOUNT TO PLN-LAST-FEE-AMOUNT-IN
               REWRITE PAYMENT-PLAN-RECORD
               ADD 1 TO PAY-LATE-FEE-COUNT
               ADD PAY-FEE-AMOUNT TO PAY-LATE-FEE-TOTAL
               MOVE PLN-STUDENT-ID-IN TO ALFE-STUDENT-ID-OUT
               MOVE PLN-TERM-CODE-IN TO ALFE-TERM-OUT
               MOVE PAY-PLAN-MISSED TO ALFE-MISSED-OUT
               MOVE PAY-FEE-AMOUNT TO ALFE-FEE-OUT
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE FROM AGING-LATE-FEE-LINE
           END-IF.
      *---------------------------------------------------------------*
       228-FIND-FEE-STEP SECTION.
      *---------------------------------------------------------------*
           IF PAY-FEE-TBL-MISSED (PAY-FEE-SUB) NOT > PAY-PLAN-MISSED
               AND PAY-FEE-TBL-MISSED (PAY-FEE-SUB)
                   NOT < PAY-FEE-MISSED
               MOVE PAY-FEE-TBL-MISSED (PAY-FEE-SUB) TO PAY-FEE-MISSED
               MOVE PAY-FEE-TBL-AMOUNT (PAY-FEE-SUB) TO PAY-FEE-AMOUNT
           END-IF.
      *---------------------------------------------------------------*
       300-POST-CHARGES SECTION.
      *---------------------------------------------------------------*
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO PAY-CHARGE-COUNT
           END-READ.
           IF BIF-TERM-BILLING
               PERFORM 320-SPLIT-PLAN-BILLING
           END-IF.
           IF BIF-CREDIT-ADJUSTMENT
               PERFORM 325-REDUCE-PLAN-INSTALLMENTS
           END-IF.
           PERFORM 310-READ-INTERFACE-RECORD.
      *---------------------------------------------------------------*
       310-READ-INTERFACE-RECORD SECTION.
                   ADD 1 TO PAY-SEED-COUNT
                   ADD 1 TO PAY-CHARGE-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       320-SPLIT-PLAN-BILLING SECTION.
      *---------------------------------------------------------------*
      *   The term's bill is spread over the student's plan for the
      *   calendar's current term, if it is still awaiting billing.
      *   The interface record carries no term of its own, so a
      *   plan set up early for the next term waits for its bill.
           MOVE BIF-STUDENT-ID TO PAY-SAVE-STUDENT-ID.
           PERFORM 600-POSITION-PLAN-SCAN.
           PERFORM 322-SPLIT-ONE-PLAN
               UNTIL PLN-SCAN-DONE.
      *---------------------------------------------------------------*
       322-SPLIT-ONE-PLAN SECTION.
      *---------------------------------------------------------------*
       322-ENTRY.
           IF PLN-AWAITING-BILLING
               AND PLN-TERM-CODE-IN = PAY-TERM-CODE
               MOVE BIF-TUITION-AMOUNT TO PLN-PLAN-AMOUNT-IN
               PERFORM 323-SPLIT-PLAN-AMOUNT
               REWRITE PAYMENT-PLAN-RECORD
               ADD 1 TO PAY-PLAN-SPLIT-COUNT
               MOVE 'Y' TO PLN-SCAN-SWITCH
           ELSE
               PERFORM 605-READ-NEXT-PLAN
           END-IF.
      *---------------------------------------------------------------*
       323-SPLIT-PLAN-AMOUNT SECTION.
      *---------------------------------------------------------------*
      *   Equal installments to the cent with the odd cents on the
      *   last one, the same split PLAN-MAINT makes for a plan set
      *   up after billing.
           COMPUTE PAY-INSTALLMENT-AMOUNT =
               PLN-PLAN-AMOUNT-IN / PLN-INSTALLMENT-COUNT-IN.
           PERFORM 324-SET-INSTALLMENT-AMOUNT
               VARYING PAY-PLAN-SUB FROM 1 BY 1
               UNTIL PAY-PLAN-SUB > PLN-INSTALLMENT-COUNT-IN.
           COMPUTE PLN-DUE-AMOUNT-IN (PLN-INSTALLMENT-COUNT-IN) =
               PLN-PLAN-AMOUNT-IN - (PAY-INSTALLMENT-AMOUNT *
               (PLN-INSTALLMENT-COUNT-IN - 1)).
           MOVE 'A' TO PLN-STATUS-IN.
      *---------------------------------------------------------------*
       324-SET-INSTALLMENT-AMOUNT SECTION.
      *---------------------------------------------------------------*
           MOVE PAY-INSTALLMENT-AMOUNT
               TO PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB).
           MOVE ZERO TO PLN-PAID-AMOUNT-IN (PAY-PLAN-SUB).
      *---------------------------------------------------------------*
       325-REDUCE-PLAN-INSTALLMENTS SECTION.
      *---------------------------------------------------------------*
      *   A credit adjustment lowers what the plan still asks for,
      *   taken off the last unpaid installments first so the
      *   nearest due dates are undisturbed.  Debit adjustments are
      *   not spread; they sit in the buckets like any other charge.
           MOVE BIF-TUITION-AMOUNT TO PAY-PLAN-APPLY-AMOUNT.
           MOVE BIF-STUDENT-ID TO PAY-SAVE-STUDENT-ID.
           PERFORM 600-POSITION-PLAN-SCAN.
           PERFORM 326-REDUCE-ONE-PLAN
               UNTIL PLN-SCAN-DONE
                  OR PAY-PLAN-APPLY-AMOUNT = ZERO.
      *---------------------------------------------------------------*
       326-REDUCE-ONE-PLAN SECTION.
      *---------------------------------------------------------------*
       326-ENTRY.
           IF PLN-ACTIVE
               PERFORM 327-REDUCE-INSTALLMENT
                   VARYING PAY-PLAN-SUB FROM PLN-INSTALLMENT-COUNT-IN
                   BY -1
                   UNTIL PAY-PLAN-SUB < 1
                      OR PAY-PLAN-APPLY-AMOUNT = ZERO
               PERFORM 368-CHECK-PAID-OFF
               REWRITE PAYMENT-PLAN-RECORD
           END-IF.
           PERFORM 605-READ-NEXT-PLAN.
      *---------------------------------------------------------------*
       327-REDUCE-INSTALLMENT SECTION.
      *---------------------------------------------------------------*
           COMPUTE PAY-INSTALLMENT-UNPAID =
               PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB) -
               PLN-PAID-AMOUNT-IN (PAY-PLAN-SUB).
           IF PAY-INSTALLMENT-UNPAID > ZERO
               IF PAY-PLAN-APPLY-AMOUNT NOT < PAY-INSTALLMENT-UNPAID
                   SUBTRACT PAY-INSTALLMENT-UNPAID
                       FROM PAY-PLAN-APPLY-AMOUNT
                   SUBTRACT PAY-INSTALLMENT-UNPAID
                       FROM PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB)
                   SUBTRACT PAY-INSTALLMENT-UNPAID
                       FROM PLN-PLAN-AMOUNT-IN
               ELSE
                   SUBTRACT PAY-PLAN-APPLY-AMOUNT
                       FROM PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB)
                   SUBTRACT PAY-PLAN-APPLY-AMOUNT
                       FROM PLN-PLAN-AMOUNT-IN
                   MOVE ZERO TO PAY-PLAN-APPLY-AMOUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       330-POST-RECEIPTS SECTION.
      *---------------------------------------------------------------*
           END-IF.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO PAY-RECEIPT-COUNT.
           PERFORM 360-APPLY-RECEIPT-TO-PLANS.
      *---------------------------------------------------------------*
       336-PAY-90-BUCKET SECTION.
      *---------------------------------------------------------------*
           MOVE RCP-AMOUNT-IN TO AUNM-AMOUNT-OUT.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM AGING-UNMATCHED-LINE.
      *---------------------------------------------------------------*
       360-APPLY-RECEIPT-TO-PLANS SECTION.
      *---------------------------------------------------------------*
      *   The same receipt that paid down the buckets is applied to
      *   the student's active plans, oldest installment first, so
      *   the schedule shows which installments have been met.
           MOVE RCP-AMOUNT-IN TO PAY-PLAN-APPLY-AMOUNT.
           MOVE RCP-STUDENT-ID-IN TO PAY-SAVE-STUDENT-ID.
           PERFORM 600-POSITION-PLAN-SCAN.
           PERFORM 362-APPLY-TO-ONE-PLAN
               UNTIL PLN-SCAN-DONE
                  OR PAY-PLAN-APPLY-AMOUNT = ZERO.
      *---------------------------------------------------------------*
       362-APPLY-TO-ONE-PLAN SECTION.
      *---------------------------------------------------------------*
       362-ENTRY.
           IF PLN-ACTIVE
               PERFORM 364-PAY-INSTALLMENT
                   VARYING PAY-PLAN-SUB FROM 1 BY 1
                   UNTIL PAY-PLAN-SUB > PLN-INSTALLMENT-COUNT-IN
                      OR PAY-PLAN-APPLY-AMOUNT = ZERO
               PERFORM 368-CHECK-PAID-OFF
               REWRITE PAYMENT-PLAN-RECORD
               ADD 1 TO PAY-PLAN-RECEIPT-COUNT
           END-IF.
           PERFORM 605-READ-NEXT-PLAN.
      *---------------------------------------------------------------*
       364-PAY-INSTALLMENT SECTION.
      *---------------------------------------------------------------*
           COMPUTE PAY-INSTALLMENT-UNPAID =
               PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB) -
               PLN-PAID-AMOUNT-IN (PAY-PLAN-SUB).
           IF PAY-INSTALLMENT-UNPAID > ZERO
               IF PAY-PLAN-APPLY-AMOUNT NOT < PAY-INSTALLMENT-UNPAID
                   SUBTRACT PAY-INSTALLMENT-UNPAID
                       FROM PAY-PLAN-APPLY-AMOUNT
                   MOVE PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB)
                       TO PLN-PAID-AMOUNT-IN (PAY-PLAN-SUB)
               ELSE
                   ADD PAY-PLAN-APPLY-AMOUNT
                       TO PLN-PAID-AMOUNT-IN (PAY-PLAN-SUB)
                   MOVE ZERO TO PAY-PLAN-APPLY-AMOUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       368-CHECK-PAID-OFF SECTION.
      *---------------------------------------------------------------*
           PERFORM 610-FIGURE-PLAN-STANDING.
           IF PAY-PLAN-UNPAID = ZERO
               MOVE 'P' TO PLN-STATUS-IN
           END-IF.
      *---------------------------------------------------------------*
       370-POST-AID-DISBURSEMENTS SECTION.
      *---------------------------------------------------------------*
       370-ENTRY.
           MOVE APST-STUDENT-ID-IN TO ACT-STUDENT-ID-IN.
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM 376-WRITE-UNMATCHED-AID
               NOT INVALID KEY
                   PERFORM 372-APPLY-ONE-AID
           END-READ.
           PERFORM 374-READ-AID-POSTING.
      *---------------------------------------------------------------*
       372-APPLY-ONE-AID SECTION.
      *---------------------------------------------------------------*
      *   Aid pays the buckets oldest first exactly as a receipt
      *   does, and is then applied to the student's installments.
           MOVE APST-AMOUNT-IN TO PAY-APPLY-AMOUNT.
           PERFORM 336-PAY-90-BUCKET.
           PERFORM 337-PAY-60-BUCKET.
           PERFORM 338-PAY-30-BUCKET.
           IF PAY-APPLY-AMOUNT > ZERO
               SUBTRACT PAY-APPLY-AMOUNT FROM ACT-CURRENT-DUE-IN
               MOVE ZERO TO PAY-APPLY-AMOUNT
           END-IF.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO PAY-AID-COUNT.
           ADD APST-AMOUNT-IN TO PAY-AID-TOTAL.
           MOVE APST-AMOUNT-IN TO PAY-PLAN-APPLY-AMOUNT.
           MOVE APST-STUDENT-ID-IN TO PAY-SAVE-STUDENT-ID.
           PERFORM 600-POSITION-PLAN-SCAN.
           PERFORM 362-APPLY-TO-ONE-PLAN
               UNTIL PLN-SCAN-DONE
                  OR PAY-PLAN-APPLY-AMOUNT = ZERO.
      *---------------------------------------------------------------*
       374-READ-AID-POSTING SECTION.
      *---------------------------------------------------------------*
           READ AID-POSTING-FILE
               AT END MOVE 'DONE' TO AID-STATUS.
      *---------------------------------------------------------------*
       376-WRITE-UNMATCHED-AID SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO PAY-AID-UNMATCHED-COUNT.
           MOVE APST-STUDENT-ID-IN TO AUAD-STUDENT-ID-OUT.
           MOVE APST-FUND-CODE-IN TO AUAD-FUND-OUT.
           MOVE APST-TERM-CODE-IN TO AUAD-TERM-OUT.
           MOVE APST-AMOUNT-IN TO AUAD-AMOUNT-OUT.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM AGING-AID-UNMATCHED-LINE.
      *---------------------------------------------------------------*
       500-REPORT-ONE-ACCOUNT SECTION.
      *---------------------------------------------------------------*
               ACT-AGE-60-DUE-IN + ACT-AGE-90-DUE-IN.
           COMPUTE PAY-ACCOUNT-TOTAL = PAY-PAST-DUE-TOTAL +
               ACT-CURRENT-DUE-IN.
           PERFORM 540-CHECK-PAYMENT-PLANS.
           IF PAY-ACCOUNT-TOTAL NOT = ZERO
               PERFORM 510-WRITE-AGING-DETAIL
               PERFORM 520-ACCUMULATE-CLASS-TOTALS
           MOVE ACT-AGE-30-DUE-IN TO ADET-AGE-30-OUT.
           MOVE ACT-AGE-60-DUE-IN TO ADET-AGE-60-OUT.
           MOVE ACT-AGE-90-DUE-IN TO ADET-AGE-90-OUT.
           IF PAY-HOLD-DUE
               IF PAY-STUDENT-MISSED > ZERO
                   MOVE 'PLAN LATE' TO ADET-HOLD-OUT
               ELSE
                   MOVE 'PAST DUE' TO ADET-HOLD-OUT
               END-IF
           ELSE
               IF PAY-ON-PLAN
                   MOVE 'ON PLAN' TO ADET-HOLD-OUT
               ELSE
                   MOVE SPACES TO ADET-HOLD-OUT
               END-IF
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM AGING-DETAIL-LINE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAY-HOLD-DUE
                       AND NOT HOLD-ON-ACCOUNT
                       MOVE 'H' TO HOLD-FLAG-IN
                       REWRITE STUDENT-RECORD
                       ADD 1 TO PAY-HOLD-SET-COUNT
                   ELSE
                       IF NOT PAY-HOLD-DUE
                           AND HOLD-ON-ACCOUNT
                           MOVE SPACE TO HOLD-FLAG-IN
                           REWRITE STUDENT-RECORD
                       END-IF
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       540-CHECK-PAYMENT-PLANS SECTION.
      *---------------------------------------------------------------*
      *   Past-due money is excused only as far as the student's
      *   active plans have not yet made it due; a missed
      *   installment, or anything past due beyond the plans, holds.
      *   With no plan the deferred amount is zero and any past-due
      *   balance holds, as it always has.
           MOVE 'N' TO PAY-ON-PLAN-SW.
           MOVE ZERO TO PAY-STUDENT-MISSED.
           MOVE ZERO TO PAY-STUDENT-DEFERRED.
           MOVE ACT-STUDENT-ID-IN TO PAY-SAVE-STUDENT-ID.
           PERFORM 600-POSITION-PLAN-SCAN.
           PERFORM 545-ADD-PLAN-STANDING
               UNTIL PLN-SCAN-DONE.
           IF PAY-STUDENT-MISSED > ZERO
               OR PAY-PAST-DUE-TOTAL > PAY-STUDENT-DEFERRED
               MOVE 'Y' TO PAY-HOLD-SW
           ELSE
               MOVE 'N' TO PAY-HOLD-SW
           END-IF.
      *---------------------------------------------------------------*
       545-ADD-PLAN-STANDING SECTION.
      *---------------------------------------------------------------*
       545-ENTRY.
           IF PLN-ACTIVE
               MOVE 'Y' TO PAY-ON-PLAN-SW
               PERFORM 610-FIGURE-PLAN-STANDING
               ADD PAY-PLAN-MISSED TO PAY-STUDENT-MISSED
               ADD PAY-PLAN-DEFERRED TO PAY-STUDENT-DEFERRED
           END-IF.
           PERFORM 605-READ-NEXT-PLAN.
      *---------------------------------------------------------------*
       600-POSITION-PLAN-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO PLN-SCAN-SWITCH.
           MOVE PAY-SAVE-STUDENT-ID TO PLN-STUDENT-ID-IN.
           MOVE LOW-VALUES TO PLN-TERM-CODE-IN.
           START PAYMENT-PLAN-FILE KEY NOT < PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO PLN-SCAN-SWITCH
           END-START.
           IF NOT PLN-SCAN-DONE
               PERFORM 605-READ-NEXT-PLAN
           END-IF.
      *---------------------------------------------------------------*
       605-READ-NEXT-PLAN SECTION.
      *---------------------------------------------------------------*
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO PLN-SCAN-SWITCH
           END-READ.
           IF NOT PLN-SCAN-DONE
               AND PLN-STUDENT-ID-IN NOT = PAY-SAVE-STUDENT-ID
               MOVE 'Y' TO PLN-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       610-FIGURE-PLAN-STANDING SECTION.
      *---------------------------------------------------------------*
      *   For the plan in the record area: installments missed (due
      *   date before today and not paid in full), the unpaid amount
      *   not yet due, and the unpaid amount overall.
           MOVE ZERO TO PAY-PLAN-MISSED.
           MOVE ZERO TO PAY-PLAN-DEFERRED.
           MOVE ZERO TO PAY-PLAN-UNPAID.
           PERFORM 615-FIGURE-INSTALLMENT
               VARYING PAY-PLAN-SUB FROM 1 BY 1
               UNTIL PAY-PLAN-SUB > PLN-INSTALLMENT-COUNT-IN.
      *---------------------------------------------------------------*
       615-FIGURE-INSTALLMENT SECTION.
      *---------------------------------------------------------------*
           COMPUTE PAY-INSTALLMENT-UNPAID =
               PLN-DUE-AMOUNT-IN (PAY-PLAN-SUB) -
               PLN-PAID-AMOUNT-IN (PAY-PLAN-SUB).
           IF PAY-INSTALLMENT-UNPAID > ZERO
               ADD PAY-INSTALLMENT-UNPAID TO PAY-PLAN-UNPAID
               IF PLN-DUE-DATE-IN (PAY-PLAN-SUB) < PAY-RUN-DATE
                   ADD 1 TO PAY-PLAN-MISSED
               ELSE
                   ADD PAY-INSTALLMENT-UNPAID TO PAY-PLAN-DEFERRED
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF PAY-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE AGING-REPORT
           ELSE
               PERFORM 405-FINISH-PAYMENT-RUN
               PERFORM 430-STAMP-RUN-CONTROL
           END-IF.
      *---------------------------------------------------------------*
       405-FINISH-PAYMENT-RUN SECTION.
      *---------------------------------------------------------------*
           PERFORM 410-WRITE-CLASS-TOTAL
               VARYING PAY-CLASS-SUB FROM 1 BY 1
           MOVE PAY-HOLD-SET-COUNT TO AHLD-SET-OUT.
           MOVE PAY-HOLD-CLEAR-COUNT TO AHLD-CLEAR-OUT.
           WRITE AGING-REPORT-LINE FROM AGING-HOLD-SUMMARY-LINE.
           MOVE PAY-PLAN-SPLIT-COUNT TO APLN-SPLIT-OUT.
           MOVE PAY-PLAN-RECEIPT-COUNT TO APLN-RECEIPT-OUT.
           MOVE PAY-LATE-FEE-COUNT TO APLN-FEE-COUNT-OUT.
           MOVE PAY-LATE-FEE-TOTAL TO APLN-FEE-AMOUNT-OUT.
           WRITE AGING-REPORT-LINE FROM AGING-PLAN-SUMMARY-LINE.
           MOVE PAY-AID-COUNT TO AAID-COUNT-OUT.
           MOVE PAY-AID-TOTAL TO AAID-AMOUNT-OUT.
           MOVE PAY-AID-UNMATCHED-COUNT TO AAID-UNMATCHED-OUT.
           WRITE AGING-REPORT-LINE FROM AGING-AID-SUMMARY-LINE.
           CLOSE ACCOUNT-FILE, STUDENT-MASTER-FILE,
               BILLING-INTERFACE-FILE, RECEIPTS-FILE, AGING-REPORT,
               PAYMENT-PLAN-FILE.
           IF PAY-AID-PENDING
               CLOSE AID-POSTING-FILE
           END-IF.
      *---------------------------------------------------------------*
       430-STAMP-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
           OPEN I-O RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           IF RCR-TERM-CODE NOT = SPACES
               IF PAY-AGE-THIS-RUN
                   MOVE PAY-RUN-DATE TO RCR-AGING-DATE
               END-IF
               MOVE PAY-RUN-DATE TO RCR-PAYMENT-DATE
               IF PAY-AID-PENDING
                   MOVE ZERO TO RCR-AID-POSTING-DATE
                   MOVE PAY-RUN-DATE TO RCR-AID-APPLIED-DATE
               END-IF
               REWRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
      *---------------------------------------------------------------*
       410-WRITE-CLASS-TOTAL SECTION.
      *---------------------------------------------------------------*
