      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  PLAN-MAINT.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Maintenance program for the bursar's indexed payment-plan
      *   file.  Applies ADD, CHANGE and DELETE transactions keyed on
      *   student id and term code.  An ADD sets up a plan of one to
      *   six installments with ascending due dates for a student on
      *   the master.  With no plan amount on the transaction the
      *   plan waits for the term's 'B' billing record, which
      *   PAYMENT-APPLY splits across the installments; a plan set
      *   up after billing has already posted carries the amount on
      *   the transaction and is split here.  A CHANGE reschedules
      *   the due dates; the installment count and amount may be
      *   changed only while the plan is still awaiting billing,
      *   since an active plan may already have receipts applied to
      *   it.  A DELETE removes the plan, and the student's hold is
      *   then governed by the aged buckets alone.  Applied and
      *   rejected transactions and a run summary go to the plan
      *   maintenance report.
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
           SELECT PAYMENT-PLAN-FILE ASSIGN TO UT-S-PAYPLANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLN-KEY.
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID-IN.
           SELECT PLAN-TRANSACTION-FILE ASSIGN TO UT-S-PLNTRANS.
           SELECT PLAN-REPORT ASSIGN TO UT-S-PLNRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD PAYMENT-PLAN-FILE.
           COPY "payment_plan_record.cpy".

       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD PLAN-TRANSACTION-FILE LABEL RECORDS ARE OMITTED.
       01  PLAN-TRANSACTION-RECORD.
           05 PPTR-CODE            PIC X(01).
               88 PPTR-ADD                VALUE 'A'.
               88 PPTR-CHANGE             VALUE 'C'.
               88 PPTR-DELETE             VALUE 'D'.
           05 PPTR-STUDENT-ID-IN   PIC X(05).
           05 PPTR-TERM-CODE-IN    PIC X(05).
           05 PPTR-INSTALLMENT-COUNT-IN PIC 9(01).
           05 PPTR-PLAN-AMOUNT-IN  PIC 9(07)V99.
           05 PPTR-DUE-DATE-IN     PIC 9(08) OCCURS 6 TIMES.

       FD PLAN-REPORT LABEL RECORDS ARE OMITTED.
       01  PLAN-REPORT-LINE        PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).

       01  PLAN-COUNTERS.
           05 PMNT-ADD-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 PMNT-CHANGE-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 PMNT-DELETE-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 PMNT-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 PMNT-SPLIT-COUNT     PIC 9(05) COMP VALUE ZERO.

       01  PMNT-REJECT-REASON      PIC X(20) VALUE SPACES.

       01  PMNT-WORK-FIELDS.
           05 PMNT-SUB             PIC 9(02) COMP.
           05 PMNT-PRIOR-DUE-DATE  PIC 9(08).
           05 PMNT-INSTALLMENT-AMOUNT PIC 9(07)V99.
           05 PMNT-DATES-SW        PIC X(01).
               88 PMNT-DATES-VALID        VALUE 'Y'.
           05 PMNT-SPLIT-SW        PIC X(01).
               88 PMNT-SPLIT-MADE         VALUE 'Y'.

       01  PLAN-AUDIT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 PLAU-CODE-OUT         PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PLAU-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PLAU-TERM-OUT         PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PLAU-COUNT-OUT        PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PLAU-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PLAU-RESULT-OUT       PIC X(20).

       01  PLAN-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'ADDED: '.
           05 PLSM-ADD-OUT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  CHANGED: '.
           05 PLSM-CHANGE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  DELETED: '.
           05 PLSM-DELETE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REJECTED: '.
           05 PLSM-REJECT-OUT       PIC ZZ,ZZ9.

       01  PLAN-SPLIT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'SPLIT: '.
           05 PLSM-SPLIT-OUT        PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 300-APPLY-TRANSACTIONS
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           OPEN I-O PAYMENT-PLAN-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT PLAN-TRANSACTION-FILE
           OPEN OUTPUT PLAN-REPORT
           PERFORM 310-READ-TRANSACTION.
      *---------------------------------------------------------------*
       300-APPLY-TRANSACTIONS SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           MOVE 'N' TO PMNT-SPLIT-SW.
           EVALUATE TRUE
               WHEN PPTR-ADD
                   PERFORM 320-ADD-PLAN
               WHEN PPTR-CHANGE
                   PERFORM 330-CHANGE-PLAN
               WHEN PPTR-DELETE
                   PERFORM 340-DELETE-PLAN
               WHEN OTHER
                   PERFORM 350-REJECT-TRANSACTION
           END-EVALUATE.
           PERFORM 310-READ-TRANSACTION.
      *---------------------------------------------------------------*
       310-READ-TRANSACTION SECTION.
      *---------------------------------------------------------------*
           READ PLAN-TRANSACTION-FILE
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-ADD-PLAN SECTION.
      *---------------------------------------------------------------*
           PERFORM 325-EDIT-SCHEDULE.
           IF PMNT-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               MOVE PPTR-STUDENT-ID-IN TO STUDENT-ID-IN
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER'
                           TO PMNT-REJECT-REASON
                       PERFORM 350-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 328-WRITE-PLAN
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       325-EDIT-SCHEDULE SECTION.
      *---------------------------------------------------------------*
      *   One to six installments, each with a due date later than
      *   the one before it, so receipts can be applied in order.
           IF PPTR-INSTALLMENT-COUNT-IN NOT NUMERIC
               OR PPTR-INSTALLMENT-COUNT-IN < 1
               OR PPTR-INSTALLMENT-COUNT-IN > 6
               MOVE 'INVALID INSTALLMENTS' TO PMNT-REJECT-REASON
           ELSE
               MOVE 'Y' TO PMNT-DATES-SW
               MOVE ZERO TO PMNT-PRIOR-DUE-DATE
               PERFORM 326-EDIT-DUE-DATE
                   VARYING PMNT-SUB FROM 1 BY 1
                   UNTIL PMNT-SUB > PPTR-INSTALLMENT-COUNT-IN
                      OR NOT PMNT-DATES-VALID
               IF NOT PMNT-DATES-VALID
                   MOVE 'INVALID DUE DATES' TO PMNT-REJECT-REASON
               ELSE
                   IF PPTR-PLAN-AMOUNT-IN NOT NUMERIC
                       MOVE 'INVALID PLAN AMOUNT'
                           TO PMNT-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       326-EDIT-DUE-DATE SECTION.
      *---------------------------------------------------------------*
           IF PPTR-DUE-DATE-IN (PMNT-SUB) NOT NUMERIC
               MOVE 'N' TO PMNT-DATES-SW
           ELSE
               IF PPTR-DUE-DATE-IN (PMNT-SUB) NOT > PMNT-PRIOR-DUE-DATE
                   MOVE 'N' TO PMNT-DATES-SW
               ELSE
                   MOVE PPTR-DUE-DATE-IN (PMNT-SUB)
                       TO PMNT-PRIOR-DUE-DATE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       328-WRITE-PLAN SECTION.
      *---------------------------------------------------------------*
           MOVE PPTR-STUDENT-ID-IN TO PLN-STUDENT-ID-IN.
           MOVE PPTR-TERM-CODE-IN TO PLN-TERM-CODE-IN.
           MOVE ZERO TO PLN-LATE-FEES-IN.
           MOVE ZERO TO PLN-LAST-FEE-DATE-IN.
           MOVE ZERO TO PLN-LAST-FEE-AMOUNT-IN.
           PERFORM 360-SET-SCHEDULE.
           WRITE PAYMENT-PLAN-RECORD
               INVALID KEY
                   MOVE 'PLAN ALREADY ON FILE' TO PMNT-REJECT-REASON
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO PMNT-ADD-COUNT
                   MOVE 'ADD'       TO PLAU-CODE-OUT
                   PERFORM 368-SET-RESULT
                   PERFORM 380-WRITE-AUDIT-LINE
           END-WRITE.
      *---------------------------------------------------------------*
       330-CHANGE-PLAN SECTION.
      *---------------------------------------------------------------*
      *   An active plan keeps its count and amount; only its due
      *   dates move.  A plan still awaiting billing takes the whole
      *   new schedule, and is split now if an amount is given.
           PERFORM 325-EDIT-SCHEDULE.
           IF PMNT-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               MOVE PPTR-STUDENT-ID-IN TO PLN-STUDENT-ID-IN
               MOVE PPTR-TERM-CODE-IN TO PLN-TERM-CODE-IN
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
                       MOVE 'PLAN NOT ON FILE' TO PMNT-REJECT-REASON
                       PERFORM 350-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 335-REWRITE-PLAN
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       335-REWRITE-PLAN SECTION.
      *---------------------------------------------------------------*
           IF PLN-AWAITING-BILLING
               PERFORM 360-SET-SCHEDULE
           ELSE
               IF PPTR-INSTALLMENT-COUNT-IN
                       NOT = PLN-INSTALLMENT-COUNT-IN
                  OR (PPTR-PLAN-AMOUNT-IN NOT = ZERO
                  AND PPTR-PLAN-AMOUNT-IN NOT = PLN-PLAN-AMOUNT-IN)
                   MOVE 'PLAN ALREADY BILLED' TO PMNT-REJECT-REASON
               ELSE
                   PERFORM 366-MOVE-DUE-DATE
                       VARYING PMNT-SUB FROM 1 BY 1
                       UNTIL PMNT-SUB > PLN-INSTALLMENT-COUNT-IN
               END-IF
           END-IF.
           IF PMNT-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               REWRITE PAYMENT-PLAN-RECORD
                   INVALID KEY
                       PERFORM 350-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO PMNT-CHANGE-COUNT
                       MOVE 'CHANGE'    TO PLAU-CODE-OUT
                       PERFORM 368-SET-RESULT
                       PERFORM 380-WRITE-AUDIT-LINE
               END-REWRITE
           END-IF.
      *---------------------------------------------------------------*
       340-DELETE-PLAN SECTION.
      *---------------------------------------------------------------*
           MOVE PPTR-STUDENT-ID-IN TO PLN-STUDENT-ID-IN.
           MOVE PPTR-TERM-CODE-IN TO PLN-TERM-CODE-IN.
           DELETE PAYMENT-PLAN-FILE
               INVALID KEY
                   MOVE 'PLAN NOT ON FILE' TO PMNT-REJECT-REASON
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO PMNT-DELETE-COUNT
                   MOVE 'DELETE'    TO PLAU-CODE-OUT
                   MOVE 'DELETED'   TO PLAU-RESULT-OUT
                   PERFORM 380-WRITE-AUDIT-LINE
           END-DELETE.
      *---------------------------------------------------------------*
       350-REJECT-TRANSACTION SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO PMNT-REJECT-COUNT.
           MOVE PPTR-CODE TO PLAU-CODE-OUT.
           IF PMNT-REJECT-REASON = SPACES
               MOVE 'REJECTED'   TO PLAU-RESULT-OUT
           ELSE
               MOVE PMNT-REJECT-REASON TO PLAU-RESULT-OUT
           END-IF.
           PERFORM 380-WRITE-AUDIT-LINE.
           MOVE SPACES TO PMNT-REJECT-REASON.
      *---------------------------------------------------------------*
       360-SET-SCHEDULE SECTION.
      *---------------------------------------------------------------*
      *   Lays the transaction's schedule onto the plan record;
      *   unused installment slots are zeroed so every reader can
      *   stop at the installment count.
           MOVE PPTR-INSTALLMENT-COUNT-IN TO PLN-INSTALLMENT-COUNT-IN.
           PERFORM 362-CLEAR-INSTALLMENT
               VARYING PMNT-SUB FROM 1 BY 1
               UNTIL PMNT-SUB > 6.
           PERFORM 366-MOVE-DUE-DATE
               VARYING PMNT-SUB FROM 1 BY 1
               UNTIL PMNT-SUB > PLN-INSTALLMENT-COUNT-IN.
           IF PPTR-PLAN-AMOUNT-IN > ZERO
               MOVE PPTR-PLAN-AMOUNT-IN TO PLN-PLAN-AMOUNT-IN
               PERFORM 370-SPLIT-PLAN-AMOUNT
           ELSE
               MOVE ZERO TO PLN-PLAN-AMOUNT-IN
               MOVE 'S' TO PLN-STATUS-IN
           END-IF.
      *---------------------------------------------------------------*
       362-CLEAR-INSTALLMENT SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO TO PLN-DUE-DATE-IN (PMNT-SUB).
           MOVE ZERO TO PLN-DUE-AMOUNT-IN (PMNT-SUB).
           MOVE ZERO TO PLN-PAID-AMOUNT-IN (PMNT-SUB).
      *---------------------------------------------------------------*
       366-MOVE-DUE-DATE SECTION.
      *---------------------------------------------------------------*
           MOVE PPTR-DUE-DATE-IN (PMNT-SUB)
               TO PLN-DUE-DATE-IN (PMNT-SUB).
      *---------------------------------------------------------------*
       368-SET-RESULT SECTION.
      *---------------------------------------------------------------*
           IF PMNT-SPLIT-MADE
               ADD 1 TO PMNT-SPLIT-COUNT
               MOVE 'SPLIT' TO PLAU-RESULT-OUT
           ELSE
               IF PLN-AWAITING-BILLING
                   MOVE 'AWAITING BILLING' TO PLAU-RESULT-OUT
               ELSE
                   MOVE 'RESCHEDULED' TO PLAU-RESULT-OUT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       370-SPLIT-PLAN-AMOUNT SECTION.
      *---------------------------------------------------------------*
      *   Equal installments to the cent, the odd cents falling on
      *   the last installment so the schedule adds back to the
      *   plan amount exactly.  The same split is made by
      *   PAYMENT-APPLY when the 'B' billing record arrives.
           COMPUTE PMNT-INSTALLMENT-AMOUNT =
               PLN-PLAN-AMOUNT-IN / PLN-INSTALLMENT-COUNT-IN.
           PERFORM 372-SET-INSTALLMENT-AMOUNT
               VARYING PMNT-SUB FROM 1 BY 1
               UNTIL PMNT-SUB > PLN-INSTALLMENT-COUNT-IN.
           COMPUTE PLN-DUE-AMOUNT-IN (PLN-INSTALLMENT-COUNT-IN) =
               PLN-PLAN-AMOUNT-IN - (PMNT-INSTALLMENT-AMOUNT *
               (PLN-INSTALLMENT-COUNT-IN - 1)).
           MOVE 'A' TO PLN-STATUS-IN.
           MOVE 'Y' TO PMNT-SPLIT-SW.
      *---------------------------------------------------------------*
       372-SET-INSTALLMENT-AMOUNT SECTION.
      *---------------------------------------------------------------*
           MOVE PMNT-INSTALLMENT-AMOUNT
               TO PLN-DUE-AMOUNT-IN (PMNT-SUB).
           MOVE ZERO TO PLN-PAID-AMOUNT-IN (PMNT-SUB).
      *---------------------------------------------------------------*
       380-WRITE-AUDIT-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE PPTR-STUDENT-ID-IN TO PLAU-STUDENT-ID-OUT.
           MOVE PPTR-TERM-CODE-IN TO PLAU-TERM-OUT.
           MOVE PPTR-INSTALLMENT-COUNT-IN TO PLAU-COUNT-OUT.
           MOVE PPTR-PLAN-AMOUNT-IN TO PLAU-AMOUNT-OUT.
           MOVE SPACES TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE FROM PLAN-AUDIT-LINE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE PMNT-ADD-COUNT TO PLSM-ADD-OUT.
           MOVE PMNT-CHANGE-COUNT TO PLSM-CHANGE-OUT.
           MOVE PMNT-DELETE-COUNT TO PLSM-DELETE-OUT.
           MOVE PMNT-REJECT-COUNT TO PLSM-REJECT-OUT.
           MOVE PMNT-SPLIT-COUNT TO PLSM-SPLIT-OUT.
           WRITE PLAN-REPORT-LINE FROM PLAN-SUMMARY-LINE.
           WRITE PLAN-REPORT-LINE FROM PLAN-SPLIT-LINE.
           CLOSE PAYMENT-PLAN-FILE, STUDENT-MASTER-FILE,
               PLAN-TRANSACTION-FILE, PLAN-REPORT.
