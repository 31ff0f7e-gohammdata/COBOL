      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  PLAN-STATUS.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Payment plan status report for the bursar.  Reads the
      *   indexed payment-plan file in key order and lists every
      *   plan as CURRENT (active, no installment missed),
      *   DELINQUENT (active with an installment whose due date has
      *   passed without being paid in full), PAID OFF, or AWAITING
      *   billing, with the plan amount, amount paid, balance,
      *   installments missed and the next unpaid due date.  Counts,
      *   balances and late fees assessed are totalled by status at
      *   the end.  Missed is figured against the run date exactly
      *   as PAYMENT-APPLY figures it for the hold.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLN-KEY.
           SELECT PLAN-STATUS-REPORT ASSIGN TO UT-S-PLNSTAT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD PAYMENT-PLAN-FILE.
           COPY "payment_plan_record.cpy".

       FD PLAN-STATUS-REPORT LABEL RECORDS ARE OMITTED.
       01  PLAN-STATUS-LINE        PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).

       01  PSTA-RUN-DATE           PIC 9(08).

       01  PSTA-WORK-FIELDS.
           05 PSTA-SUB             PIC 9(02) COMP.
           05 PSTA-STATUS-SUB      PIC 9(02) COMP.
           05 PSTA-MISSED          PIC 9(02) COMP.
           05 PSTA-PAID            PIC 9(07)V99.
           05 PSTA-UNPAID          PIC 9(07)V99.
           05 PSTA-INSTALLMENT-UNPAID PIC 9(07)V99.
           05 PSTA-NEXT-DUE-DATE   PIC 9(08).

       01  PSTA-STATUS-NAMES.
           05 FILLER               PIC X(10) VALUE 'CURRENT'.
           05 FILLER               PIC X(10) VALUE 'DELINQUENT'.
           05 FILLER               PIC X(10) VALUE 'PAID OFF'.
           05 FILLER               PIC X(10) VALUE 'AWAITING'.
       01  PSTA-STATUS-NAME-TABLE REDEFINES PSTA-STATUS-NAMES.
           05 PSTA-STATUS-NAME     PIC X(10) OCCURS 4 TIMES.

       01  PSTA-STATUS-TOTALS.
           05 PSTA-STATUS-ENTRY OCCURS 4 TIMES.
               10 PSTA-STATUS-COUNT    PIC 9(05) COMP.
               10 PSTA-STATUS-BALANCE  PIC 9(09)V99.
               10 PSTA-STATUS-FEES     PIC 9(07)V99.

       01  PSTA-HEADING-LINE.
           05 FILLER   PIC X(25) VALUE SPACES.
           05 FILLER   PIC X(26) VALUE 'PAYMENT PLAN STATUS REPORT'.
           05 FILLER   PIC X(06) VALUE SPACES.
           05 PHDG-RUN-DATE-OUT     PIC 9(08).

       01  PSTA-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(14) VALUE 'STUDNT  TERM  '.
           05 FILLER   PIC X(11) VALUE 'STATUS     '.
           05 FILLER   PIC X(13) VALUE '  PLAN AMOUNT'.
           05 FILLER   PIC X(13) VALUE '         PAID'.
           05 FILLER   PIC X(13) VALUE '      BALANCE'.
           05 FILLER   PIC X(15) VALUE ' MISS  NEXT DUE'.

       01  PSTA-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 PDET-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PDET-TERM-OUT         PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PDET-STATUS-OUT       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDET-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDET-PAID-OUT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDET-BALANCE-OUT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PDET-MISSED-OUT       PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PDET-NEXT-DUE-OUT     PIC X(08).

       01  PSTA-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 PTOT-STATUS-OUT       PIC X(10).
           05 FILLER                PIC X(09) VALUE '  PLANS: '.
           05 PTOT-COUNT-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  BALANCE: '.
           05 PTOT-BALANCE-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE '  LATE FEES: '.
           05 PTOT-FEES-OUT         PIC Z,ZZZ,ZZ9.99.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 300-REPORT-PLANS
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           ACCEPT PSTA-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-CLEAR-STATUS-TOTALS
               VARYING PSTA-STATUS-SUB FROM 1 BY 1
               UNTIL PSTA-STATUS-SUB > 4
           OPEN INPUT PAYMENT-PLAN-FILE
           OPEN OUTPUT PLAN-STATUS-REPORT
           MOVE PSTA-RUN-DATE TO PHDG-RUN-DATE-OUT
           WRITE PLAN-STATUS-LINE FROM PSTA-HEADING-LINE
           WRITE PLAN-STATUS-LINE FROM PSTA-COLUMN-HEADING
           PERFORM 310-READ-PLAN.
      *---------------------------------------------------------------*
       110-CLEAR-STATUS-TOTALS SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO TO PSTA-STATUS-COUNT (PSTA-STATUS-SUB).
           MOVE ZERO TO PSTA-STATUS-BALANCE (PSTA-STATUS-SUB).
           MOVE ZERO TO PSTA-STATUS-FEES (PSTA-STATUS-SUB).
      *---------------------------------------------------------------*
       300-REPORT-PLANS SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           PERFORM 320-FIGURE-PLAN-STANDING.
           EVALUATE TRUE
               WHEN PLN-PAID-OFF
                   MOVE 3 TO PSTA-STATUS-SUB
               WHEN PLN-AWAITING-BILLING
                   MOVE 4 TO PSTA-STATUS-SUB
               WHEN PSTA-MISSED > ZERO
                   MOVE 2 TO PSTA-STATUS-SUB
               WHEN OTHER
                   MOVE 1 TO PSTA-STATUS-SUB
           END-EVALUATE.
           ADD 1 TO PSTA-STATUS-COUNT (PSTA-STATUS-SUB).
           ADD PSTA-UNPAID TO PSTA-STATUS-BALANCE (PSTA-STATUS-SUB).
           ADD PLN-LATE-FEES-IN TO PSTA-STATUS-FEES (PSTA-STATUS-SUB).
           PERFORM 330-WRITE-DETAIL-LINE.
           PERFORM 310-READ-PLAN.
      *---------------------------------------------------------------*
       310-READ-PLAN SECTION.
      *---------------------------------------------------------------*
           READ PAYMENT-PLAN-FILE
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-FIGURE-PLAN-STANDING SECTION.
      *---------------------------------------------------------------*
      *   Paid to date, balance, installments missed (due before
      *   today and not paid in full) and the earliest unpaid due
      *   date.
           MOVE ZERO TO PSTA-MISSED.
           MOVE ZERO TO PSTA-PAID.
           MOVE ZERO TO PSTA-UNPAID.
           MOVE ZERO TO PSTA-NEXT-DUE-DATE.
           PERFORM 325-FIGURE-INSTALLMENT
               VARYING PSTA-SUB FROM 1 BY 1
               UNTIL PSTA-SUB > PLN-INSTALLMENT-COUNT-IN.
      *---------------------------------------------------------------*
       325-FIGURE-INSTALLMENT SECTION.
      *---------------------------------------------------------------*
           ADD PLN-PAID-AMOUNT-IN (PSTA-SUB) TO PSTA-PAID.
           COMPUTE PSTA-INSTALLMENT-UNPAID =
               PLN-DUE-AMOUNT-IN (PSTA-SUB) -
               PLN-PAID-AMOUNT-IN (PSTA-SUB).
           IF PSTA-INSTALLMENT-UNPAID > ZERO
               AND PLN-ACTIVE
               ADD PSTA-INSTALLMENT-UNPAID TO PSTA-UNPAID
               IF PSTA-NEXT-DUE-DATE = ZERO
                   MOVE PLN-DUE-DATE-IN (PSTA-SUB)
                       TO PSTA-NEXT-DUE-DATE
               END-IF
               IF PLN-DUE-DATE-IN (PSTA-SUB) < PSTA-RUN-DATE
                   ADD 1 TO PSTA-MISSED
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       330-WRITE-DETAIL-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE PLN-STUDENT-ID-IN TO PDET-STUDENT-ID-OUT.
           MOVE PLN-TERM-CODE-IN TO PDET-TERM-OUT.
           MOVE PSTA-STATUS-NAME (PSTA-STATUS-SUB) TO PDET-STATUS-OUT.
           MOVE PLN-PLAN-AMOUNT-IN TO PDET-AMOUNT-OUT.
           MOVE PSTA-PAID TO PDET-PAID-OUT.
           MOVE PSTA-UNPAID TO PDET-BALANCE-OUT.
           MOVE PSTA-MISSED TO PDET-MISSED-OUT.
           IF PSTA-NEXT-DUE-DATE = ZERO
               MOVE SPACES TO PDET-NEXT-DUE-OUT
           ELSE
               MOVE PSTA-NEXT-DUE-DATE TO PDET-NEXT-DUE-OUT
           END-IF.
           MOVE SPACES TO PLAN-STATUS-LINE.
           WRITE PLAN-STATUS-LINE FROM PSTA-DETAIL-LINE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           PERFORM 410-WRITE-STATUS-TOTAL
               VARYING PSTA-STATUS-SUB FROM 1 BY 1
               UNTIL PSTA-STATUS-SUB > 4.
           CLOSE PAYMENT-PLAN-FILE, PLAN-STATUS-REPORT.
      *---------------------------------------------------------------*
       410-WRITE-STATUS-TOTAL SECTION.
      *---------------------------------------------------------------*
           MOVE PSTA-STATUS-NAME (PSTA-STATUS-SUB) TO PTOT-STATUS-OUT.
           MOVE PSTA-STATUS-COUNT (PSTA-STATUS-SUB) TO PTOT-COUNT-OUT.
           MOVE PSTA-STATUS-BALANCE (PSTA-STATUS-SUB)
               TO PTOT-BALANCE-OUT.
           MOVE PSTA-STATUS-FEES (PSTA-STATUS-SUB) TO PTOT-FEES-OUT.
           MOVE SPACES TO PLAN-STATUS-LINE.
           WRITE PLAN-STATUS-LINE FROM PSTA-TOTAL-LINE.
