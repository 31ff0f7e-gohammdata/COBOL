      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  STATEMENT-PRINT.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Monthly student account statement run for the bursar.
      *   Reads the indexed account file in key order and prints one
      *   statement for every student whose four buckets do not net
      *   to zero.  Each statement carries the mailing block from
      *   the indexed address file, the cycle's activity (the 'B'
      *   term billing, 'D' debit and 'C' credit records from the
      *   billing interface, the receipts file payments, any late
      *   fee assessed on a payment plan and any financial aid
      *   credited by fund since the cycle start date), the
      *   balance brought forward, the current/30/60/90 balances
      *   and a remittance stub to be detached and returned with
      *   the payment.  The billing interface and the receipts
      *   are sorted into student id order and matched against the
      *   account file.  The run follows PAYMENT-APPLY for the same
      *   interface and receipts, so the buckets already hold the
      *   cycle's activity and the balance brought forward is the
      *   total less that activity.  A student with a balance but no
      *   address on file, or no longer on the student master, gets
      *   no statement and is listed on the exceptions report
      *   instead, with the run counts at the end.
      *   The control card carries the statement date, the payment
      *   due date and the cycle start date (all YYYYMMDD).  A blank
      *   statement date takes the run date, a blank due date takes
      *   the statement date, and a blank cycle start shows every
      *   late fee still recorded on the plan file.
      *   Financial aid is taken from the aid posting file that
      *   PAYMENT-APPLY last credited, sorted and matched by student
      *   id like the receipts, and shown when the run-control file
      *   dates that credit on or after the cycle start.  The run
      *   is refused with RETURN-CODE 8 while an aid posting file is
      *   still waiting for PAYMENT-APPLY, since the statement would
      *   not agree with the account.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       SPECIAL-NAMES.  C01 IS TOP-OF-NEXT-PAGE.
      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO UT-S-ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-STUDENT-ID-IN.
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID-IN.
           SELECT ADDRESS-FILE ASSIGN TO UT-S-ADDRESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-STUDENT-ID-IN.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO UT-S-PAYPLANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY.
           SELECT BILLING-INTERFACE-FILE ASSIGN TO UT-S-BILLINT.
           SELECT BILLING-SORT-WORK ASSIGN TO UT-S-SORTWK1.
           SELECT BILLING-SORTED-FILE ASSIGN TO UT-S-SORTWK2.
           SELECT RECEIPTS-FILE ASSIGN TO UT-S-RECEIPTS.
           SELECT RECEIPT-SORT-WORK ASSIGN TO UT-S-SORTWK3.
           SELECT RECEIPT-SORTED-FILE ASSIGN TO UT-S-SORTWK4.
           SELECT AID-POSTING-FILE ASSIGN TO UT-S-AIDPOST.
           SELECT AID-SORT-WORK ASSIGN TO UT-S-SORTWK5.
           SELECT AID-SORTED-FILE ASSIGN TO UT-S-SORTWK6.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
           SELECT STATEMENT-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO UT-S-STMTPRT.
           SELECT EXCEPTION-REPORT ASSIGN TO UT-S-STMTEXC.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD ACCOUNT-FILE.
           COPY "account_record.cpy".

       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD ADDRESS-FILE.
           COPY "address_record.cpy".

       FD PAYMENT-PLAN-FILE.
           COPY "payment_plan_record.cpy".

       FD BILLING-INTERFACE-FILE LABEL RECORDS ARE OMITTED.
           COPY "billing_interface_record.cpy".

       SD BILLING-SORT-WORK.
           COPY "billing_interface_record.cpy" REPLACING
               ==BILLING-INTERFACE-RECORD== BY ==SORT-BILLING-RECORD==
               ==BIF-STUDENT-ID== BY ==BSRT-STUDENT-ID==
               ==BIF-CLASSIFICATION== BY ==BSRT-CLASSIFICATION==
               ==BIF-SEM-HOURS== BY ==BSRT-SEM-HOURS==
               ==BIF-STATUS-FLAG== BY ==BSRT-STATUS-FLAG==
               ==BIF-TUITION-AMOUNT== BY ==BSRT-TUITION-AMOUNT==
               ==BIF-RECORD-TYPE== BY ==BSRT-RECORD-TYPE==
               ==BIF-TERM-BILLING== BY ==BSRT-TERM-BILLING==
               ==BIF-DEBIT-ADJUSTMENT== BY ==BSRT-DEBIT-ADJUSTMENT==
               ==BIF-CREDIT-ADJUSTMENT== BY ==BSRT-CREDIT-ADJUSTMENT==.

       FD BILLING-SORTED-FILE LABEL RECORDS ARE OMITTED.
       01  BILLING-SORTED-RECORD   PIC X(20).

       FD RECEIPTS-FILE LABEL RECORDS ARE OMITTED.
       01  RECEIPT-RECORD.
           05 RCP-STUDENT-ID-IN    PIC X(05).
           05 RCP-RECEIPT-DATE-IN  PIC 9(08).
           05 RCP-AMOUNT-IN        PIC 9(07)V99.

       SD RECEIPT-SORT-WORK.
       01  SORT-RECEIPT-RECORD.
           05 RSRT-STUDENT-ID-IN   PIC X(05).
           05 RSRT-RECEIPT-DATE-IN PIC 9(08).
           05 RSRT-AMOUNT-IN       PIC 9(07)V99.

       FD RECEIPT-SORTED-FILE LABEL RECORDS ARE OMITTED.
       01  RECEIPT-SORTED-RECORD   PIC X(22).

       FD AID-POSTING-FILE LABEL RECORDS ARE OMITTED.
           COPY "aid_posting_record.cpy".

       SD AID-SORT-WORK.
           COPY "aid_posting_record.cpy" REPLACING
               ==AID-POSTING-RECORD== BY ==SORT-AID-RECORD==
               ==APST-STUDENT-ID-IN== BY ==ASRT-STUDENT-ID-IN==
               ==APST-TERM-CODE-IN== BY ==ASRT-TERM-CODE-IN==
               ==APST-FUND-CODE-IN== BY ==ASRT-FUND-CODE-IN==
               ==APST-DISBURSE-DATE-IN== BY ==ASRT-DISBURSE-DATE-IN==
               ==APST-AMOUNT-IN== BY ==ASRT-AMOUNT-IN==.

       FD AID-SORTED-FILE LABEL RECORDS ARE OMITTED.
       01  AID-SORTED-RECORD       PIC X(31).

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".

       FD STATEMENT-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       01  STATEMENT-CONTROL-RECORD.
           05 SCTL-STATEMENT-DATE  PIC 9(08).
           05 SCTL-DUE-DATE        PIC 9(08).
           05 SCTL-CYCLE-START-DATE PIC 9(08).
           05 FILLER               PIC X(56).

       FD STATEMENT-FILE LABEL RECORDS ARE OMITTED.
       01  STATEMENT-LINE          PIC X(80).

       FD EXCEPTION-REPORT LABEL RECORDS ARE OMITTED.
       01  EXCEPTION-LINE          PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).
           04  BILLING-STATUS PIC X(05).
           04  RECEIPT-STATUS PIC X(05).
           04  AID-STATUS PIC X(05).

           COPY "billing_interface_record.cpy" REPLACING
               ==BILLING-INTERFACE-RECORD== BY ==WORK-BILLING-RECORD==
               ==BIF-STUDENT-ID== BY ==WBF-STUDENT-ID==
               ==BIF-CLASSIFICATION== BY ==WBF-CLASSIFICATION==
               ==BIF-SEM-HOURS== BY ==WBF-SEM-HOURS==
               ==BIF-STATUS-FLAG== BY ==WBF-STATUS-FLAG==
               ==BIF-TUITION-AMOUNT== BY ==WBF-TUITION-AMOUNT==
               ==BIF-RECORD-TYPE== BY ==WBF-RECORD-TYPE==
               ==BIF-TERM-BILLING== BY ==WBF-TERM-BILLING==
               ==BIF-DEBIT-ADJUSTMENT== BY ==WBF-DEBIT-ADJUSTMENT==
               ==BIF-CREDIT-ADJUSTMENT== BY ==WBF-CREDIT-ADJUSTMENT==.

       01  WORK-RECEIPT-RECORD.
           05 WRC-STUDENT-ID-IN    PIC X(05).
           05 WRC-RECEIPT-DATE-IN  PIC 9(08).
           05 WRC-AMOUNT-IN        PIC 9(07)V99.

           COPY "aid_posting_record.cpy" REPLACING
               ==AID-POSTING-RECORD== BY ==WORK-AID-RECORD==
               ==APST-STUDENT-ID-IN== BY ==WAP-STUDENT-ID-IN==
               ==APST-TERM-CODE-IN== BY ==WAP-TERM-CODE-IN==
               ==APST-FUND-CODE-IN== BY ==WAP-FUND-CODE-IN==
               ==APST-DISBURSE-DATE-IN== BY ==WAP-DISBURSE-DATE-IN==
               ==APST-AMOUNT-IN== BY ==WAP-AMOUNT-IN==.

       01  STMT-DATES.
           05 STMT-RUN-DATE        PIC 9(08).
           05 STMT-STATEMENT-DATE  PIC 9(08).
           05 STMT-DUE-DATE        PIC 9(08).
           05 STMT-CYCLE-START-DATE PIC 9(08).
           05 STMT-AID-APPLIED-DATE PIC 9(08).

       01  PLN-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 PLN-SCAN-DONE            VALUE 'Y'.

       01  STMT-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 STMT-RUN-REFUSED         VALUE 'Y'.

       01  STMT-AID-CYCLE-SW       PIC X(01) VALUE 'N'.
           88 STMT-AID-IN-CYCLE        VALUE 'Y'.

       01  STMT-AID-DESC.
           05 FILLER               PIC X(14) VALUE 'FINANCIAL AID '.
           05 STMT-AID-FUND        PIC X(04).

       01  STMT-MAILABLE-SW        PIC X(01) VALUE 'Y'.
           88 STMT-MAILABLE            VALUE 'Y'.

       01  STMT-COUNTERS.
           05 STMT-ACCOUNT-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 STMT-PRINTED-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 STMT-EXCEPTION-COUNT PIC 9(05) COMP VALUE ZERO.
           05 STMT-ZERO-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 STMT-BILLED-TOTAL    PIC S9(09)V99 VALUE ZERO.

       01  STMT-ACCOUNT-FIELDS.
           05 STMT-REASON          PIC X(24).
           05 STMT-BALANCE         PIC S9(07)V99.
           05 STMT-PREVIOUS-BALANCE PIC S9(07)V99.
           05 STMT-CHARGE-TOTAL    PIC S9(07)V99.
           05 STMT-CREDIT-TOTAL    PIC S9(07)V99.

      *   One entry per line of cycle activity on a statement; a
      *   student's cycle never comes near 40 lines, and the totals
      *   are kept in full whether or not a line could be listed.
       01  STMT-ACTIVITY-TABLE-FIELDS.
           05 STMT-ACT-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 STMT-ACT-SUB         PIC 9(03) COMP VALUE ZERO.
           05 STMT-ACT-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 STMT-ACT-OVERFLOW       VALUE 'Y'.
           05 STMT-NEW-DATE        PIC 9(08).
           05 STMT-NEW-DESC        PIC X(20).
           05 STMT-NEW-CHARGE      PIC S9(07)V99.
           05 STMT-NEW-CREDIT      PIC S9(07)V99.

       01  STMT-ACTIVITY-TABLE.
           05 STMT-ACT-ENTRY OCCURS 40 TIMES.
               10 STMT-ACT-DATE        PIC 9(08).
               10 STMT-ACT-DESC        PIC X(20).
               10 STMT-ACT-CHARGE      PIC S9(07)V99.
               10 STMT-ACT-CREDIT      PIC S9(07)V99.

       01  STATEMENT-HEADING-1.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 FILLER   PIC X(20) VALUE 'OFFICE OF THE BURSAR'.

       01  STATEMENT-HEADING-2.
           05 FILLER   PIC X(27) VALUE SPACES.
           05 FILLER   PIC X(25) VALUE 'STUDENT ACCOUNT STATEMENT'.

       01  STATEMENT-ID-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'STUDENT ID: '.
           05 SIDL-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'STATEMENT DATE: '.
           05 SIDL-STATEMENT-DATE-OUT PIC 9(08).

       01  STATEMENT-NAME-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SNAM-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SNAM-MIDDLE-INIT-OUT  PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SNAM-LAST-NAME-OUT    PIC X(10).

       01  STATEMENT-STREET-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SSTR-STREET-OUT       PIC X(30).

       01  STATEMENT-CITY-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SCTY-CITY-OUT         PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SCTY-STATE-OUT        PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SCTY-POSTAL-CODE-OUT  PIC X(10).

       01  STATEMENT-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(68) VALUE 'DATE      DESCRIPTION
      -    '            CHARGES         CREDITS'.

       01  SEPARATOR-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(68) VALUE ALL '-'.

       01  STATEMENT-PREVIOUS-LINE.
           05 FILLER                PIC X(11) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               'BALANCE FORWARD'.
           05 FILLER                PIC X(07) VALUE SPACES.
           05 SPRV-BALANCE-OUT      PIC Z,ZZZ,ZZ9.99CR.

       01  STATEMENT-ACTIVITY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SACT-DATE-OUT         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SACT-DESC-OUT         PIC X(20).
           05 FILLER                PIC X(07) VALUE SPACES.
           05 SACT-CHARGE-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SACT-CREDIT-OUT       PIC Z,ZZZ,ZZ9.99.

       01  STATEMENT-OVERFLOW-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(64) VALUE '** ADDITIONAL ACTIVITY SUPPRES
      -    'SED - TABLE CAPACITY REACHED **'.

       01  STATEMENT-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               'TOTAL THIS CYCLE'.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 STOT-CHARGE-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 STOT-CREDIT-OUT       PIC ZZ,ZZZ,ZZ9.99.

       01  STATEMENT-AGING-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(75) VALUE '      CURRENT        30 DAYS
      -    '      60 DAYS        90 DAYS    BALANCE DUE'.

       01  STATEMENT-AGING-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SAGE-CURRENT-OUT      PIC Z,ZZZ,ZZ9.99CR.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SAGE-30-OUT           PIC Z,ZZZ,ZZ9.99CR.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SAGE-60-OUT           PIC Z,ZZZ,ZZ9.99CR.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SAGE-90-OUT           PIC Z,ZZZ,ZZ9.99CR.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SAGE-BALANCE-OUT      PIC Z,ZZZ,ZZ9.99CR.

       01  STATEMENT-DUE-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               'PAYMENT DUE DATE: '.
           05 SDUE-DUE-DATE-OUT     PIC 9(08).

       01  STATEMENT-DETACH-LINE.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(70) VALUE '- - - - - DETACH AND RETURN TH
      -    'IS PORTION WITH YOUR PAYMENT - - - - -'.

       01  REMIT-TO-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(30) VALUE 'REMIT TO: OFFICE OF THE BURSAR'.

       01  REMIT-STUDENT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'STUDENT ID: '.
           05 RSTU-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'NAME: '.
           05 RSTU-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RSTU-LAST-NAME-OUT    PIC X(10).

       01  REMIT-AMOUNT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'AMOUNT DUE: '.
           05 RAMT-BALANCE-OUT      PIC Z,ZZZ,ZZ9.99CR.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'DUE DATE: '.
           05 RAMT-DUE-DATE-OUT     PIC 9(08).

       01  REMIT-ENCLOSED-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(30) VALUE
               'AMOUNT ENCLOSED: $___________'.

       01  EXCEPTION-HEADING.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE
               'STATEMENT EXCEPTIONS'.
           05 FILLER                PIC X(16) VALUE 'STATEMENT DATE: '.
           05 EHDG-STATEMENT-DATE-OUT PIC 9(08).

       01  EXCEPTION-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(68) VALUE 'STUDENT  LAST NAME   FIRST NAM
      -    'E       BALANCE  REASON'.

       01  EXCEPTION-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 EDET-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 EDET-LAST-NAME-OUT    PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EDET-FIRST-NAME-OUT   PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 EDET-BALANCE-OUT      PIC ZZZ,ZZ9.99CR.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EDET-REASON-OUT       PIC X(24).

       01  EXCEPTION-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ACCOUNTS: '.
           05 ESUM-ACCOUNT-OUT      PIC ZZ,ZZ9.
           05 FILLER                PIC X(14) VALUE '  STATEMENTS: '.
           05 ESUM-PRINTED-OUT      PIC ZZ,ZZ9.
           05 FILLER                PIC X(14) VALUE '  EXCEPTIONS: '.
           05 ESUM-EXCEPTION-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(16) VALUE '  ZERO BALANCE: '.
           05 ESUM-ZERO-OUT         PIC ZZ,ZZ9.

       01  EXCEPTION-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 EREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(29) VALUE
               ' - STATEMENT PRINT NOT RUN **'.

       01  EXCEPTION-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
               'TOTAL BILLED ON STATEMENTS'.
           05 FILLER                PIC X(02) VALUE ': '.
           05 ETOT-BILLED-OUT       PIC ZZZ,ZZZ,ZZ9.99CR.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF NOT STMT-RUN-REFUSED
               PERFORM 300-PROCESS-ACCOUNT
                   UNTIL FILE-STATUS = 'DONE'
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           MOVE 'START' TO BILLING-STATUS
           MOVE 'START' TO RECEIPT-STATUS
           MOVE 'DONE' TO AID-STATUS
           MOVE HIGH-VALUES TO WAP-STUDENT-ID-IN
           ACCEPT STMT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-READ-CONTROL-CARD
           PERFORM 115-CHECK-RUN-CONTROL
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE STMT-STATEMENT-DATE TO EHDG-STATEMENT-DATE-OUT
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING
           IF STMT-RUN-REFUSED
               WRITE EXCEPTION-LINE FROM EXCEPTION-REFUSED-LINE
                   AFTER 2 LINES
           ELSE
               SORT BILLING-SORT-WORK
                   ON ASCENDING KEY BSRT-STUDENT-ID
                   USING BILLING-INTERFACE-FILE
                   GIVING BILLING-SORTED-FILE
               SORT RECEIPT-SORT-WORK
                   ON ASCENDING KEY RSRT-STUDENT-ID-IN
                                    RSRT-RECEIPT-DATE-IN
                   USING RECEIPTS-FILE
                   GIVING RECEIPT-SORTED-FILE
               IF STMT-AID-IN-CYCLE
                   SORT AID-SORT-WORK
                       ON ASCENDING KEY ASRT-STUDENT-ID-IN
                                        ASRT-FUND-CODE-IN
                       USING AID-POSTING-FILE
                       GIVING AID-SORTED-FILE
                   MOVE 'START' TO AID-STATUS
                   OPEN INPUT AID-SORTED-FILE
                   PERFORM 230-READ-SORTED-AID
               END-IF
               OPEN INPUT ACCOUNT-FILE
               OPEN INPUT STUDENT-MASTER-FILE
               OPEN INPUT ADDRESS-FILE
               OPEN INPUT PAYMENT-PLAN-FILE
               OPEN INPUT BILLING-SORTED-FILE
               OPEN INPUT RECEIPT-SORTED-FILE
               OPEN OUTPUT STATEMENT-FILE
               WRITE EXCEPTION-LINE FROM EXCEPTION-COLUMN-HEADING
                   AFTER 2 LINES
               PERFORM 210-READ-SORTED-BILLING
               PERFORM 220-READ-SORTED-RECEIPT
               PERFORM 305-READ-ACCOUNT
           END-IF.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
      *   Any date left blank on the card falls back as described
      *   in the program header.
           MOVE SPACES TO STATEMENT-CONTROL-RECORD.
           OPEN INPUT STATEMENT-CONTROL-FILE.
           READ STATEMENT-CONTROL-FILE
               AT END MOVE SPACES TO STATEMENT-CONTROL-RECORD
           END-READ.
           CLOSE STATEMENT-CONTROL-FILE.
           IF SCTL-STATEMENT-DATE IS NUMERIC
               AND SCTL-STATEMENT-DATE > ZERO
               MOVE SCTL-STATEMENT-DATE TO STMT-STATEMENT-DATE
           ELSE
               MOVE STMT-RUN-DATE TO STMT-STATEMENT-DATE
           END-IF.
           IF SCTL-DUE-DATE IS NUMERIC
               AND SCTL-DUE-DATE > ZERO
               MOVE SCTL-DUE-DATE TO STMT-DUE-DATE
           ELSE
               MOVE STMT-STATEMENT-DATE TO STMT-DUE-DATE
           END-IF.
           IF SCTL-CYCLE-START-DATE IS NUMERIC
               MOVE SCTL-CYCLE-START-DATE TO STMT-CYCLE-START-DATE
           ELSE
               MOVE ZERO TO STMT-CYCLE-START-DATE
           END-IF.
      *---------------------------------------------------------------*
       115-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   Aid written by AID-DISBURSE reaches the buckets only when
      *   PAYMENT-APPLY credits it.  While a posting file is waiting
      *   the balance brought forward cannot be figured.  The file
      *   last credited belongs to this cycle when it was credited
      *   on or after the cycle start.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF RCR-TERM-CODE NOT = SPACES
               IF RCR-AID-POSTING-DATE NOT = ZERO
                   MOVE 'Y' TO STMT-REFUSED-SW
                   MOVE 'AID POSTINGS NOT YET APPLIED'
                       TO EREF-REASON-OUT
               END-IF
               IF RCR-AID-APPLIED-DATE NOT = ZERO
                   AND RCR-AID-APPLIED-DATE
                       NOT < STMT-CYCLE-START-DATE
                   MOVE 'Y' TO STMT-AID-CYCLE-SW
                   MOVE RCR-AID-APPLIED-DATE TO STMT-AID-APPLIED-DATE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       210-READ-SORTED-BILLING SECTION.
      *---------------------------------------------------------------*
      *   At the end of the file the id is set high so that it never
      *   matches or falls below an account id.
           READ BILLING-SORTED-FILE INTO WORK-BILLING-RECORD
               AT END
                   MOVE 'DONE' TO BILLING-STATUS
                   MOVE HIGH-VALUES TO WBF-STUDENT-ID
           END-READ.
      *---------------------------------------------------------------*
       220-READ-SORTED-RECEIPT SECTION.
      *---------------------------------------------------------------*
           READ RECEIPT-SORTED-FILE INTO WORK-RECEIPT-RECORD
               AT END
                   MOVE 'DONE' TO RECEIPT-STATUS
                   MOVE HIGH-VALUES TO WRC-STUDENT-ID-IN
           END-READ.
      *---------------------------------------------------------------*
       230-READ-SORTED-AID SECTION.
      *---------------------------------------------------------------*
           READ AID-SORTED-FILE INTO WORK-AID-RECORD
               AT END
                   MOVE 'DONE' TO AID-STATUS
                   MOVE HIGH-VALUES TO WAP-STUDENT-ID-IN
           END-READ.
      *---------------------------------------------------------------*
       300-PROCESS-ACCOUNT SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           ADD 1 TO STMT-ACCOUNT-COUNT.
           MOVE ZERO TO STMT-ACT-COUNT.
           MOVE 'N' TO STMT-ACT-OVERFLOW-SW.
           MOVE ZERO TO STMT-CHARGE-TOTAL.
           MOVE ZERO TO STMT-CREDIT-TOTAL.
      *   Interface, receipt and aid records for ids with no account
      *   were already listed by PAYMENT-APPLY; they are passed over
      *   here.
           PERFORM 210-READ-SORTED-BILLING
               UNTIL WBF-STUDENT-ID NOT < ACT-STUDENT-ID-IN.
           PERFORM 310-GATHER-BILLING
               UNTIL WBF-STUDENT-ID NOT = ACT-STUDENT-ID-IN.
           PERFORM 220-READ-SORTED-RECEIPT
               UNTIL WRC-STUDENT-ID-IN NOT < ACT-STUDENT-ID-IN.
           PERFORM 315-GATHER-RECEIPT
               UNTIL WRC-STUDENT-ID-IN NOT = ACT-STUDENT-ID-IN.
           PERFORM 320-GATHER-LATE-FEES.
           PERFORM 230-READ-SORTED-AID
               UNTIL WAP-STUDENT-ID-IN NOT < ACT-STUDENT-ID-IN.
           PERFORM 326-GATHER-AID
               UNTIL WAP-STUDENT-ID-IN NOT = ACT-STUDENT-ID-IN.
           COMPUTE STMT-BALANCE = ACT-CURRENT-DUE-IN
               + ACT-AGE-30-DUE-IN + ACT-AGE-60-DUE-IN
               + ACT-AGE-90-DUE-IN.
           IF STMT-BALANCE = ZERO
               ADD 1 TO STMT-ZERO-COUNT
           ELSE
               PERFORM 330-CHECK-MAILABLE
               IF STMT-MAILABLE
                   PERFORM 340-PRINT-STATEMENT
               ELSE
                   PERFORM 390-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 305-READ-ACCOUNT.
      *---------------------------------------------------------------*
       305-READ-ACCOUNT SECTION.
      *---------------------------------------------------------------*
           READ ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       310-GATHER-BILLING SECTION.
      *---------------------------------------------------------------*
       310-ENTRY.
           MOVE ZERO TO STMT-NEW-DATE.
           MOVE ZERO TO STMT-NEW-CHARGE.
           MOVE ZERO TO STMT-NEW-CREDIT.
           EVALUATE TRUE
               WHEN WBF-CREDIT-ADJUSTMENT
                   MOVE 'CREDIT ADJUSTMENT' TO STMT-NEW-DESC
                   MOVE WBF-TUITION-AMOUNT TO STMT-NEW-CREDIT
               WHEN WBF-DEBIT-ADJUSTMENT
                   MOVE 'DEBIT ADJUSTMENT' TO STMT-NEW-DESC
                   MOVE WBF-TUITION-AMOUNT TO STMT-NEW-CHARGE
               WHEN OTHER
                   MOVE 'TUITION BILLING' TO STMT-NEW-DESC
                   MOVE WBF-TUITION-AMOUNT TO STMT-NEW-CHARGE
           END-EVALUATE.
           PERFORM 325-ADD-ACTIVITY.
           PERFORM 210-READ-SORTED-BILLING.
      *---------------------------------------------------------------*
       315-GATHER-RECEIPT SECTION.
      *---------------------------------------------------------------*
       315-ENTRY.
           MOVE WRC-RECEIPT-DATE-IN TO STMT-NEW-DATE.
           MOVE 'PAYMENT RECEIVED' TO STMT-NEW-DESC.
           MOVE ZERO TO STMT-NEW-CHARGE.
           MOVE WRC-AMOUNT-IN TO STMT-NEW-CREDIT.
           PERFORM 325-ADD-ACTIVITY.
           PERFORM 220-READ-SORTED-RECEIPT.
      *---------------------------------------------------------------*
       320-GATHER-LATE-FEES SECTION.
      *---------------------------------------------------------------*
      *   A late fee is charged by the PAYMENT-APPLY aging run, which
      *   keeps the date and amount of the latest fee on each plan.
           MOVE 'N' TO PLN-SCAN-SWITCH.
           MOVE ACT-STUDENT-ID-IN TO PLN-STUDENT-ID-IN.
           MOVE LOW-VALUES TO PLN-TERM-CODE-IN.
           START PAYMENT-PLAN-FILE KEY NOT < PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO PLN-SCAN-SWITCH
           END-START.
           IF NOT PLN-SCAN-DONE
               PERFORM 322-READ-NEXT-PLAN
           END-IF.
           PERFORM 321-GATHER-PLAN-FEE
               UNTIL PLN-SCAN-DONE.
      *---------------------------------------------------------------*
       321-GATHER-PLAN-FEE SECTION.
      *---------------------------------------------------------------*
       321-ENTRY.
           IF PLN-LAST-FEE-AMOUNT-IN > ZERO
               AND PLN-LAST-FEE-DATE-IN NOT < STMT-CYCLE-START-DATE
               MOVE PLN-LAST-FEE-DATE-IN TO STMT-NEW-DATE
               MOVE 'LATE FEE' TO STMT-NEW-DESC
               MOVE PLN-LAST-FEE-AMOUNT-IN TO STMT-NEW-CHARGE
               MOVE ZERO TO STMT-NEW-CREDIT
               PERFORM 325-ADD-ACTIVITY
           END-IF.
           PERFORM 322-READ-NEXT-PLAN.
      *---------------------------------------------------------------*
       322-READ-NEXT-PLAN SECTION.
      *---------------------------------------------------------------*
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO PLN-SCAN-SWITCH
           END-READ.
           IF NOT PLN-SCAN-DONE
               AND PLN-STUDENT-ID-IN NOT = ACT-STUDENT-ID-IN
               MOVE 'Y' TO PLN-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       326-GATHER-AID SECTION.
      *---------------------------------------------------------------*
      *   Aid is shown with its fund on the date PAYMENT-APPLY
      *   credited it to the account.
       326-ENTRY.
           MOVE STMT-AID-APPLIED-DATE TO STMT-NEW-DATE.
           MOVE WAP-FUND-CODE-IN TO STMT-AID-FUND.
           MOVE STMT-AID-DESC TO STMT-NEW-DESC.
           MOVE ZERO TO STMT-NEW-CHARGE.
           MOVE WAP-AMOUNT-IN TO STMT-NEW-CREDIT.
           PERFORM 325-ADD-ACTIVITY.
           PERFORM 230-READ-SORTED-AID.
      *---------------------------------------------------------------*
       325-ADD-ACTIVITY SECTION.
      *---------------------------------------------------------------*
           ADD STMT-NEW-CHARGE TO STMT-CHARGE-TOTAL.
           ADD STMT-NEW-CREDIT TO STMT-CREDIT-TOTAL.
           IF STMT-ACT-COUNT < 40
               ADD 1 TO STMT-ACT-COUNT
               MOVE STMT-NEW-DATE TO STMT-ACT-DATE (STMT-ACT-COUNT)
               MOVE STMT-NEW-DESC TO STMT-ACT-DESC (STMT-ACT-COUNT)
               MOVE STMT-NEW-CHARGE TO STMT-ACT-CHARGE (STMT-ACT-COUNT)
               MOVE STMT-NEW-CREDIT TO STMT-ACT-CREDIT (STMT-ACT-COUNT)
           ELSE
               MOVE 'Y' TO STMT-ACT-OVERFLOW-SW
           END-IF.
      *---------------------------------------------------------------*
       330-CHECK-MAILABLE SECTION.
      *---------------------------------------------------------------*
      *   A statement needs both a name and somewhere to send it.
           MOVE 'Y' TO STMT-MAILABLE-SW.
           MOVE SPACES TO STMT-REASON.
           MOVE ACT-STUDENT-ID-IN TO STUDENT-ID-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO STMT-MAILABLE-SW
                   MOVE SPACES TO LAST-NAME-IN
                   MOVE SPACES TO FIRST-NAME-IN
                   MOVE SPACES TO MIDDLE-INITIAL-IN
                   MOVE 'NOT ON STUDENT MASTER' TO STMT-REASON
           END-READ.
           IF STMT-MAILABLE
               MOVE ACT-STUDENT-ID-IN TO ADR-STUDENT-ID-IN
               READ ADDRESS-FILE
                   INVALID KEY
                       MOVE 'N' TO STMT-MAILABLE-SW
                       MOVE 'NO ADDRESS ON FILE' TO STMT-REASON
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       340-PRINT-STATEMENT SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO STMT-PRINTED-COUNT.
           ADD STMT-BALANCE TO STMT-BILLED-TOTAL.
           COMPUTE STMT-PREVIOUS-BALANCE = STMT-BALANCE
               - STMT-CHARGE-TOTAL + STMT-CREDIT-TOTAL.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-1 AFTER
               TOP-OF-NEXT-PAGE.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-2 AFTER 1.
           MOVE ACT-STUDENT-ID-IN TO SIDL-STUDENT-ID-OUT.
           MOVE STMT-STATEMENT-DATE TO SIDL-STATEMENT-DATE-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-ID-LINE AFTER 2 LINES.
           PERFORM 345-WRITE-MAILING-BLOCK.
           WRITE STATEMENT-LINE FROM SEPARATOR-LINE AFTER 2 LINES.
           WRITE STATEMENT-LINE FROM STATEMENT-COLUMN-HEADING
               AFTER 1.
           WRITE STATEMENT-LINE FROM SEPARATOR-LINE AFTER 1.
           MOVE STMT-PREVIOUS-BALANCE TO SPRV-BALANCE-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-PREVIOUS-LINE AFTER 1.
           PERFORM 350-WRITE-ACTIVITY-LINE
               VARYING STMT-ACT-SUB FROM 1 BY 1
               UNTIL STMT-ACT-SUB > STMT-ACT-COUNT.
           IF STMT-ACT-OVERFLOW
               WRITE STATEMENT-LINE FROM STATEMENT-OVERFLOW-LINE
                   AFTER 1
           END-IF.
           MOVE STMT-CHARGE-TOTAL TO STOT-CHARGE-OUT.
           MOVE STMT-CREDIT-TOTAL TO STOT-CREDIT-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
               AFTER 2 LINES.
           WRITE STATEMENT-LINE FROM STATEMENT-AGING-HEADING
               AFTER 2 LINES.
           MOVE ACT-CURRENT-DUE-IN TO SAGE-CURRENT-OUT.
           MOVE ACT-AGE-30-DUE-IN TO SAGE-30-OUT.
           MOVE ACT-AGE-60-DUE-IN TO SAGE-60-OUT.
           MOVE ACT-AGE-90-DUE-IN TO SAGE-90-OUT.
           MOVE STMT-BALANCE TO SAGE-BALANCE-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-AGING-LINE AFTER 1.
           MOVE STMT-DUE-DATE TO SDUE-DUE-DATE-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-DUE-LINE
               AFTER 2 LINES.
           PERFORM 360-WRITE-REMITTANCE-STUB.
      *---------------------------------------------------------------*
       345-WRITE-MAILING-BLOCK SECTION.
      *---------------------------------------------------------------*
           MOVE FIRST-NAME-IN TO SNAM-FIRST-NAME-OUT.
           MOVE MIDDLE-INITIAL-IN TO SNAM-MIDDLE-INIT-OUT.
           MOVE LAST-NAME-IN TO SNAM-LAST-NAME-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-NAME-LINE
               AFTER 2 LINES.
           MOVE ADR-STREET-1-IN TO SSTR-STREET-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-STREET-LINE AFTER 1.
           IF ADR-STREET-2-IN NOT = SPACES
               MOVE ADR-STREET-2-IN TO SSTR-STREET-OUT
               WRITE STATEMENT-LINE FROM STATEMENT-STREET-LINE
                   AFTER 1
           END-IF.
           MOVE ADR-CITY-IN TO SCTY-CITY-OUT.
           MOVE ADR-STATE-IN TO SCTY-STATE-OUT.
           MOVE ADR-POSTAL-CODE-IN TO SCTY-POSTAL-CODE-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-CITY-LINE AFTER 1.
      *---------------------------------------------------------------*
       350-WRITE-ACTIVITY-LINE SECTION.
      *---------------------------------------------------------------*
      *   Billing interface records carry no date of their own.
           IF STMT-ACT-DATE (STMT-ACT-SUB) = ZERO
               MOVE SPACES TO SACT-DATE-OUT
           ELSE
               MOVE STMT-ACT-DATE (STMT-ACT-SUB) TO SACT-DATE-OUT
           END-IF.
           MOVE STMT-ACT-DESC (STMT-ACT-SUB) TO SACT-DESC-OUT.
           MOVE STMT-ACT-CHARGE (STMT-ACT-SUB) TO SACT-CHARGE-OUT.
           MOVE STMT-ACT-CREDIT (STMT-ACT-SUB) TO SACT-CREDIT-OUT.
           WRITE STATEMENT-LINE FROM STATEMENT-ACTIVITY-LINE AFTER 1.
      *---------------------------------------------------------------*
       360-WRITE-REMITTANCE-STUB SECTION.
      *---------------------------------------------------------------*
           WRITE STATEMENT-LINE FROM STATEMENT-DETACH-LINE
               AFTER 3 LINES.
           WRITE STATEMENT-LINE FROM REMIT-TO-LINE AFTER 2 LINES.
           MOVE ACT-STUDENT-ID-IN TO RSTU-STUDENT-ID-OUT.
           MOVE FIRST-NAME-IN TO RSTU-FIRST-NAME-OUT.
           MOVE LAST-NAME-IN TO RSTU-LAST-NAME-OUT.
           WRITE STATEMENT-LINE FROM REMIT-STUDENT-LINE AFTER 2 LINES.
           MOVE STMT-BALANCE TO RAMT-BALANCE-OUT.
           MOVE STMT-DUE-DATE TO RAMT-DUE-DATE-OUT.
           WRITE STATEMENT-LINE FROM REMIT-AMOUNT-LINE AFTER 1.
           WRITE STATEMENT-LINE FROM REMIT-ENCLOSED-LINE
               AFTER 2 LINES.
      *---------------------------------------------------------------*
       390-WRITE-EXCEPTION SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO STMT-EXCEPTION-COUNT.
           MOVE ACT-STUDENT-ID-IN TO EDET-STUDENT-ID-OUT.
           MOVE LAST-NAME-IN TO EDET-LAST-NAME-OUT.
           MOVE FIRST-NAME-IN TO EDET-FIRST-NAME-OUT.
           MOVE STMT-BALANCE TO EDET-BALANCE-OUT.
           MOVE STMT-REASON TO EDET-REASON-OUT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE AFTER 1.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF STMT-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE EXCEPTION-REPORT
           ELSE
               PERFORM 405-FINISH-STATEMENT-RUN
           END-IF.
      *---------------------------------------------------------------*
       405-FINISH-STATEMENT-RUN SECTION.
      *---------------------------------------------------------------*
           MOVE STMT-ACCOUNT-COUNT TO ESUM-ACCOUNT-OUT.
           MOVE STMT-PRINTED-COUNT TO ESUM-PRINTED-OUT.
           MOVE STMT-EXCEPTION-COUNT TO ESUM-EXCEPTION-OUT.
           MOVE STMT-ZERO-COUNT TO ESUM-ZERO-OUT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-SUMMARY-LINE
               AFTER 2 LINES.
           MOVE STMT-BILLED-TOTAL TO ETOT-BILLED-OUT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE AFTER 1.
           CLOSE ACCOUNT-FILE, STUDENT-MASTER-FILE, ADDRESS-FILE,
               PAYMENT-PLAN-FILE, BILLING-SORTED-FILE,
               RECEIPT-SORTED-FILE, STATEMENT-FILE, EXCEPTION-REPORT.
           IF STMT-AID-IN-CYCLE
               CLOSE AID-SORTED-FILE
           END-IF.
