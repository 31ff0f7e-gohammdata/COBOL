      *               card) still prices and interfaces everyone,
      *               now stamping record type 'B' and recreating
      *               the last-billed file.
      *   2026-10-15  The run is now checked against the term calendar
      *               on the run-control file kept by TERM-CALENDAR.
      *               A second full run for the same term, or an
      *               adjustment run before the term's full run, is
      *               refused with a register message and RETURN-CODE
      *               8 before the interface or last-billed file is
      *               opened; a good run stamps its full or adjustment
      *               date there.
       ENVIRONMENT DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
           SELECT BILLING-REGISTER ASSIGN TO UT-S-BILLRPT.
           SELECT BILLING-INTERFACE-FILE ASSIGN TO UT-S-BILLINT.
           SELECT BILLING-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
           SELECT LAST-BILLED-FILE ASSIGN TO UT-S-LASTBILL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 BCTL-RUN-MODE        PIC X(01).
           05 FILLER               PIC X(79).

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".

       FD LAST-BILLED-FILE.
           COPY "last_billed_record.cpy".
      *---------------------------------------------------------------*
           88 BILL-FULL-RUN            VALUE 'F'.
           88 BILL-ADJUST-RUN          VALUE 'A'.

       01  BILL-RUN-CONTROL-FIELDS.
           05 BILL-RUN-DATE        PIC 9(08) VALUE ZERO.
           05 BILL-REFUSED-SW      PIC X(01) VALUE 'N'.
               88 BILL-RUN-REFUSED        VALUE 'Y'.

       01  BILL-ADJUST-FIELDS.
           05 BILL-DIFF-AMOUNT     PIC S9(07)V99 VALUE ZERO.
           05 BILL-ADJ-AMOUNT      PIC 9(07)V99 VALUE ZERO.
           05 FILLER                PIC X(10) VALUE 'RUN MODE: '.
           05 BMOD-MODE-OUT         PIC X(20).

       01  BILL-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 BREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(21) VALUE
               ' - BILLING NOT RUN **'.

       01  BILL-ADJUST-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BADJ-STUDENT-ID-OUT   PIC X(05).
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF NOT BILL-RUN-REFUSED
               PERFORM 300-BILL-STUDENTS
                   UNTIL FILE-STATUS = 'DONE'
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
           MOVE 'START' TO RATE-STATUS
           MOVE SPACES TO BILL-RATE-TABLE
           PERFORM 105-READ-CONTROL-CARD
           ACCEPT BILL-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 107-CHECK-RUN-CONTROL
           OPEN OUTPUT BILLING-REGISTER
           IF BILL-RUN-REFUSED
               WRITE BILLING-REGISTER-LINE FROM BILL-HEADING-LINE
               PERFORM 108-WRITE-MODE-LINE
               WRITE BILLING-REGISTER-LINE FROM BILL-REFUSED-LINE
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
               OPEN INPUT RATE-TABLE-FILE
               OPEN OUTPUT BILLING-INTERFACE-FILE
               IF BILL-ADJUST-RUN
                   OPEN I-O LAST-BILLED-FILE
               ELSE
                   OPEN OUTPUT LAST-BILLED-FILE
               END-IF
               PERFORM 110-LOAD-RATE-TABLE
                   UNTIL RATE-STATUS = 'DONE'
               CLOSE RATE-TABLE-FILE
               WRITE BILLING-REGISTER-LINE FROM BILL-HEADING-LINE
               PERFORM 108-WRITE-MODE-LINE
               PERFORM 310-READ-MASTER
           END-IF.
      *---------------------------------------------------------------*
       105-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
           ELSE
               MOVE 'F' TO BILL-RUN-MODE
           END-IF.
      *---------------------------------------------------------------*
       107-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   One full register per term: a second one would recreate
      *   the last-billed file and interface every student's charge
      *   again.  Adjustment runs price against that last-billed
      *   file, so they wait until the term's full run has been made.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           EVALUATE TRUE
               WHEN RCR-TERM-CODE = SPACES
                   MOVE 'Y' TO BILL-REFUSED-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO BREF-REASON-OUT
               WHEN BILL-FULL-RUN
                   AND RCR-BILL-FULL-DATE NOT = ZERO
                   MOVE 'Y' TO BILL-REFUSED-SW
                   MOVE 'FULL REGISTER ALREADY RUN FOR TERM'
                       TO BREF-REASON-OUT
               WHEN BILL-ADJUST-RUN
                   AND RCR-BILL-FULL-DATE = ZERO
                   MOVE 'Y' TO BILL-REFUSED-SW
                   MOVE 'NO FULL REGISTER RUN YET FOR TERM'
                       TO BREF-REASON-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       108-WRITE-MODE-LINE SECTION.
      *---------------------------------------------------------------*
           IF BILL-ADJUST-RUN
               MOVE 'ADJUSTMENTS ONLY' TO BMOD-MODE-OUT
           ELSE
               MOVE 'FULL REGISTER' TO BMOD-MODE-OUT
           END-IF.
           WRITE BILLING-REGISTER-LINE FROM BILL-MODE-LINE.
      *---------------------------------------------------------------*
       110-LOAD-RATE-TABLE SECTION.
      *---------------------------------------------------------------*
           WRITE BILLING-REGISTER-LINE FROM BILL-UNPRICED-LINE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF BILL-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE BILLING-REGISTER
           ELSE
               PERFORM 405-FINISH-BILLING-RUN
               PERFORM 430-STAMP-RUN-CONTROL
           END-IF.
      *---------------------------------------------------------------*
       405-FINISH-BILLING-RUN SECTION.
      *---------------------------------------------------------------*
           PERFORM 410-WRITE-CLASS-TOTAL
               VARYING BILL-RATE-SUB FROM 1 BY 1
           END-IF.
           CLOSE STUDENT-MASTER-FILE, BILLING-REGISTER,
               BILLING-INTERFACE-FILE, LAST-BILLED-FILE.
      *---------------------------------------------------------------*
       430-STAMP-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
           OPEN I-O RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           IF RCR-TERM-CODE NOT = SPACES
               IF BILL-ADJUST-RUN
                   MOVE BILL-RUN-DATE TO RCR-BILL-ADJUST-DATE
               ELSE
                   MOVE BILL-RUN-DATE TO RCR-BILL-FULL-DATE
               END-IF
               REWRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
      *---------------------------------------------------------------*
       410-WRITE-CLASS-TOTAL SECTION.
      *---------------------------------------------------------------*
