      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  INTEGRITY-AUDIT.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Nightly cross-file integrity audit.  Several files carry
      *   copies of figures whose source of record is another file;
      *   this run checks every copy against its source and prints
      *   each disagreement under its category with a count:
      *     - a section's enrolled count (SEC-ENROLLED-IN) against
      *       the registration detail records for the section;
      *     - a student's semester hours (HOURS-THIS-SEM-IN) against
      *       the credit hours of the student's registration detail
      *       records;
      *     - a student's account hold (HOLD-FLAG-IN) against the
      *       account file, figured by the same rule PAYMENT-APPLY
      *       uses: held for a missed plan installment or for a
      *       past-due balance beyond what the student's active
      *       plans have not yet made due, and never held with no
      *       account record;
      *     - last-billed, registration detail and account records
      *       for students who are no longer on the student master.
      *   The control card selects the run.  An audit run (mode
      *   SPACE) reads only.  A repair run (mode R) also corrects
      *   the three derived fields from their source of record and
      *   journals each correction to the integrity repair journal,
      *   with the student master corrections also journaled to the
      *   student maintenance journal under the card's operator id.
      *   Records for students no longer on the master are listed
      *   but never removed; they are left for the office that owns
      *   the file to clear.
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
           SELECT STUDENT-MASTER-FILE ASSIGN TO UT-S-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID-IN.
           SELECT REGISTRATION-FILE ASSIGN TO UT-S-REGDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY.
           SELECT REG-SORT-WORK ASSIGN TO UT-S-SORTWK1.
           SELECT REG-SORTED-FILE ASSIGN TO UT-S-SORTWK2.
           SELECT SECTION-FILE ASSIGN TO UT-S-SECTIONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO UT-S-ACCOUNTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STUDENT-ID-IN.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO UT-S-PAYPLANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY.
           SELECT LAST-BILLED-FILE ASSIGN TO UT-S-LASTBILL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LBL-STUDENT-ID-IN.
           SELECT INTEGRITY-CONTROL-FILE ASSIGN TO UT-S-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.
           SELECT INTEGRITY-JOURNAL-FILE ASSIGN TO UT-S-INTJRNL.
           SELECT INTEGRITY-REPORT ASSIGN TO UT-S-INTGRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD STUDENT-MASTER-FILE.
           COPY "student_record.cpy".

       FD REGISTRATION-FILE.
           COPY "registration_record.cpy".

       SD REG-SORT-WORK.
           COPY "registration_record.cpy" REPLACING
               ==REGISTRATION-RECORD== BY ==SORT-REGISTRATION-RECORD==
               ==REG-KEY== BY ==RSRT-KEY==
               ==REG-STUDENT-ID-IN== BY ==RSRT-STUDENT-ID-IN==
               ==REG-COURSE-ID-IN== BY ==RSRT-COURSE-ID-IN==
               ==REG-SECTION-IN== BY ==RSRT-SECTION-IN==
               ==REG-CREDIT-HOURS-IN== BY ==RSRT-CREDIT-HOURS-IN==
               ==REG-GRADE-IN== BY ==RSRT-GRADE-IN==
               ==REG-GRADE-PASSING== BY ==RSRT-GRADE-PASSING==
               ==REG-GRADE-POINTED== BY ==RSRT-GRADE-POINTED==
               ==REG-UNGRADED== BY ==RSRT-UNGRADED==.

       FD REG-SORTED-FILE LABEL RECORDS ARE OMITTED.
       01  REG-SORTED-RECORD       PIC X(16).

       FD SECTION-FILE.
           COPY "section_record.cpy".

       FD ACCOUNT-FILE.
           COPY "account_record.cpy".

       FD PAYMENT-PLAN-FILE.
           COPY "payment_plan_record.cpy".

       FD LAST-BILLED-FILE.
           COPY "last_billed_record.cpy".

       FD INTEGRITY-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       01  INTEGRITY-CONTROL-RECORD.
           05 ICTL-RUN-MODE        PIC X(01).
           05 ICTL-OPERATOR-ID     PIC X(08).
           05 FILLER               PIC X(71).

       FD JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "journal_record.cpy".

       FD INTEGRITY-JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "integrity_journal_record.cpy".

       FD INTEGRITY-REPORT LABEL RECORDS ARE OMITTED.
       01  INTEGRITY-REPORT-LINE   PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).
           04  SECTION-STATUS PIC X(05).
           04  LBL-STATUS PIC X(05).
           04  REG-STATUS PIC X(05).
           04  ACCOUNT-STATUS PIC X(05).

           COPY "registration_record.cpy" REPLACING
               ==REGISTRATION-RECORD== BY ==WORK-REGISTRATION-RECORD==
               ==REG-KEY== BY ==WRG-KEY==
               ==REG-STUDENT-ID-IN== BY ==WRG-STUDENT-ID-IN==
               ==REG-COURSE-ID-IN== BY ==WRG-COURSE-ID-IN==
               ==REG-SECTION-IN== BY ==WRG-SECTION-IN==
               ==REG-CREDIT-HOURS-IN== BY ==WRG-CREDIT-HOURS-IN==
               ==REG-GRADE-IN== BY ==WRG-GRADE-IN==
               ==REG-GRADE-PASSING== BY ==WRG-GRADE-PASSING==
               ==REG-GRADE-POINTED== BY ==WRG-GRADE-POINTED==
               ==REG-UNGRADED== BY ==WRG-UNGRADED==.

       01  INTG-RUN-DATE           PIC 9(08).
       01  INTG-RUN-TIME           PIC 9(08).

       01  INTG-RUN-MODE           PIC X(01) VALUE SPACE.
           88 INTG-REPAIR-RUN          VALUE 'R'.

       01  INTG-OPERATOR-ID        PIC X(08).

       01  PLN-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 PLN-SCAN-DONE            VALUE 'Y'.

       01  INTG-REG-SCAN-SWITCH    PIC X(01) VALUE 'N'.
           88 INTG-REG-SCAN-DONE       VALUE 'Y'.

      *   The section key of the sorted registration record in hand,
      *   set high at the end of the file so it never matches.
       01  INTG-REG-SECTION-KEY.
           05 INTG-REG-COURSE-ID   PIC X(06).
           05 INTG-REG-SECTION     PIC X(02).

       01  INTG-WORK-FIELDS.
           05 INTG-REG-COUNT       PIC 9(05) COMP.
           05 INTG-HOURS-SUM       PIC 9(05) COMP.
           05 INTG-SAVE-STUDENT-ID PIC X(05).
           05 INTG-ON-MASTER-SW    PIC X(01).
               88 INTG-ON-MASTER          VALUE 'Y'.
           05 INTG-REPAIRED-SW     PIC X(01).
               88 INTG-REPAIRED           VALUE 'Y'.
           05 INTG-VALUE-9         PIC 9(05).
           05 INTG-VALUE-EDIT      PIC ZZ,ZZ9.
           05 INTG-CATEGORY-CODE   PIC X(02).
           05 INTG-BEFORE-VALUE    PIC X(05).
           05 INTG-AFTER-VALUE     PIC X(05).
           05 INTG-BEFORE-IMAGE    PIC X(41).
           05 INTG-AFTER-IMAGE     PIC X(41).

       01  INTG-NAME-WORK.
           05 INTG-NAME-LAST       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 INTG-NAME-FIRST      PIC X(10).

       01  INTG-HOLD-FIELDS.
           05 INTG-PAST-DUE-TOTAL  PIC S9(08)V99.
           05 INTG-PLAN-SUB        PIC 9(02) COMP.
           05 INTG-INSTALLMENT-UNPAID PIC 9(07)V99.
           05 INTG-PLAN-MISSED     PIC 9(02) COMP.
           05 INTG-PLAN-DEFERRED   PIC 9(07)V99.
           05 INTG-STUDENT-MISSED  PIC 9(02) COMP.
           05 INTG-STUDENT-DEFERRED PIC 9(08)V99.
           05 INTG-HOLD-SW         PIC X(01).
               88 INTG-HOLD-DUE           VALUE 'Y'.

       01  INTG-COUNTERS.
           05 INTG-SECTIONS-READ   PIC 9(05) COMP VALUE ZERO.
           05 INTG-STUDENTS-READ   PIC 9(05) COMP VALUE ZERO.
           05 INTG-CAT-FOUND       PIC 9(05) COMP VALUE ZERO.
           05 INTG-CAT-REPAIRED    PIC 9(05) COMP VALUE ZERO.
           05 INTG-TOTAL-FOUND     PIC 9(05) COMP VALUE ZERO.
           05 INTG-TOTAL-REPAIRED  PIC 9(05) COMP VALUE ZERO.

       01  INTEGRITY-HEADING-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE
               'CROSS-FILE INTEGRITY AUDIT'.
           05 IHDG-MODE-OUT         PIC X(12).
           05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05 IHDG-RUN-DATE-OUT     PIC 9(08).

       01  INTEGRITY-CATEGORY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'CATEGORY: '.
           05 ICAT-CATEGORY-OUT     PIC X(50).

       01  INTEGRITY-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(15) VALUE 'RECORD KEY'.
           05 FILLER   PIC X(23) VALUE 'DESCRIPTION'.
           05 FILLER   PIC X(10) VALUE 'RECORDED'.
           05 FILLER   PIC X(10) VALUE 'SOURCE'.
           05 FILLER   PIC X(12) VALUE 'ACTION'.

       01  SEPARATOR-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(70) VALUE ALL '-'.

       01  INTEGRITY-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 IDET-KEY-OUT          PIC X(13).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDET-DESC-OUT         PIC X(21).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDET-RECORDED-OUT     PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDET-SOURCE-OUT       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDET-ACTION-OUT       PIC X(12).

       01  INTEGRITY-CATEGORY-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE 'DISAGREEMENTS: '.
           05 ICNT-FOUND-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REPAIRED: '.
           05 ICNT-REPAIRED-OUT     PIC ZZ,ZZ9.

       01  INTEGRITY-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               'SECTIONS CHECKED: '.
           05 ISUM-SECTIONS-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(20) VALUE
               '  STUDENTS CHECKED: '.
           05 ISUM-STUDENTS-OUT     PIC ZZ,ZZ9.

       01  INTEGRITY-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
               'TOTAL DISAGREEMENTS: '.
           05 ITOT-FOUND-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
               '  TOTAL REPAIRED: '.
           05 ITOT-REPAIRED-OUT     PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-AUDIT-SECTION-COUNTS.
           PERFORM 250-OPEN-STUDENT-FILES.
           PERFORM 300-AUDIT-SEMESTER-HOURS.
           PERFORM 500-AUDIT-HOLD-FLAGS.
           PERFORM 600-AUDIT-LAST-BILLED.
           PERFORM 650-AUDIT-REGISTRATIONS.
           PERFORM 700-AUDIT-ACCOUNTS.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           ACCEPT INTG-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-READ-CONTROL-CARD
           OPEN OUTPUT INTEGRITY-REPORT
           IF INTG-REPAIR-RUN
               OPEN EXTEND JOURNAL-FILE
               OPEN EXTEND INTEGRITY-JOURNAL-FILE
               MOVE 'REPAIR RUN' TO IHDG-MODE-OUT
           ELSE
               MOVE 'AUDIT ONLY' TO IHDG-MODE-OUT
           END-IF
           MOVE INTG-RUN-DATE TO IHDG-RUN-DATE-OUT
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-HEADING-LINE.
      *---------------------------------------------------------------*
       110-READ-CONTROL-CARD SECTION.
      *---------------------------------------------------------------*
      *   Anything but R on the card is an audit run.  A repair run
      *   with no operator id on the card journals under INTGAUDT.
           MOVE SPACES TO INTEGRITY-CONTROL-RECORD.
           OPEN INPUT INTEGRITY-CONTROL-FILE.
           READ INTEGRITY-CONTROL-FILE
               AT END MOVE SPACES TO INTEGRITY-CONTROL-RECORD
           END-READ.
           CLOSE INTEGRITY-CONTROL-FILE.
           MOVE ICTL-RUN-MODE TO INTG-RUN-MODE.
           IF ICTL-OPERATOR-ID = SPACES
               MOVE 'INTGAUDT' TO INTG-OPERATOR-ID
           ELSE
               MOVE ICTL-OPERATOR-ID TO INTG-OPERATOR-ID
           END-IF.
      *---------------------------------------------------------------*
       200-AUDIT-SECTION-COUNTS SECTION.
      *---------------------------------------------------------------*
      *   The registration detail file is keyed by student, so it is
      *   sorted into section order and matched against the section
      *   file.  Registrations for a section not on the section file
      *   are passed over; REG-APPLY never writes one.
           MOVE 'SECTION ENROLLED COUNT VS REGISTRATIONS'
               TO ICAT-CATEGORY-OUT.
           PERFORM 900-WRITE-CATEGORY-HEADING.
           SORT REG-SORT-WORK
               ON ASCENDING KEY RSRT-COURSE-ID-IN RSRT-SECTION-IN
                                RSRT-STUDENT-ID-IN
               USING REGISTRATION-FILE
               GIVING REG-SORTED-FILE.
           OPEN INPUT REG-SORTED-FILE.
           IF INTG-REPAIR-RUN
               OPEN I-O SECTION-FILE
           ELSE
               OPEN INPUT SECTION-FILE
           END-IF.
           MOVE 'START' TO SECTION-STATUS.
           PERFORM 210-READ-SORTED-REG.
           PERFORM 228-READ-SECTION.
           PERFORM 220-CHECK-ONE-SECTION
               UNTIL SECTION-STATUS = 'DONE'.
           CLOSE REG-SORTED-FILE, SECTION-FILE.
           PERFORM 920-WRITE-CATEGORY-COUNT.
      *---------------------------------------------------------------*
       210-READ-SORTED-REG SECTION.
      *---------------------------------------------------------------*
           READ REG-SORTED-FILE INTO WORK-REGISTRATION-RECORD
               AT END
                   MOVE HIGH-VALUES TO INTG-REG-SECTION-KEY
               NOT AT END
                   MOVE WRG-COURSE-ID-IN TO INTG-REG-COURSE-ID
                   MOVE WRG-SECTION-IN TO INTG-REG-SECTION
           END-READ.
      *---------------------------------------------------------------*
       220-CHECK-ONE-SECTION SECTION.
      *---------------------------------------------------------------*
       220-ENTRY.
           ADD 1 TO INTG-SECTIONS-READ.
           MOVE ZERO TO INTG-REG-COUNT.
           PERFORM 210-READ-SORTED-REG
               UNTIL INTG-REG-SECTION-KEY NOT < SEC-KEY.
           PERFORM 225-COUNT-SECTION-REG
               UNTIL INTG-REG-SECTION-KEY NOT = SEC-KEY.
           IF INTG-REG-COUNT NOT = SEC-ENROLLED-IN
               PERFORM 230-REPORT-SECTION-COUNT
           END-IF.
           PERFORM 228-READ-SECTION.
      *---------------------------------------------------------------*
       225-COUNT-SECTION-REG SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO INTG-REG-COUNT.
           PERFORM 210-READ-SORTED-REG.
      *---------------------------------------------------------------*
       228-READ-SECTION SECTION.
      *---------------------------------------------------------------*
           READ SECTION-FILE NEXT RECORD
               AT END MOVE 'DONE' TO SECTION-STATUS.
      *---------------------------------------------------------------*
       230-REPORT-SECTION-COUNT SECTION.
      *---------------------------------------------------------------*
           MOVE SEC-KEY TO IDET-KEY-OUT.
           MOVE 'ENROLLED COUNT' TO IDET-DESC-OUT.
           MOVE SEC-ENROLLED-IN TO INTG-VALUE-EDIT.
           MOVE INTG-VALUE-EDIT TO IDET-RECORDED-OUT.
           MOVE INTG-REG-COUNT TO INTG-VALUE-EDIT.
           MOVE INTG-VALUE-EDIT TO IDET-SOURCE-OUT.
           MOVE 'N' TO INTG-REPAIRED-SW.
           IF INTG-REPAIR-RUN
               MOVE SEC-ENROLLED-IN TO INTG-VALUE-9
               MOVE INTG-VALUE-9 TO INTG-BEFORE-VALUE
               MOVE INTG-REG-COUNT TO SEC-ENROLLED-IN
               REWRITE SECTION-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO INTG-REPAIRED-SW
                       MOVE INTG-REG-COUNT TO INTG-VALUE-9
                       MOVE INTG-VALUE-9 TO INTG-AFTER-VALUE
                       MOVE 'SE' TO INTG-CATEGORY-CODE
                       MOVE SEC-KEY TO IJR-RECORD-KEY
                       PERFORM 930-WRITE-REPAIR-JOURNAL
               END-REWRITE
           END-IF.
           PERFORM 910-WRITE-DETAIL-LINE.
      *---------------------------------------------------------------*
       250-OPEN-STUDENT-FILES SECTION.
      *---------------------------------------------------------------*
      *   Opened once the section pass has sorted the registration
      *   detail file, for the student-keyed passes that follow.
           OPEN INPUT REGISTRATION-FILE.
           IF INTG-REPAIR-RUN
               OPEN I-O STUDENT-MASTER-FILE
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT PAYMENT-PLAN-FILE.
      *---------------------------------------------------------------*
       300-AUDIT-SEMESTER-HOURS SECTION.
      *---------------------------------------------------------------*
           MOVE 'SEMESTER HOURS VS REGISTRATIONS'
               TO ICAT-CATEGORY-OUT.
           PERFORM 900-WRITE-CATEGORY-HEADING.
           PERFORM 305-POSITION-MASTER-SCAN.
           PERFORM 310-CHECK-STUDENT-HOURS
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 920-WRITE-CATEGORY-COUNT.
      *---------------------------------------------------------------*
       305-POSITION-MASTER-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS.
           MOVE LOW-VALUES TO STUDENT-ID-IN.
           START STUDENT-MASTER-FILE KEY NOT < STUDENT-ID-IN
               INVALID KEY
                   MOVE 'DONE' TO FILE-STATUS
           END-START.
           IF FILE-STATUS NOT = 'DONE'
               PERFORM 307-READ-NEXT-STUDENT
           END-IF.
      *---------------------------------------------------------------*
       307-READ-NEXT-STUDENT SECTION.
      *---------------------------------------------------------------*
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       310-CHECK-STUDENT-HOURS SECTION.
      *---------------------------------------------------------------*
       310-ENTRY.
           ADD 1 TO INTG-STUDENTS-READ.
           MOVE ZERO TO INTG-HOURS-SUM.
           PERFORM 315-POSITION-REG-SCAN.
           PERFORM 318-ADD-REG-HOURS
               UNTIL INTG-REG-SCAN-DONE.
           IF INTG-HOURS-SUM NOT = HOURS-THIS-SEM-IN
               PERFORM 320-REPORT-STUDENT-HOURS
           END-IF.
           PERFORM 307-READ-NEXT-STUDENT.
      *---------------------------------------------------------------*
       315-POSITION-REG-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO INTG-REG-SCAN-SWITCH.
           MOVE STUDENT-ID-IN TO REG-STUDENT-ID-IN.
           MOVE LOW-VALUES TO REG-COURSE-ID-IN.
           MOVE LOW-VALUES TO REG-SECTION-IN.
           START REGISTRATION-FILE KEY NOT < REG-KEY
               INVALID KEY
                   MOVE 'Y' TO INTG-REG-SCAN-SWITCH
           END-START.
           IF NOT INTG-REG-SCAN-DONE
               PERFORM 317-READ-NEXT-REG
           END-IF.
      *---------------------------------------------------------------*
       317-READ-NEXT-REG SECTION.
      *---------------------------------------------------------------*
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO INTG-REG-SCAN-SWITCH
           END-READ.
           IF NOT INTG-REG-SCAN-DONE
               AND REG-STUDENT-ID-IN NOT = STUDENT-ID-IN
               MOVE 'Y' TO INTG-REG-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       318-ADD-REG-HOURS SECTION.
      *---------------------------------------------------------------*
           ADD REG-CREDIT-HOURS-IN TO INTG-HOURS-SUM.
           PERFORM 317-READ-NEXT-REG.
      *---------------------------------------------------------------*
       320-REPORT-STUDENT-HOURS SECTION.
      *---------------------------------------------------------------*
      *   The semester hours field holds two digits; a sum past 99
      *   is reported but cannot be stored.
           MOVE STUDENT-ID-IN TO IDET-KEY-OUT.
           MOVE LAST-NAME-IN TO INTG-NAME-LAST.
           MOVE FIRST-NAME-IN TO INTG-NAME-FIRST.
           MOVE INTG-NAME-WORK TO IDET-DESC-OUT.
           MOVE HOURS-THIS-SEM-IN TO INTG-VALUE-EDIT.
           MOVE INTG-VALUE-EDIT TO IDET-RECORDED-OUT.
           MOVE INTG-HOURS-SUM TO INTG-VALUE-EDIT.
           MOVE INTG-VALUE-EDIT TO IDET-SOURCE-OUT.
           MOVE 'N' TO INTG-REPAIRED-SW.
           IF INTG-REPAIR-RUN
               AND INTG-HOURS-SUM NOT > 99
               MOVE STUDENT-RECORD TO INTG-BEFORE-IMAGE
               MOVE HOURS-THIS-SEM-IN TO INTG-VALUE-9
               MOVE INTG-VALUE-9 TO INTG-BEFORE-VALUE
               MOVE INTG-HOURS-SUM TO HOURS-THIS-SEM-IN
               MOVE INTG-HOURS-SUM TO INTG-VALUE-9
               MOVE INTG-VALUE-9 TO INTG-AFTER-VALUE
               MOVE 'SH' TO INTG-CATEGORY-CODE
               PERFORM 350-REWRITE-STUDENT
           END-IF.
           PERFORM 910-WRITE-DETAIL-LINE.
      *---------------------------------------------------------------*
       350-REWRITE-STUDENT SECTION.
      *---------------------------------------------------------------*
           REWRITE STUDENT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO INTG-REPAIRED-SW
                   MOVE STUDENT-RECORD TO INTG-AFTER-IMAGE
                   MOVE STUDENT-ID-IN TO IJR-RECORD-KEY
                   PERFORM 930-WRITE-REPAIR-JOURNAL
                   PERFORM 935-WRITE-MASTER-JOURNAL
           END-REWRITE.
      *---------------------------------------------------------------*
       500-AUDIT-HOLD-FLAGS SECTION.
      *---------------------------------------------------------------*
           MOVE 'ACCOUNT HOLD FLAG VS ACCOUNT BALANCE'
               TO ICAT-CATEGORY-OUT.
           PERFORM 900-WRITE-CATEGORY-HEADING.
           PERFORM 305-POSITION-MASTER-SCAN.
           PERFORM 510-CHECK-STUDENT-HOLD
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 920-WRITE-CATEGORY-COUNT.
      *---------------------------------------------------------------*
       510-CHECK-STUDENT-HOLD SECTION.
      *---------------------------------------------------------------*
       510-ENTRY.
           MOVE STUDENT-ID-IN TO ACT-STUDENT-ID-IN.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO INTG-HOLD-SW
               NOT INVALID KEY
                   PERFORM 540-FIGURE-HOLD
           END-READ.
           IF (INTG-HOLD-DUE AND NOT HOLD-ON-ACCOUNT)
               OR (NOT INTG-HOLD-DUE AND HOLD-ON-ACCOUNT)
               PERFORM 520-REPORT-STUDENT-HOLD
           END-IF.
           PERFORM 307-READ-NEXT-STUDENT.
      *---------------------------------------------------------------*
       520-REPORT-STUDENT-HOLD SECTION.
      *---------------------------------------------------------------*
           MOVE STUDENT-ID-IN TO IDET-KEY-OUT.
           MOVE LAST-NAME-IN TO INTG-NAME-LAST.
           MOVE FIRST-NAME-IN TO INTG-NAME-FIRST.
           MOVE INTG-NAME-WORK TO IDET-DESC-OUT.
           IF HOLD-ON-ACCOUNT
               MOVE 'HOLD' TO IDET-RECORDED-OUT
               MOVE 'NO HOLD' TO IDET-SOURCE-OUT
           ELSE
               MOVE 'NO HOLD' TO IDET-RECORDED-OUT
               MOVE 'HOLD' TO IDET-SOURCE-OUT
           END-IF.
           MOVE 'N' TO INTG-REPAIRED-SW.
           IF INTG-REPAIR-RUN
               MOVE STUDENT-RECORD TO INTG-BEFORE-IMAGE
               MOVE HOLD-FLAG-IN TO INTG-BEFORE-VALUE
               IF INTG-HOLD-DUE
                   MOVE 'H' TO HOLD-FLAG-IN
               ELSE
                   MOVE SPACE TO HOLD-FLAG-IN
               END-IF
               MOVE HOLD-FLAG-IN TO INTG-AFTER-VALUE
               MOVE 'AH' TO INTG-CATEGORY-CODE
               PERFORM 350-REWRITE-STUDENT
           END-IF.
           PERFORM 910-WRITE-DETAIL-LINE.
      *---------------------------------------------------------------*
       540-FIGURE-HOLD SECTION.
      *---------------------------------------------------------------*
      *   The PAYMENT-APPLY hold rule: past-due money is excused
      *   only as far as the student's active plans have not yet
      *   made it due, and a missed installment always holds.
           COMPUTE INTG-PAST-DUE-TOTAL = ACT-AGE-30-DUE-IN +
               ACT-AGE-60-DUE-IN + ACT-AGE-90-DUE-IN.
           MOVE ZERO TO INTG-STUDENT-MISSED.
           MOVE ZERO TO INTG-STUDENT-DEFERRED.
           PERFORM 800-POSITION-PLAN-SCAN.
           PERFORM 545-ADD-PLAN-STANDING
               UNTIL PLN-SCAN-DONE.
           IF INTG-STUDENT-MISSED > ZERO
               OR INTG-PAST-DUE-TOTAL > INTG-STUDENT-DEFERRED
               MOVE 'Y' TO INTG-HOLD-SW
           ELSE
               MOVE 'N' TO INTG-HOLD-SW
           END-IF.
      *---------------------------------------------------------------*
       545-ADD-PLAN-STANDING SECTION.
      *---------------------------------------------------------------*
       545-ENTRY.
           IF PLN-ACTIVE
               PERFORM 810-FIGURE-PLAN-STANDING
               ADD INTG-PLAN-MISSED TO INTG-STUDENT-MISSED
               ADD INTG-PLAN-DEFERRED TO INTG-STUDENT-DEFERRED
           END-IF.
           PERFORM 805-READ-NEXT-PLAN.
      *---------------------------------------------------------------*
       600-AUDIT-LAST-BILLED SECTION.
      *---------------------------------------------------------------*
           MOVE 'LAST BILLED RECORDS NOT ON STUDENT MASTER'
               TO ICAT-CATEGORY-OUT.
           PERFORM 900-WRITE-CATEGORY-HEADING.
           OPEN INPUT LAST-BILLED-FILE.
           MOVE 'START' TO LBL-STATUS.
           PERFORM 615-READ-LAST-BILLED.
           PERFORM 610-CHECK-LAST-BILLED
               UNTIL LBL-STATUS = 'DONE'.
           CLOSE LAST-BILLED-FILE.
           PERFORM 920-WRITE-CATEGORY-COUNT.
      *---------------------------------------------------------------*
       610-CHECK-LAST-BILLED SECTION.
      *---------------------------------------------------------------*
       610-ENTRY.
           MOVE LBL-STUDENT-ID-IN TO INTG-SAVE-STUDENT-ID.
           PERFORM 950-CHECK-ON-MASTER.
           IF NOT INTG-ON-MASTER
               MOVE LBL-STUDENT-ID-IN TO IDET-KEY-OUT
               PERFORM 690-REPORT-ORPHAN
           END-IF.
           PERFORM 615-READ-LAST-BILLED.
      *---------------------------------------------------------------*
       615-READ-LAST-BILLED SECTION.
      *---------------------------------------------------------------*
           READ LAST-BILLED-FILE NEXT RECORD
               AT END MOVE 'DONE' TO LBL-STATUS.
      *---------------------------------------------------------------*
       650-AUDIT-REGISTRATIONS SECTION.
      *---------------------------------------------------------------*
           MOVE 'REGISTRATIONS NOT ON STUDENT MASTER'
               TO ICAT-CATEGORY-OUT.
           PERFORM 900-WRITE-CATEGORY-HEADING.
           MOVE SPACES TO INTG-SAVE-STUDENT-ID.
           MOVE 'START' TO REG-STATUS.
           MOVE LOW-VALUES TO REG-KEY.
           START REGISTRATION-FILE KEY NOT < REG-KEY
               INVALID KEY
                   MOVE 'DONE' TO REG-STATUS
           END-START.
           IF REG-STATUS NOT = 'DONE'
               PERFORM 665-READ-REGISTRATION
           END-IF.
           PERFORM 660-CHECK-REGISTRATION
               UNTIL REG-STATUS = 'DONE'.
           PERFORM 920-WRITE-CATEGORY-COUNT.
      *---------------------------------------------------------------*
       660-CHECK-REGISTRATION SECTION.
      *---------------------------------------------------------------*
      *   A student's records are adjacent, so the master is read
      *   once per student rather than once per record.
       660-ENTRY.
           IF REG-STUDENT-ID-IN NOT = INTG-SAVE-STUDENT-ID
               MOVE REG-STUDENT-ID-IN TO INTG-SAVE-STUDENT-ID
               PERFORM 950-CHECK-ON-MASTER
           END-IF.
           IF NOT INTG-ON-MASTER
               MOVE REG-KEY TO IDET-KEY-OUT
               PERFORM 690-REPORT-ORPHAN
           END-IF.
           PERFORM 665-READ-REGISTRATION.
      *---------------------------------------------------------------*
       665-READ-REGISTRATION SECTION.
      *---------------------------------------------------------------*
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE 'DONE' TO REG-STATUS.
      *---------------------------------------------------------------*
       690-REPORT-ORPHAN SECTION.
      *---------------------------------------------------------------*
           MOVE 'NOT ON STUDENT MASTER' TO IDET-DESC-OUT.
           MOVE SPACES TO IDET-RECORDED-OUT.
           MOVE SPACES TO IDET-SOURCE-OUT.
           MOVE 'N' TO INTG-REPAIRED-SW.
           PERFORM 910-WRITE-DETAIL-LINE.
      *---------------------------------------------------------------*
       700-AUDIT-ACCOUNTS SECTION.
      *---------------------------------------------------------------*
           MOVE 'ACCOUNTS NOT ON STUDENT MASTER'
               TO ICAT-CATEGORY-OUT.
           PERFORM 900-WRITE-CATEGORY-HEADING.
           MOVE 'START' TO ACCOUNT-STATUS.
           MOVE LOW-VALUES TO ACT-STUDENT-ID-IN.
           START ACCOUNT-FILE KEY NOT < ACT-STUDENT-ID-IN
               INVALID KEY
                   MOVE 'DONE' TO ACCOUNT-STATUS
           END-START.
           IF ACCOUNT-STATUS NOT = 'DONE'
               PERFORM 715-READ-ACCOUNT
           END-IF.
           PERFORM 710-CHECK-ACCOUNT
               UNTIL ACCOUNT-STATUS = 'DONE'.
           PERFORM 920-WRITE-CATEGORY-COUNT.
      *---------------------------------------------------------------*
       710-CHECK-ACCOUNT SECTION.
      *---------------------------------------------------------------*
       710-ENTRY.
           MOVE ACT-STUDENT-ID-IN TO INTG-SAVE-STUDENT-ID.
           PERFORM 950-CHECK-ON-MASTER.
           IF NOT INTG-ON-MASTER
               MOVE ACT-STUDENT-ID-IN TO IDET-KEY-OUT
               PERFORM 690-REPORT-ORPHAN
           END-IF.
           PERFORM 715-READ-ACCOUNT.
      *---------------------------------------------------------------*
       715-READ-ACCOUNT SECTION.
      *---------------------------------------------------------------*
           READ ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'DONE' TO ACCOUNT-STATUS.
      *---------------------------------------------------------------*
       800-POSITION-PLAN-SCAN SECTION.
      *---------------------------------------------------------------*
           MOVE 'N' TO PLN-SCAN-SWITCH.
           MOVE ACT-STUDENT-ID-IN TO PLN-STUDENT-ID-IN.
           MOVE LOW-VALUES TO PLN-TERM-CODE-IN.
           START PAYMENT-PLAN-FILE KEY NOT < PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO PLN-SCAN-SWITCH
           END-START.
           IF NOT PLN-SCAN-DONE
               PERFORM 805-READ-NEXT-PLAN
           END-IF.
      *---------------------------------------------------------------*
       805-READ-NEXT-PLAN SECTION.
      *---------------------------------------------------------------*
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO PLN-SCAN-SWITCH
           END-READ.
           IF NOT PLN-SCAN-DONE
               AND PLN-STUDENT-ID-IN NOT = ACT-STUDENT-ID-IN
               MOVE 'Y' TO PLN-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       810-FIGURE-PLAN-STANDING SECTION.
      *---------------------------------------------------------------*
      *   Installments missed (due date before today and not paid
      *   in full) and the unpaid amount not yet due.
           MOVE ZERO TO INTG-PLAN-MISSED.
           MOVE ZERO TO INTG-PLAN-DEFERRED.
           PERFORM 815-FIGURE-INSTALLMENT
               VARYING INTG-PLAN-SUB FROM 1 BY 1
               UNTIL INTG-PLAN-SUB > PLN-INSTALLMENT-COUNT-IN.
      *---------------------------------------------------------------*
       815-FIGURE-INSTALLMENT SECTION.
      *---------------------------------------------------------------*
           COMPUTE INTG-INSTALLMENT-UNPAID =
               PLN-DUE-AMOUNT-IN (INTG-PLAN-SUB) -
               PLN-PAID-AMOUNT-IN (INTG-PLAN-SUB).
           IF INTG-INSTALLMENT-UNPAID > ZERO
               IF PLN-DUE-DATE-IN (INTG-PLAN-SUB) < INTG-RUN-DATE
                   ADD 1 TO INTG-PLAN-MISSED
               ELSE
                   ADD INTG-INSTALLMENT-UNPAID TO INTG-PLAN-DEFERRED
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       900-WRITE-CATEGORY-HEADING SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO TO INTG-CAT-FOUND.
           MOVE ZERO TO INTG-CAT-REPAIRED.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-CATEGORY-LINE
               AFTER 3 LINES.
           WRITE INTEGRITY-REPORT-LINE FROM SEPARATOR-LINE AFTER 1.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-COLUMN-HEADING
               AFTER 1.
           WRITE INTEGRITY-REPORT-LINE FROM SEPARATOR-LINE AFTER 1.
      *---------------------------------------------------------------*
       910-WRITE-DETAIL-LINE SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO INTG-CAT-FOUND.
           ADD 1 TO INTG-TOTAL-FOUND.
           IF INTG-REPAIRED
               MOVE 'REPAIRED' TO IDET-ACTION-OUT
               ADD 1 TO INTG-CAT-REPAIRED
               ADD 1 TO INTG-TOTAL-REPAIRED
           ELSE
               IF INTG-REPAIR-RUN
                   MOVE 'NOT REPAIRED' TO IDET-ACTION-OUT
               ELSE
                   MOVE SPACES TO IDET-ACTION-OUT
               END-IF
           END-IF.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-DETAIL-LINE
               AFTER 1.
      *---------------------------------------------------------------*
       920-WRITE-CATEGORY-COUNT SECTION.
      *---------------------------------------------------------------*
           MOVE INTG-CAT-FOUND TO ICNT-FOUND-OUT.
           MOVE INTG-CAT-REPAIRED TO ICNT-REPAIRED-OUT.
           WRITE INTEGRITY-REPORT-LINE
               FROM INTEGRITY-CATEGORY-COUNT-LINE AFTER 2 LINES.
      *---------------------------------------------------------------*
       930-WRITE-REPAIR-JOURNAL SECTION.
      *---------------------------------------------------------------*
      *   IJR-RECORD-KEY is set by the caller.
           MOVE INTG-RUN-DATE TO IJR-RUN-DATE.
           ACCEPT INTG-RUN-TIME FROM TIME.
           MOVE INTG-RUN-TIME TO IJR-RUN-TIME.
           MOVE INTG-CATEGORY-CODE TO IJR-CATEGORY-CODE.
           MOVE INTG-OPERATOR-ID TO IJR-OPERATOR-ID.
           MOVE INTG-BEFORE-VALUE TO IJR-BEFORE-VALUE.
           MOVE INTG-AFTER-VALUE TO IJR-AFTER-VALUE.
           WRITE INTEGRITY-JOURNAL-RECORD.
      *---------------------------------------------------------------*
       935-WRITE-MASTER-JOURNAL SECTION.
      *---------------------------------------------------------------*
      *   Written as a batch 'C' record, as a STUDENT-MAINT change
      *   is, so JOURNAL-REPLAY rebuilding the master carries the
      *   repair forward.
           MOVE INTG-RUN-DATE TO JRN-RUN-DATE.
           ACCEPT INTG-RUN-TIME FROM TIME.
           MOVE INTG-RUN-TIME TO JRN-RUN-TIME.
           MOVE 'C' TO JRN-TRANS-CODE.
           MOVE 'B' TO JRN-SOURCE-CODE.
           MOVE INTG-OPERATOR-ID TO JRN-OPERATOR-ID.
           MOVE STUDENT-ID-IN TO JRN-STUDENT-ID.
           MOVE INTG-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE INTG-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
      *---------------------------------------------------------------*
       950-CHECK-ON-MASTER SECTION.
      *---------------------------------------------------------------*
           MOVE INTG-SAVE-STUDENT-ID TO STUDENT-ID-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO INTG-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE 'Y' TO INTG-ON-MASTER-SW
           END-READ.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE INTG-SECTIONS-READ TO ISUM-SECTIONS-OUT.
           MOVE INTG-STUDENTS-READ TO ISUM-STUDENTS-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-SUMMARY-LINE
               AFTER 3 LINES.
           MOVE INTG-TOTAL-FOUND TO ITOT-FOUND-OUT.
           MOVE INTG-TOTAL-REPAIRED TO ITOT-REPAIRED-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-TOTAL-LINE
               AFTER 1.
           IF INTG-REPAIR-RUN
               CLOSE JOURNAL-FILE, INTEGRITY-JOURNAL-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE, REGISTRATION-FILE,
               ACCOUNT-FILE, PAYMENT-PLAN-FILE, INTEGRITY-REPORT.
