      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  PREREQ-MAINT.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Maintenance program for the indexed course prerequisite
      *   file.  Applies ADD, CHANGE and DELETE transactions (course
      *   id, prerequisite course id, minimum grade) against the file
      *   keyed on PRQ-KEY.  A course may carry any number of
      *   prerequisites, one record each, and REG-APPLY requires all
      *   of them to be met before it enrolls a student or promotes
      *   one from the waitlist.  An ADD is rejected when either
      *   course id is not on the course catalog, when a course is
      *   named as its own prerequisite, or when the minimum grade is
      *   not A through D; a CHANGE alters the minimum grade only.
      *   Applied and rejected transactions and a run summary go to
      *   the prerequisite maintenance report.
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
           SELECT PREREQ-FILE ASSIGN TO UT-S-PREREQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRQ-KEY.
           SELECT COURSE-CATALOG-FILE ASSIGN TO UT-S-COURSES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-COURSE-ID-IN.
           SELECT PREREQ-TRANSACTION-FILE ASSIGN TO UT-S-PRQTRANS.
           SELECT PREREQ-REPORT ASSIGN TO UT-S-PRQRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD PREREQ-FILE.
           COPY "prereq_record.cpy".

       FD COURSE-CATALOG-FILE.
           COPY "course_catalog_record.cpy".

       FD PREREQ-TRANSACTION-FILE LABEL RECORDS ARE OMITTED.
       01  PREREQ-TRANSACTION-RECORD.
           05 PTRN-CODE            PIC X(01).
               88 PTRN-ADD                VALUE 'A'.
               88 PTRN-CHANGE             VALUE 'C'.
               88 PTRN-DELETE             VALUE 'D'.
           05 PTRN-COURSE-ID-IN    PIC X(06).
           05 PTRN-PREREQ-ID-IN    PIC X(06).
           05 PTRN-MIN-GRADE-IN    PIC X(01).
               88 PTRN-VALID-MIN-GRADE    VALUES 'A' 'B' 'C' 'D'.

       FD PREREQ-REPORT LABEL RECORDS ARE OMITTED.
       01  PREREQ-REPORT-LINE      PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).

       01  PREREQ-COUNTERS.
           05 PMNT-ADD-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 PMNT-CHANGE-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 PMNT-DELETE-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 PMNT-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.

       01  PMNT-REJECT-REASON      PIC X(20) VALUE SPACES.

       01  PREREQ-AUDIT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 PRAU-CODE-OUT         PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PRAU-COURSE-OUT       PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PRAU-PREREQ-OUT       PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PRAU-MIN-GRADE-OUT    PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PRAU-RESULT-OUT       PIC X(20).

       01  PREREQ-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'ADDED: '.
           05 PRSM-ADD-OUT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  CHANGED: '.
           05 PRSM-CHANGE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  DELETED: '.
           05 PRSM-DELETE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REJECTED: '.
           05 PRSM-REJECT-OUT       PIC ZZ,ZZ9.
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
           OPEN I-O PREREQ-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN INPUT PREREQ-TRANSACTION-FILE
           OPEN OUTPUT PREREQ-REPORT
           PERFORM 310-READ-TRANSACTION.
      *---------------------------------------------------------------*
       300-APPLY-TRANSACTIONS SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           EVALUATE TRUE
               WHEN PTRN-ADD
                   PERFORM 320-ADD-PREREQ
               WHEN PTRN-CHANGE
                   PERFORM 330-CHANGE-PREREQ
               WHEN PTRN-DELETE
                   PERFORM 340-DELETE-PREREQ
               WHEN OTHER
                   PERFORM 350-REJECT-TRANSACTION
           END-EVALUATE.
           PERFORM 310-READ-TRANSACTION.
      *---------------------------------------------------------------*
       310-READ-TRANSACTION SECTION.
      *---------------------------------------------------------------*
           READ PREREQ-TRANSACTION-FILE
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-ADD-PREREQ SECTION.
      *---------------------------------------------------------------*
      *   Both course ids must be on the catalog, so REG-APPLY is
      *   never asked to find history for a course that cannot have
      *   been taken.
           IF NOT PTRN-VALID-MIN-GRADE
               MOVE 'INVALID MIN GRADE' TO PMNT-REJECT-REASON
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               IF PTRN-PREREQ-ID-IN = PTRN-COURSE-ID-IN
                   MOVE 'COURSE IS OWN PREREQ' TO PMNT-REJECT-REASON
                   PERFORM 350-REJECT-TRANSACTION
               ELSE
                   MOVE PTRN-COURSE-ID-IN TO CRS-COURSE-ID-IN
                   READ COURSE-CATALOG-FILE
                       INVALID KEY
                           MOVE 'COURSE NOT ON CATALOG'
                               TO PMNT-REJECT-REASON
                           PERFORM 350-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 322-EDIT-PREREQ-COURSE
                   END-READ
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       322-EDIT-PREREQ-COURSE SECTION.
      *---------------------------------------------------------------*
           MOVE PTRN-PREREQ-ID-IN TO CRS-COURSE-ID-IN.
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE 'PREREQ NOT ON CATALOG' TO PMNT-REJECT-REASON
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 325-WRITE-PREREQ
           END-READ.
      *---------------------------------------------------------------*
       325-WRITE-PREREQ SECTION.
      *---------------------------------------------------------------*
           MOVE PTRN-COURSE-ID-IN TO PRQ-COURSE-ID-IN.
           MOVE PTRN-PREREQ-ID-IN TO PRQ-PREREQ-COURSE-ID-IN.
           MOVE PTRN-MIN-GRADE-IN TO PRQ-MIN-GRADE-IN.
           WRITE PREREQ-RECORD
               INVALID KEY
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO PMNT-ADD-COUNT
                   MOVE 'ADD'       TO PRAU-CODE-OUT
                   MOVE 'ADDED'     TO PRAU-RESULT-OUT
                   PERFORM 360-WRITE-AUDIT-LINE
           END-WRITE.
      *---------------------------------------------------------------*
       330-CHANGE-PREREQ SECTION.
      *---------------------------------------------------------------*
      *   A CHANGE alters the minimum grade only; to point a course
      *   at a different prerequisite, delete and add.
           IF NOT PTRN-VALID-MIN-GRADE
               MOVE 'INVALID MIN GRADE' TO PMNT-REJECT-REASON
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               MOVE PTRN-COURSE-ID-IN TO PRQ-COURSE-ID-IN
               MOVE PTRN-PREREQ-ID-IN TO PRQ-PREREQ-COURSE-ID-IN
               READ PREREQ-FILE
                   INVALID KEY
                       PERFORM 350-REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE PTRN-MIN-GRADE-IN TO PRQ-MIN-GRADE-IN
                       REWRITE PREREQ-RECORD
                           INVALID KEY
                               PERFORM 350-REJECT-TRANSACTION
                           NOT INVALID KEY
                               ADD 1 TO PMNT-CHANGE-COUNT
                               MOVE 'CHANGE'    TO PRAU-CODE-OUT
                               MOVE 'CHANGED'   TO PRAU-RESULT-OUT
                               PERFORM 360-WRITE-AUDIT-LINE
                       END-REWRITE
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       340-DELETE-PREREQ SECTION.
      *---------------------------------------------------------------*
           MOVE PTRN-COURSE-ID-IN TO PRQ-COURSE-ID-IN.
           MOVE PTRN-PREREQ-ID-IN TO PRQ-PREREQ-COURSE-ID-IN.
           DELETE PREREQ-FILE
               INVALID KEY
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO PMNT-DELETE-COUNT
                   MOVE 'DELETE'    TO PRAU-CODE-OUT
                   MOVE 'DELETED'   TO PRAU-RESULT-OUT
                   PERFORM 360-WRITE-AUDIT-LINE
           END-DELETE.
      *---------------------------------------------------------------*
       350-REJECT-TRANSACTION SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO PMNT-REJECT-COUNT.
           MOVE PTRN-CODE TO PRAU-CODE-OUT.
           IF PMNT-REJECT-REASON = SPACES
               MOVE 'REJECTED'   TO PRAU-RESULT-OUT
           ELSE
               MOVE PMNT-REJECT-REASON TO PRAU-RESULT-OUT
           END-IF.
           PERFORM 360-WRITE-AUDIT-LINE.
           MOVE SPACES TO PMNT-REJECT-REASON.
      *---------------------------------------------------------------*
       360-WRITE-AUDIT-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE PTRN-COURSE-ID-IN TO PRAU-COURSE-OUT.
           MOVE PTRN-PREREQ-ID-IN TO PRAU-PREREQ-OUT.
           MOVE PTRN-MIN-GRADE-IN TO PRAU-MIN-GRADE-OUT.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE FROM PREREQ-AUDIT-LINE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE PMNT-ADD-COUNT TO PRSM-ADD-OUT.
           MOVE PMNT-CHANGE-COUNT TO PRSM-CHANGE-OUT.
           MOVE PMNT-DELETE-COUNT TO PRSM-DELETE-OUT.
           MOVE PMNT-REJECT-COUNT TO PRSM-REJECT-OUT.
           WRITE PREREQ-REPORT-LINE FROM PREREQ-SUMMARY-LINE.
           CLOSE PREREQ-FILE, COURSE-CATALOG-FILE,
               PREREQ-TRANSACTION-FILE, PREREQ-REPORT.
