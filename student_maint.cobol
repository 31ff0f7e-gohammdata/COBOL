      *               transaction header as the operator id, so the
      *               extended journal answers who/when/how for the
      *               auditors; JOURNAL-AUDIT reports on it.
      *   2026-10-15  Added maintenance of the indexed student
      *               address file.  Transaction code 'M' adds or
      *               replaces a student's mailing address and
      *               contact details, and 'X' removes them; the
      *               address layout shares the student id and
      *               recycle count positions of the detail
      *               transaction.  A student DELETE also removes
      *               the student's address.  Every address add,
      *               change and delete writes a before/after record
      *               to the address journal.  Address transactions
      *               count toward the trailer record count but not
      *               the hours hash total, and the recycle record
      *               now carries the full address transaction.
      *               REASON CODES (CONTINUED) -
      *                 R11 STUDENT ID NOT FOUND ON ADDRESS
      *                 R12 INCOMPLETE MAILING ADDRESS
      *                 R13 ADDRESS NOT FOUND ON ADDRESS DELETE
      *                 R14 ADDRESS FILE UPDATE FAILED
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MJR-CODE-IN.
           SELECT ADDRESS-FILE ASSIGN TO UT-S-ADDRESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-STUDENT-ID-IN.
           SELECT ADDRESS-JOURNAL-FILE ASSIGN TO UT-S-ADRJRNL.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
               88 TRANS-ADD               VALUE 'A'.
               88 TRANS-CHANGE            VALUE 'C'.
               88 TRANS-DELETE            VALUE 'D'.
               88 TRANS-ADDRESS-CHANGE    VALUE 'M'.
               88 TRANS-ADDRESS-DELETE    VALUE 'X'.
               88 TRANS-HEADER            VALUE 'H'.
               88 TRANS-TRAILER           VALUE 'T'.
           05 TRANS-STUDENT-IDENTIFICATION.
               10 TRANS-HOURS-THIS-SEM-IN PIC 9(02).
               10 TRANS-MAJOR-IN          PIC X(03).

      *    Address transactions keep the student id and recycle
      *    count where the detail transaction has them.
       01  ADDRESS-TRANSACTION-RECORD.
           05 ATRN-CODE            PIC X(01).
           05 FILLER               PIC X(21).
           05 ATRN-STUDENT-ID-IN   PIC X(05).
           05 ATRN-RECYCLE-COUNT   PIC 9(02).
           05 FILLER               PIC X(03).
           05 ATRN-MAILING-ADDRESS.
               10 ATRN-STREET-1-IN     PIC X(30).
               10 ATRN-STREET-2-IN     PIC X(30).
               10 ATRN-CITY-IN         PIC X(20).
               10 ATRN-STATE-IN        PIC X(02).
               10 ATRN-POSTAL-CODE-IN  PIC X(10).
           05 ATRN-CONTACT-INFO.
               10 ATRN-PHONE-IN        PIC X(10).
               10 ATRN-EMAIL-IN        PIC X(40).

       01  TRANSACTION-HEADER-RECORD.
           05 THDR-CODE            PIC X(01).
           05 THDR-RUN-DATE        PIC 9(08).

       FD RECYCLE-FILE LABEL RECORDS ARE OMITTED.
       01  RECYCLE-RECORD.
           05 RCY-TRANSACTION-IMAGE PIC X(174).
           05 RCY-REASON-CODE       PIC X(03).

       FD MAJOR-CODE-FILE.
           COPY "major_code_record.cpy".

       FD ADDRESS-FILE.
           COPY "address_record.cpy".

       FD ADDRESS-JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "address_journal_record.cpy".
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05 MAINT-BEFORE-IMAGE   PIC X(41).
           05 MAINT-AFTER-IMAGE    PIC X(41).

       01  MAINT-ADDRESS-IMAGES.
           05 MAINT-ADR-TRANS-CODE PIC X(01).
           05 MAINT-ADR-BEFORE-IMAGE PIC X(147).
           05 MAINT-ADR-AFTER-IMAGE  PIC X(147).

       01  MAINT-REJECT-REASON     PIC X(03) VALUE SPACES.
       01  MAINT-CYCLE-COUNT       PIC 9(02) COMP VALUE ZERO.

           05 MAINT-CHANGE-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 MAINT-DELETE-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 MAINT-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 MAINT-ADR-ADD-COUNT  PIC 9(05) COMP VALUE ZERO.
           05 MAINT-ADR-CHANGE-COUNT PIC 9(05) COMP VALUE ZERO.
           05 MAINT-ADR-DELETE-COUNT PIC 9(05) COMP VALUE ZERO.

       01  MAINT-AUDIT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MSUM-DELETE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  REJECTED: '.
           05 MSUM-REJECT-OUT       PIC ZZ,ZZ9.

       01  MAINT-ADDRESS-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE
               'ADDRESSES ADDED: '.
           05 MADS-ADD-OUT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  CHANGED: '.
           05 MADS-CHANGE-OUT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  DELETED: '.
           05 MADS-DELETE-OUT       PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
               OPEN EXTEND JOURNAL-FILE
               OPEN OUTPUT RECYCLE-FILE
               OPEN INPUT MAJOR-CODE-FILE
               OPEN I-O ADDRESS-FILE
               OPEN EXTEND ADDRESS-JOURNAL-FILE
               PERFORM 310-READ-TRANSACTION
           ELSE
               MOVE 'DONE' TO FILE-STATUS
                       MOVE 'Y' TO MAINT-TRAILER-SW
                       MOVE TTRL-RECORD-COUNT TO MAINT-TRL-COUNT
                       MOVE TTRL-HASH-TOTAL TO MAINT-TRL-HASH
                   WHEN TRANS-ADDRESS-CHANGE
                   WHEN TRANS-ADDRESS-DELETE
                       ADD 1 TO MAINT-DETAIL-COUNT
                   WHEN OTHER
                       ADD 1 TO MAINT-DETAIL-COUNT
                       IF TRANS-TOTAL-HOURS-IN NUMERIC
                       PERFORM 330-CHANGE-STUDENT
                   WHEN TRANS-DELETE
                       PERFORM 340-DELETE-STUDENT
                   WHEN TRANS-ADDRESS-CHANGE
                       PERFORM 380-CHANGE-ADDRESS
                   WHEN TRANS-ADDRESS-DELETE
                       PERFORM 385-DELETE-ADDRESS
               END-EVALUATE
           END-IF.
           PERFORM 310-READ-TRANSACTION.
      *   only a valid transaction code and key.
           MOVE SPACES TO MAINT-REJECT-REASON.
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE
               AND NOT TRANS-DELETE AND NOT TRANS-ADDRESS-CHANGE
               AND NOT TRANS-ADDRESS-DELETE
               MOVE 'R08' TO MAINT-REJECT-REASON
           END-IF.
           IF MAINT-REJECT-REASON = SPACES
               AND (TRANS-ADD OR TRANS-CHANGE)
               PERFORM 316-EDIT-MAJOR-CODE
           END-IF.
           IF MAINT-REJECT-REASON = SPACES
               AND TRANS-ADDRESS-CHANGE
               PERFORM 317-EDIT-ADDRESS
           END-IF.
      *---------------------------------------------------------------*
       316-EDIT-MAJOR-CODE SECTION.
      *---------------------------------------------------------------*
                       MOVE 'R10' TO MAINT-REJECT-REASON
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       317-EDIT-ADDRESS SECTION.
      *---------------------------------------------------------------*
      *   A mailing address needs a street, city, state and postal
      *   code to be of use on a statement, and may only be kept for
      *   a student on the master.
           IF ATRN-STREET-1-IN = SPACES
               OR ATRN-CITY-IN = SPACES
               OR ATRN-STATE-IN = SPACES
               OR ATRN-POSTAL-CODE-IN = SPACES
               MOVE 'R12' TO MAINT-REJECT-REASON
           ELSE
               MOVE TRANS-STUDENT-ID-IN TO STUDENT-ID-IN
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'R11' TO MAINT-REJECT-REASON
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       310-READ-TRANSACTION SECTION.
      *---------------------------------------------------------------*
                           PERFORM 360-WRITE-AUDIT-LINE
                           MOVE SPACES TO MAINT-AFTER-IMAGE
                           PERFORM 370-WRITE-JOURNAL-RECORD
                           PERFORM 387-DROP-STUDENT-ADDRESS
                   END-DELETE
           END-READ.
      *---------------------------------------------------------------*
       354-WRITE-RECYCLE-RECORD SECTION.
      *---------------------------------------------------------------*
           MOVE MAINT-CYCLE-COUNT TO TRANS-RECYCLE-COUNT.
           IF TRANS-ADDRESS-CHANGE OR TRANS-ADDRESS-DELETE
               MOVE ADDRESS-TRANSACTION-RECORD
                   TO RCY-TRANSACTION-IMAGE
           ELSE
               MOVE TRANSACTION-RECORD TO RCY-TRANSACTION-IMAGE
           END-IF.
           MOVE MAINT-REJECT-REASON TO RCY-REASON-CODE.
           WRITE RECYCLE-RECORD.
      *---------------------------------------------------------------*
           MOVE MAINT-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE MAINT-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
      *---------------------------------------------------------------*
       380-CHANGE-ADDRESS SECTION.
      *---------------------------------------------------------------*
      *   An 'M' transaction for a student with no address on file
      *   adds one; otherwise it replaces the address in full.
           MOVE TRANS-STUDENT-ID-IN TO ADR-STUDENT-ID-IN.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO MAINT-ADR-BEFORE-IMAGE
                   PERFORM 382-MOVE-ADDRESS-FIELDS
                   WRITE ADDRESS-RECORD
                       INVALID KEY
                           MOVE 'R14' TO MAINT-REJECT-REASON
                           PERFORM 350-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO MAINT-ADR-ADD-COUNT
                           MOVE 'A' TO MAINT-ADR-TRANS-CODE
                           MOVE 'ADDRESS ADDED' TO MAUD-RESULT-OUT
                           PERFORM 388-RECORD-ADDRESS-CHANGE
                   END-WRITE
               NOT INVALID KEY
                   MOVE ADDRESS-RECORD TO MAINT-ADR-BEFORE-IMAGE
                   PERFORM 382-MOVE-ADDRESS-FIELDS
                   REWRITE ADDRESS-RECORD
                       INVALID KEY
                           MOVE 'R14' TO MAINT-REJECT-REASON
                           PERFORM 350-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO MAINT-ADR-CHANGE-COUNT
                           MOVE 'C' TO MAINT-ADR-TRANS-CODE
                           MOVE 'ADDRESS CHANGED' TO MAUD-RESULT-OUT
                           PERFORM 388-RECORD-ADDRESS-CHANGE
                   END-REWRITE
           END-READ.
      *---------------------------------------------------------------*
       382-MOVE-ADDRESS-FIELDS SECTION.
      *---------------------------------------------------------------*
           MOVE TRANS-STUDENT-ID-IN TO ADR-STUDENT-ID-IN.
           MOVE ATRN-STREET-1-IN TO ADR-STREET-1-IN.
           MOVE ATRN-STREET-2-IN TO ADR-STREET-2-IN.
           MOVE ATRN-CITY-IN TO ADR-CITY-IN.
           MOVE ATRN-STATE-IN TO ADR-STATE-IN.
           MOVE ATRN-POSTAL-CODE-IN TO ADR-POSTAL-CODE-IN.
           MOVE ATRN-PHONE-IN TO ADR-PHONE-IN.
           MOVE ATRN-EMAIL-IN TO ADR-EMAIL-IN.
      *---------------------------------------------------------------*
       385-DELETE-ADDRESS SECTION.
      *---------------------------------------------------------------*
           MOVE TRANS-STUDENT-ID-IN TO ADR-STUDENT-ID-IN.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'R13' TO MAINT-REJECT-REASON
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 386-REMOVE-ADDRESS
           END-READ.
      *---------------------------------------------------------------*
       386-REMOVE-ADDRESS SECTION.
      *---------------------------------------------------------------*
           MOVE ADDRESS-RECORD TO MAINT-ADR-BEFORE-IMAGE.
           DELETE ADDRESS-FILE
               INVALID KEY
                   MOVE 'R13' TO MAINT-REJECT-REASON
                   PERFORM 350-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO MAINT-ADR-DELETE-COUNT
                   MOVE 'D' TO MAINT-ADR-TRANS-CODE
                   MOVE 'ADDRESS DELETED' TO MAUD-RESULT-OUT
                   PERFORM 388-RECORD-ADDRESS-CHANGE
           END-DELETE.
      *---------------------------------------------------------------*
       387-DROP-STUDENT-ADDRESS SECTION.
      *---------------------------------------------------------------*
      *   A student deleted from the master takes the address with
      *   it; a student who never had one is not an error here.
           MOVE TRANS-STUDENT-ID-IN TO ADR-STUDENT-ID-IN.
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 386-REMOVE-ADDRESS
           END-READ.
      *---------------------------------------------------------------*
       388-RECORD-ADDRESS-CHANGE SECTION.
      *---------------------------------------------------------------*
           IF MAINT-ADR-TRANS-CODE = 'D'
               MOVE SPACES TO MAINT-ADR-AFTER-IMAGE
           ELSE
               MOVE ADDRESS-RECORD TO MAINT-ADR-AFTER-IMAGE
           END-IF.
           MOVE 'ADDRESS' TO MAUD-CODE-OUT.
           MOVE TRANS-STUDENT-ID-IN TO MAUD-STUDENT-ID-OUT.
           PERFORM 360-WRITE-AUDIT-LINE.
           PERFORM 390-WRITE-ADDRESS-JOURNAL.
      *---------------------------------------------------------------*
       390-WRITE-ADDRESS-JOURNAL SECTION.
      *---------------------------------------------------------------*
           MOVE MAINT-RUN-DATE TO AJR-RUN-DATE.
           ACCEPT MAINT-RUN-TIME FROM TIME.
           MOVE MAINT-RUN-TIME TO AJR-RUN-TIME.
           MOVE MAINT-ADR-TRANS-CODE TO AJR-TRANS-CODE.
           MOVE 'B' TO AJR-SOURCE-CODE.
           MOVE MAINT-HDR-SOURCE-ID TO AJR-OPERATOR-ID.
           MOVE TRANS-STUDENT-ID-IN TO AJR-STUDENT-ID.
           MOVE MAINT-ADR-BEFORE-IMAGE TO AJR-BEFORE-IMAGE.
           MOVE MAINT-ADR-AFTER-IMAGE TO AJR-AFTER-IMAGE.
           WRITE ADDRESS-JOURNAL-RECORD.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           MOVE MAINT-DELETE-COUNT TO MSUM-DELETE-OUT.
           MOVE MAINT-REJECT-COUNT TO MSUM-REJECT-OUT.
           WRITE MAINT-REPORT-LINE FROM MAINT-SUMMARY-LINE.
           MOVE MAINT-ADR-ADD-COUNT TO MADS-ADD-OUT.
           MOVE MAINT-ADR-CHANGE-COUNT TO MADS-CHANGE-OUT.
           MOVE MAINT-ADR-DELETE-COUNT TO MADS-DELETE-OUT.
           WRITE MAINT-REPORT-LINE FROM MAINT-ADDRESS-SUMMARY-LINE.
           IF MAINT-IN-BALANCE
               CLOSE STUDENT-MASTER-FILE, TRANSACTION-FILE,
                   JOURNAL-FILE, RECYCLE-FILE, MAJOR-CODE-FILE,
                   ADDRESS-FILE, ADDRESS-JOURNAL-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
