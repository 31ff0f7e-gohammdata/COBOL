      *               can no longer register for a third.  The
      *               master is read randomly during the apply phase
      *               and scanned from the top for the derive pass.
      *   2026-10-15  Adds and waitlist promotions are now edited
      *               against the indexed prerequisite file maintained
      *               by PREREQ-MAINT.  Each prerequisite of the course
      *               must be met by a grade at or above its minimum,
      *               found on the course history file or posted on
      *               the current term's registration detail; a
      *               student short of any is rejected PREREQ NOT MET.
      *               A new instructor-override byte on the
      *               transaction waives the edit, rides with the
      *               entry through the waitlist, and every waived
      *               enrollment is listed on a separate prerequisite
      *               override report for the dean's office.
      *   2026-10-15  Adds and waitlist promotions are now checked
      *               against the meeting schedule SECTION-MAINT keeps
      *               on the section record.  A section whose days and
      *               times overlap any section the student already
      *               holds this term is refused with TIME CONFLICT;
      *               sections with no meeting days never conflict.
      *   2026-10-15  The run is now checked against the term calendar
      *               on the run-control file kept by TERM-CALENDAR.
      *               With no term set up, before the registration
      *               open date, or once the term has been rolled the
      *               run is refused with a report message and
      *               RETURN-CODE 8 and nothing is applied; a good run
      *               stamps its date and bumps the run count there.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
               RECORD KEY IS SEC-KEY.
           SELECT WAITLIST-FILE-IN ASSIGN TO UT-S-WAITLSTI.
           SELECT WAITLIST-FILE-OUT ASSIGN TO UT-S-WAITLSTO.
           SELECT PREREQ-FILE ASSIGN TO UT-S-PREREQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY.
           SELECT COURSE-HISTORY-FILE ASSIGN TO UT-S-CRSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHX-KEY.
           SELECT OVERRIDE-REPORT ASSIGN TO UT-S-OVRRPT.
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
           05 RTRN-COURSE-ID-IN    PIC X(06).
           05 RTRN-SECTION-IN      PIC X(02).
           05 RTRN-CREDIT-HOURS-IN PIC 9(02).
           05 RTRN-OVERRIDE-IN     PIC X(01).
               88 RTRN-INSTRUCTOR-OVERRIDE VALUE 'Y'.

       FD REG-REPORT LABEL RECORDS ARE OMITTED.
       01  REG-REPORT-LINE         PIC X(80).
           05 WTI-STUDENT-ID-IN    PIC X(05).
           05 WTI-COURSE-ID-IN     PIC X(06).
           05 WTI-SECTION-IN       PIC X(02).
           05 WTI-OVERRIDE-IN      PIC X(01).

       FD WAITLIST-FILE-OUT LABEL RECORDS ARE OMITTED.
       01  WAITLIST-RECORD-OUT.
           05 WTO-STUDENT-ID-IN    PIC X(05).
           05 WTO-COURSE-ID-IN     PIC X(06).
           05 WTO-SECTION-IN       PIC X(02).
           05 WTO-OVERRIDE-IN      PIC X(01).

       FD PREREQ-FILE.
           COPY "prereq_record.cpy".

       FD COURSE-HISTORY-FILE.
           COPY "course_history_record.cpy".

       FD OVERRIDE-REPORT LABEL RECORDS ARE OMITTED.
       01  OVERRIDE-REPORT-LINE    PIC X(80).

       FD RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
           COPY "run_control_record.cpy".
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           04  MASTER-STATUS PIC X(05).
           04  WAITLIST-STATUS PIC X(05).

       01  REG-RUN-CONTROL-FIELDS.
           05 RAPP-RUN-DATE        PIC 9(08) VALUE ZERO.
           05 RAPP-REFUSED-SW      PIC X(01) VALUE 'N'.
               88 RAPP-RUN-REFUSED        VALUE 'Y'.

       01  REG-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 REG-SCAN-DONE            VALUE 'Y'.

       01  PRQ-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 PRQ-SCAN-DONE            VALUE 'Y'.

       01  CHX-SCAN-SWITCH         PIC X(01) VALUE 'N'.
           88 CHX-SCAN-DONE            VALUE 'Y'.

       01  REG-COUNTERS.
           05 RAPP-ADD-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 RAPP-DROP-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 RAPP-WAITLIST-COUNT  PIC 9(05) COMP VALUE ZERO.
           05 RAPP-PROMOTE-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 RAPP-REMAIN-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 RAPP-OVERRIDE-COUNT  PIC 9(05) COMP VALUE ZERO.

      *   The waitlist for every section rides through the run in
      *   this table, carried in from the prior run's file in
               10 RAPP-WAIT-STATE      PIC X(01).
                   88 RAPP-WAIT-OPEN          VALUE 'W'.
                   88 RAPP-WAIT-PROMOTED      VALUE 'P'.
               10 RAPP-WAIT-OVERRIDE   PIC X(01).
                   88 RAPP-WAIT-INSTRUCTOR-OVERRIDE VALUE 'Y'.

       01  RAPP-DERIVED-HOURS      PIC 9(03) COMP VALUE ZERO.

      *   Meeting pattern of the section being edited, held here
      *   while the student's other sections are read over it.
       01  RAPP-SCHEDULE-FIELDS.
           05 RAPP-NEW-DAYS        PIC X(07).
           05 RAPP-NEW-DAY-TABLE REDEFINES RAPP-NEW-DAYS.
               10 RAPP-NEW-DAY     PIC X(01) OCCURS 7 TIMES.
           05 RAPP-NEW-START       PIC 9(04).
           05 RAPP-NEW-END         PIC 9(04).
           05 RAPP-DAY-SUB         PIC 9(02) COMP.
           05 RAPP-CONFLICT-SW     PIC X(01).
               88 RAPP-TIME-CONFLICT      VALUE 'Y'.
           05 RAPP-DAY-SHARED-SW   PIC X(01).
               88 RAPP-DAY-SHARED         VALUE 'Y'.

      *   The prerequisite edit is shared by adds and promotions, so
      *   the ids being edited are staged here by the caller.  The
      *   first prerequisite found unmet is kept for the override
      *   report.
       01  RAPP-PREREQ-FIELDS.
           05 RAPP-EDIT-STUDENT-ID PIC X(05).
           05 RAPP-EDIT-COURSE-ID  PIC X(06).
           05 RAPP-EDIT-SECTION    PIC X(02).
           05 RAPP-PREREQ-MET-SW   PIC X(01).
               88 RAPP-PREREQ-MET         VALUE 'Y'.
               88 RAPP-PREREQ-NOT-MET     VALUE 'N'.
           05 RAPP-PREREQ-FOUND-SW PIC X(01).
               88 RAPP-PREREQ-FOUND       VALUE 'Y'.
           05 RAPP-PREREQ-WAIVED-SW PIC X(01).
               88 RAPP-PREREQ-WAIVED      VALUE 'Y'.
           05 RAPP-UNMET-PREREQ-ID PIC X(06).
           05 RAPP-UNMET-MIN-GRADE PIC X(01).

      *   Set before a PERFORM of 350-REJECT-REG-TRANSACTION when the
      *   reject has a specific cause; SPACES prints plain REJECTED.
       01  RAPP-REJECT-REASON      PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(64) VALUE '** WAITLIST ENTRI
      -    'ES SUPPRESSED - TABLE CAPACITY REACHED **'.

       01  OVERRIDE-HEADING-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(50) VALUE 'PREREQUISITE OVERR
      -    'IDES - FOR THE DEAN''S OFFICE'.

       01  OVERRIDE-COLUMN-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(50) VALUE 'STUDENT COURSE  SE
      -    'C PREREQ  MIN RESULT'.

       01  OVERRIDE-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 OVRD-STUDENT-ID-OUT   PIC X(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OVRD-COURSE-ID-OUT    PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OVRD-SECTION-OUT      PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OVRD-PREREQ-ID-OUT    PIC X(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OVRD-MIN-GRADE-OUT    PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OVRD-RESULT-OUT       PIC X(20).

       01  OVERRIDE-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
               'PREREQS OVERRIDDEN: '.
           05 OVSM-OVERRIDE-OUT     PIC ZZ,ZZ9.

       01  REG-REFUSED-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE '** '.
           05 RREF-REASON-OUT       PIC X(40).
           05 FILLER                PIC X(28) VALUE
               ' - REGISTRATION NOT RUN **'.

       01  REG-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'ADDED: '.
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF NOT RAPP-RUN-REFUSED
               PERFORM 300-APPLY-REGISTRATIONS
                   UNTIL FILE-STATUS = 'DONE'
               PERFORM 450-POSITION-MASTER-SCAN
               PERFORM 500-REDERIVE-MASTER-HOURS
                   UNTIL MASTER-STATUS = 'DONE'
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS
           MOVE 'START' TO MASTER-STATUS
           ACCEPT RAPP-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-CHECK-RUN-CONTROL
           OPEN OUTPUT REG-REPORT
           IF RAPP-RUN-REFUSED
               WRITE REG-REPORT-LINE FROM REG-REFUSED-LINE
           ELSE
               OPEN I-O REGISTRATION-FILE
               OPEN I-O STUDENT-MASTER-FILE
               OPEN INPUT REG-TRANSACTION-FILE
               OPEN INPUT COURSE-CATALOG-FILE
               OPEN I-O SECTION-FILE
               OPEN INPUT PREREQ-FILE
               OPEN INPUT COURSE-HISTORY-FILE
               OPEN OUTPUT OVERRIDE-REPORT
               WRITE OVERRIDE-REPORT-LINE FROM OVERRIDE-HEADING-LINE
               WRITE OVERRIDE-REPORT-LINE FROM OVERRIDE-COLUMN-LINE
               PERFORM 120-LOAD-WAITLIST
               OPEN OUTPUT WAITLIST-FILE-OUT
               PERFORM 310-READ-REG-TRANSACTION
           END-IF.
      *---------------------------------------------------------------*
       105-CHECK-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
      *   Registration is taken from the term's open date until the
      *   term is rolled.  A run outside that window is refused
      *   before any file is touched.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           EVALUATE TRUE
               WHEN RCR-TERM-CODE = SPACES
                   MOVE 'Y' TO RAPP-REFUSED-SW
                   MOVE 'NO TERM SET UP ON RUN-CONTROL FILE'
                       TO RREF-REASON-OUT
               WHEN RCR-ROLLOVER-DATE NOT = ZERO
                   MOVE 'Y' TO RAPP-REFUSED-SW
                   MOVE 'TERM ALREADY ROLLED' TO RREF-REASON-OUT
               WHEN RAPP-RUN-DATE < RCR-REG-OPEN-DATE
                   MOVE 'Y' TO RAPP-REFUSED-SW
                   MOVE 'RUN DATE BEFORE REGISTRATION OPEN DATE'
                       TO RREF-REASON-OUT
           END-EVALUATE.
      *---------------------------------------------------------------*
       120-LOAD-WAITLIST SECTION.
      *---------------------------------------------------------------*
                   MOVE WTI-SECTION-IN
                       TO RAPP-WAIT-SECTION (RAPP-WAIT-COUNT)
                   MOVE 'W' TO RAPP-WAIT-STATE (RAPP-WAIT-COUNT)
                   MOVE WTI-OVERRIDE-IN
                       TO RAPP-WAIT-OVERRIDE (RAPP-WAIT-COUNT)
               ELSE
                   MOVE 'Y' TO RAPP-WAIT-OVERFLOW-SW
               END-IF
                       MOVE 'COURSE INACTIVE' TO RAPP-REJECT-REASON
                       PERFORM 350-REJECT-REG-TRANSACTION
                   ELSE
                       PERFORM 323-EDIT-ADD-PREREQUISITES
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
                       PERFORM 325-WRITE-REGISTRATION
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       323-EDIT-ADD-PREREQUISITES SECTION.
      *---------------------------------------------------------------*
      *   An instructor override on the transaction lets the add
      *   through with a prerequisite unmet; the waiver is listed on
      *   the override report once the add is enrolled or waitlisted.
           MOVE RTRN-STUDENT-ID-IN TO RAPP-EDIT-STUDENT-ID.
           MOVE RTRN-COURSE-ID-IN TO RAPP-EDIT-COURSE-ID.
           MOVE RTRN-SECTION-IN TO RAPP-EDIT-SECTION.
           MOVE 'N' TO RAPP-PREREQ-WAIVED-SW.
           PERFORM 380-CHECK-PREREQUISITES.
           IF RAPP-PREREQ-NOT-MET
               IF RTRN-INSTRUCTOR-OVERRIDE
                   MOVE 'Y' TO RAPP-PREREQ-WAIVED-SW
               ELSE
                   MOVE 'PREREQ NOT MET' TO RAPP-REJECT-REASON
               END-IF
           END-IF.
           IF RAPP-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-REG-TRANSACTION
           ELSE
               PERFORM 324-EDIT-ADD-SCHEDULE
           END-IF.
      *---------------------------------------------------------------*
       324-EDIT-ADD-SCHEDULE SECTION.
      *---------------------------------------------------------------*
           PERFORM 390-CHECK-TIME-CONFLICTS.
           IF RAPP-TIME-CONFLICT
               MOVE 'TIME CONFLICT' TO RAPP-REJECT-REASON
               PERFORM 350-REJECT-REG-TRANSACTION
           ELSE
               PERFORM 322-CHECK-SECTION-CAPACITY
           END-IF.
      *---------------------------------------------------------------*
       325-WRITE-REGISTRATION SECTION.
      *---------------------------------------------------------------*
                   MOVE 'ADD'       TO RAUD-CODE-OUT
                   MOVE 'ENROLLED'  TO RAUD-RESULT-OUT
                   PERFORM 360-WRITE-REG-AUDIT-LINE
                   IF RAPP-PREREQ-WAIVED
                       MOVE 'ENROLLED' TO OVRD-RESULT-OUT
                       PERFORM 367-WRITE-OVERRIDE-LINE
                   END-IF
           END-WRITE.
      *---------------------------------------------------------------*
       327-WAITLIST-TRANSACTION SECTION.
               MOVE RTRN-SECTION-IN
                   TO RAPP-WAIT-SECTION (RAPP-WAIT-COUNT)
               MOVE 'W' TO RAPP-WAIT-STATE (RAPP-WAIT-COUNT)
               MOVE RTRN-OVERRIDE-IN
                   TO RAPP-WAIT-OVERRIDE (RAPP-WAIT-COUNT)
               ADD 1 TO RAPP-WAITLIST-COUNT
               MOVE 'ADD'        TO RAUD-CODE-OUT
               MOVE 'WAITLISTED' TO RAUD-RESULT-OUT
               PERFORM 360-WRITE-REG-AUDIT-LINE
               IF RAPP-PREREQ-WAIVED
                   MOVE 'WAITLISTED' TO OVRD-RESULT-OUT
                   PERFORM 367-WRITE-OVERRIDE-LINE
               END-IF
           ELSE
               MOVE 'Y' TO RAPP-WAIT-OVERFLOW-SW
               MOVE 'WAITLIST FULL' TO RAPP-REJECT-REASON
                       MOVE 'PROMOTE-NO COURSE' TO RAUD-RESULT-OUT
                       PERFORM 365-WRITE-PROMOTE-AUDIT-LINE
                   ELSE
                       PERFORM 340-EDIT-PROMOTE-PREREQUISITES
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       340-EDIT-PROMOTE-PREREQUISITES SECTION.
      *---------------------------------------------------------------*
      *   The prerequisite edit is repeated at promotion because the
      *   entry may have waited across runs.  An override keyed on
      *   the original add rides with the waitlist entry and still
      *   waives the edit here.
           MOVE RAPP-WAIT-STUDENT-ID (RAPP-WAIT-FOUND-SUB)
               TO RAPP-EDIT-STUDENT-ID.
           MOVE RAPP-WAIT-COURSE-ID (RAPP-WAIT-FOUND-SUB)
               TO RAPP-EDIT-COURSE-ID.
           MOVE RAPP-WAIT-SECTION (RAPP-WAIT-FOUND-SUB)
               TO RAPP-EDIT-SECTION.
           MOVE 'N' TO RAPP-PREREQ-WAIVED-SW.
           PERFORM 380-CHECK-PREREQUISITES.
           IF RAPP-PREREQ-NOT-MET
               AND NOT RAPP-WAIT-INSTRUCTOR-OVERRIDE
                   (RAPP-WAIT-FOUND-SUB)
               MOVE 'P' TO RAPP-WAIT-STATE (RAPP-WAIT-FOUND-SUB)
               MOVE 'PROMO' TO RAUD-CODE-OUT
               MOVE 'PREREQ NOT MET' TO RAUD-RESULT-OUT
               PERFORM 365-WRITE-PROMOTE-AUDIT-LINE
           ELSE
               IF RAPP-PREREQ-NOT-MET
                   MOVE 'Y' TO RAPP-PREREQ-WAIVED-SW
               END-IF
               PERFORM 342-EDIT-PROMOTE-SCHEDULE
           END-IF.
      *---------------------------------------------------------------*
       342-EDIT-PROMOTE-SCHEDULE SECTION.
      *---------------------------------------------------------------*
      *   The conflict check leaves the freed section's record back
      *   in the section record area, so the promotion loop still
      *   sees that section's seat count.
           PERFORM 390-CHECK-TIME-CONFLICTS.
           IF RAPP-TIME-CONFLICT
               MOVE 'P' TO RAPP-WAIT-STATE (RAPP-WAIT-FOUND-SUB)
               MOVE 'PROMO' TO RAUD-CODE-OUT
               MOVE 'TIME CONFLICT' TO RAUD-RESULT-OUT
               PERFORM 365-WRITE-PROMOTE-AUDIT-LINE
           ELSE
               PERFORM 345-WRITE-PROMOTED-DETAIL
           END-IF.
      *---------------------------------------------------------------*
       345-WRITE-PROMOTED-DETAIL SECTION.
      *---------------------------------------------------------------*
           MOVE RAPP-WAIT-STUDENT-ID (RAPP-WAIT-FOUND-SUB)
               TO REG-STUDENT-ID-IN.
           MOVE RAPP-WAIT-COURSE-ID (RAPP-WAIT-FOUND-SUB)
               TO REG-COURSE-ID-IN.
           MOVE RAPP-WAIT-SECTION (RAPP-WAIT-FOUND-SUB)
               TO REG-SECTION-IN.
           MOVE CRS-CREDIT-HOURS-IN TO REG-CREDIT-HOURS-IN.
           MOVE SPACE TO REG-GRADE-IN.
           WRITE REGISTRATION-RECORD
               INVALID KEY
                   MOVE 'P' TO RAPP-WAIT-STATE (RAPP-WAIT-FOUND-SUB)
                   MOVE 'PROMO' TO RAUD-CODE-OUT
                   MOVE 'PROMOTE DUPLICATE' TO RAUD-RESULT-OUT
                   PERFORM 365-WRITE-PROMOTE-AUDIT-LINE
               NOT INVALID KEY
                   MOVE 'P' TO RAPP-WAIT-STATE (RAPP-WAIT-FOUND-SUB)
                   ADD 1 TO SEC-ENROLLED-IN
                   REWRITE SECTION-RECORD
                   ADD 1 TO RAPP-PROMOTE-COUNT
                   MOVE 'PROMO' TO RAUD-CODE-OUT
                   MOVE 'PROMOTED-WAITLIST' TO RAUD-RESULT-OUT
                   PERFORM 365-WRITE-PROMOTE-AUDIT-LINE
                   IF RAPP-PREREQ-WAIVED
                       MOVE 'PROMOTED' TO OVRD-RESULT-OUT
                       PERFORM 367-WRITE-OVERRIDE-LINE
                   END-IF
                   MOVE 'Y' TO RAPP-PROMOTE-SW
           END-WRITE.
      *---------------------------------------------------------------*
       350-REJECT-REG-TRANSACTION SECTION.
      *---------------------------------------------------------------*
               TO RAUD-SECTION-OUT.
           MOVE SPACES TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE FROM REG-AUDIT-LINE.
      *---------------------------------------------------------------*
       367-WRITE-OVERRIDE-LINE SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO RAPP-OVERRIDE-COUNT.
           MOVE RAPP-EDIT-STUDENT-ID TO OVRD-STUDENT-ID-OUT.
           MOVE RAPP-EDIT-COURSE-ID TO OVRD-COURSE-ID-OUT.
           MOVE RAPP-EDIT-SECTION TO OVRD-SECTION-OUT.
           MOVE RAPP-UNMET-PREREQ-ID TO OVRD-PREREQ-ID-OUT.
           MOVE RAPP-UNMET-MIN-GRADE TO OVRD-MIN-GRADE-OUT.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE FROM OVERRIDE-DETAIL-LINE.
      *---------------------------------------------------------------*
       380-CHECK-PREREQUISITES SECTION.
      *---------------------------------------------------------------*
      *   Walks every prerequisite record for the course being
      *   edited and stops at the first one the student has not met.
      *   A course with no prerequisite records passes.
           MOVE 'Y' TO RAPP-PREREQ-MET-SW.
           MOVE SPACES TO RAPP-UNMET-PREREQ-ID.
           MOVE SPACES TO RAPP-UNMET-MIN-GRADE.
           MOVE 'N' TO PRQ-SCAN-SWITCH.
           MOVE RAPP-EDIT-COURSE-ID TO PRQ-COURSE-ID-IN.
           MOVE LOW-VALUES TO PRQ-PREREQ-COURSE-ID-IN.
           START PREREQ-FILE KEY NOT < PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO PRQ-SCAN-SWITCH
           END-START.
           IF NOT PRQ-SCAN-DONE
               PERFORM 382-READ-NEXT-PREREQUISITE
           END-IF.
           PERFORM 381-CHECK-ONE-PREREQUISITE
               UNTIL PRQ-SCAN-DONE.
      *---------------------------------------------------------------*
       381-CHECK-ONE-PREREQUISITE SECTION.
      *---------------------------------------------------------------*
           IF PRQ-COURSE-ID-IN = RAPP-EDIT-COURSE-ID
               PERFORM 383-SEARCH-PRIOR-COURSEWORK
               IF RAPP-PREREQ-FOUND
                   PERFORM 382-READ-NEXT-PREREQUISITE
               ELSE
                   MOVE 'N' TO RAPP-PREREQ-MET-SW
                   MOVE PRQ-PREREQ-COURSE-ID-IN
                       TO RAPP-UNMET-PREREQ-ID
                   MOVE PRQ-MIN-GRADE-IN TO RAPP-UNMET-MIN-GRADE
                   MOVE 'Y' TO PRQ-SCAN-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO PRQ-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       382-READ-NEXT-PREREQUISITE SECTION.
      *---------------------------------------------------------------*
           READ PREREQ-FILE NEXT RECORD
               AT END MOVE 'Y' TO PRQ-SCAN-SWITCH
           END-READ.
      *---------------------------------------------------------------*
       383-SEARCH-PRIOR-COURSEWORK SECTION.
      *---------------------------------------------------------------*
      *   A prerequisite is met by any attempt, in any prior term on
      *   the course history file or on the current term's detail
      *   once GRADE-APPLY has posted it, whose grade is passing and
      *   not below the minimum.  An ungraded current enrollment in
      *   the prerequisite does not count.
           MOVE 'N' TO RAPP-PREREQ-FOUND-SW.
           MOVE 'N' TO CHX-SCAN-SWITCH.
           MOVE RAPP-EDIT-STUDENT-ID TO CHX-STUDENT-ID-IN.
           MOVE LOW-VALUES TO CHX-TERM-CODE-IN.
           MOVE LOW-VALUES TO CHX-COURSE-ID-IN.
           MOVE LOW-VALUES TO CHX-SECTION-IN.
           START COURSE-HISTORY-FILE KEY NOT < CHX-KEY
               INVALID KEY
                   MOVE 'Y' TO CHX-SCAN-SWITCH
           END-START.
           IF NOT CHX-SCAN-DONE
               PERFORM 384-READ-NEXT-COURSE-HISTORY
           END-IF.
           PERFORM 385-TEST-COURSE-HISTORY
               UNTIL CHX-SCAN-DONE.
           IF NOT RAPP-PREREQ-FOUND
               MOVE 'N' TO REG-SCAN-SWITCH
               MOVE RAPP-EDIT-STUDENT-ID TO REG-STUDENT-ID-IN
               MOVE PRQ-PREREQ-COURSE-ID-IN TO REG-COURSE-ID-IN
               MOVE LOW-VALUES TO REG-SECTION-IN
               START REGISTRATION-FILE KEY NOT < REG-KEY
                   INVALID KEY
                       MOVE 'Y' TO REG-SCAN-SWITCH
               END-START
               IF NOT REG-SCAN-DONE
                   PERFORM 515-READ-NEXT-REGISTRATION
               END-IF
               PERFORM 386-TEST-CURRENT-REGISTRATION
                   UNTIL REG-SCAN-DONE
           END-IF.
      *---------------------------------------------------------------*
       384-READ-NEXT-COURSE-HISTORY SECTION.
      *---------------------------------------------------------------*
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO CHX-SCAN-SWITCH
           END-READ.
      *---------------------------------------------------------------*
       385-TEST-COURSE-HISTORY SECTION.
      *---------------------------------------------------------------*
           IF CHX-STUDENT-ID-IN = RAPP-EDIT-STUDENT-ID
               IF CHX-COURSE-ID-IN = PRQ-PREREQ-COURSE-ID-IN
                   AND CHX-GRADE-PASSING
                   AND CHX-GRADE-IN NOT > PRQ-MIN-GRADE-IN
                   MOVE 'Y' TO RAPP-PREREQ-FOUND-SW
                   MOVE 'Y' TO CHX-SCAN-SWITCH
               ELSE
                   PERFORM 384-READ-NEXT-COURSE-HISTORY
               END-IF
           ELSE
               MOVE 'Y' TO CHX-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       386-TEST-CURRENT-REGISTRATION SECTION.
      *---------------------------------------------------------------*
           IF REG-STUDENT-ID-IN = RAPP-EDIT-STUDENT-ID
               AND REG-COURSE-ID-IN = PRQ-PREREQ-COURSE-ID-IN
               IF REG-GRADE-PASSING
                   AND REG-GRADE-IN NOT > PRQ-MIN-GRADE-IN
                   MOVE 'Y' TO RAPP-PREREQ-FOUND-SW
                   MOVE 'Y' TO REG-SCAN-SWITCH
               ELSE
                   PERFORM 515-READ-NEXT-REGISTRATION
               END-IF
           ELSE
               MOVE 'Y' TO REG-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       390-CHECK-TIME-CONFLICTS SECTION.
      *---------------------------------------------------------------*
      *   Compares the meeting pattern of the section being edited
      *   with every other section the student holds on the detail
      *   file.  Two sections conflict when they share a meeting day
      *   and each starts before the other ends.  The edited
      *   section's record is re-read at the end so callers find it
      *   in the record area as before.
           MOVE 'N' TO RAPP-CONFLICT-SW.
           MOVE RAPP-EDIT-COURSE-ID TO SEC-COURSE-ID-IN.
           MOVE RAPP-EDIT-SECTION TO SEC-SECTION-IN.
           READ SECTION-FILE
               INVALID KEY
                   MOVE SPACES TO RAPP-NEW-DAYS
               NOT INVALID KEY
                   MOVE SEC-MEETING-DAYS-IN TO RAPP-NEW-DAYS
                   MOVE SEC-START-TIME-IN TO RAPP-NEW-START
                   MOVE SEC-END-TIME-IN TO RAPP-NEW-END
           END-READ.
           IF RAPP-NEW-DAYS NOT = SPACES
               MOVE 'N' TO REG-SCAN-SWITCH
               MOVE RAPP-EDIT-STUDENT-ID TO REG-STUDENT-ID-IN
               MOVE LOW-VALUES TO REG-COURSE-ID-IN
               MOVE LOW-VALUES TO REG-SECTION-IN
               START REGISTRATION-FILE KEY NOT < REG-KEY
                   INVALID KEY
                       MOVE 'Y' TO REG-SCAN-SWITCH
               END-START
               IF NOT REG-SCAN-DONE
                   PERFORM 515-READ-NEXT-REGISTRATION
               END-IF
               PERFORM 391-TEST-HELD-SECTION
                   UNTIL REG-SCAN-DONE
               MOVE RAPP-EDIT-COURSE-ID TO SEC-COURSE-ID-IN
               MOVE RAPP-EDIT-SECTION TO SEC-SECTION-IN
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       391-TEST-HELD-SECTION SECTION.
      *---------------------------------------------------------------*
           IF REG-STUDENT-ID-IN = RAPP-EDIT-STUDENT-ID
               IF REG-COURSE-ID-IN NOT = RAPP-EDIT-COURSE-ID
                   OR REG-SECTION-IN NOT = RAPP-EDIT-SECTION
                   PERFORM 392-COMPARE-HELD-SECTION
               END-IF
               IF RAPP-TIME-CONFLICT
                   MOVE 'Y' TO REG-SCAN-SWITCH
               ELSE
                   PERFORM 515-READ-NEXT-REGISTRATION
               END-IF
           ELSE
               MOVE 'Y' TO REG-SCAN-SWITCH
           END-IF.
      *---------------------------------------------------------------*
       392-COMPARE-HELD-SECTION SECTION.
      *---------------------------------------------------------------*
           MOVE REG-COURSE-ID-IN TO SEC-COURSE-ID-IN.
           MOVE REG-SECTION-IN TO SEC-SECTION-IN.
           READ SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEC-MEETING-DAYS-IN NOT = SPACES
                       AND SEC-START-TIME-IN < RAPP-NEW-END
                       AND RAPP-NEW-START < SEC-END-TIME-IN
                       MOVE 'N' TO RAPP-DAY-SHARED-SW
                       PERFORM 393-COMPARE-MEETING-DAY
                           VARYING RAPP-DAY-SUB FROM 1 BY 1
                           UNTIL RAPP-DAY-SUB > 7
                              OR RAPP-DAY-SHARED
                       IF RAPP-DAY-SHARED
                           MOVE 'Y' TO RAPP-CONFLICT-SW
                       END-IF
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       393-COMPARE-MEETING-DAY SECTION.
      *---------------------------------------------------------------*
           IF SEC-MEETING-DAY (RAPP-DAY-SUB) NOT = SPACE
               AND RAPP-NEW-DAY (RAPP-DAY-SUB) NOT = SPACE
               MOVE 'Y' TO RAPP-DAY-SHARED-SW
           END-IF.
      *---------------------------------------------------------------*
       450-POSITION-MASTER-SCAN SECTION.
      *---------------------------------------------------------------*
           END-IF.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           IF RAPP-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE REG-REPORT
           ELSE
               PERFORM 410-FINISH-REGISTRATION-RUN
               PERFORM 430-STAMP-RUN-CONTROL
           END-IF.
      *---------------------------------------------------------------*
       410-FINISH-REGISTRATION-RUN SECTION.
      *---------------------------------------------------------------*
           PERFORM 420-WRITE-WAITLIST-FILE
               VARYING RAPP-WAIT-SUB FROM 1 BY 1
           IF RAPP-WAIT-OVERFLOW
               WRITE REG-REPORT-LINE FROM REG-WAIT-OVERFLOW-LINE
           END-IF.
           MOVE RAPP-OVERRIDE-COUNT TO OVSM-OVERRIDE-OUT.
           WRITE OVERRIDE-REPORT-LINE FROM OVERRIDE-SUMMARY-LINE.
           CLOSE REGISTRATION-FILE, STUDENT-MASTER-FILE,
               REG-TRANSACTION-FILE, REG-REPORT,
               COURSE-CATALOG-FILE, SECTION-FILE,
               WAITLIST-FILE-OUT, PREREQ-FILE,
               COURSE-HISTORY-FILE, OVERRIDE-REPORT.
      *---------------------------------------------------------------*
       430-STAMP-RUN-CONTROL SECTION.
      *---------------------------------------------------------------*
           OPEN I-O RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           IF RCR-TERM-CODE NOT = SPACES
               MOVE RAPP-RUN-DATE TO RCR-REG-APPLY-DATE
               IF RCR-REG-APPLY-COUNT < 999
                   ADD 1 TO RCR-REG-APPLY-COUNT
               END-IF
               REWRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
      *---------------------------------------------------------------*
       420-WRITE-WAITLIST-FILE SECTION.
      *---------------------------------------------------------------*
                   TO WTO-COURSE-ID-IN
               MOVE RAPP-WAIT-SECTION (RAPP-WAIT-SUB)
                   TO WTO-SECTION-IN
               MOVE RAPP-WAIT-OVERRIDE (RAPP-WAIT-SUB)
                   TO WTO-OVERRIDE-IN
               WRITE WAITLIST-RECORD-OUT
               ADD 1 TO RAPP-REMAIN-COUNT
           END-IF.
