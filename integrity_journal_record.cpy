      *****************************************************************
      *   INTEGRITY-JOURNAL-RECORD.CPY
      *   Repair journal written by INTEGRITY-AUDIT on a repair run,
      *   one record for every derived field it corrects from its
      *   source of record: a section's enrolled count re-counted
      *   from the registration detail file, a student's semester
      *   hours re-summed from the registration detail file, or a
      *   student's account hold re-figured from the account and
      *   payment plan files.  IJR-RECORD-KEY is the section key
      *   (course id and section) or the student id, and the before
      *   and after values are the field as found and as repaired.
      *   Student master repairs are also written to the student
      *   maintenance journal as 'C' records so JOURNAL-REPLAY and
      *   JOURNAL-AUDIT see them like any other master change.
      *****************************************************************
       01  INTEGRITY-JOURNAL-RECORD.
           05 IJR-RUN-DATE         PIC 9(08).
           05 IJR-RUN-TIME         PIC 9(08).
           05 IJR-CATEGORY-CODE    PIC X(02).
               88 IJR-SECTION-ENROLLED    VALUE 'SE'.
               88 IJR-SEMESTER-HOURS      VALUE 'SH'.
               88 IJR-ACCOUNT-HOLD        VALUE 'AH'.
           05 IJR-OPERATOR-ID      PIC X(08).
           05 IJR-RECORD-KEY       PIC X(13).
           05 IJR-BEFORE-VALUE     PIC X(05).
           05 IJR-AFTER-VALUE      PIC X(05).
