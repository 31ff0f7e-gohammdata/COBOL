      *****************************************************************
      *   GRADE-JOURNAL-RECORD.CPY
      *   Grade change journal record written by GRADE-CHANGE for
      *   every grade it alters on the permanent course history
      *   file, whether from a registrar's grade change transaction
      *   or from the incomplete lapse run.  Both images carry the
      *   full COURSE-HISTORY-RECORD layout, so the journal shows
      *   the grade as archived and as changed.  The run date and
      *   HHMMSSHH time, source code and operator id follow the
      *   student maintenance journal, so the auditors read both
      *   journals the same way.  Any change GRADE-CHANGE makes to
      *   the student master itself goes to the student maintenance
      *   journal as well, which keeps JOURNAL-REPLAY whole.
      *****************************************************************
       01  GRADE-JOURNAL-RECORD.
           05 GJR-RUN-DATE         PIC 9(08).
           05 GJR-RUN-TIME         PIC 9(08).
           05 GJR-TRANS-CODE       PIC X(01).
               88 GJR-GRADE-CHANGE        VALUE 'C'.
               88 GJR-INCOMPLETE-LAPSE    VALUE 'L'.
           05 GJR-SOURCE-CODE      PIC X(01).
               88 GJR-SOURCE-BATCH        VALUE 'B'.
           05 GJR-OPERATOR-ID      PIC X(08).
           05 GJR-STUDENT-ID       PIC X(05).
           05 GJR-BEFORE-IMAGE     PIC X(21).
           05 GJR-AFTER-IMAGE      PIC X(21).
