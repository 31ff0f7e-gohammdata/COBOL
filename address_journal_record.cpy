      *****************************************************************
      *   ADDRESS-JOURNAL-RECORD.CPY
      *   Address maintenance journal record written by STUDENT-MAINT
      *   and STUDENT-INQUIRY for every successful add, change and
      *   delete against the indexed address file, in the same form
      *   as the student master journal: run date, HHMMSSHH time of
      *   the write, transaction code, source code ('B' batch or 'O'
      *   online), the feeder's source id or the clerk's operator
      *   id, and the full before and after images of ADDRESS-RECORD.
      *   The before-image is SPACES on an add and the after-image
      *   is SPACES on a delete.
      *****************************************************************
       01  ADDRESS-JOURNAL-RECORD.
           05 AJR-RUN-DATE         PIC 9(08).
           05 AJR-RUN-TIME         PIC 9(08).
           05 AJR-TRANS-CODE       PIC X(01).
               88 AJR-ADD                 VALUE 'A'.
               88 AJR-CHANGE              VALUE 'C'.
               88 AJR-DELETE              VALUE 'D'.
           05 AJR-SOURCE-CODE      PIC X(01).
               88 AJR-SOURCE-BATCH        VALUE 'B'.
               88 AJR-SOURCE-ONLINE       VALUE 'O'.
           05 AJR-OPERATOR-ID      PIC X(08).
           05 AJR-STUDENT-ID       PIC X(05).
           05 AJR-BEFORE-IMAGE     PIC X(147).
           05 AJR-AFTER-IMAGE      PIC X(147).
