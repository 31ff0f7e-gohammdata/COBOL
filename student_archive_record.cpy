      *****************************************************************
      *   STUDENT-ARCHIVE-RECORD.CPY
      *   Inactive-student archive record, written by STUDENT-ARCHIVE
      *   when it moves a graduated or long-inactive student off the
      *   indexed student master, and read by TRANSCRIPT-PRINT for a
      *   student no longer on the master.  SAR-STUDENT-IMAGE is the
      *   full 41-byte STUDENT-RECORD as it stood when archived, so
      *   the name and earned total of record are kept.  The reason
      *   code says why the student was moved, and SAR-LAST-TERM-IN
      *   is the last term on the student's course history (SPACES
      *   when there was none).  SAR-STUDENT-ID-IN is the key field
      *   on the indexed file.
      *****************************************************************
       01  STUDENT-ARCHIVE-RECORD.
           05 SAR-STUDENT-ID-IN    PIC X(05).
           05 SAR-ARCHIVE-DATE-IN  PIC 9(08).
           05 SAR-REASON-IN        PIC X(01).
               88 SAR-GRADUATED           VALUE 'G'.
               88 SAR-INACTIVE            VALUE 'I'.
           05 SAR-LAST-TERM-IN     PIC X(05).
           05 SAR-STUDENT-IMAGE    PIC X(41).
