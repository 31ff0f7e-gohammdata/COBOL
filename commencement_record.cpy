      *****************************************************************
      *   COMMENCEMENT-RECORD.CPY
      *   Work record for the commencement list, one per degree
      *   conferred in a DEGREE-CONFERRAL run.  Written to a work
      *   file as each conferral is accepted, then sorted by major
      *   and name for printing.
      *****************************************************************
       01  COMMENCEMENT-RECORD.
           05 CMN-MAJOR-IN         PIC X(03).
           05 CMN-LAST-NAME-IN     PIC X(10).
           05 CMN-FIRST-NAME-IN    PIC X(10).
           05 CMN-MIDDLE-INITIAL-IN PIC X(01).
           05 CMN-STUDENT-ID-IN    PIC X(05).
           05 CMN-DEGREE-CODE-IN   PIC X(04).
           05 CMN-CONFER-DATE-IN   PIC 9(08).
