      *****************************************************************
      *   PREREQ-RECORD.CPY
      *   Course prerequisite record shared by PREREQ-MAINT (which
      *   maintains the file) and REG-APPLY (which edits every add
      *   and every waitlist promotion against it).  One record per
      *   course per prerequisite course, carrying the lowest grade
      *   in the prerequisite that satisfies it; a course with no
      *   records has no prerequisites.  Grades rank A high to D
      *   low, so a prerequisite is met by a passing grade that is
      *   not greater than PRQ-MIN-GRADE-IN in collating order.
      *   PRQ-KEY is the key field on the indexed file.
      *****************************************************************
       01  PREREQ-RECORD.
           05 PRQ-KEY.
               10 PRQ-COURSE-ID-IN        PIC X(06).
               10 PRQ-PREREQ-COURSE-ID-IN PIC X(06).
           05 PRQ-MIN-GRADE-IN     PIC X(01).
               88 PRQ-VALID-MIN-GRADE     VALUES 'A' 'B' 'C' 'D'.
