      *****************************************************************
      *   STUDENT-GPA-RECORD.CPY
      *   Grade point record, one per student, kept on an indexed
      *   file beside the student master because the 41-byte
      *   STUDENT-RECORD has no room for a second GPA.  GRADE-APPLY
      *   writes it at each term's posting: the term GPA from that
      *   term's registration detail alone, and the cumulative GPA
      *   from the permanent course history plus the term's posted
      *   grades under the repeat policy -- when a course is taken
      *   again, only the latest graded attempt counts in GPA and
      *   earned hours.  GRADE-CHANGE re-figures the cumulative
      *   fields when it alters an archived grade.  The cumulative
      *   GPA is also carried in GPA-IN on the master, so every
      *   program that tests probation against GPA-IN is testing
      *   the catalog figure.  SGP-STUDENT-ID-IN is the key field.
      *****************************************************************
       01  STUDENT-GPA-RECORD.
           05 SGP-STUDENT-ID-IN        PIC X(05).
           05 SGP-TERM-GPA-IN          PIC 9V99.
           05 SGP-TERM-POINTED-HOURS   PIC 9(03).
           05 SGP-CUM-GPA-IN           PIC 9V99.
           05 SGP-CUM-POINTED-HOURS    PIC 9(03).
           05 SGP-CUM-EARNED-HOURS     PIC 9(03).
           05 SGP-REPEATS-EXCLUDED     PIC 9(03).
