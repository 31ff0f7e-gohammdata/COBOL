      *****************************************************************
      *   DEGREE-RECORD.CPY
      *   Permanent degree-conferred record, written by
      *   DEGREE-CONFERRAL for each conferral that passes the
      *   graduation edits and read back by STUDENT-ARCHIVE (which
      *   moves graduates off the student master) and by
      *   TRANSCRIPT-PRINT (which lists the degrees on the
      *   transcript).  One record per student per degree and major;
      *   the earned hours and GPA are the student's as they stood
      *   on the master when the degree was conferred, so the record
      *   stands on its own after the student leaves the master.
      *   DGR-KEY is the key field on the indexed file.
      *****************************************************************
       01  DEGREE-RECORD.
           05 DGR-KEY.
               10 DGR-STUDENT-ID-IN PIC X(05).
               10 DGR-DEGREE-CODE-IN PIC X(04).
               10 DGR-MAJOR-IN      PIC X(03).
           05 DGR-CONFER-DATE-IN   PIC 9(08).
           05 DGR-TOTAL-HOURS-IN   PIC 9(03).
           05 DGR-GPA-IN           PIC 9V99.
           05 DGR-RECORDED-DATE-IN PIC 9(08).
