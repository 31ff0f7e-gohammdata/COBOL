       DATE-COMPILED.  SEPTEMBER 1, 2026.
      *   Maintenance program for the indexed course section file.
      *   Applies ADD, CHANGE and DELETE transactions (course id,
      *   section, seat capacity, meeting schedule) against the file
      *   keyed on SEC-KEY.  The enrolled count on each record
      *   belongs to REG-APPLY, which maintains it as adds, drops and
      *   waitlist promotions are applied: an ADD here starts the
      *   count at zero, a CHANGE alters the capacity and schedule
      *   only and leaves the count alone, and a
      *   DELETE is rejected while any student is still enrolled.
      *   An ADD is also rejected when the course id is not on the
      *   course catalog, so a section cannot exist for a course
      *   REG-APPLY would refuse to enroll.  Applied and rejected
      *   transactions and a run summary go to the section
      *   maintenance report.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADD and CHANGE transactions now carry the
      *               section's meeting schedule: meeting days, start
      *               and end times, building, room and instructor.
      *               The days must be the weekday letters M T W R F
      *               S U in their own positions, and a section that
      *               meets must have valid HHMM times with the start
      *               before the end; a CHANGE replaces the schedule
      *               along with the capacity.  REG-APPLY uses the
      *               schedule to refuse overlapping enrollments.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
           05 STRN-COURSE-ID-IN    PIC X(06).
           05 STRN-SECTION-IN      PIC X(02).
           05 STRN-CAPACITY-IN     PIC 9(03).
           05 STRN-MEETING-DAYS-IN PIC X(07).
           05 STRN-MEETING-DAY-TABLE REDEFINES STRN-MEETING-DAYS-IN.
               10 STRN-MEETING-DAY PIC X(01) OCCURS 7 TIMES.
           05 STRN-START-TIME-IN   PIC 9(04).
           05 STRN-START-TIME-R REDEFINES STRN-START-TIME-IN.
               10 STRN-START-HH    PIC 9(02).
               10 STRN-START-MM    PIC 9(02).
           05 STRN-END-TIME-IN     PIC 9(04).
           05 STRN-END-TIME-R REDEFINES STRN-END-TIME-IN.
               10 STRN-END-HH      PIC 9(02).
               10 STRN-END-MM      PIC 9(02).
           05 STRN-BUILDING-IN     PIC X(04).
           05 STRN-ROOM-IN         PIC X(04).
           05 STRN-INSTRUCTOR-IN   PIC X(12).

       FD SECTION-REPORT LABEL RECORDS ARE OMITTED.
       01  SECTION-REPORT-LINE     PIC X(80).

       01  SMNT-REJECT-REASON      PIC X(20) VALUE SPACES.

      *   Each meeting-day position may hold only its own weekday
      *   letter, so MTWRFSU lines the letters up with the positions.
       01  SMNT-DAY-LETTERS        PIC X(07) VALUE 'MTWRFSU'.
       01  SMNT-DAY-LETTER-TABLE REDEFINES SMNT-DAY-LETTERS.
           05 SMNT-DAY-LETTER      PIC X(01) OCCURS 7 TIMES.

       01  SMNT-DAY-SUB            PIC 9(02) COMP.

       01  SECTION-AUDIT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SCAU-CODE-OUT         PIC X(09).
           IF STRN-CAPACITY-IN NOT NUMERIC
               OR STRN-CAPACITY-IN = ZERO
               MOVE 'INVALID CAPACITY' TO SMNT-REJECT-REASON
           ELSE
               PERFORM 315-EDIT-SCHEDULE
           END-IF.
           IF SMNT-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               MOVE STRN-COURSE-ID-IN TO CRS-COURSE-ID-IN
                       PERFORM 325-WRITE-SECTION
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       315-EDIT-SCHEDULE SECTION.
      *---------------------------------------------------------------*
      *   Sets SMNT-REJECT-REASON when the schedule on the transaction
      *   is unusable.  A section with no meeting days is arranged
      *   and its times are not edited beyond being numeric.
           PERFORM 316-EDIT-ONE-MEETING-DAY
               VARYING SMNT-DAY-SUB FROM 1 BY 1
               UNTIL SMNT-DAY-SUB > 7.
           IF SMNT-REJECT-REASON = SPACES
               IF STRN-START-TIME-IN NOT NUMERIC
                   OR STRN-END-TIME-IN NOT NUMERIC
                   MOVE 'INVALID MEETING TIME' TO SMNT-REJECT-REASON
               ELSE
                   IF STRN-MEETING-DAYS-IN NOT = SPACES
                       IF STRN-START-HH > 23 OR STRN-START-MM > 59
                           OR STRN-END-HH > 23 OR STRN-END-MM > 59
                           OR STRN-START-TIME-IN
                               NOT < STRN-END-TIME-IN
                           MOVE 'INVALID MEETING TIME'
                               TO SMNT-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       316-EDIT-ONE-MEETING-DAY SECTION.
      *---------------------------------------------------------------*
           IF STRN-MEETING-DAY (SMNT-DAY-SUB) NOT = SPACE
               AND STRN-MEETING-DAY (SMNT-DAY-SUB)
                   NOT = SMNT-DAY-LETTER (SMNT-DAY-SUB)
               MOVE 'INVALID MEETING DAYS' TO SMNT-REJECT-REASON
           END-IF.
      *---------------------------------------------------------------*
       318-MOVE-SCHEDULE SECTION.
      *---------------------------------------------------------------*
           MOVE STRN-MEETING-DAYS-IN TO SEC-MEETING-DAYS-IN.
           MOVE STRN-START-TIME-IN TO SEC-START-TIME-IN.
           MOVE STRN-END-TIME-IN TO SEC-END-TIME-IN.
           MOVE STRN-BUILDING-IN TO SEC-BUILDING-IN.
           MOVE STRN-ROOM-IN TO SEC-ROOM-IN.
           MOVE STRN-INSTRUCTOR-IN TO SEC-INSTRUCTOR-IN.
      *---------------------------------------------------------------*
       325-WRITE-SECTION SECTION.
      *---------------------------------------------------------------*
           MOVE STRN-SECTION-IN TO SEC-SECTION-IN.
           MOVE STRN-CAPACITY-IN TO SEC-CAPACITY-IN.
           MOVE ZERO TO SEC-ENROLLED-IN.
           PERFORM 318-MOVE-SCHEDULE.
           WRITE SECTION-RECORD
               INVALID KEY
                   PERFORM 350-REJECT-TRANSACTION
      *---------------------------------------------------------------*
       330-CHANGE-SECTION SECTION.
      *---------------------------------------------------------------*
      *   A CHANGE alters the seat capacity and the meeting schedule;
      *   the enrolled count is REG-APPLY's and is carried forward
      *   untouched.
           IF STRN-CAPACITY-IN NOT NUMERIC
               OR STRN-CAPACITY-IN = ZERO
               MOVE 'INVALID CAPACITY' TO SMNT-REJECT-REASON
           ELSE
               PERFORM 315-EDIT-SCHEDULE
           END-IF.
           IF SMNT-REJECT-REASON NOT = SPACES
               PERFORM 350-REJECT-TRANSACTION
           ELSE
               MOVE STRN-COURSE-ID-IN TO SEC-COURSE-ID-IN
                       PERFORM 350-REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE STRN-CAPACITY-IN TO SEC-CAPACITY-IN
                       PERFORM 318-MOVE-SCHEDULE
                       REWRITE SECTION-RECORD
                           INVALID KEY
                               PERFORM 350-REJECT-TRANSACTION
