      *****************************************************************
      *   SECTION-RECORD.CPY
      *   Course section record shared by SECTION-MAINT (which
      *   maintains capacity and schedule) and REG-APPLY (which
      *   enforces the capacity on every add, maintains the enrolled
      *   count as adds, drops and waitlist promotions are applied,
      *   and sends adds against a full section to the waitlist).
      *   SEC-KEY is the key field on the indexed section file.
      *   The schedule fields carry the meeting pattern: one
      *   position per weekday in SEC-MEETING-DAYS-IN (M T W R F S U,
      *   the letter when the section meets that day and SPACE when
      *   it does not), 24-hour HHMM start and end times, the
      *   building and room, and the instructor.  A section with no
      *   meeting days (arranged or online) never conflicts.
      *   REG-APPLY refuses an enrollment that overlaps another
      *   section the student holds, and SECTION-SCHEDULE lists the
      *   sections by room and by instructor with double-bookings.
      *****************************************************************
       01  SECTION-RECORD.
           05 SEC-KEY.
               10 SEC-SECTION-IN   PIC X(02).
           05 SEC-CAPACITY-IN      PIC 9(03).
           05 SEC-ENROLLED-IN      PIC 9(03).
           05 SEC-SCHEDULE-INFO.
               10 SEC-MEETING-DAYS-IN  PIC X(07).
               10 SEC-MEETING-DAY-TABLE REDEFINES SEC-MEETING-DAYS-IN.
                   15 SEC-MEETING-DAY  PIC X(01) OCCURS 7 TIMES.
               10 SEC-START-TIME-IN    PIC 9(04).
               10 SEC-END-TIME-IN      PIC 9(04).
               10 SEC-BUILDING-IN      PIC X(04).
               10 SEC-ROOM-IN          PIC X(04).
               10 SEC-INSTRUCTOR-IN    PIC X(12).
