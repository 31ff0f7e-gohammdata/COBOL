      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.  SECTION-SCHEDULE.
       AUTHOR.  JOHN HAMM.
       DATE-WRITTEN.    OCTOBER 15, 2026.
       DATE-COMPILED.  OCTOBER 15, 2026.
      *   Section schedule report for the registrar.  Sorts the
      *   indexed course section file twice, first into building /
      *   room / start time order and then into instructor / start
      *   time order, and lists every section under its room and
      *   again under its instructor with its meeting days, times,
      *   and seat count.  Within a room or an instructor, any two
      *   sections that share a meeting day and whose times overlap
      *   are flagged as double-booked, each naming the section it
      *   collides with, and the double-bookings are counted at the
      *   foot of each listing.  Sections with no room or no
      *   instructor assigned are listed under NOT ASSIGNED and are
      *   never flagged, and neither is a section with no meeting
      *   days.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       SPECIAL-NAMES.  C01 IS TOP-OF-NEXT-PAGE.
      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT SECTION-FILE ASSIGN TO UT-S-SECTIONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-KEY.
           SELECT SCHED-SORT-WORK ASSIGN TO UT-S-SORTWK1.
           SELECT SCHED-SORTED-FILE ASSIGN TO UT-S-SORTWK2.
           SELECT SCHEDULE-REPORT ASSIGN TO UT-S-SCHDRPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD SECTION-FILE.
           COPY "section_record.cpy".

       SD SCHED-SORT-WORK.
           COPY "section_record.cpy" REPLACING
               ==SECTION-RECORD== BY ==SORT-SECTION-RECORD==
               ==SEC-KEY== BY ==SSRT-KEY==
               ==SEC-COURSE-ID-IN== BY ==SSRT-COURSE-ID-IN==
               ==SEC-SECTION-IN== BY ==SSRT-SECTION-IN==
               ==SEC-CAPACITY-IN== BY ==SSRT-CAPACITY-IN==
               ==SEC-ENROLLED-IN== BY ==SSRT-ENROLLED-IN==
               ==SEC-SCHEDULE-INFO== BY ==SSRT-SCHEDULE-INFO==
               ==SEC-MEETING-DAYS-IN== BY ==SSRT-MEETING-DAYS-IN==
               ==SEC-MEETING-DAY-TABLE== BY ==SSRT-MEETING-DAY-TABLE==
               ==SEC-MEETING-DAY== BY ==SSRT-MEETING-DAY==
               ==SEC-START-TIME-IN== BY ==SSRT-START-TIME-IN==
               ==SEC-END-TIME-IN== BY ==SSRT-END-TIME-IN==
               ==SEC-BUILDING-IN== BY ==SSRT-BUILDING-IN==
               ==SEC-ROOM-IN== BY ==SSRT-ROOM-IN==
               ==SEC-INSTRUCTOR-IN== BY ==SSRT-INSTRUCTOR-IN==.

       FD SCHED-SORTED-FILE LABEL RECORDS ARE OMITTED.
       01  SCHED-SORTED-RECORD     PIC X(49).

       FD SCHEDULE-REPORT LABEL RECORDS ARE OMITTED.
       01  SCHEDULE-REPORT-LINE    PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WORKING-RECORD.
           04  FILE-STATUS PIC X(05).

           COPY "section_record.cpy" REPLACING
               ==SECTION-RECORD== BY ==WORK-SECTION-RECORD==
               ==SEC-KEY== BY ==WSC-KEY==
               ==SEC-COURSE-ID-IN== BY ==WSC-COURSE-ID-IN==
               ==SEC-SECTION-IN== BY ==WSC-SECTION-IN==
               ==SEC-CAPACITY-IN== BY ==WSC-CAPACITY-IN==
               ==SEC-ENROLLED-IN== BY ==WSC-ENROLLED-IN==
               ==SEC-SCHEDULE-INFO== BY ==WSC-SCHEDULE-INFO==
               ==SEC-MEETING-DAYS-IN== BY ==WSC-MEETING-DAYS-IN==
               ==SEC-MEETING-DAY-TABLE== BY ==WSC-MEETING-DAY-TABLE==
               ==SEC-MEETING-DAY== BY ==WSC-MEETING-DAY==
               ==SEC-START-TIME-IN== BY ==WSC-START-TIME-IN==
               ==SEC-END-TIME-IN== BY ==WSC-END-TIME-IN==
               ==SEC-BUILDING-IN== BY ==WSC-BUILDING-IN==
               ==SEC-ROOM-IN== BY ==WSC-ROOM-IN==
               ==SEC-INSTRUCTOR-IN== BY ==WSC-INSTRUCTOR-IN==.

      *   The report passes the sorted file twice; SCHD-PASS-SW says
      *   which listing is being printed and so which field is the
      *   group key.
       01  SCHD-BREAK-FIELDS.
           05 SCHD-PASS-SW         PIC X(01).
               88 SCHD-ROOM-PASS          VALUE 'R'.
               88 SCHD-INSTRUCTOR-PASS    VALUE 'I'.
           05 SCHD-FIRST-RECORD-SW PIC X(01).
               88 SCHD-FIRST-RECORD       VALUE 'Y'.
           05 SCHD-GROUP-KEY       PIC X(12).
           05 SCHD-GROUP-ROOM-KEY REDEFINES SCHD-GROUP-KEY.
               10 SCHD-GROUP-BUILDING PIC X(04).
               10 SCHD-GROUP-ROOM  PIC X(04).
               10 FILLER           PIC X(04).
           05 SCHD-SAVE-GROUP-KEY  PIC X(12).
           05 SCHD-SAVE-ROOM-KEY REDEFINES SCHD-SAVE-GROUP-KEY.
               10 SCHD-SAVE-BUILDING PIC X(04).
               10 SCHD-SAVE-ROOM   PIC X(04).
               10 FILLER           PIC X(04).
           05 SCHD-ROOM-DISPLAY.
               10 SCHD-ROOM-BUILDING PIC X(04).
               10 FILLER           PIC X(01) VALUE SPACE.
               10 SCHD-ROOM-NUMBER PIC X(04).
               10 FILLER           PIC X(03) VALUE SPACES.

       01  SCHD-COUNTERS.
           05 SCHD-SECTION-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 SCHD-BOOKING-COUNT   PIC 9(05) COMP VALUE ZERO.

       01  PAGE-CONTROL-FIELDS.
           05 PC-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 PC-LINES-PER-PAGE    PIC 9(03) COMP VALUE 55.
           05 PC-PAGE-NUMBER       PIC 9(03) COMP VALUE ZERO.

      *   Sections of one room or one instructor are held here until
      *   the group is complete, so each can be compared with every
      *   other before any is printed.  200 sections is headroom over
      *   the busiest lecture hall on the schedule.
       01  SCHD-GROUP-TABLE-FIELDS.
           05 SCHD-ENTRY-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 SCHD-SUB1            PIC 9(05) COMP.
           05 SCHD-SUB2            PIC 9(05) COMP.
           05 SCHD-DAY-SUB         PIC 9(02) COMP.
           05 SCHD-DAY-SHARED-SW   PIC X(01).
               88 SCHD-DAY-SHARED         VALUE 'Y'.
           05 SCHD-OVERFLOW-SW     PIC X(01) VALUE 'N'.
               88 SCHD-OVERFLOW           VALUE 'Y'.

       01  SCHD-GROUP-TABLE.
           05 SCHD-ENTRY OCCURS 200 TIMES.
               10 SCHD-COURSE-ID       PIC X(06).
               10 SCHD-SECTION         PIC X(02).
               10 SCHD-DAYS            PIC X(07).
               10 SCHD-DAY-TABLE REDEFINES SCHD-DAYS.
                   15 SCHD-DAY         PIC X(01) OCCURS 7 TIMES.
               10 SCHD-START-TIME      PIC 9(04).
               10 SCHD-END-TIME        PIC 9(04).
               10 SCHD-OTHER           PIC X(12).
               10 SCHD-ENROLLED        PIC 9(03).
               10 SCHD-CAPACITY        PIC 9(03).
               10 SCHD-CONFLICT-COURSE PIC X(06).
               10 SCHD-CONFLICT-SECTION PIC X(02).

       01  SCHEDULE-PAGE-HEADING.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 FILLER   PIC X(16) VALUE 'SECTION SCHEDULE'.
           05 FILLER   PIC X(26) VALUE SPACES.
           05 FILLER   PIC X(05) VALUE 'PAGE '.
           05 SHDG-PAGE-NUMBER-OUT PIC ZZ9.

       01  ROOM-PASS-HEADING.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(32) VALUE 'SECTIONS BY ROOM'.

       01  INSTRUCTOR-PASS-HEADING.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(32) VALUE 'SECTIONS BY INSTRUCTOR'.

       01  ROOM-GROUP-HEADING.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'ROOM: '.
           05 SGRP-ROOM-OUT         PIC X(24).

       01  INSTRUCTOR-GROUP-HEADING.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'INSTRUCTOR: '.
           05 SGRP-INSTRUCTOR-OUT   PIC X(24).

       01  ROOM-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(60) VALUE 'COURSE SEC  DAYS     TIME
      -    '     INSTRUCTOR    ENR/CAP'.

       01  INSTRUCTOR-COLUMN-HEADING.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(60) VALUE 'COURSE SEC  DAYS     TIME
      -    '     ROOM          ENR/CAP'.

       01  SEPARATOR-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(76) VALUE ALL '-'.

       01  SCHEDULE-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SDET-COURSE-ID-OUT    PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SDET-SECTION-OUT      PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-DAYS-OUT         PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-START-TIME-OUT   PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 SDET-END-TIME-OUT     PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-OTHER-OUT        PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-ENROLLED-OUT     PIC ZZ9.
           05 FILLER                PIC X(01) VALUE '/'.
           05 SDET-CAPACITY-OUT     PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SDET-FLAG-AREA.
               10 SDET-FLAG-TEXT-OUT    PIC X(13).
               10 SDET-CONF-COURSE-OUT  PIC X(06).
               10 FILLER                PIC X(01).
               10 SDET-CONF-SECTION-OUT PIC X(02).

       01  GROUP-OVERFLOW-LINE.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(64) VALUE '** ADDITIONAL SECTIONS SUPPRES
      -    'SED - TABLE CAPACITY REACHED **'.

       01  PASS-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               'SECTIONS LISTED: '.
           05 STOT-SECTION-OUT      PIC ZZ,ZZ9.
           05 FILLER                PIC X(20) VALUE
               '  DOUBLE-BOOKINGS: '.
           05 STOT-BOOKING-OUT      PIC ZZ,ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
       000-CONTROL-PROCEDURE SECTION.
      *---------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-SORT-BY-ROOM.
           PERFORM 300-LIST-SECTIONS
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 380-END-PASS.
           PERFORM 160-SORT-BY-INSTRUCTOR.
           PERFORM 300-LIST-SECTIONS
               UNTIL FILE-STATUS = 'DONE'.
           PERFORM 380-END-PASS.
           PERFORM 400-TERMINATION.
           STOP RUN.
      *---------------------------------------------------------------*
       100-INITIALIZATION SECTION.
      *---------------------------------------------------------------*
           OPEN OUTPUT SCHEDULE-REPORT.
      *---------------------------------------------------------------*
       150-SORT-BY-ROOM SECTION.
      *---------------------------------------------------------------*
           SORT SCHED-SORT-WORK
               ON ASCENDING KEY SSRT-BUILDING-IN SSRT-ROOM-IN
                                SSRT-START-TIME-IN SSRT-KEY
               USING SECTION-FILE
               GIVING SCHED-SORTED-FILE.
           MOVE 'R' TO SCHD-PASS-SW.
           PERFORM 170-START-PASS.
      *---------------------------------------------------------------*
       160-SORT-BY-INSTRUCTOR SECTION.
      *---------------------------------------------------------------*
           SORT SCHED-SORT-WORK
               ON ASCENDING KEY SSRT-INSTRUCTOR-IN
                                SSRT-START-TIME-IN SSRT-KEY
               USING SECTION-FILE
               GIVING SCHED-SORTED-FILE.
           MOVE 'I' TO SCHD-PASS-SW.
           PERFORM 170-START-PASS.
      *---------------------------------------------------------------*
       170-START-PASS SECTION.
      *---------------------------------------------------------------*
           MOVE 'START' TO FILE-STATUS.
           MOVE 'Y' TO SCHD-FIRST-RECORD-SW.
           MOVE ZERO TO SCHD-SECTION-COUNT.
           MOVE ZERO TO SCHD-BOOKING-COUNT.
           MOVE ZERO TO SCHD-ENTRY-COUNT.
           MOVE SPACES TO SCHD-SAVE-GROUP-KEY.
           OPEN INPUT SCHED-SORTED-FILE.
           PERFORM 200-WRITE-PAGE-HEADING.
           PERFORM 310-READ-SORTED-SECTION.
      *---------------------------------------------------------------*
       200-WRITE-PAGE-HEADING SECTION.
      *---------------------------------------------------------------*
           ADD 1 TO PC-PAGE-NUMBER.
           MOVE PC-PAGE-NUMBER TO SHDG-PAGE-NUMBER-OUT.
           WRITE SCHEDULE-REPORT-LINE FROM SCHEDULE-PAGE-HEADING AFTER
               TOP-OF-NEXT-PAGE.
           IF SCHD-ROOM-PASS
               WRITE SCHEDULE-REPORT-LINE FROM ROOM-PASS-HEADING
                   AFTER 2 LINES
           ELSE
               WRITE SCHEDULE-REPORT-LINE FROM INSTRUCTOR-PASS-HEADING
                   AFTER 2 LINES
           END-IF.
           MOVE 3 TO PC-LINE-COUNT.
      *---------------------------------------------------------------*
       210-WRITE-GROUP-HEADING SECTION.
      *---------------------------------------------------------------*
      *   A group is started on a fresh page when fewer than a
      *   heading and a few detail lines would fit.
           IF PC-LINE-COUNT > PC-LINES-PER-PAGE - 6
               PERFORM 200-WRITE-PAGE-HEADING
           END-IF.
           IF SCHD-ROOM-PASS
               IF SCHD-SAVE-GROUP-KEY = SPACES
                   MOVE '** NOT ASSIGNED **' TO SGRP-ROOM-OUT
               ELSE
                   MOVE SCHD-SAVE-BUILDING TO SCHD-ROOM-BUILDING
                   MOVE SCHD-SAVE-ROOM TO SCHD-ROOM-NUMBER
                   MOVE SCHD-ROOM-DISPLAY TO SGRP-ROOM-OUT
               END-IF
               WRITE SCHEDULE-REPORT-LINE FROM ROOM-GROUP-HEADING
                   AFTER 2 LINES
               WRITE SCHEDULE-REPORT-LINE FROM SEPARATOR-LINE AFTER 1
               WRITE SCHEDULE-REPORT-LINE FROM ROOM-COLUMN-HEADING
                   AFTER 1
           ELSE
               IF SCHD-SAVE-GROUP-KEY = SPACES
                   MOVE '** NOT ASSIGNED **' TO SGRP-INSTRUCTOR-OUT
               ELSE
                   MOVE SCHD-SAVE-GROUP-KEY TO SGRP-INSTRUCTOR-OUT
               END-IF
               WRITE SCHEDULE-REPORT-LINE
                   FROM INSTRUCTOR-GROUP-HEADING AFTER 2 LINES
               WRITE SCHEDULE-REPORT-LINE FROM SEPARATOR-LINE AFTER 1
               WRITE SCHEDULE-REPORT-LINE
                   FROM INSTRUCTOR-COLUMN-HEADING AFTER 1
           END-IF.
           WRITE SCHEDULE-REPORT-LINE FROM SEPARATOR-LINE AFTER 1.
           ADD 5 TO PC-LINE-COUNT.
      *---------------------------------------------------------------*
       300-LIST-SECTIONS SECTION.
      *---------------------------------------------------------------*
       300-ENTRY.
           PERFORM 305-SET-GROUP-KEY.
           IF SCHD-FIRST-RECORD
               OR SCHD-GROUP-KEY NOT = SCHD-SAVE-GROUP-KEY
               IF NOT SCHD-FIRST-RECORD
                   PERFORM 330-CLOSE-GROUP
               END-IF
               MOVE 'N' TO SCHD-FIRST-RECORD-SW
               MOVE SCHD-GROUP-KEY TO SCHD-SAVE-GROUP-KEY
               MOVE ZERO TO SCHD-ENTRY-COUNT
           END-IF.
           PERFORM 320-BUFFER-SECTION.
           ADD 1 TO SCHD-SECTION-COUNT.
           PERFORM 310-READ-SORTED-SECTION.
      *---------------------------------------------------------------*
       305-SET-GROUP-KEY SECTION.
      *---------------------------------------------------------------*
           IF SCHD-ROOM-PASS
               MOVE SPACES TO SCHD-GROUP-KEY
               MOVE WSC-BUILDING-IN TO SCHD-GROUP-BUILDING
               MOVE WSC-ROOM-IN TO SCHD-GROUP-ROOM
           ELSE
               MOVE WSC-INSTRUCTOR-IN TO SCHD-GROUP-KEY
           END-IF.
      *---------------------------------------------------------------*
       310-READ-SORTED-SECTION SECTION.
      *---------------------------------------------------------------*
           READ SCHED-SORTED-FILE INTO WORK-SECTION-RECORD
               AT END MOVE 'DONE' TO FILE-STATUS.
      *---------------------------------------------------------------*
       320-BUFFER-SECTION SECTION.
      *---------------------------------------------------------------*
           IF SCHD-ENTRY-COUNT < 200
               ADD 1 TO SCHD-ENTRY-COUNT
               MOVE WSC-COURSE-ID-IN
                   TO SCHD-COURSE-ID (SCHD-ENTRY-COUNT)
               MOVE WSC-SECTION-IN TO SCHD-SECTION (SCHD-ENTRY-COUNT)
               MOVE WSC-MEETING-DAYS-IN
                   TO SCHD-DAYS (SCHD-ENTRY-COUNT)
               MOVE WSC-START-TIME-IN
                   TO SCHD-START-TIME (SCHD-ENTRY-COUNT)
               MOVE WSC-END-TIME-IN TO SCHD-END-TIME (SCHD-ENTRY-COUNT)
               IF SCHD-ROOM-PASS
                   MOVE WSC-INSTRUCTOR-IN
                       TO SCHD-OTHER (SCHD-ENTRY-COUNT)
               ELSE
                   MOVE WSC-BUILDING-IN TO SCHD-ROOM-BUILDING
                   MOVE WSC-ROOM-IN TO SCHD-ROOM-NUMBER
                   MOVE SCHD-ROOM-DISPLAY
                       TO SCHD-OTHER (SCHD-ENTRY-COUNT)
               END-IF
               MOVE WSC-ENROLLED-IN TO SCHD-ENROLLED (SCHD-ENTRY-COUNT)
               MOVE WSC-CAPACITY-IN TO SCHD-CAPACITY (SCHD-ENTRY-COUNT)
               MOVE SPACES TO SCHD-CONFLICT-COURSE (SCHD-ENTRY-COUNT)
               MOVE SPACES TO SCHD-CONFLICT-SECTION (SCHD-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO SCHD-OVERFLOW-SW
           END-IF.
      *---------------------------------------------------------------*
       330-CLOSE-GROUP SECTION.
      *---------------------------------------------------------------*
      *   An unassigned room or instructor is not a place or a person
      *   that can be double-booked, so that group is listed only.
           IF SCHD-SAVE-GROUP-KEY NOT = SPACES
               PERFORM 340-COMPARE-ENTRY
                   VARYING SCHD-SUB1 FROM 1 BY 1
                   UNTIL SCHD-SUB1 > SCHD-ENTRY-COUNT
           END-IF.
           PERFORM 210-WRITE-GROUP-HEADING.
           PERFORM 360-WRITE-SECTION-DETAIL
               VARYING SCHD-SUB1 FROM 1 BY 1
               UNTIL SCHD-SUB1 > SCHD-ENTRY-COUNT.
           IF SCHD-OVERFLOW
               WRITE SCHEDULE-REPORT-LINE FROM GROUP-OVERFLOW-LINE
                   AFTER 1
               ADD 1 TO PC-LINE-COUNT
               MOVE 'N' TO SCHD-OVERFLOW-SW
           END-IF.
      *---------------------------------------------------------------*
       340-COMPARE-ENTRY SECTION.
      *---------------------------------------------------------------*
           IF SCHD-DAYS (SCHD-SUB1) NOT = SPACES
               PERFORM 345-COMPARE-PAIR
                   VARYING SCHD-SUB2 FROM SCHD-SUB1 BY 1
                   UNTIL SCHD-SUB2 > SCHD-ENTRY-COUNT
           END-IF.
      *---------------------------------------------------------------*
       345-COMPARE-PAIR SECTION.
      *---------------------------------------------------------------*
      *   Two sections collide when they share a meeting day and
      *   each starts before the other ends.
           IF SCHD-SUB2 > SCHD-SUB1
               AND SCHD-DAYS (SCHD-SUB2) NOT = SPACES
               AND SCHD-START-TIME (SCHD-SUB1)
                   < SCHD-END-TIME (SCHD-SUB2)
               AND SCHD-START-TIME (SCHD-SUB2)
                   < SCHD-END-TIME (SCHD-SUB1)
               MOVE 'N' TO SCHD-DAY-SHARED-SW
               PERFORM 350-COMPARE-MEETING-DAY
                   VARYING SCHD-DAY-SUB FROM 1 BY 1
                   UNTIL SCHD-DAY-SUB > 7
                      OR SCHD-DAY-SHARED
               IF SCHD-DAY-SHARED
                   PERFORM 355-MARK-DOUBLE-BOOKING
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       350-COMPARE-MEETING-DAY SECTION.
      *---------------------------------------------------------------*
           IF SCHD-DAY (SCHD-SUB1, SCHD-DAY-SUB) NOT = SPACE
               AND SCHD-DAY (SCHD-SUB2, SCHD-DAY-SUB) NOT = SPACE
               MOVE 'Y' TO SCHD-DAY-SHARED-SW
           END-IF.
      *---------------------------------------------------------------*
       355-MARK-DOUBLE-BOOKING SECTION.
      *---------------------------------------------------------------*
      *   Each colliding pair is counted once; each section of the
      *   pair is flagged with the first section it collides with.
           ADD 1 TO SCHD-BOOKING-COUNT.
           IF SCHD-CONFLICT-COURSE (SCHD-SUB1) = SPACES
               MOVE SCHD-COURSE-ID (SCHD-SUB2)
                   TO SCHD-CONFLICT-COURSE (SCHD-SUB1)
               MOVE SCHD-SECTION (SCHD-SUB2)
                   TO SCHD-CONFLICT-SECTION (SCHD-SUB1)
           END-IF.
           IF SCHD-CONFLICT-COURSE (SCHD-SUB2) = SPACES
               MOVE SCHD-COURSE-ID (SCHD-SUB1)
                   TO SCHD-CONFLICT-COURSE (SCHD-SUB2)
               MOVE SCHD-SECTION (SCHD-SUB1)
                   TO SCHD-CONFLICT-SECTION (SCHD-SUB2)
           END-IF.
      *---------------------------------------------------------------*
       360-WRITE-SECTION-DETAIL SECTION.
      *---------------------------------------------------------------*
           IF PC-LINE-COUNT > PC-LINES-PER-PAGE
               PERFORM 200-WRITE-PAGE-HEADING
               PERFORM 210-WRITE-GROUP-HEADING
           END-IF.
           MOVE SCHD-COURSE-ID (SCHD-SUB1) TO SDET-COURSE-ID-OUT.
           MOVE SCHD-SECTION (SCHD-SUB1) TO SDET-SECTION-OUT.
           MOVE SCHD-DAYS (SCHD-SUB1) TO SDET-DAYS-OUT.
           MOVE SCHD-START-TIME (SCHD-SUB1) TO SDET-START-TIME-OUT.
           MOVE SCHD-END-TIME (SCHD-SUB1) TO SDET-END-TIME-OUT.
           MOVE SCHD-OTHER (SCHD-SUB1) TO SDET-OTHER-OUT.
           MOVE SCHD-ENROLLED (SCHD-SUB1) TO SDET-ENROLLED-OUT.
           MOVE SCHD-CAPACITY (SCHD-SUB1) TO SDET-CAPACITY-OUT.
           MOVE SPACES TO SDET-FLAG-AREA.
           IF SCHD-CONFLICT-COURSE (SCHD-SUB1) NOT = SPACES
               MOVE '** CONFLICT: ' TO SDET-FLAG-TEXT-OUT
               MOVE SCHD-CONFLICT-COURSE (SCHD-SUB1)
                   TO SDET-CONF-COURSE-OUT
               MOVE SCHD-CONFLICT-SECTION (SCHD-SUB1)
                   TO SDET-CONF-SECTION-OUT
           END-IF.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE FROM SCHEDULE-DETAIL-LINE
               AFTER 1.
           ADD 1 TO PC-LINE-COUNT.
      *---------------------------------------------------------------*
       380-END-PASS SECTION.
      *---------------------------------------------------------------*
           IF NOT SCHD-FIRST-RECORD
               PERFORM 330-CLOSE-GROUP
           END-IF.
           MOVE SCHD-SECTION-COUNT TO STOT-SECTION-OUT.
           MOVE SCHD-BOOKING-COUNT TO STOT-BOOKING-OUT.
           WRITE SCHEDULE-REPORT-LINE FROM SEPARATOR-LINE AFTER 2 LINES.
           WRITE SCHEDULE-REPORT-LINE FROM PASS-TOTAL-LINE AFTER 1.
           CLOSE SCHED-SORTED-FILE.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           CLOSE SCHEDULE-REPORT.
