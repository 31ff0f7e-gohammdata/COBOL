      *               master record still carrying SPACES from
      *               before the GPA carve-out displays as zero
      *               instead of risking a data exception.
      *   2026-10-15  The detail screen now shows the student's
      *               mailing address and contact details from the
      *               indexed address file, and a new A=ADDRESS
      *               action lets an operator with change permission
      *               add or replace them (blanking every field
      *               removes the address).  An online student
      *               DELETE also removes the address.  Each address
      *               add, change and delete writes an audit line
      *               and an address journal record with source 'O'
      *               and the signed-on operator id, as the batch
      *               STUDENT-MAINT address transactions do.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID-IN.
           SELECT ADDRESS-FILE ASSIGN TO UT-S-ADDRESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-STUDENT-ID-IN.
           SELECT ADDRESS-JOURNAL-FILE ASSIGN TO UT-S-ADRJRNL.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FD OPERATOR-FILE.
           COPY "operator_record.cpy".

       FD ADDRESS-FILE.
           COPY "address_record.cpy".

       FD ADDRESS-JOURNAL-FILE LABEL RECORDS ARE OMITTED.
           COPY "address_journal_record.cpy".
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
               ==HOURS-THIS-SEM-IN== BY ==WRK-HOURS-THIS-SEM-IN==
               ==MAJOR-IN== BY ==WRK-MAJOR-IN==.

           COPY "address_record.cpy" REPLACING
               ==ADDRESS-RECORD== BY ==WORK-ADDRESS-RECORD==
               ==ADR-STUDENT-ID-IN== BY ==WAD-STUDENT-ID-IN==
               ==ADR-MAILING-ADDRESS== BY ==WAD-MAILING-ADDRESS==
               ==ADR-STREET-1-IN== BY ==WAD-STREET-1-IN==
               ==ADR-STREET-2-IN== BY ==WAD-STREET-2-IN==
               ==ADR-CITY-IN== BY ==WAD-CITY-IN==
               ==ADR-STATE-IN== BY ==WAD-STATE-IN==
               ==ADR-POSTAL-CODE-IN== BY ==WAD-POSTAL-CODE-IN==
               ==ADR-CONTACT-INFO== BY ==WAD-CONTACT-INFO==
               ==ADR-PHONE-IN== BY ==WAD-PHONE-IN==
               ==ADR-EMAIL-IN== BY ==WAD-EMAIL-IN==.

       01  INQ-RUN-DATE            PIC 9(08).
       01  INQ-RUN-TIME            PIC 9(08).

               88 INQ-ACT-INQUIRY         VALUE 'I'.
               88 INQ-ACT-CHANGE          VALUE 'C'.
               88 INQ-ACT-DELETE          VALUE 'D'.
               88 INQ-ACT-ADDRESS         VALUE 'A'.
               88 INQ-ACT-EXIT            VALUE 'X'.
           05 INQ-CONFIRM          PIC X(01) VALUE SPACE.
           05 INQ-MESSAGE          PIC X(40) VALUE SPACES.
           05 INQ-BEFORE-IMAGE     PIC X(41).
           05 INQ-AFTER-IMAGE      PIC X(41).

       01  INQ-ADDRESS-FIELDS.
           05 INQ-ADDRESS-SW       PIC X(01) VALUE 'N'.
               88 INQ-ADDRESS-ON-FILE     VALUE 'Y'.
           05 INQ-ADR-TRANS-CODE   PIC X(01).
           05 INQ-ADR-BEFORE-IMAGE PIC X(147).
           05 INQ-ADR-AFTER-IMAGE  PIC X(147).

       01  MAINT-AUDIT-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MAUD-CODE-OUT         PIC X(09).
           05 LINE 6 COLUMN 18 PIC X(01) USING INQ-ACTION.
           05 LINE 7 COLUMN 10 VALUE 'I=INQUIRY C=CHANGE'.
           05 LINE 7 COLUMN 29 VALUE 'D=DELETE X=EXIT'.
           05 LINE 8 COLUMN 10 VALUE 'A=ADDRESS'.
           05 LINE 9 COLUMN 10 PIC X(40) FROM INQ-MESSAGE.

       01  DETAIL-SCREEN.
           05 LINE 12 COLUMN 28 PIC 9.99 FROM INQ-GPA-OUT.
           05 LINE 12 COLUMN 36 VALUE 'HOLD: '.
           05 LINE 12 COLUMN 42 PIC X(01) FROM WRK-HOLD-FLAG-IN.
           05 LINE 13 COLUMN 10 VALUE 'ADDRESS:        '.
           05 LINE 13 COLUMN 28 PIC X(30) FROM WAD-STREET-1-IN.
           05 LINE 14 COLUMN 28 PIC X(30) FROM WAD-STREET-2-IN.
           05 LINE 15 COLUMN 28 PIC X(20) FROM WAD-CITY-IN.
           05 LINE 15 COLUMN 49 PIC X(02) FROM WAD-STATE-IN.
           05 LINE 15 COLUMN 52 PIC X(10) FROM WAD-POSTAL-CODE-IN.
           05 LINE 16 COLUMN 10 VALUE 'PHONE:          '.
           05 LINE 16 COLUMN 28 PIC X(10) FROM WAD-PHONE-IN.
           05 LINE 17 COLUMN 10 VALUE 'EMAIL:          '.
           05 LINE 17 COLUMN 28 PIC X(40) FROM WAD-EMAIL-IN.
           05 LINE 19 COLUMN 10 VALUE 'PRESS ENTER'.
           05 LINE 19 COLUMN 22 PIC X(01) USING INQ-CONFIRM.

       01  CHANGE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 11 COLUMN 10 VALUE 'MAJOR:          '.
           05 LINE 11 COLUMN 28 PIC X(03) USING WRK-MAJOR-IN.

       01  ADDRESS-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COLUMN 10 VALUE 'CHANGE STUDENT ADDRESS'.
           05 LINE 4 COLUMN 10 VALUE 'STUDENT ID:     '.
           05 LINE 4 COLUMN 28 PIC X(05) FROM WRK-STUDENT-ID-IN.
           05 LINE 5 COLUMN 10 VALUE 'NAME:           '.
           05 LINE 5 COLUMN 28 PIC X(10) FROM WRK-FIRST-NAME-IN.
           05 LINE 5 COLUMN 39 PIC X(10) FROM WRK-LAST-NAME-IN.
           05 LINE 7 COLUMN 10 VALUE 'STREET:         '.
           05 LINE 7 COLUMN 28 PIC X(30) USING WAD-STREET-1-IN.
           05 LINE 8 COLUMN 10 VALUE 'STREET LINE 2:  '.
           05 LINE 8 COLUMN 28 PIC X(30) USING WAD-STREET-2-IN.
           05 LINE 9 COLUMN 10 VALUE 'CITY:           '.
           05 LINE 9 COLUMN 28 PIC X(20) USING WAD-CITY-IN.
           05 LINE 10 COLUMN 10 VALUE 'STATE:          '.
           05 LINE 10 COLUMN 28 PIC X(02) USING WAD-STATE-IN.
           05 LINE 11 COLUMN 10 VALUE 'POSTAL CODE:    '.
           05 LINE 11 COLUMN 28 PIC X(10) USING WAD-POSTAL-CODE-IN.
           05 LINE 12 COLUMN 10 VALUE 'PHONE:          '.
           05 LINE 12 COLUMN 28 PIC X(10) USING WAD-PHONE-IN.
           05 LINE 13 COLUMN 10 VALUE 'EMAIL:          '.
           05 LINE 13 COLUMN 28 PIC X(40) USING WAD-EMAIL-IN.
           05 LINE 15 COLUMN 10 VALUE
               'BLANK EVERY FIELD TO REMOVE THE ADDRESS'.

       01  CONFIRM-SCREEN.
           05 LINE 19 COLUMN 10 VALUE 'CONFIRM (Y/N): '.
           05 LINE 19 COLUMN 26 PIC X(01) USING INQ-CONFIRM.
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           OPEN EXTEND JOURNAL-FILE
           OPEN INPUT MAJOR-CODE-FILE
           OPEN INPUT OPERATOR-FILE
           OPEN I-O ADDRESS-FILE
           OPEN EXTEND ADDRESS-JOURNAL-FILE
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           PERFORM 110-CHECK-AUTHORIZATION.
                   PERFORM 220-CHANGE-STUDENT
               WHEN INQ-ACT-DELETE
                   PERFORM 230-DELETE-STUDENT
               WHEN INQ-ACT-ADDRESS
                   PERFORM 240-CHANGE-ADDRESS
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO INQ-MESSAGE
           END-EVALUATE.
                   ELSE
                       MOVE ZERO TO INQ-GPA-OUT
                   END-IF
                   PERFORM 207-READ-ADDRESS
           END-READ.
      *---------------------------------------------------------------*
       207-READ-ADDRESS SECTION.
      *---------------------------------------------------------------*
      *   A student with no address on file shows a blank address
      *   block; the address screen then adds one.
           MOVE INQ-STUDENT-ID TO ADR-STUDENT-ID-IN.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO INQ-ADDRESS-SW
                   MOVE SPACES TO WORK-ADDRESS-RECORD
                   MOVE INQ-STUDENT-ID TO WAD-STUDENT-ID-IN
               NOT INVALID KEY
                   MOVE 'Y' TO INQ-ADDRESS-SW
                   MOVE ADDRESS-RECORD TO WORK-ADDRESS-RECORD
           END-READ.
      *---------------------------------------------------------------*
       210-INQUIRE-STUDENT SECTION.
                       PERFORM 360-WRITE-AUDIT-LINE
                       PERFORM 370-WRITE-JOURNAL-RECORD
                       MOVE 'DELETE APPLIED' TO INQ-MESSAGE
                       IF INQ-ADDRESS-ON-FILE
                           PERFORM 248-REMOVE-ADDRESS
                           IF INQ-MESSAGE = 'ADDRESS DELETED'
                               MOVE 'DELETE APPLIED - ADDRESS DELETED'
                                   TO INQ-MESSAGE
                           ELSE
                               MOVE
                                 'DELETE APPLIED - ADDRESS NOT DELETED'
                                   TO INQ-MESSAGE
                           END-IF
                       END-IF
               END-DELETE
           ELSE
               MOVE 'DELETE NOT CONFIRMED' TO INQ-MESSAGE
           END-IF.
      *---------------------------------------------------------------*
       240-CHANGE-ADDRESS SECTION.
      *---------------------------------------------------------------*
      *   Address upkeep is a change to the student's records, so it
      *   takes the change permission.
           IF NOT INQ-MAY-CHANGE
               MOVE 'OPERATOR NOT AUTHORIZED' TO INQ-MESSAGE
               MOVE 'ADDRESS' TO ISEC-ACTION-OUT
               PERFORM 380-WRITE-SECURITY-LINE
           ELSE
               PERFORM 205-READ-STUDENT
               IF FILE-STATUS NOT = 'DONE'
                   PERFORM 245-APPLY-ADDRESS
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       245-APPLY-ADDRESS SECTION.
      *---------------------------------------------------------------*
           DISPLAY ADDRESS-SCREEN.
           ACCEPT ADDRESS-SCREEN.
           MOVE SPACE TO INQ-CONFIRM.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT CONFIRM-SCREEN.
           IF INQ-CONFIRM NOT = 'Y'
               MOVE 'ADDRESS NOT CONFIRMED' TO INQ-MESSAGE
           ELSE
               IF WAD-MAILING-ADDRESS = SPACES
                   AND WAD-CONTACT-INFO = SPACES
                   IF INQ-ADDRESS-ON-FILE
                       PERFORM 248-REMOVE-ADDRESS
                   ELSE
                       MOVE 'NO ADDRESS ON FILE' TO INQ-MESSAGE
                   END-IF
               ELSE
                   PERFORM 247-EDIT-ADDRESS
                   IF INQ-EDIT-OK
                       PERFORM 246-STORE-ADDRESS
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       246-STORE-ADDRESS SECTION.
      *---------------------------------------------------------------*
           MOVE INQ-STUDENT-ID TO WAD-STUDENT-ID-IN.
           IF INQ-ADDRESS-ON-FILE
               MOVE ADDRESS-RECORD TO INQ-ADR-BEFORE-IMAGE
               MOVE WORK-ADDRESS-RECORD TO ADDRESS-RECORD
               REWRITE ADDRESS-RECORD
                   INVALID KEY
                       MOVE 'ADDRESS CHANGE FAILED' TO INQ-MESSAGE
                   NOT INVALID KEY
                       MOVE 'C' TO INQ-ADR-TRANS-CODE
                       MOVE 'ADDRESS CHGD ONLINE' TO MAUD-RESULT-OUT
                       PERFORM 249-RECORD-ADDRESS-CHANGE
               END-REWRITE
           ELSE
               MOVE SPACES TO INQ-ADR-BEFORE-IMAGE
               MOVE WORK-ADDRESS-RECORD TO ADDRESS-RECORD
               WRITE ADDRESS-RECORD
                   INVALID KEY
                       MOVE 'ADDRESS ADD FAILED' TO INQ-MESSAGE
                   NOT INVALID KEY
                       MOVE 'A' TO INQ-ADR-TRANS-CODE
                       MOVE 'ADDRESS ADDED ONLINE' TO MAUD-RESULT-OUT
                       PERFORM 249-RECORD-ADDRESS-CHANGE
               END-WRITE
           END-IF.
      *---------------------------------------------------------------*
       247-EDIT-ADDRESS SECTION.
      *---------------------------------------------------------------*
      *   The same edit the batch address transaction gets: street,
      *   city, state and postal code are all required.
           MOVE 'Y' TO INQ-EDIT-SW.
           IF WAD-STREET-1-IN = SPACES
               OR WAD-CITY-IN = SPACES
               OR WAD-STATE-IN = SPACES
               OR WAD-POSTAL-CODE-IN = SPACES
               MOVE 'N' TO INQ-EDIT-SW
               MOVE 'INCOMPLETE MAILING ADDRESS' TO INQ-MESSAGE
           END-IF.
      *---------------------------------------------------------------*
       248-REMOVE-ADDRESS SECTION.
      *---------------------------------------------------------------*
           MOVE INQ-STUDENT-ID TO ADR-STUDENT-ID-IN.
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADDRESS-RECORD TO INQ-ADR-BEFORE-IMAGE
                   DELETE ADDRESS-FILE
                       INVALID KEY
                           MOVE 'ADDRESS DELETE FAILED' TO INQ-MESSAGE
                       NOT INVALID KEY
                           MOVE 'D' TO INQ-ADR-TRANS-CODE
                           MOVE 'ADDRESS DEL ONLINE'
                               TO MAUD-RESULT-OUT
                           PERFORM 249-RECORD-ADDRESS-CHANGE
                   END-DELETE
           END-READ.
      *---------------------------------------------------------------*
       249-RECORD-ADDRESS-CHANGE SECTION.
      *---------------------------------------------------------------*
           IF INQ-ADR-TRANS-CODE = 'D'
               MOVE SPACES TO INQ-ADR-AFTER-IMAGE
               MOVE 'ADDRESS DELETED' TO INQ-MESSAGE
           ELSE
               MOVE ADDRESS-RECORD TO INQ-ADR-AFTER-IMAGE
               MOVE 'ADDRESS APPLIED' TO INQ-MESSAGE
           END-IF.
           MOVE 'ADDRESS' TO MAUD-CODE-OUT.
           PERFORM 360-WRITE-AUDIT-LINE.
           PERFORM 375-WRITE-ADDRESS-JOURNAL.
      *---------------------------------------------------------------*
       360-WRITE-AUDIT-LINE SECTION.
      *---------------------------------------------------------------*
           MOVE INQ-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE INQ-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
      *---------------------------------------------------------------*
       375-WRITE-ADDRESS-JOURNAL SECTION.
      *---------------------------------------------------------------*
           MOVE INQ-RUN-DATE TO AJR-RUN-DATE.
           ACCEPT INQ-RUN-TIME FROM TIME.
           MOVE INQ-RUN-TIME TO AJR-RUN-TIME.
           MOVE INQ-ADR-TRANS-CODE TO AJR-TRANS-CODE.
           MOVE 'O' TO AJR-SOURCE-CODE.
           MOVE INQ-OPERATOR-ID TO AJR-OPERATOR-ID.
           MOVE INQ-STUDENT-ID TO AJR-STUDENT-ID.
           MOVE INQ-ADR-BEFORE-IMAGE TO AJR-BEFORE-IMAGE.
           MOVE INQ-ADR-AFTER-IMAGE TO AJR-AFTER-IMAGE.
           WRITE ADDRESS-JOURNAL-RECORD.
      *---------------------------------------------------------------*
       400-TERMINATION SECTION.
      *---------------------------------------------------------------*
           CLOSE STUDENT-MASTER-FILE, MAINT-REPORT, JOURNAL-FILE,
               MAJOR-CODE-FILE, OPERATOR-FILE, ADDRESS-FILE,
               ADDRESS-JOURNAL-FILE.
