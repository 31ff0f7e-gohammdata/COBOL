      *****************************************************************
      *   ADDRESS-RECORD.CPY
      *   Student mailing address and contact record, one per
      *   student, kept on an indexed file beside the student master
      *   because the 41-byte STUDENT-RECORD has no room for it.
      *   Maintained by STUDENT-MAINT address transactions and the
      *   STUDENT-INQUIRY address screen, both of which journal every
      *   add, change and delete to the address journal; read by
      *   STATEMENT-PRINT for the mailing block of each account
      *   statement.  ADR-STUDENT-ID-IN is the key field.
      *****************************************************************
       01  ADDRESS-RECORD.
           05 ADR-STUDENT-ID-IN    PIC X(05).
           05 ADR-MAILING-ADDRESS.
               10 ADR-STREET-1-IN      PIC X(30).
               10 ADR-STREET-2-IN      PIC X(30).
               10 ADR-CITY-IN          PIC X(20).
               10 ADR-STATE-IN         PIC X(02).
               10 ADR-POSTAL-CODE-IN   PIC X(10).
           05 ADR-CONTACT-INFO.
               10 ADR-PHONE-IN         PIC X(10).
               10 ADR-EMAIL-IN         PIC X(40).
