      * place; ARCHIVE-EMPLOYEE-RECORD.CPY parses the image back into
      * fields
       01  ARCHIVE-RECORD.
           05  ARCH-EMPLOYEE-IMAGE   PIC X(88).
           05  FILLER                PIC X VALUE SPACE.
           05  ARCH-PURGE-DATE       PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
