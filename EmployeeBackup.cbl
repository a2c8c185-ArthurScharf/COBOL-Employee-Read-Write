           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  BACKUP-FILE.
       01  BACKUP-LINE PIC X(88).

       FD  GENERATION-CATALOG-FILE.
       01  GENERATION-CATALOG-LINE PIC X(15).
