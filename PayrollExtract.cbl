           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(85).
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Resolved department name for the detail record in hand
       01  DEPARTMENT-NAME-OUT      PIC A(20).
