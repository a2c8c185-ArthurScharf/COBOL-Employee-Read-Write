       01  SNAPSHOT-FILE-LINE PIC X(33).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE PIC X(80).
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Resolved department name for the section header in hand
       01  DEPARTMENT-NAME-OUT      PIC A(20).
