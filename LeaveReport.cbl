       01  LEAVE-FILE-LINE PIC X(35).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  LEAVE-WORK-FILE.
       01  LEAVE-WORK-LINE PIC X(67).
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Resolved department name for the section header in hand
       01  DEPARTMENT-NAME-OUT      PIC A(20).
