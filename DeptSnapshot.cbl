       01  SNAPSHOT-FILE-LINE PIC X(33).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).
