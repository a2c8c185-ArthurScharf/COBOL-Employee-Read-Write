           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).
