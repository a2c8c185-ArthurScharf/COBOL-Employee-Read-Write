      ******************************************************************
      * Shared 01 JOB-SCHEDULE-RECORD layout - one line per job on the
      * overnight job schedule JOB-STREAM runs from, in the order the
      * jobs are to run. The run-days code says which nights the job
      * is due: D every night, M only on the last day of the month,
      * P only on a pay-period date listed on the pay calendar. Up to
      * three predecessor jobs must have closed out on the run-control
      * log before this one starts - blank slots are unused. The
      * command line is what the operator would type to start the
      * job by hand. Job names are the names each job writes to the
      * run-control log (RC-JOB-NAME), which is how the stream
      * follows a job from start record to end record.
      * COPY this into WORKING-STORAGE wherever the schedule is read
      * so the line format only lives in one place
       01  JOB-SCHEDULE-RECORD.
           05  JSC-JOB-NAME          PIC X(16).
           05  FILLER                PIC X VALUE SPACE.
           05  JSC-RUN-DAYS          PIC X.
               88  JSC-RUNS-DAILY    VALUE 'D'.
               88  JSC-RUNS-MONTH-END VALUE 'M'.
               88  JSC-RUNS-PAY-PERIOD VALUE 'P'.
           05  FILLER                PIC X VALUE SPACE.
           05  JSC-PREDECESSORS.
               10  JSC-PREDECESSOR OCCURS 3 TIMES.
                   15  JSC-PREDECESSOR-NAME PIC X(16).
                   15  FILLER        PIC X.
           05  JSC-COMMAND           PIC X(60).
