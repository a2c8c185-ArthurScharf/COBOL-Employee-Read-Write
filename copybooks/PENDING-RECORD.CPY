      * have. PEND-STATE tracks the line's life: queued, released,
      * cancelled by HR, or errored at release time; released and
      * cancelled lines stay on the file as the queue's own history.
      * PEND-HEADCOUNT-OVERRIDE is 'Y' when whoever queued a
      * TRANSFER overrode the to-department's authorized headcount;
      * the release honours it instead of erroring the line, and
      * lines queued before the byte existed read as no override.
      * PEND-TERMINATION-REASON carries the reason keyed with a
      * STATUS to 'T', applied to the record at release.
      * COPY this into WORKING-STORAGE wherever the file is written,
      * released or listed so the line format only lives in one place
       01  PENDING-RECORD.
           05  PEND-QUEUED-DATE      PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  PEND-QUEUED-OPERATOR  PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  PEND-HEADCOUNT-OVERRIDE PIC X.
               88  PEND-OVERRIDE-HEADCOUNT VALUE 'Y'.
           05  FILLER                PIC X VALUE SPACE.
           05  PEND-TERMINATION-REASON PIC XX.
