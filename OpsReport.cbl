      *          mid-flight; either way it's the first thing the
      *          operator should look at, instead of spending a
      *          morning with AUDIT-RECONCILE working out what
      *          happened. Below the runs, the refused sign-ons and
      *          transactions off the security log over the same
      *          stretch, one line per operator, program, function
      *          and reason with how many times and the latest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-REPORT.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

      * Security log of refused sign-ons and transactions the
      * interactive programs append to - read only here
       SELECT SECURITY-LOG-FILE ASSIGN TO "../security_log.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SECURITY-LOG-STATUS.

      * The operations report handed to the morning shift
       SELECT OPS-REPORT-FILE
              ASSIGN TO "../operations_report.prt"
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-LINE PIC X(110).

      * Subscript for the oldest-off shift
       01  SHIFT-SUB                PIC 9(4).

      * One security-log line as read back in
       COPY "SECURITY-RECORD.CPY".
       01  SECURITY-LOG-STATUS      PIC XX.

      * Refusals folded together by operator, program, function
      * and reason, counting the attempts and keeping the latest
      * stamp - twenty wrong tries at one sign-on is one line
       01  REFUSAL-TABLE.
           05  REFUSAL-ENTRY OCCURS 200 TIMES INDEXED BY REF-IDX.
               10  REF-OPERATOR-ID  PIC X(8).
               10  REF-JOB-NAME     PIC X(16).
               10  REF-FUNCTION     PIC X(12).
               10  REF-REASON       PIC X(8).
               10  REF-ATTEMPTS     PIC 9(5).
               10  REF-LAST-DATE    PIC 9(8).
               10  REF-LAST-TIME    PIC 9(8).
       01  REFUSAL-TABLE-COUNT      PIC 9(4) VALUE ZERO.

      * Set once REFUSAL-TABLE's 200 entries are full, so the load
      * only warns about it one time
       01  REFUSAL-TABLE-FULL-FLAG  PIC A VALUE 'N'.

      * Where the refusal in hand's group sits (zero = new group)
       01  REFUSAL-MATCH-NUMBER     PIC 9(4).

      * Refusals are counted from the oldest run still on the run
      * table, so both halves of the report cover the same stretch
       01  SECURITY-WINDOW-DATE     PIC 9(8) VALUE ZERO.

      * flag for exiting the read loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

       01  LOG-LINES-READ-COUNT     PIC 9(6) VALUE ZERO.
       01  RUNS-LISTED-COUNT        PIC 9(6) VALUE ZERO.
       01  NEVER-CLOSED-COUNT       PIC 9(6) VALUE ZERO.
       01  REFUSALS-COUNT           PIC 9(6) VALUE ZERO.

      * Report header, stamped with the run date
       01  OPS-RUN-DATE             PIC 9(8).
               "  NEVER CLOSED OUT ".
           05  ORT-OPEN-COUNT       PIC ZZZZZ9.

      * Heading over the refusal summary
       01  SECURITY-SECTION-HEADER.
           05  FILLER               PIC X(39) VALUE
               "REFUSED SIGN-ONS AND TRANSACTIONS SINCE".
           05  FILLER               PIC X     VALUE SPACE.
           05  SSH-WINDOW-DATE      PIC 9(8).

       01  SECURITY-COLUMN-HEADERS.
           05  FILLER PIC X(9)  VALUE "OPERATOR".
           05  FILLER PIC X(17) VALUE "PROGRAM".
           05  FILLER PIC X(13) VALUE "FUNCTION".
           05  FILLER PIC X(9)  VALUE "REASON".
           05  FILLER PIC X(9)  VALUE " ATTEMPTS".
           05  FILLER PIC X(16) VALUE "  LATEST".

      * One refusal group's line
       01  SECURITY-DETAIL-LINE.
           05  SDL-OPERATOR-ID      PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-JOB-NAME         PIC X(16).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-FUNCTION         PIC X(12).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-REASON           PIC X(8).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  SDL-ATTEMPTS         PIC ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SDL-LAST-DATE        PIC 9(8).
           05  FILLER               PIC X     VALUE "/".
           05  SDL-LAST-TIME        PIC 9(6).

       01  SECURITY-NONE-LINE       PIC X(30) VALUE
           "   No refusals on the log".

      * Refusal summary trailer
       01  SECURITY-TRAILER.
           05  FILLER               PIC X(13) VALUE "REFUSALS     ".
           05  STR-REFUSALS-COUNT   PIC ZZZZZ9.

       01  DASH-LINE PIC X(110) VALUE ALL "=".


           ACCEPT OPS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 200-LOAD-RUN-LOG.
           PERFORM 220-LOAD-SECURITY-LOG.
           PERFORM 290-PRINT-OPS-REPORT.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.
           END-IF.


      * Reads the security log front to back, folding each refusal
      * since the oldest run on the table into its group. No log
      * just means nobody has been turned away yet
       220-LOAD-SECURITY-LOG.
           IF RUN-TABLE-COUNT > ZERO
              MOVE RUN-START-DATE(1) TO SECURITY-WINDOW-DATE
           END-IF.
           OPEN INPUT SECURITY-LOG-FILE.
           IF SECURITY-LOG-STATUS NOT = "35"
              MOVE 'Y' TO FLG-LOOPING
              PERFORM 221-FOLD-ONE-REFUSAL
                 UNTIL FLG-LOOPING = 'N'
              CLOSE SECURITY-LOG-FILE
           END-IF.


      * Body of the security-log loop - counts the refusal, then
      * finds its group or starts a new one
       221-FOLD-ONE-REFUSAL.
           READ SECURITY-LOG-FILE INTO SECURITY-RECORD
              AT END MOVE 'N' TO FLG-LOOPING
              NOT AT END
                 IF SEC-DATE >= SECURITY-WINDOW-DATE
                    ADD 1 TO REFUSALS-COUNT
                    PERFORM 222-FIND-REFUSAL-GROUP
                    IF REFUSAL-MATCH-NUMBER = ZERO
                       PERFORM 223-ADD-REFUSAL-GROUP
                    END-IF
                    IF REFUSAL-MATCH-NUMBER > ZERO
                       SET REF-IDX TO REFUSAL-MATCH-NUMBER
                       ADD 1 TO REF-ATTEMPTS(REF-IDX)
                       MOVE SEC-DATE TO REF-LAST-DATE(REF-IDX)
                       MOVE SEC-TIME TO REF-LAST-TIME(REF-IDX)
                    END-IF
                 END-IF
           END-READ.


      * Locates the refusal in hand's group, leaving its entry
      * number (or zero) in REFUSAL-MATCH-NUMBER
       222-FIND-REFUSAL-GROUP.
           MOVE ZERO TO REFUSAL-MATCH-NUMBER.
           PERFORM VARYING REF-IDX FROM 1 BY 1
              UNTIL REF-IDX > REFUSAL-TABLE-COUNT
              IF REF-OPERATOR-ID(REF-IDX) = SEC-OPERATOR-ID
                 AND REF-JOB-NAME(REF-IDX) = SEC-JOB-NAME
                 AND REF-FUNCTION(REF-IDX) = SEC-FUNCTION
                 AND REF-REASON(REF-IDX) = SEC-REASON
                 SET REFUSAL-MATCH-NUMBER TO REF-IDX
              END-IF
           END-PERFORM.


      * Starts a new group for the refusal in hand, leaving its
      * entry number in REFUSAL-MATCH-NUMBER - or zero once the
      * table is full, when the refusal still counts in the total
       223-ADD-REFUSAL-GROUP.
           IF REFUSAL-TABLE-COUNT < 200
              ADD 1 TO REFUSAL-TABLE-COUNT
              SET REF-IDX TO REFUSAL-TABLE-COUNT
              MOVE SEC-OPERATOR-ID TO REF-OPERATOR-ID(REF-IDX)
              MOVE SEC-JOB-NAME TO REF-JOB-NAME(REF-IDX)
              MOVE SEC-FUNCTION TO REF-FUNCTION(REF-IDX)
              MOVE SEC-REASON TO REF-REASON(REF-IDX)
              MOVE ZERO TO REF-ATTEMPTS(REF-IDX)
              MOVE REFUSAL-TABLE-COUNT TO REFUSAL-MATCH-NUMBER
           ELSE
              IF REFUSAL-TABLE-FULL-FLAG = 'N'
                 DISPLAY "-- more than 200 kinds of refusal on the "
                    "security log, the rest only counted in the "
                    "total --"
                 MOVE 'Y' TO REFUSAL-TABLE-FULL-FLAG
              END-IF
           END-IF.


      * Prints the runs in log order - newest last, the way the
      * morning shift reads down to what ran overnight
       290-PRINT-OPS-REPORT.
           MOVE RUNS-LISTED-COUNT TO ORT-RUNS-COUNT.
           MOVE NEVER-CLOSED-COUNT TO ORT-OPEN-COUNT.
           WRITE OPS-REPORT-LINE FROM OPS-REPORT-TRAILER.
           PERFORM 292-PRINT-SECURITY-SUMMARY.
           CLOSE OPS-REPORT-FILE.
           DISPLAY "---- OPERATIONS REPORT COMPLETE ----".
           DISPLAY "Log lines read:   " LOG-LINES-READ-COUNT.
           DISPLAY "Runs listed:      " RUNS-LISTED-COUNT.
           DISPLAY "Never closed out: " NEVER-CLOSED-COUNT.
           DISPLAY "Access refusals:  " REFUSALS-COUNT.
           DISPLAY "-- Report written to operations_report.prt --".


           WRITE OPS-REPORT-LINE FROM OPS-DETAIL-LINE.


      * The refusal summary under the runs, one line per group in
      * the order each was first seen
       292-PRINT-SECURITY-SUMMARY.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
           MOVE SECURITY-WINDOW-DATE TO SSH-WINDOW-DATE.
           WRITE OPS-REPORT-LINE FROM SECURITY-SECTION-HEADER.
           WRITE OPS-REPORT-LINE FROM DASH-LINE.
           IF REFUSAL-TABLE-COUNT = ZERO
              WRITE OPS-REPORT-LINE FROM SECURITY-NONE-LINE
           ELSE
              WRITE OPS-REPORT-LINE FROM SECURITY-COLUMN-HEADERS
              PERFORM VARYING REF-IDX FROM 1 BY 1
                 UNTIL REF-IDX > REFUSAL-TABLE-COUNT
                 MOVE REF-OPERATOR-ID(REF-IDX) TO SDL-OPERATOR-ID
                 MOVE REF-JOB-NAME(REF-IDX) TO SDL-JOB-NAME
                 MOVE REF-FUNCTION(REF-IDX) TO SDL-FUNCTION
                 MOVE REF-REASON(REF-IDX) TO SDL-REASON
                 MOVE REF-ATTEMPTS(REF-IDX) TO SDL-ATTEMPTS
                 MOVE REF-LAST-DATE(REF-IDX) TO SDL-LAST-DATE
                 MOVE REF-LAST-TIME(REF-IDX)(1:6) TO SDL-LAST-TIME
                 WRITE OPS-REPORT-LINE FROM SECURITY-DETAIL-LINE
              END-PERFORM
           END-IF.
           WRITE OPS-REPORT-LINE FROM DASH-LINE.
           MOVE REFUSALS-COUNT TO STR-REFUSALS-COUNT.
           WRITE OPS-REPORT-LINE FROM SECURITY-TRAILER.


      * Appends this run's start record to the run-control log.
      * EXTEND requires the file to exist, so the first record of
      * all time creates it, same as the audit-trail openers do
