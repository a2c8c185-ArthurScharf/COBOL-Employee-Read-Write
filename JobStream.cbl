      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Overnight job-stream driver. Runs the nightly jobs
      *          off job_schedule.txt in schedule order - each one
      *          only on the nights its run-days code says it is due
      *          (every night, month end, or a pay-period date on
      *          pay_calendar.txt) - and after each job reads the
      *          run-control log for that run's start and end
      *          records before starting the next. The stream halts
      *          on the first job that never closes out, a
      *          predecessor whose latest run is still open, or a
      *          BATCH-UPDATE checkpoint left behind, so nothing runs
      *          against a half-updated employee file. Every job
      *          that closes out is noted on job_stream_state.txt;
      *          running the stream again after a halt resumes the
      *          same stream date from the job that failed, without
      *          rerunning the jobs already done (BATCH-UPDATE picks
      *          up from its own checkpoint). A stream that finishes
      *          clean empties the state file - emptying it by hand
      *          abandons a halted stream. Writes
      *          job_stream_summary.prt for the morning shift, one
      *          line per scheduled job and the stream's status.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The job schedule - read only here
       SELECT JOB-SCHEDULE-FILE ASSIGN TO "../job_schedule.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOB-SCHEDULE-STATUS.

      * Pay-period dates, one YYYYMMDD per line - read only here
       SELECT PAY-CALENDAR-FILE ASSIGN TO "../pay_calendar.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAY-CALENDAR-STATUS.

      * The run-control log - read after every job, and appended
      * with this job's own start/end records like everything else
       SELECT RUN-CONTROL-FILE ASSIGN TO "../run_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

      * BATCH-UPDATE's restart checkpoint - only ever read here
       SELECT CHECKPOINT-FILE ASSIGN TO "../batch_checkpoint.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKPOINT-FILE-STATUS.

      * Jobs closed out in the stream so far - empty between streams
       SELECT STREAM-STATE-FILE ASSIGN TO "../job_stream_state.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STREAM-STATE-STATUS.

      * The stream summary handed to the morning shift
       SELECT STREAM-SUMMARY-FILE
              ASSIGN TO "../job_stream_summary.prt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  JOB-SCHEDULE-LINE PIC X(130).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-LINE PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE PIC X(27).

       FD  STREAM-STATE-FILE.
       01  STREAM-STATE-LINE PIC X(27).

       FD  STREAM-SUMMARY-FILE.
       01  STREAM-SUMMARY-LINE PIC X(110).

       WORKING-STORAGE SECTION.
      * One schedule line as read in
       COPY "JOB-SCHEDULE-RECORD.CPY".
       01  JOB-SCHEDULE-STATUS      PIC XX.

      * One run-control line as read back in, and this job's own
      * start/end records on the way out
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "STREAM".

      * This run's own start stamp, parked while the job checks
      * read the log through the same record area, so the end
      * record can still repeat it
       01  OWN-START-DATE           PIC 9(8).
       01  OWN-START-TIME           PIC 9(8).

      * Pay-calendar line as read in, and its status
       01  PAY-CALENDAR-DATE        PIC X(8).
       01  PAY-CALENDAR-STATUS      PIC XX.

      * Checkpoint line as read in, and its status. Any line on it
      * at all means BATCH-UPDATE died partway through a batch
       01  CHECKPOINT-RECORD        PIC X(27).
       01  CHECKPOINT-FILE-STATUS   PIC XX.
       01  CHECKPOINT-LEFT-FLAG     PIC A VALUE 'N'.
           88  CHECKPOINT-LEFT      VALUE 'Y'.

      * The one job that restarts from its own checkpoint, so the
      * only one allowed to start while the checkpoint is full
       01  BATCH-UPDATE-JOB-NAME    PIC X(16) VALUE "BATCH-UPDATE".

      * One stream-state line: the stream date, a job, and how it
      * went - C closed out, H the stream halted at it
       01  STREAM-STATE-RECORD.
           05  STS-STREAM-DATE      PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  STS-JOB-NAME         PIC X(16).
           05  FILLER               PIC X VALUE SPACE.
           05  STS-OUTCOME          PIC X.
               88  STS-CLOSED-OUT   VALUE 'C'.
               88  STS-HALTED       VALUE 'H'.
       01  STREAM-STATE-STATUS      PIC XX.

      * The schedule in memory, in run order, each job carrying
      * what happened to it tonight: R ran, D done earlier in this
      * stream, N not due tonight, F failed, H held back by the
      * halt checks, space not reached
       01  JOB-TABLE.
           05  JOB-ENTRY OCCURS 50 TIMES
                  INDEXED BY JOB-IDX JOB-SEARCH-IDX.
               10  JOB-TBL-NAME     PIC X(16).
               10  JOB-TBL-RUN-DAYS PIC X.
                   88  JOB-TBL-RUN-DAYS-VALID VALUES 'D' 'M' 'P'.
               10  JOB-TBL-PREDECESSOR PIC X(16) OCCURS 3 TIMES.
               10  JOB-TBL-COMMAND  PIC X(60).
               10  JOB-TBL-STATUS   PIC X.
                   88  JOB-RAN          VALUE 'R'.
                   88  JOB-DONE-EARLIER VALUE 'D'.
                   88  JOB-NOT-DUE      VALUE 'N'.
                   88  JOB-FAILED       VALUE 'F'.
                   88  JOB-HELD         VALUE 'H'.
                   88  JOB-NOT-RUN      VALUE SPACE.
               10  JOB-TBL-FOUND-FLAG  PIC A.
               10  JOB-TBL-CLOSED-FLAG PIC A.
               10  JOB-TBL-START-DATE  PIC 9(8).
               10  JOB-TBL-START-TIME  PIC 9(8).
               10  JOB-TBL-END-DATE    PIC 9(8).
               10  JOB-TBL-END-TIME    PIC 9(8).
               10  JOB-TBL-COUNT-1     PIC 9(6).
               10  JOB-TBL-COUNT-2     PIC 9(6).
               10  JOB-TBL-COUNT-3     PIC 9(6).
       01  JOB-TABLE-COUNT          PIC 9(4) VALUE ZERO.

      * Set once JOB-TABLE's 50 entries are full - the stream will
      * not run a schedule it couldn't load whole
       01  JOB-TABLE-FULL-FLAG      PIC A VALUE 'N'.

      * Where a predecessor or state-file job sits on the table
      * (zero = not on tonight's schedule)
       01  JOB-MATCH-NUMBER         PIC 9(4).
       01  JOB-LOOKUP-NAME          PIC X(16).

      * Subscript over a job's predecessor slots
       01  PRED-SUB                 PIC 9.

      * How many scheduled jobs are pay-period jobs - the pay
      * calendar is only missed when one of them needs it
       01  PAY-PERIOD-JOB-COUNT     PIC 9(4) VALUE ZERO.

      * The stream date: today for a fresh stream, the halted
      * stream's date for a resume - a month-end stream that halts
      * after midnight is still a month-end stream when resumed
       01  STREAM-RUN-DATE          PIC 9(8).
       01  STREAM-DATE              PIC 9(8).
       01  STREAM-DATE-R REDEFINES STREAM-DATE.
           05  STREAM-YYYY          PIC 9(4).
           05  STREAM-MM            PIC 99.
           05  STREAM-DD            PIC 99.

      * Which run days the stream date falls on
       01  MONTH-END-FLAG           PIC A VALUE 'N'.
           88  STREAM-IS-MONTH-END  VALUE 'Y'.
       01  PAY-PERIOD-FLAG          PIC A VALUE 'N'.
           88  STREAM-IS-PAY-PERIOD VALUE 'Y'.

      * Month sizing for the month-end test - the leap-year work
      * fields and TEN-MONTH-MAX-DD come from the shared tenure
      * work area, same as AWARDS-OWED
       COPY "TENURE-WORK.CPY".
       01  MONTH-SIZE-YYYY          PIC 9(4).
       01  MONTH-SIZE-MM            PIC 99.

      * Set when the state file shows a halted stream to pick up
       01  STREAM-RESUMED-FLAG      PIC A VALUE 'N'.
           88  STREAM-RESUMED       VALUE 'Y'.

      * Set the moment the stream stops, with the job it stopped
      * at and why
       01  STREAM-HALTED-FLAG       PIC A VALUE 'N'.
           88  STREAM-HALTED        VALUE 'Y'.
       01  HALTED-JOB-NAME          PIC X(16) VALUE SPACES.
       01  HALT-REASON              PIC X(60) VALUE SPACES.

      * The command handed to the operating system for the job in
      * hand, and what came back
       01  JOB-COMMAND-LINE         PIC X(60).
       01  JOB-RETURN-CODE          PIC S9(9).

      * What 255-FIND-LATEST-RUN looks for: the job's latest start
      * record at or after the given stamp (zeros = any run at all)
      * and whether its end record followed, with the run's stamps
      * and counters
       01  RUN-LOOKUP-JOB-NAME      PIC X(16).
       01  RUN-LOOKUP-AFTER-DATE    PIC 9(8).
       01  RUN-LOOKUP-AFTER-TIME    PIC 9(8).
       01  RUN-FOUND-FLAG           PIC A.
           88  RUN-FOUND            VALUE 'Y'.
       01  RUN-CLOSED-FLAG          PIC A.
           88  RUN-CLOSED-OUT       VALUE 'Y'.
       01  RUN-FOUND-START-DATE     PIC 9(8).
       01  RUN-FOUND-START-TIME     PIC 9(8).
       01  RUN-FOUND-END-DATE       PIC 9(8).
       01  RUN-FOUND-END-TIME       PIC 9(8).
       01  RUN-FOUND-COUNT-1        PIC 9(6).
       01  RUN-FOUND-COUNT-2        PIC 9(6).
       01  RUN-FOUND-COUNT-3        PIC 9(6).

      * flag for exiting the read loops
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Its own flag for the run-control scan, which runs inside
      * the state-file load loop on a resume
       01  FLG-LOG-LOOPING          PIC A VALUE 'Y'.

      * Run counters for the job log and the summary trailer
       01  JOBS-RAN-COUNT           PIC 9(6) VALUE ZERO.
       01  JOBS-DONE-EARLIER-COUNT  PIC 9(6) VALUE ZERO.
       01  JOBS-NOT-DUE-COUNT       PIC 9(6) VALUE ZERO.
       01  JOBS-NOT-RUN-COUNT       PIC 9(6) VALUE ZERO.
       01  JOBS-HALTED-COUNT        PIC 9(6) VALUE ZERO.

      * Summary header, stamped with the stream and run dates
       01  STREAM-SUMMARY-HEADER.
           05  FILLER               PIC X(38) VALUE
               "JOB STREAM SUMMARY        Stream Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  SSH-STREAM-DATE      PIC 9(8).
           05  FILLER               PIC X(12) VALUE "  Run Date:".
           05  SSH-RUN-DATE         PIC 9(8).

       01  STREAM-RESUMED-LINE.
           05  FILLER               PIC X(36) VALUE
               "RESUMED - jobs closed out earlier in".
           05  FILLER               PIC X(28) VALUE
               " this stream were not rerun".

      * Column headers over the job lines
       01  STREAM-COLUMN-HEADERS.
           05  FILLER PIC X(17) VALUE "JOB".
           05  FILLER PIC X(11) VALUE "RUN DAYS".
           05  FILLER PIC X(13) VALUE "STATUS".
           05  FILLER PIC X(17) VALUE "STARTED".
           05  FILLER PIC X(23) VALUE "ENDED".
           05  FILLER PIC X(24) VALUE "COUNT-1 COUNT-2 COUNT-3".

      * One scheduled job's line. A job never started carries blank
      * stamps and counters; one that started and never closed out
      * carries the flag in the end columns, same as OPS-REPORT
       01  STREAM-DETAIL-LINE.
           05  SDL-JOB-NAME         PIC X(16).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-RUN-DAYS         PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-STATUS           PIC X(12).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-START-STAMP      PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SDL-END-STAMP        PIC X(22).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-COUNTS.
               10  SDL-COUNT-1      PIC ZZZZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  SDL-COUNT-2      PIC ZZZZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  SDL-COUNT-3      PIC ZZZZZ9.

      * Built date/time stamp for the start and end columns
       01  STREAM-STAMP-WORK.
           05  SSW-DATE             PIC 9(8).
           05  FILLER               PIC X     VALUE "/".
           05  SSW-TIME             PIC 9(6).

      * The stream's status under the job lines
       01  STREAM-STATUS-LINE.
           05  FILLER               PIC X(15) VALUE "STREAM STATUS: ".
           05  SSL-STATUS-TEXT      PIC X(95).

       01  STREAM-RESUME-NOTE.
           05  FILLER               PIC X(39) VALUE
               "Fix the failed job, then run JOB-STREAM".
           05  FILLER               PIC X(27) VALUE
               " again to resume from it".

      * Summary trailer
       01  STREAM-SUMMARY-TRAILER.
           05  FILLER               PIC X(5)  VALUE "RAN ".
           05  STT-RAN-COUNT        PIC ZZZ9.
           05  FILLER               PIC X(16) VALUE
               "  DONE EARLIER ".
           05  STT-DONE-COUNT       PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE "  NOT DUE ".
           05  STT-NOT-DUE-COUNT    PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE "  NOT RUN ".
           05  STT-NOT-RUN-COUNT    PIC ZZZ9.

       01  DASH-LINE PIC X(110) VALUE ALL "=".


       PROCEDURE DIVISION.
      * Loads the schedule, picks up a halted stream if there is
      * one, runs every job due tonight until one fails, and writes
      * the summary
       100-MAIN-PROCEDURE.
           ACCEPT STREAM-RUN-DATE FROM DATE YYYYMMDD.
           MOVE STREAM-RUN-DATE TO STREAM-DATE.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 200-LOAD-SCHEDULE.
           IF NOT STREAM-HALTED
              PERFORM 205-LOAD-STREAM-STATE
              PERFORM 207-MARK-JOBS-DUE
              PERFORM 210-RUN-ONE-JOB
                 VARYING JOB-IDX FROM 1 BY 1
                 UNTIL JOB-IDX > JOB-TABLE-COUNT
                    OR STREAM-HALTED
              IF NOT STREAM-HALTED
                 PERFORM 248-CLEAR-STREAM-STATE
              END-IF
           END-IF.
           PERFORM 290-PRINT-STREAM-SUMMARY.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Reads the schedule into the job table in run order. No
      * schedule, an empty one or one too big for the table halts
      * the stream before anything starts
       200-LOAD-SCHEDULE.
           OPEN INPUT JOB-SCHEDULE-FILE.
           IF JOB-SCHEDULE-STATUS = "35"
              MOVE "NO JOB SCHEDULE ON FILE" TO HALT-REASON
              MOVE 'Y' TO STREAM-HALTED-FLAG
           ELSE
              MOVE 'Y' TO FLG-LOOPING
              PERFORM 201-LOAD-ONE-SCHEDULE-LINE
                 UNTIL FLG-LOOPING = 'N'
              CLOSE JOB-SCHEDULE-FILE
              IF JOB-TABLE-FULL-FLAG = 'Y'
                 MOVE "SCHEDULE HAS MORE THAN 50 JOBS"
                    TO HALT-REASON
                 MOVE 'Y' TO STREAM-HALTED-FLAG
              ELSE
                 IF JOB-TABLE-COUNT = ZERO
                    MOVE "NO JOBS ON THE JOB SCHEDULE" TO HALT-REASON
                    MOVE 'Y' TO STREAM-HALTED-FLAG
                 END-IF
              END-IF
           END-IF.
           IF STREAM-HALTED
              DISPLAY "-- " HALT-REASON " --"
           END-IF.


      * Body of the schedule load loop - blank lines are skipped
       201-LOAD-ONE-SCHEDULE-LINE.
           READ JOB-SCHEDULE-FILE INTO JOB-SCHEDULE-RECORD
              AT END MOVE 'N' TO FLG-LOOPING
              NOT AT END
                 IF JSC-JOB-NAME NOT = SPACES
                    IF JOB-TABLE-COUNT < 50
                       PERFORM 202-TABLE-ONE-JOB
                    ELSE
                       MOVE 'Y' TO JOB-TABLE-FULL-FLAG
                    END-IF
                 END-IF
           END-READ.


      * One schedule line onto the table, not yet reached
       202-TABLE-ONE-JOB.
           ADD 1 TO JOB-TABLE-COUNT.
           SET JOB-IDX TO JOB-TABLE-COUNT.
           MOVE JSC-JOB-NAME TO JOB-TBL-NAME(JOB-IDX).
           MOVE JSC-RUN-DAYS TO JOB-TBL-RUN-DAYS(JOB-IDX).
           PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 3
              MOVE JSC-PREDECESSOR-NAME(PRED-SUB)
                 TO JOB-TBL-PREDECESSOR(JOB-IDX, PRED-SUB)
           END-PERFORM.
           MOVE JSC-COMMAND TO JOB-TBL-COMMAND(JOB-IDX).
           MOVE SPACE TO JOB-TBL-STATUS(JOB-IDX).
           MOVE 'N' TO JOB-TBL-FOUND-FLAG(JOB-IDX).
           MOVE 'N' TO JOB-TBL-CLOSED-FLAG(JOB-IDX).
           MOVE ZERO TO JOB-TBL-START-DATE(JOB-IDX).
           MOVE ZERO TO JOB-TBL-START-TIME(JOB-IDX).
           MOVE ZERO TO JOB-TBL-END-DATE(JOB-IDX).
           MOVE ZERO TO JOB-TBL-END-TIME(JOB-IDX).
           MOVE ZERO TO JOB-TBL-COUNT-1(JOB-IDX).
           MOVE ZERO TO JOB-TBL-COUNT-2(JOB-IDX).
           MOVE ZERO TO JOB-TBL-COUNT-3(JOB-IDX).
           IF JSC-RUNS-PAY-PERIOD
              ADD 1 TO PAY-PERIOD-JOB-COUNT
           END-IF.


      * Reads the state file. Anything on it is a stream that halted
      * (or whose driver died) - its date becomes the stream date,
      * and every job it closed out is marked done so it isn't run
      * a second time. An empty or missing file is a fresh stream
       205-LOAD-STREAM-STATE.
           OPEN INPUT STREAM-STATE-FILE.
           IF STREAM-STATE-STATUS NOT = "35"
              MOVE 'Y' TO FLG-LOOPING
              PERFORM 206-LOAD-ONE-STATE-LINE
                 UNTIL FLG-LOOPING = 'N'
              CLOSE STREAM-STATE-FILE
           END-IF.
           IF STREAM-RESUMED
              DISPLAY "-- Resuming the halted stream of "
                 STREAM-DATE " --"
           END-IF.


      * Body of the state load loop. A job closed out by the halted
      * stream takes its stamps and counters off the run-control
      * log so the summary still shows what it did
       206-LOAD-ONE-STATE-LINE.
           READ STREAM-STATE-FILE INTO STREAM-STATE-RECORD
              AT END MOVE 'N' TO FLG-LOOPING
              NOT AT END
                 IF NOT STREAM-RESUMED
                    MOVE 'Y' TO STREAM-RESUMED-FLAG
                    MOVE STS-STREAM-DATE TO STREAM-DATE
                 END-IF
                 IF STS-CLOSED-OUT
                    MOVE STS-JOB-NAME TO JOB-LOOKUP-NAME
                    PERFORM 222-FIND-SCHEDULED-JOB
                    IF JOB-MATCH-NUMBER > ZERO
                       SET JOB-IDX TO JOB-MATCH-NUMBER
                       MOVE 'D' TO JOB-TBL-STATUS(JOB-IDX)
                       MOVE STS-JOB-NAME TO RUN-LOOKUP-JOB-NAME
                       MOVE ZERO TO RUN-LOOKUP-AFTER-DATE
                       MOVE ZERO TO RUN-LOOKUP-AFTER-TIME
                       PERFORM 255-FIND-LATEST-RUN
                       PERFORM 252-KEEP-RUN-FOUND
                    END-IF
                 END-IF
           END-READ.


      * Works out which run days the stream date falls on, then
      * marks every job not due tonight. Jobs already done keep
      * their mark
       207-MARK-JOBS-DUE.
           MOVE STREAM-YYYY TO MONTH-SIZE-YYYY.
           MOVE STREAM-MM TO MONTH-SIZE-MM.
           PERFORM 272-SIZE-MONTH.
           IF STREAM-DD = TEN-MONTH-MAX-DD
              MOVE 'Y' TO MONTH-END-FLAG
           END-IF.
           IF PAY-PERIOD-JOB-COUNT > ZERO
              PERFORM 208-CHECK-PAY-CALENDAR
           END-IF.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
              UNTIL JOB-IDX > JOB-TABLE-COUNT
              IF JOB-NOT-RUN(JOB-IDX)
                 EVALUATE JOB-TBL-RUN-DAYS(JOB-IDX)
                    WHEN 'M'
                       IF NOT STREAM-IS-MONTH-END
                          MOVE 'N' TO JOB-TBL-STATUS(JOB-IDX)
                       END-IF
                    WHEN 'P'
                       IF NOT STREAM-IS-PAY-PERIOD
                          MOVE 'N' TO JOB-TBL-STATUS(JOB-IDX)
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.


      * Looks for the stream date on the pay calendar. No calendar
      * means no pay-period jobs run - said once on the log so the
      * missing file gets noticed
       208-CHECK-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF PAY-CALENDAR-STATUS = "35"
              DISPLAY "-- pay_calendar.txt not found, pay-period "
                 "jobs not run --"
           ELSE
              MOVE 'Y' TO FLG-LOOPING
              PERFORM UNTIL FLG-LOOPING = 'N'
                 READ PAY-CALENDAR-FILE INTO PAY-CALENDAR-DATE
                    AT END MOVE 'N' TO FLG-LOOPING
                    NOT AT END
                       IF PAY-CALENDAR-DATE IS NUMERIC
                          AND PAY-CALENDAR-DATE = STREAM-DATE
                          MOVE 'Y' TO PAY-PERIOD-FLAG
                          MOVE 'N' TO FLG-LOOPING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-CALENDAR-FILE
           END-IF.


      * One scheduled job: skipped if not due or already done,
      * otherwise checked, started, and followed to its end record
       210-RUN-ONE-JOB.
           EVALUATE TRUE
              WHEN JOB-NOT-DUE(JOB-IDX)
                 DISPLAY "-- " JOB-TBL-NAME(JOB-IDX)
                    " not due tonight --"
              WHEN JOB-DONE-EARLIER(JOB-IDX)
                 DISPLAY "-- " JOB-TBL-NAME(JOB-IDX)
                    " already closed out in this stream --"
              WHEN OTHER
                 PERFORM 220-CHECK-READY-TO-RUN
                 IF STREAM-HALTED
                    MOVE 'H' TO JOB-TBL-STATUS(JOB-IDX)
                    PERFORM 247-NOTE-HALTED-JOB
                 ELSE
                    PERFORM 240-START-JOB
                    PERFORM 250-FOLLOW-JOB-TO-END
                 END-IF
           END-EVALUATE.


      * The halt checks before a job starts: a run-days code the
      * stream doesn't know, every predecessor closed out, and no
      * BATCH-UPDATE checkpoint left behind - except for
      * BATCH-UPDATE itself, which restarts from it
       220-CHECK-READY-TO-RUN.
           IF NOT JOB-TBL-RUN-DAYS-VALID(JOB-IDX)
              STRING "RUN DAYS CODE '" JOB-TBL-RUN-DAYS(JOB-IDX)
                 "' IS NOT D, M OR P"
                 DELIMITED BY SIZE INTO HALT-REASON
              PERFORM 246-HALT-STREAM
           END-IF.
           PERFORM 221-CHECK-ONE-PREDECESSOR
              VARYING PRED-SUB FROM 1 BY 1
              UNTIL PRED-SUB > 3 OR STREAM-HALTED.
           IF NOT STREAM-HALTED
              AND JOB-TBL-NAME(JOB-IDX) NOT = BATCH-UPDATE-JOB-NAME
              PERFORM 230-CHECK-BATCH-CHECKPOINT
              IF CHECKPOINT-LEFT
                 MOVE "BATCH-UPDATE CHECKPOINT LEFT BEHIND"
                    TO HALT-REASON
                 PERFORM 246-HALT-STREAM
              END-IF
           END-IF.


      * One predecessor slot. A predecessor on tonight's schedule
      * must already have run or been done earlier - unless it
      * isn't due tonight, when there is nothing to wait for. Any
      * predecessor that is waited on must have a latest run on the
      * run-control log that closed out
       221-CHECK-ONE-PREDECESSOR.
           MOVE JOB-TBL-PREDECESSOR(JOB-IDX, PRED-SUB)
              TO JOB-LOOKUP-NAME.
           IF JOB-LOOKUP-NAME NOT = SPACES
              PERFORM 222-FIND-SCHEDULED-JOB
              IF JOB-MATCH-NUMBER > ZERO
                 AND JOB-TBL-STATUS(JOB-MATCH-NUMBER) = 'N'
                 CONTINUE
              ELSE
                 IF JOB-MATCH-NUMBER > ZERO
                    AND JOB-TBL-STATUS(JOB-MATCH-NUMBER) NOT = 'R'
                    AND JOB-TBL-STATUS(JOB-MATCH-NUMBER) NOT = 'D'
                    STRING "PREDECESSOR " DELIMITED BY SIZE
                       JOB-LOOKUP-NAME DELIMITED BY SPACE
                       " HAS NOT RUN IN THIS STREAM" DELIMITED BY SIZE
                       INTO HALT-REASON
                    PERFORM 246-HALT-STREAM
                 ELSE
                    MOVE JOB-LOOKUP-NAME TO RUN-LOOKUP-JOB-NAME
                    MOVE ZERO TO RUN-LOOKUP-AFTER-DATE
                    MOVE ZERO TO RUN-LOOKUP-AFTER-TIME
                    PERFORM 255-FIND-LATEST-RUN
                    EVALUATE TRUE
                       WHEN NOT RUN-FOUND
                          STRING "PREDECESSOR " DELIMITED BY SIZE
                             JOB-LOOKUP-NAME DELIMITED BY SPACE
                             " HAS NEVER RUN" DELIMITED BY SIZE
                             INTO HALT-REASON
                          PERFORM 246-HALT-STREAM
                       WHEN NOT RUN-CLOSED-OUT
                          STRING "PREDECESSOR " DELIMITED BY SIZE
                             JOB-LOOKUP-NAME DELIMITED BY SPACE
                             " NEVER CLOSED OUT" DELIMITED BY SIZE
                             INTO HALT-REASON
                          PERFORM 246-HALT-STREAM
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.


      * Locates JOB-LOOKUP-NAME on the schedule, leaving its entry
      * number (or zero) in JOB-MATCH-NUMBER
       222-FIND-SCHEDULED-JOB.
           MOVE ZERO TO JOB-MATCH-NUMBER.
           PERFORM VARYING JOB-SEARCH-IDX FROM 1 BY 1
              UNTIL JOB-SEARCH-IDX > JOB-TABLE-COUNT
              IF JOB-TBL-NAME(JOB-SEARCH-IDX) = JOB-LOOKUP-NAME
                 AND JOB-MATCH-NUMBER = ZERO
                 SET JOB-MATCH-NUMBER TO JOB-SEARCH-IDX
              END-IF
           END-PERFORM.


      * Reads BATCH-UPDATE's checkpoint. Missing or empty means the
      * last batch finished cleanly; any line on it is a batch that
      * died partway through
       230-CHECK-BATCH-CHECKPOINT.
           MOVE 'N' TO CHECKPOINT-LEFT-FLAG.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS NOT = "35"
              READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF CHECKPOINT-RECORD NOT = SPACES
                       MOVE 'Y' TO CHECKPOINT-LEFT-FLAG
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.


      * Starts the job with the command off its schedule line and
      * waits for it to finish. The stamp taken just before is how
      * 250 tells this run's start record from any earlier one
       240-START-JOB.
           MOVE JOB-TBL-COMMAND(JOB-IDX) TO JOB-COMMAND-LINE.
           DISPLAY "-- Starting " JOB-TBL-NAME(JOB-IDX) " --".
           ACCEPT RUN-LOOKUP-AFTER-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOOKUP-AFTER-TIME FROM TIME.
           CALL "SYSTEM" USING JOB-COMMAND-LINE.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.
           IF JOB-RETURN-CODE NOT = ZERO
              DISPLAY "-- " JOB-TBL-NAME(JOB-IDX) " ended with "
                 "return code " JOB-RETURN-CODE " --"
           END-IF.


      * Follows the job just run on the run-control log: its start
      * record since the launch, and the end record that repeats
      * it. A job closed out without a checkpoint left behind is
      * noted on the state file; anything else halts the stream
       250-FOLLOW-JOB-TO-END.
           MOVE JOB-TBL-NAME(JOB-IDX) TO RUN-LOOKUP-JOB-NAME.
           PERFORM 255-FIND-LATEST-RUN.
           PERFORM 252-KEEP-RUN-FOUND.
           EVALUATE TRUE
              WHEN NOT RUN-FOUND
                 MOVE "NO START RECORD ON THE RUN-CONTROL LOG"
                    TO HALT-REASON
              WHEN NOT RUN-CLOSED-OUT
                 MOVE "STARTED BUT NEVER CLOSED OUT" TO HALT-REASON
              WHEN OTHER
                 PERFORM 230-CHECK-BATCH-CHECKPOINT
                 IF CHECKPOINT-LEFT
                    MOVE "BATCH-UPDATE CHECKPOINT LEFT BEHIND"
                       TO HALT-REASON
                 END-IF
           END-EVALUATE.
           IF RUN-FOUND AND RUN-CLOSED-OUT AND NOT CHECKPOINT-LEFT
              MOVE 'R' TO JOB-TBL-STATUS(JOB-IDX)
              MOVE 'C' TO STS-OUTCOME
              PERFORM 249-APPEND-STREAM-STATE
              DISPLAY "-- " JOB-TBL-NAME(JOB-IDX) " closed out --"
           ELSE
              MOVE 'F' TO JOB-TBL-STATUS(JOB-IDX)
              PERFORM 246-HALT-STREAM
              PERFORM 247-NOTE-HALTED-JOB
           END-IF.


      * Copies what 255 found onto the job's table entry for the
      * summary
       252-KEEP-RUN-FOUND.
           MOVE RUN-FOUND-FLAG TO JOB-TBL-FOUND-FLAG(JOB-IDX).
           MOVE RUN-CLOSED-FLAG TO JOB-TBL-CLOSED-FLAG(JOB-IDX).
           MOVE RUN-FOUND-START-DATE TO JOB-TBL-START-DATE(JOB-IDX).
           MOVE RUN-FOUND-START-TIME TO JOB-TBL-START-TIME(JOB-IDX).
           MOVE RUN-FOUND-END-DATE TO JOB-TBL-END-DATE(JOB-IDX).
           MOVE RUN-FOUND-END-TIME TO JOB-TBL-END-TIME(JOB-IDX).
           MOVE RUN-FOUND-COUNT-1 TO JOB-TBL-COUNT-1(JOB-IDX).
           MOVE RUN-FOUND-COUNT-2 TO JOB-TBL-COUNT-2(JOB-IDX).
           MOVE RUN-FOUND-COUNT-3 TO JOB-TBL-COUNT-3(JOB-IDX).


      * Reads the run-control log front to back for the latest
      * start record of RUN-LOOKUP-JOB-NAME at or after the lookup
      * stamp, and the end record that repeats its start stamp -
      * the same pairing OPS-REPORT makes
       255-FIND-LATEST-RUN.
           MOVE 'N' TO RUN-FOUND-FLAG.
           MOVE 'N' TO RUN-CLOSED-FLAG.
           MOVE ZERO TO RUN-FOUND-START-DATE.
           MOVE ZERO TO RUN-FOUND-START-TIME.
           MOVE ZERO TO RUN-FOUND-END-DATE.
           MOVE ZERO TO RUN-FOUND-END-TIME.
           MOVE ZERO TO RUN-FOUND-COUNT-1.
           MOVE ZERO TO RUN-FOUND-COUNT-2.
           MOVE ZERO TO RUN-FOUND-COUNT-3.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = "35"
              MOVE 'Y' TO FLG-LOG-LOOPING
              PERFORM 256-CHECK-ONE-LOG-LINE
                 UNTIL FLG-LOG-LOOPING = 'N'
              CLOSE RUN-CONTROL-FILE
           END-IF.


      * Body of the run-control loop. A newer start for the job
      * replaces the one in hand, so what's left at the end is the
      * latest run
       256-CHECK-ONE-LOG-LINE.
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
              AT END MOVE 'N' TO FLG-LOG-LOOPING
              NOT AT END
                 IF RC-JOB-NAME = RUN-LOOKUP-JOB-NAME
                    EVALUATE TRUE
                       WHEN RC-START
                          AND (RC-START-DATE > RUN-LOOKUP-AFTER-DATE
                           OR (RC-START-DATE = RUN-LOOKUP-AFTER-DATE
                           AND RC-START-TIME >= RUN-LOOKUP-AFTER-TIME))
                          MOVE 'Y' TO RUN-FOUND-FLAG
                          MOVE 'N' TO RUN-CLOSED-FLAG
                          MOVE RC-START-DATE TO RUN-FOUND-START-DATE
                          MOVE RC-START-TIME TO RUN-FOUND-START-TIME
                          MOVE ZERO TO RUN-FOUND-END-DATE
                          MOVE ZERO TO RUN-FOUND-END-TIME
                          MOVE ZERO TO RUN-FOUND-COUNT-1
                          MOVE ZERO TO RUN-FOUND-COUNT-2
                          MOVE ZERO TO RUN-FOUND-COUNT-3
                       WHEN RC-END AND RUN-FOUND
                          AND RC-START-DATE = RUN-FOUND-START-DATE
                          AND RC-START-TIME = RUN-FOUND-START-TIME
                          MOVE 'Y' TO RUN-CLOSED-FLAG
                          MOVE RC-END-DATE TO RUN-FOUND-END-DATE
                          MOVE RC-END-TIME TO RUN-FOUND-END-TIME
                          MOVE RC-COUNT-1 TO RUN-FOUND-COUNT-1
                          MOVE RC-COUNT-2 TO RUN-FOUND-COUNT-2
                          MOVE RC-COUNT-3 TO RUN-FOUND-COUNT-3
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.


      * Stops the stream at the job in hand, with HALT-REASON
      * already set by the check that failed
       246-HALT-STREAM.
           MOVE 'Y' TO STREAM-HALTED-FLAG.
           MOVE JOB-TBL-NAME(JOB-IDX) TO HALTED-JOB-NAME.
           ADD 1 TO JOBS-HALTED-COUNT.
           DISPLAY "-- Stream halted at " JOB-TBL-NAME(JOB-IDX)
              ": " HALT-REASON " --".


      * Notes on the state file where the stream stopped, so the
      * file shows it and a resume keeps the same stream date
       247-NOTE-HALTED-JOB.
           MOVE 'H' TO STS-OUTCOME.
           PERFORM 249-APPEND-STREAM-STATE.


      * Empties the state file once every job due has closed out,
      * the way BATCH-UPDATE empties its checkpoint - the next run
      * is a fresh stream
       248-CLEAR-STREAM-STATE.
           OPEN OUTPUT STREAM-STATE-FILE.
           CLOSE STREAM-STATE-FILE.
           DISPLAY "-- Stream complete --".


      * Appends one line for the job in hand to the state file,
      * STS-OUTCOME already set. Written the moment the job is
      * settled, so a driver that dies mid-stream still leaves the
      * jobs it finished on record
       249-APPEND-STREAM-STATE.
           MOVE STREAM-DATE TO STS-STREAM-DATE.
           MOVE JOB-TBL-NAME(JOB-IDX) TO STS-JOB-NAME.
           OPEN EXTEND STREAM-STATE-FILE.
           IF STREAM-STATE-STATUS = "35"
              OPEN OUTPUT STREAM-STATE-FILE
              CLOSE STREAM-STATE-FILE
              OPEN EXTEND STREAM-STATE-FILE
           END-IF.
           WRITE STREAM-STATE-LINE FROM STREAM-STATE-RECORD.
           CLOSE STREAM-STATE-FILE.


      * Leaves the number of days in MONTH-SIZE-MM of
      * MONTH-SIZE-YYYY in TEN-MONTH-MAX-DD, February sized by the
      * leap-year rule (zero for a month that doesn't exist)
       272-SIZE-MONTH.
           MOVE ZERO TO TEN-MONTH-MAX-DD.
           EVALUATE MONTH-SIZE-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO TEN-MONTH-MAX-DD
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO TEN-MONTH-MAX-DD
              WHEN 02
                 DIVIDE MONTH-SIZE-YYYY BY 4
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-4
                 DIVIDE MONTH-SIZE-YYYY BY 100
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-100
                 DIVIDE MONTH-SIZE-YYYY BY 400
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-400
                 IF TEN-LEAP-REM-4 = ZERO
                    AND (TEN-LEAP-REM-100 NOT = ZERO
                       OR TEN-LEAP-REM-400 = ZERO)
                    MOVE 29 TO TEN-MONTH-MAX-DD
                 ELSE
                    MOVE 28 TO TEN-MONTH-MAX-DD
                 END-IF
           END-EVALUATE.


      * Prints one line per scheduled job in run order, then the
      * stream's status - where it halted and why, if it did
       290-PRINT-STREAM-SUMMARY.
           OPEN OUTPUT STREAM-SUMMARY-FILE.
           MOVE STREAM-DATE TO SSH-STREAM-DATE.
           MOVE STREAM-RUN-DATE TO SSH-RUN-DATE.
           WRITE STREAM-SUMMARY-LINE FROM STREAM-SUMMARY-HEADER.
           IF STREAM-RESUMED
              WRITE STREAM-SUMMARY-LINE FROM STREAM-RESUMED-LINE
           END-IF.
           WRITE STREAM-SUMMARY-LINE FROM DASH-LINE.
           WRITE STREAM-SUMMARY-LINE FROM STREAM-COLUMN-HEADERS.
           PERFORM 291-PRINT-ONE-JOB
              VARYING JOB-IDX FROM 1 BY 1
              UNTIL JOB-IDX > JOB-TABLE-COUNT.
           WRITE STREAM-SUMMARY-LINE FROM DASH-LINE.
           MOVE SPACES TO SSL-STATUS-TEXT.
           IF STREAM-HALTED
              IF HALTED-JOB-NAME = SPACES
                 STRING "HALTED - " HALT-REASON
                    DELIMITED BY SIZE INTO SSL-STATUS-TEXT
              ELSE
                 STRING "HALTED AT " DELIMITED BY SIZE
                    HALTED-JOB-NAME DELIMITED BY SPACE
                    " - " HALT-REASON DELIMITED BY SIZE
                    INTO SSL-STATUS-TEXT
              END-IF
           ELSE
              MOVE "COMPLETE" TO SSL-STATUS-TEXT
           END-IF.
           WRITE STREAM-SUMMARY-LINE FROM STREAM-STATUS-LINE.
           IF STREAM-HALTED AND HALTED-JOB-NAME NOT = SPACES
              WRITE STREAM-SUMMARY-LINE FROM STREAM-RESUME-NOTE
           END-IF.
           MOVE JOBS-RAN-COUNT TO STT-RAN-COUNT.
           MOVE JOBS-DONE-EARLIER-COUNT TO STT-DONE-COUNT.
           MOVE JOBS-NOT-DUE-COUNT TO STT-NOT-DUE-COUNT.
           MOVE JOBS-NOT-RUN-COUNT TO STT-NOT-RUN-COUNT.
           WRITE STREAM-SUMMARY-LINE FROM STREAM-SUMMARY-TRAILER.
           CLOSE STREAM-SUMMARY-FILE.
           DISPLAY "---- JOB STREAM COMPLETE ----".
           DISPLAY "Stream status:  " SSL-STATUS-TEXT.
           DISPLAY "Jobs run:       " JOBS-RAN-COUNT.
           DISPLAY "Done earlier:   " JOBS-DONE-EARLIER-COUNT.
           DISPLAY "Not due:        " JOBS-NOT-DUE-COUNT.
           DISPLAY "Not run:        " JOBS-NOT-RUN-COUNT.
           DISPLAY "-- Summary written to job_stream_summary.prt --".


      * One scheduled job's line. Jobs that failed, were held or
      * were never reached all count as not run
       291-PRINT-ONE-JOB.
           MOVE JOB-TBL-NAME(JOB-IDX) TO SDL-JOB-NAME.
           EVALUATE JOB-TBL-RUN-DAYS(JOB-IDX)
              WHEN 'D'
                 MOVE "DAILY" TO SDL-RUN-DAYS
              WHEN 'M'
                 MOVE "MONTH-END" TO SDL-RUN-DAYS
              WHEN 'P'
                 MOVE "PAY-PERIOD" TO SDL-RUN-DAYS
              WHEN OTHER
                 MOVE SPACES TO SDL-RUN-DAYS
                 STRING "CODE '" JOB-TBL-RUN-DAYS(JOB-IDX) "'"
                    DELIMITED BY SIZE INTO SDL-RUN-DAYS
           END-EVALUATE.
           EVALUATE TRUE
              WHEN JOB-RAN(JOB-IDX)
                 MOVE "RAN" TO SDL-STATUS
                 ADD 1 TO JOBS-RAN-COUNT
              WHEN JOB-DONE-EARLIER(JOB-IDX)
                 MOVE "DONE EARLIER" TO SDL-STATUS
                 ADD 1 TO JOBS-DONE-EARLIER-COUNT
              WHEN JOB-NOT-DUE(JOB-IDX)
                 MOVE "NOT DUE" TO SDL-STATUS
                 ADD 1 TO JOBS-NOT-DUE-COUNT
              WHEN JOB-FAILED(JOB-IDX)
                 MOVE "FAILED" TO SDL-STATUS
                 ADD 1 TO JOBS-NOT-RUN-COUNT
              WHEN JOB-HELD(JOB-IDX)
                 MOVE "HELD" TO SDL-STATUS
                 ADD 1 TO JOBS-NOT-RUN-COUNT
              WHEN OTHER
                 MOVE "NOT RUN" TO SDL-STATUS
                 ADD 1 TO JOBS-NOT-RUN-COUNT
           END-EVALUATE.
           IF JOB-TBL-FOUND-FLAG(JOB-IDX) = 'Y'
              MOVE JOB-TBL-START-DATE(JOB-IDX) TO SSW-DATE
              MOVE JOB-TBL-START-TIME(JOB-IDX)(1:6) TO SSW-TIME
              MOVE STREAM-STAMP-WORK TO SDL-START-STAMP
           ELSE
              MOVE SPACES TO SDL-START-STAMP
           END-IF.
           IF JOB-TBL-CLOSED-FLAG(JOB-IDX) = 'Y'
              MOVE JOB-TBL-END-DATE(JOB-IDX) TO SSW-DATE
              MOVE JOB-TBL-END-TIME(JOB-IDX)(1:6) TO SSW-TIME
              MOVE STREAM-STAMP-WORK TO SDL-END-STAMP
              MOVE JOB-TBL-COUNT-1(JOB-IDX) TO SDL-COUNT-1
              MOVE JOB-TBL-COUNT-2(JOB-IDX) TO SDL-COUNT-2
              MOVE JOB-TBL-COUNT-3(JOB-IDX) TO SDL-COUNT-3
           ELSE
              IF JOB-TBL-FOUND-FLAG(JOB-IDX) = 'Y'
                 MOVE "** NEVER CLOSED OUT **" TO SDL-END-STAMP
              ELSE
                 MOVE SPACES TO SDL-END-STAMP
              END-IF
              MOVE SPACES TO SDL-COUNTS
           END-IF.
           WRITE STREAM-SUMMARY-LINE FROM STREAM-DETAIL-LINE.


      * Appends this run's start record to the run-control log.
      * EXTEND requires the file to exist, so the first record of
      * all time creates it, same as the audit-trail openers do
       260-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
           MOVE 'S' TO RC-RECORD-TYPE.
           MOVE "JOB-STREAM" TO RC-JOB-NAME.
           MOVE OPERATOR-ID TO RC-OPERATOR-ID.
           ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-START-TIME FROM TIME.
           MOVE RC-START-DATE TO OWN-START-DATE.
           MOVE RC-START-TIME TO OWN-START-TIME.
           MOVE ZERO TO RC-END-DATE.
           MOVE ZERO TO RC-END-TIME.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           MOVE ZERO TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


      * Appends this run's end record - jobs run, jobs done earlier
      * in the stream, and 1 if the stream halted. The job checks
      * read the log into the same record area, so the start stamp
      * is rebuilt here rather than trusted to have survived
       261-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
           MOVE 'E' TO RC-RECORD-TYPE.
           MOVE "JOB-STREAM" TO RC-JOB-NAME.
           MOVE OPERATOR-ID TO RC-OPERATOR-ID.
           MOVE OWN-START-DATE TO RC-START-DATE.
           MOVE OWN-START-TIME TO RC-START-TIME.
           ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-END-TIME FROM TIME.
           MOVE JOBS-RAN-COUNT TO RC-COUNT-1.
           MOVE JOBS-DONE-EARLIER-COUNT TO RC-COUNT-2.
           MOVE JOBS-HALTED-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM JOB-STREAM.
