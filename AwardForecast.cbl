      *          section of the report can be torn off and sent to
      *          them. Lets HR order awards a quarter ahead instead
      *          of scrambling after the anniversary has passed.
      *          Each line is marked ORDERED or OUTSTANDING off the
      *          award ledger AWARD-MAINT keeps (PRESENTED for a
      *          tier already handed over), so what's already on
      *          order isn't ordered twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-FORECAST.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * Award ledger kept by AWARD-MAINT - read-only here
       SELECT AWARD-LEDGER-FILE ASSIGN TO "../award_ledger.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AWARD-LEDGER-STATUS.

      * Work file of upcoming crossings found during the single
      * pass over EMPLOYEE-FILE, then fed to SORT - no cap, same
      * shape as the roster's qualifier file
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  SERVICE-AWARD-FILE.
       01  SERVICE-AWARD-LINE PIC 99.

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  AWARD-LEDGER-FILE.
       01  AWARD-LEDGER-LINE PIC X(45).

       FD  FORECAST-FILE.
       01  FORECAST-FILE-LINE PIC X(65).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE PIC X(115).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).
      * The employee whose prior periods 254 is summing
       01  SVC-LOOKUP-ID            PIC 9(6).

      * One line of the award ledger, as loaded
       COPY "AWARD-LEDGER-RECORD.CPY".
       01  AWARD-LEDGER-STATUS      PIC XX.

      * The award ledger in memory, loaded once at startup - only
      * what it takes to tell ordered from presented
       01  AWARD-LEDGER-TABLE.
           05  AWARD-LEDGER-ENTRY OCCURS 5000 TIMES
                  INDEXED BY AL-IDX.
               10  AL-TBL-EMPLOYEE-ID   PIC 9(6).
               10  AL-TBL-TIER-YEARS    PIC 99.
               10  AL-TBL-DATE-ORDERED  PIC 9(8).
               10  AL-TBL-DATE-PRESENTED PIC 9(8).
       01  AWARD-LEDGER-COUNT       PIC 9(4) VALUE ZERO.

      * Set once AWARD-LEDGER-TABLE's 5000 entries are full, so
      * 233-LOAD-AWARD-LEDGER only warns about it one time
       01  AWARD-LEDGER-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The employee and tier 234 looks up, and what it found:
      * PRESENTED, ORDERED or OUTSTANDING, and the order date
       01  AWARD-LOOKUP-ID          PIC 9(6).
       01  AWARD-LOOKUP-TIER        PIC 99.
       01  AWARD-STATUS-TEXT        PIC X(11).
       01  AWARD-ORDERED-DATE       PIC 9(8).

      * The far edge of the forecast window - the run date's
      * month and day, one year out
       01  WINDOW-END-DATE          PIC 9(8).
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Resolved department name for the line in hand
       01  DEPARTMENT-NAME-OUT      PIC A(20).
           05  FILLER               PIC X(10) VALUE
               "+ yrs on  ".
           05  FDL-CROSS-DATE       PIC 9(8).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FDL-AWARD-STATUS     PIC X(11).

       01  DASH-LINE PIC X(115) VALUE ALL "=".

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
           PERFORM 220-LOAD-DEPARTMENT-MASTER.
           PERFORM 230-LOAD-SERVICE-AWARD-THRESHOLDS.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 233-LOAD-AWARD-LEDGER.
           PERFORM 200-INIT-FORECAST.
           PERFORM 201-SCAN-EMPLOYEE-RECORD
              UNTIL FLG-LOOPING = 'N'.
      * Body of the output-procedure loop - returns one crossing,
      * breaks to a new month section when the month changes, and
      * prints the detail line with the department name resolved
      * and where the award stands on the ledger
       218-RETURN-SORTED-CROSSING.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO FORECAST-SORT-DONE-FLAG
                 MOVE SW-FIRST-NAME TO FDL-FIRST-NAME
                 MOVE SW-TIER-THRESHOLD TO FDL-TIER-THRESHOLD
                 MOVE SW-CROSS-DATE TO FDL-CROSS-DATE
                 MOVE SW-EMPLOYEE-ID TO AWARD-LOOKUP-ID
                 MOVE SW-TIER-THRESHOLD TO AWARD-LOOKUP-TIER
                 PERFORM 234-FIND-AWARD-STATUS
                 MOVE AWARD-STATUS-TEXT TO FDL-AWARD-STATUS
                 WRITE FORECAST-REPORT-LINE
                    FROM FORECAST-DETAIL-LINE
           END-RETURN.
           MOVE 5  TO SERVICE-AWARD-THRESHOLD-COUNT.


      * Reads AWARD-LEDGER-FILE once at startup into
      * AWARD-LEDGER-TABLE, same as ASSIGNMENT-1. A missing file
      * just means nothing has been ordered yet
       233-LOAD-AWARD-LEDGER.
           OPEN INPUT AWARD-LEDGER-FILE.
           IF AWARD-LEDGER-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL AWARD-LEDGER-STATUS = "10"
                 READ AWARD-LEDGER-FILE INTO AWARD-LEDGER-RECORD
                    AT END MOVE "10" TO AWARD-LEDGER-STATUS
                    NOT AT END
                       IF AWARD-LEDGER-COUNT < 5000
                          ADD 1 TO AWARD-LEDGER-COUNT
                          SET AL-IDX TO AWARD-LEDGER-COUNT
                          MOVE AWL-EMPLOYEE-ID
                             TO AL-TBL-EMPLOYEE-ID(AL-IDX)
                          MOVE AWL-TIER-YEARS
                             TO AL-TBL-TIER-YEARS(AL-IDX)
                          MOVE AWL-DATE-ORDERED
                             TO AL-TBL-DATE-ORDERED(AL-IDX)
                          MOVE AWL-DATE-PRESENTED
                             TO AL-TBL-DATE-PRESENTED(AL-IDX)
                       ELSE
                          IF AWARD-LEDGER-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- award_ledger.txt has more "
                                "than 5000 lines, extra rows "
                                "ignored --"
                             MOVE 'Y' TO AWARD-LEDGER-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AWARD-LEDGER-FILE
           END-IF.


      * Looks AWARD-LOOKUP-ID and AWARD-LOOKUP-TIER up on the loaded
      * ledger and leaves PRESENTED, ORDERED or OUTSTANDING in
      * AWARD-STATUS-TEXT, with the order date (or zero) in
      * AWARD-ORDERED-DATE, same as ASSIGNMENT-1
       234-FIND-AWARD-STATUS.
           MOVE "OUTSTANDING" TO AWARD-STATUS-TEXT.
           MOVE ZERO TO AWARD-ORDERED-DATE.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > AWARD-LEDGER-COUNT
              IF AL-TBL-EMPLOYEE-ID(AL-IDX) = AWARD-LOOKUP-ID
                 AND AL-TBL-TIER-YEARS(AL-IDX) = AWARD-LOOKUP-TIER
                 MOVE AL-TBL-DATE-ORDERED(AL-IDX)
                    TO AWARD-ORDERED-DATE
                 EVALUATE TRUE
                    WHEN AL-TBL-DATE-PRESENTED(AL-IDX) > ZERO
                       MOVE "PRESENTED" TO AWARD-STATUS-TEXT
                    WHEN AL-TBL-DATE-ORDERED(AL-IDX) > ZERO
                       MOVE "ORDERED" TO AWARD-STATUS-TEXT
                 END-EVALUATE
              END-IF
           END-PERFORM.


      * Closes out the report and echoes the counts to the job log
       290-END-FORECAST.
           WRITE FORECAST-REPORT-LINE FROM SPACES.
