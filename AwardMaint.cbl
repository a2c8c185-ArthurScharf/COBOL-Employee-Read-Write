      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Maintenance program for the service-award ledger -
      *          the record of whether each qualifier's pin and
      *          certificate were actually ordered and handed over,
      *          which the roster and the forecast can only say
      *          someone is due. O records an order, P records the
      *          presentation, L lists everything an employee has on
      *          the ledger. Every line is one employee and one tier,
      *          carrying the date bridged service reached that tier,
      *          so the awards-owed report can age it. A tier that
      *          has already been presented is never ordered or
      *          presented again - the ledger goes by employee ID,
      *          which a REHIRE keeps, so a tier received in an
      *          earlier employment period stays received. An award
      *          can't be ordered more than a year ahead of the tier
      *          (the forecast window) or presented before it was
      *          earned. The operator signs on against the operator
      *          master and needs the employee maintenance
      *          permission. The ledger is read whole at startup and
      *          rewritten whole at exit if anything changed, and
      *          never loaded with silent truncation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The award ledger itself - read whole at startup, rewritten
      * whole at exit if anything changed
       SELECT AWARD-LEDGER-FILE ASSIGN TO "../award_ledger.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AWARD-LEDGER-STATUS.

      * Indexed (KSDS) by EMPLOYEE-ID, same file ASSIGNMENT-1
      * writes - read-only here, one random read per transaction
       SELECT EMPLOYEE-FILE ASSIGN TO "../employee_data.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-EMPLOYEE-ID
              ALTERNATE RECORD KEY IS FILE-LAST-NAME
                 WITH DUPLICATES
              FILE STATUS IS EMPLOYEE-FILE-STATUS.

      * Service-award year thresholds, same control file
      * ASSIGNMENT-1 reads (with the same 5/10/15/20/25 fallback)
       SELECT SERVICE-AWARD-FILE
              ASSIGN TO "../service_award_thresholds.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-AWARD-FILE-STATUS.

      * Completed employment periods written by the REHIRE
      * transaction - loaded so a rehire's earned date is worked
      * out from bridged service, not the current period alone
       SELECT SERVICE-PERIOD-FILE
              ASSIGN TO "../service_periods.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * Operator master - read at sign-on and again before each
      * restricted transaction, never written here
       SELECT OPERATOR-MASTER-FILE
              ASSIGN TO "../operator_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-MASTER-STATUS.

      * Security log - one line appended per refused sign-on or
      * transaction, summarized on the morning operations report
       SELECT SECURITY-LOG-FILE ASSIGN TO "../security_log.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SECURITY-LOG-STATUS.

      * Run-control log - one start record appended when the run
      * begins and one end record when it closes out, feeding the
      * morning operations report
       SELECT RUN-CONTROL-FILE ASSIGN TO "../run_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-LEDGER-FILE.
       01  AWARD-LEDGER-LINE PIC X(45).

       FD  EMPLOYEE-FILE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  SERVICE-AWARD-FILE.
       01  SERVICE-AWARD-LINE PIC 99.

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
      * Work area for the date arithmetic, same as ASSIGNMENT-1
       COPY "TENURE-WORK.CPY".

      * Record layout used while loading and rewriting the ledger
       COPY "AWARD-LEDGER-RECORD.CPY".
       01  AWARD-LEDGER-STATUS      PIC XX.

      * The whole ledger in memory. If the file ever outgrows the
      * table the load refuses to run rather than silently dropping
      * lines the rewrite would then destroy
       01  AWARD-LEDGER-TABLE.
           05  AWARD-LEDGER-ENTRY OCCURS 5000 TIMES
                  INDEXED BY AL-IDX.
               10  AL-TBL-EMPLOYEE-ID   PIC 9(6).
               10  AL-TBL-TIER-YEARS    PIC 99.
               10  AL-TBL-DATE-EARNED   PIC 9(8).
               10  AL-TBL-DATE-ORDERED  PIC 9(8).
               10  AL-TBL-DATE-PRESENTED PIC 9(8).
               10  AL-TBL-OPERATOR-ID   PIC X(8).
       01  AWARD-LEDGER-COUNT       PIC 9(4) VALUE ZERO.

      * Set when the load refused to run (too many lines) so the
      * exit rewrite can't destroy the file
       01  LEDGER-LOAD-FAILED-FLAG  PIC A VALUE 'N'.
           88  LEDGER-LOAD-FAILED   VALUE 'Y'.

      * Raised by O and P so the exit path knows whether the file
      * on disk needs rewriting at all
       01  LEDGER-CHANGED-FLAG      PIC A VALUE 'N'.
           88  LEDGER-CHANGED       VALUE 'Y'.

       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * Set by 230 when the employee keyed is on file
       01  EMPLOYEE-FOUND-FLAG      PIC A.
           88  EMPLOYEE-FOUND       VALUE 'Y'.

      * Maintenance transaction keyed by the operator
       01  MAINT-CHOICE             PIC A.
           88  MAINT-ORDER          VALUE 'O' 'o'.
           88  MAINT-PRESENT        VALUE 'P' 'p'.
           88  MAINT-LIST           VALUE 'L' 'l'.
           88  MAINT-EXIT           VALUE 'X' 'x'.

      * Employee being worked on, keyed as plain characters so
      * garbage can be caught, same as ASSIGNMENT-1's id entry
       01  WS-EMPLOYEE-ID-INPUT     PIC X(6).
       01  MAINT-EMPLOYEE-ID        PIC 9(6).
       01  EMPLOYEE-ID-OK-FLAG      PIC A.
           88  EMPLOYEE-ID-OK       VALUE 'Y'.

      * Tier being worked on, in years - must be one of the tiers
      * on the threshold table
       01  WS-TIER-INPUT            PIC XX.
       01  MAINT-TIER-YEARS         PIC 99.
       01  TIER-OK-FLAG             PIC A.
           88  TIER-OK              VALUE 'Y'.

      * Date an order or presentation happened, keyed YYYYMMDD or
      * left blank for today
       01  WS-STEP-DATE-INPUT       PIC X(8).
       01  MAINT-STEP-DATE          PIC 9(8).
       01  STEP-DATE-OK-FLAG        PIC A.
           88  STEP-DATE-OK         VALUE 'Y'.

      * Where the employee and tier in hand sit on the ledger table
      * (zero = not there yet)
       01  MAINT-ENTRY-NUMBER       PIC 9(4).

      * Ledger lines listed for the employee in hand
       01  LEDGER-LINES-LISTED      PIC 9(4).

      * The far edge of the ordering window - the run date's month
      * and day one year out, the same window the forecast covers
       01  ORDER-WINDOW-END-DATE    PIC 9(8).

      * The date bridged service reached EARNED-TIER-YEARS, worked
      * out by 270 from the hire date and the completed periods
       01  EARNED-TIER-YEARS        PIC 99.
       01  EARNED-DATE              PIC 9(8).
       01  EARNED-DATE-R REDEFINES EARNED-DATE.
           05  EARNED-YYYY          PIC 9(4).
           05  EARNED-MM            PIC 99.
           05  EARNED-DD            PIC 99.

      * Month arithmetic for the earned date: the tier's months
      * still to be served once each earlier period is used up, the
      * hire date of the period the tier falls in, and that
      * remainder split into whole years and leftover months
       01  EARNED-REMAINING-MONTHS  PIC S9(5).
       01  EARNED-BASE-DATE         PIC 9(8).
       01  EARNED-BASE-FOUND-FLAG   PIC A.
           88  EARNED-BASE-FOUND    VALUE 'Y'.
       01  EARNED-YEARS-WORK        PIC 9(4).
       01  EARNED-MONTHS-WORK       PIC 99.
       01  EARNED-MM-WORK           PIC 99.

      * One line per completed employment period, loaded for
      * bridged service, same as ASSIGNMENT-1
       COPY "SERVICE-PERIOD.CPY".
       01  SERVICE-PERIOD-STATUS    PIC XX.

      * The service-period file in memory, loaded once at startup
       01  SERVICE-PERIOD-TABLE.
           05  SERVICE-PERIOD-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SVC-IDX.
               10  SVC-TBL-EMPLOYEE-ID PIC 9(6).
               10  SVC-TBL-HIRE-DATE   PIC 9(8).
               10  SVC-TBL-TERM-DATE   PIC 9(8).
       01  SERVICE-PERIOD-COUNT     PIC 9(4) VALUE ZERO.

      * Set once SERVICE-PERIOD-TABLE's 1000 entries are full, so
      * 255-LOAD-SERVICE-PERIODS only warns about it one time
       01  SERVICE-PERIOD-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Service-award thresholds, same table and fallback as
      * ASSIGNMENT-1
       01  SERVICE-AWARD-THRESHOLD-TABLE.
           05  SERVICE-AWARD-THRESHOLD-ENTRY OCCURS 20 TIMES
                  INDEXED BY AWD-IDX.
               10  AWD-TBL-THRESHOLD  PIC 99.
       01  SERVICE-AWARD-THRESHOLD-COUNT  PIC 99 VALUE ZERO.
       01  SERVICE-AWARD-FILE-STATUS      PIC XX.

      * Set once SERVICE-AWARD-THRESHOLD-TABLE's 20 entries are
      * full, so 235-LOAD-SERVICE-AWARD-THRESHOLDS only warns once
       01  SERVICE-AWARD-THRESHOLD-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Run counters for the job log
       01  AWARDS-ORDERED-COUNT     PIC 9(6) VALUE ZERO.
       01  AWARDS-PRESENTED-COUNT   PIC 9(6) VALUE ZERO.

      * flag for exiting the maintenance loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Start/end records for the run-control log, and the
      * operator keyed at startup who signs them
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8).

      * The operator's line off the operator master, the function
      * being asked for, and 197's verdict on it
       COPY "OPERATOR-RECORD.CPY".
       01  OPERATOR-MASTER-STATUS   PIC XX.
       01  OPERATOR-FOUND-FLAG      PIC A.
           88  OPERATOR-FOUND       VALUE 'Y'.
       01  OPERATOR-ACCESS-FLAG     PIC A VALUE 'N'.
           88  OPERATOR-ACCESS-GRANTED VALUE 'Y'.

      * One refusal on its way to the security log
       COPY "SECURITY-RECORD.CPY".
       01  SECURITY-LOG-STATUS      PIC XX.


       PROCEDURE DIVISION.
      * Loads the ledger, takes maintenance transactions until the
      * operator is done, and rewrites the file if anything changed
       100-MAIN-PROCEDURE.
           PERFORM 198-ACCEPT-OPERATOR-ID.
           PERFORM 260-WRITE-RUN-START.
           ACCEPT TEN-AS-OF-DATE FROM DATE YYYYMMDD.
           COMPUTE ORDER-WINDOW-END-DATE = TEN-AS-OF-DATE + 10000.
           PERFORM 235-LOAD-SERVICE-AWARD-THRESHOLDS.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 200-LOAD-AWARD-LEDGER.
           IF LEDGER-LOAD-FAILED
              DISPLAY "-- Ledger not loaded, nothing maintained --"
           ELSE
              DISPLAY "---- MAINTAINING SERVICE-AWARD LEDGER ----"
              PERFORM 201-TAKE-MAINT-TRANSACTION
                 UNTIL FLG-LOOPING = 'N'
              IF LEDGER-CHANGED
                 PERFORM 290-REWRITE-LEDGER
              ELSE
                 DISPLAY "-- No changes, ledger left as it was --"
              END-IF
           END-IF.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Reads the ledger whole into the table. A missing file is an
      * empty ledger (first run ever); a file with more lines than
      * the table is a hard stop - continuing would rewrite the
      * ledger without the lines that didn't fit
       200-LOAD-AWARD-LEDGER.
           OPEN INPUT AWARD-LEDGER-FILE.
           IF AWARD-LEDGER-STATUS = "35"
              DISPLAY "-- award_ledger.txt not found, "
                 "starting an empty ledger --"
           ELSE
              PERFORM UNTIL AWARD-LEDGER-STATUS = "10"
                 OR LEDGER-LOAD-FAILED
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
                          MOVE AWL-DATE-EARNED
                             TO AL-TBL-DATE-EARNED(AL-IDX)
                          MOVE AWL-DATE-ORDERED
                             TO AL-TBL-DATE-ORDERED(AL-IDX)
                          MOVE AWL-DATE-PRESENTED
                             TO AL-TBL-DATE-PRESENTED(AL-IDX)
                          MOVE AWL-OPERATOR-ID
                             TO AL-TBL-OPERATOR-ID(AL-IDX)
                       ELSE
                          DISPLAY "-- award_ledger.txt has more "
                             "than 5000 lines - not loading, not "
                             "touching the file --"
                          MOVE 'Y' TO LEDGER-LOAD-FAILED-FLAG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AWARD-LEDGER-FILE
           END-IF.


      * One trip around the maintenance loop. Anything that changes
      * the ledger is held to the operator's employee maintenance
      * permission first, read fresh off the operator master
       201-TAKE-MAINT-TRANSACTION.
           DISPLAY "Enter Transaction (O-Order, P-Present, "
              "L-List Employee, X-Exit)".
           ACCEPT MAINT-CHOICE.
           MOVE 'Y' TO OPERATOR-ACCESS-FLAG.
           IF MAINT-ORDER OR MAINT-PRESENT
              MOVE 1 TO OPERATOR-FUNCTION
              PERFORM 197-CHECK-OPERATOR-ACCESS
           END-IF.
           EVALUATE TRUE
              WHEN NOT OPERATOR-ACCESS-GRANTED
                 DISPLAY "-- Transaction refused --"
              WHEN MAINT-ORDER
                 PERFORM 210-ORDER-AWARD
              WHEN MAINT-PRESENT
                 PERFORM 211-PRESENT-AWARD
              WHEN MAINT-LIST
                 PERFORM 212-LIST-EMPLOYEE-AWARDS
              WHEN MAINT-EXIT
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- Enter O, P, L or X --"
           END-EVALUATE.


      * Prompts for an Employee ID and re-prompts until it's six
      * digits, then looks the employee up on EMPLOYEE-FILE
       302-ACCEPT-EMPLOYEE-ID.
           MOVE 'N' TO EMPLOYEE-ID-OK-FLAG.
           PERFORM UNTIL EMPLOYEE-ID-OK
              DISPLAY "Enter Employee ID (999999)"
              ACCEPT WS-EMPLOYEE-ID-INPUT
              IF WS-EMPLOYEE-ID-INPUT IS NUMERIC
                 MOVE WS-EMPLOYEE-ID-INPUT TO MAINT-EMPLOYEE-ID
                 MOVE 'Y' TO EMPLOYEE-ID-OK-FLAG
              ELSE
                 DISPLAY "-- Employee ID must be six digits, "
                    "re-enter --"
              END-IF
           END-PERFORM.
           PERFORM 230-READ-EMPLOYEE.


      * Prompts for a tier in years and re-prompts until it's one
      * of the tiers on the threshold table, then finds the
      * employee and tier's line on the ledger (or zero)
       303-ACCEPT-TIER.
           MOVE 'N' TO TIER-OK-FLAG.
           PERFORM UNTIL TIER-OK
              DISPLAY "Enter Award Tier in Years (99)"
              ACCEPT WS-TIER-INPUT
              IF WS-TIER-INPUT IS NUMERIC
                 MOVE WS-TIER-INPUT TO MAINT-TIER-YEARS
                 PERFORM VARYING AWD-IDX FROM 1 BY 1
                    UNTIL AWD-IDX > SERVICE-AWARD-THRESHOLD-COUNT
                    IF AWD-TBL-THRESHOLD(AWD-IDX) = MAINT-TIER-YEARS
                       MOVE 'Y' TO TIER-OK-FLAG
                    END-IF
                 END-PERFORM
              END-IF
              IF NOT TIER-OK
                 DISPLAY "-- Not a service-award tier, re-enter --"
              END-IF
           END-PERFORM.
           PERFORM 220-FIND-LEDGER-ENTRY.


      * Prompts for the date an order or presentation happened and
      * re-prompts until it's blank (today) or a real date no later
      * than today, leaving it in MAINT-STEP-DATE
       304-ACCEPT-STEP-DATE.
           MOVE 'N' TO STEP-DATE-OK-FLAG.
           PERFORM UNTIL STEP-DATE-OK
              DISPLAY "Enter Date (YYYYMMDD, blank for today)"
              ACCEPT WS-STEP-DATE-INPUT
              MOVE 'N' TO TEN-HIRE-DATE-VALID-FLAG
              IF WS-STEP-DATE-INPUT = SPACES
                 MOVE TEN-AS-OF-DATE TO WS-STEP-DATE-INPUT
              END-IF
              IF WS-STEP-DATE-INPUT IS NUMERIC
                 MOVE WS-STEP-DATE-INPUT TO TEN-HIRE-DATE
                 PERFORM 251-VALIDATE-HIRE-DATE
              END-IF
              IF TEN-HIRE-DATE-VALID
                 MOVE TEN-HIRE-DATE TO MAINT-STEP-DATE
                 MOVE 'Y' TO STEP-DATE-OK-FLAG
              ELSE
                 DISPLAY "-- Date must be a real date, YYYYMMDD, "
                    "not in the future - re-enter --"
              END-IF
           END-PERFORM.


      * Random read of MAINT-EMPLOYEE-ID, leaving the record in
      * FILE-EMPLOYEE-RECORD and raising EMPLOYEE-FOUND
       230-READ-EMPLOYEE.
           MOVE 'N' TO EMPLOYEE-FOUND-FLAG.
           OPEN INPUT EMPLOYEE-FILE.
           EVALUATE EMPLOYEE-FILE-STATUS
              WHEN "00"
                 MOVE MAINT-EMPLOYEE-ID TO FILE-EMPLOYEE-ID
                 READ EMPLOYEE-FILE
                    INVALID KEY
                       DISPLAY "-- No record found for Employee ID "
                          MAINT-EMPLOYEE-ID " --"
                    NOT INVALID KEY
                       MOVE 'Y' TO EMPLOYEE-FOUND-FLAG
                       DISPLAY "-- " FILE-FIRST-NAME " "
                          FILE-LAST-NAME " --"
                 END-READ
                 CLOSE EMPLOYEE-FILE
              WHEN "35"
                 DISPLAY "-- No employee records on file --"
              WHEN OTHER
                 DISPLAY "-- Employee file could not be opened, "
                    "status " EMPLOYEE-FILE-STATUS " --"
           END-EVALUATE.


      * Locates MAINT-EMPLOYEE-ID and MAINT-TIER-YEARS on the ledger
      * table, leaving the entry number (or zero) in
      * MAINT-ENTRY-NUMBER
       220-FIND-LEDGER-ENTRY.
           MOVE ZERO TO MAINT-ENTRY-NUMBER.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > AWARD-LEDGER-COUNT
              IF AL-TBL-EMPLOYEE-ID(AL-IDX) = MAINT-EMPLOYEE-ID
                 AND AL-TBL-TIER-YEARS(AL-IDX) = MAINT-TIER-YEARS
                 SET MAINT-ENTRY-NUMBER TO AL-IDX
              END-IF
           END-PERFORM.


      * ORDER - records that the pin and certificate for a tier
      * have been ordered. Refused for a leaver, for a record with
      * no hire date to work the earned date out from, for a tier
      * already presented (in this employment period or an earlier
      * one) or already on order, and for a tier more than a year
      * away. A new line goes on the end of the ledger
       210-ORDER-AWARD.
           PERFORM 302-ACCEPT-EMPLOYEE-ID.
           IF EMPLOYEE-FOUND
              PERFORM 303-ACCEPT-TIER
              EVALUATE TRUE
                 WHEN FILE-EMP-TERMINATED
                    DISPLAY "-- Employee " MAINT-EMPLOYEE-ID
                       " is terminated, award not ordered --"
                 WHEN FILE-HIRE-DATE = ZERO
                    DISPLAY "-- Employee " MAINT-EMPLOYEE-ID
                       " has no hire date on record, award not "
                       "ordered --"
                 WHEN MAINT-ENTRY-NUMBER = ZERO
                    AND AWARD-LEDGER-COUNT >= 5000
                    DISPLAY "-- Ledger is full, award not ordered --"
                 WHEN MAINT-ENTRY-NUMBER = ZERO
                    PERFORM 213-CHECK-AND-ORDER
                 WHEN AL-TBL-DATE-PRESENTED(MAINT-ENTRY-NUMBER)
                    > ZERO
                    DISPLAY "-- Tier " MAINT-TIER-YEARS
                       " was already presented on "
                       AL-TBL-DATE-PRESENTED(MAINT-ENTRY-NUMBER)
                       " - not to be re-awarded --"
                 WHEN AL-TBL-DATE-ORDERED(MAINT-ENTRY-NUMBER)
                    > ZERO
                    DISPLAY "-- Tier " MAINT-TIER-YEARS
                       " was already ordered on "
                       AL-TBL-DATE-ORDERED(MAINT-ENTRY-NUMBER)
                       ", not ordered again --"
                 WHEN OTHER
                    PERFORM 213-CHECK-AND-ORDER
              END-EVALUATE
           END-IF.


      * The order itself, once nothing on the ledger stands in its
      * way: works out when the tier is (or will be) earned, holds
      * it to the one-year ordering window, and records it
       213-CHECK-AND-ORDER.
           MOVE MAINT-TIER-YEARS TO EARNED-TIER-YEARS.
           PERFORM 270-COMPUTE-TIER-EARNED-DATE.
           IF EARNED-DATE > ORDER-WINDOW-END-DATE
              DISPLAY "-- Tier " MAINT-TIER-YEARS " is not reached "
                 "until " EARNED-DATE ", too early to order --"
           ELSE
              PERFORM 304-ACCEPT-STEP-DATE
              PERFORM 214-POST-LEDGER-ENTRY
              MOVE MAINT-STEP-DATE
                 TO AL-TBL-DATE-ORDERED(MAINT-ENTRY-NUMBER)
              ADD 1 TO AWARDS-ORDERED-COUNT
              DISPLAY "-- Tier " MAINT-TIER-YEARS " for employee "
                 MAINT-EMPLOYEE-ID " (earned " EARNED-DATE
                 ") ordered --"
           END-IF.


      * PRESENT - records that the pin and certificate for a tier
      * were handed over. Refused for a tier already presented,
      * and for a date before the tier was earned. An award
      * presented without an order on the ledger (handed out of
      * stock) is taken, and its order date is stamped with the
      * presentation date so the line is complete
       211-PRESENT-AWARD.
           PERFORM 302-ACCEPT-EMPLOYEE-ID.
           IF EMPLOYEE-FOUND
              PERFORM 303-ACCEPT-TIER
              EVALUATE TRUE
                 WHEN MAINT-ENTRY-NUMBER = ZERO
                    AND FILE-HIRE-DATE = ZERO
                    DISPLAY "-- Employee " MAINT-EMPLOYEE-ID
                       " has no hire date on record, award not "
                       "presented --"
                 WHEN MAINT-ENTRY-NUMBER = ZERO
                    AND AWARD-LEDGER-COUNT >= 5000
                    DISPLAY "-- Ledger is full, award not "
                       "presented --"
                 WHEN MAINT-ENTRY-NUMBER = ZERO
                    MOVE MAINT-TIER-YEARS TO EARNED-TIER-YEARS
                    PERFORM 270-COMPUTE-TIER-EARNED-DATE
                    PERFORM 215-CHECK-AND-PRESENT
                 WHEN AL-TBL-DATE-PRESENTED(MAINT-ENTRY-NUMBER)
                    > ZERO
                    DISPLAY "-- Tier " MAINT-TIER-YEARS
                       " was already presented on "
                       AL-TBL-DATE-PRESENTED(MAINT-ENTRY-NUMBER)
                       " - not to be re-awarded --"
                 WHEN OTHER
                    MOVE AL-TBL-DATE-EARNED(MAINT-ENTRY-NUMBER)
                       TO EARNED-DATE
                    PERFORM 215-CHECK-AND-PRESENT
              END-EVALUATE
           END-IF.


      * The presentation itself, once nothing on the ledger stands
      * in its way: the date keyed can't be before EARNED-DATE
       215-CHECK-AND-PRESENT.
           IF EARNED-DATE > TEN-AS-OF-DATE
              DISPLAY "-- Tier " MAINT-TIER-YEARS " is not reached "
                 "until " EARNED-DATE ", not presented --"
           ELSE
              PERFORM 304-ACCEPT-STEP-DATE
              IF MAINT-STEP-DATE < EARNED-DATE
                 DISPLAY "-- Tier " MAINT-TIER-YEARS " was not "
                    "earned until " EARNED-DATE ", not presented --"
              ELSE
                 IF MAINT-ENTRY-NUMBER = ZERO
                    PERFORM 214-POST-LEDGER-ENTRY
                 END-IF
                 IF AL-TBL-DATE-ORDERED(MAINT-ENTRY-NUMBER) = ZERO
                    MOVE MAINT-STEP-DATE
                       TO AL-TBL-DATE-ORDERED(MAINT-ENTRY-NUMBER)
                 END-IF
                 MOVE MAINT-STEP-DATE
                    TO AL-TBL-DATE-PRESENTED(MAINT-ENTRY-NUMBER)
                 MOVE OPERATOR-ID
                    TO AL-TBL-OPERATOR-ID(MAINT-ENTRY-NUMBER)
                 MOVE 'Y' TO LEDGER-CHANGED-FLAG
                 ADD 1 TO AWARDS-PRESENTED-COUNT
                 DISPLAY "-- Tier " MAINT-TIER-YEARS " for employee "
                    MAINT-EMPLOYEE-ID " presented --"
              END-IF
           END-IF.


      * Puts the employee and tier in hand on the ledger - a new
      * line on the end carrying EARNED-DATE when there isn't one
      * yet - and stamps it with the operator, leaving its entry
      * number in MAINT-ENTRY-NUMBER
       214-POST-LEDGER-ENTRY.
           IF MAINT-ENTRY-NUMBER = ZERO
              ADD 1 TO AWARD-LEDGER-COUNT
              SET AL-IDX TO AWARD-LEDGER-COUNT
              MOVE MAINT-EMPLOYEE-ID TO AL-TBL-EMPLOYEE-ID(AL-IDX)
              MOVE MAINT-TIER-YEARS TO AL-TBL-TIER-YEARS(AL-IDX)
              MOVE EARNED-DATE TO AL-TBL-DATE-EARNED(AL-IDX)
              MOVE ZERO TO AL-TBL-DATE-ORDERED(AL-IDX)
              MOVE ZERO TO AL-TBL-DATE-PRESENTED(AL-IDX)
              SET MAINT-ENTRY-NUMBER TO AL-IDX
           END-IF.
           MOVE OPERATOR-ID TO AL-TBL-OPERATOR-ID(MAINT-ENTRY-NUMBER).
           MOVE 'Y' TO LEDGER-CHANGED-FLAG.


      * LIST - shows every tier the employee has on the ledger and
      * how far each has got, across every employment period
       212-LIST-EMPLOYEE-AWARDS.
           PERFORM 302-ACCEPT-EMPLOYEE-ID.
           MOVE ZERO TO LEDGER-LINES-LISTED.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > AWARD-LEDGER-COUNT
              IF AL-TBL-EMPLOYEE-ID(AL-IDX) = MAINT-EMPLOYEE-ID
                 ADD 1 TO LEDGER-LINES-LISTED
                 EVALUATE TRUE
                    WHEN AL-TBL-DATE-PRESENTED(AL-IDX) > ZERO
                       DISPLAY "   Tier " AL-TBL-TIER-YEARS(AL-IDX)
                          "  earned " AL-TBL-DATE-EARNED(AL-IDX)
                          "  ordered " AL-TBL-DATE-ORDERED(AL-IDX)
                          "  presented "
                          AL-TBL-DATE-PRESENTED(AL-IDX)
                          "  by " AL-TBL-OPERATOR-ID(AL-IDX)
                    WHEN OTHER
                       DISPLAY "   Tier " AL-TBL-TIER-YEARS(AL-IDX)
                          "  earned " AL-TBL-DATE-EARNED(AL-IDX)
                          "  ordered " AL-TBL-DATE-ORDERED(AL-IDX)
                          "  NOT PRESENTED"
                          "  by " AL-TBL-OPERATOR-ID(AL-IDX)
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF LEDGER-LINES-LISTED = ZERO
              DISPLAY "-- Employee " MAINT-EMPLOYEE-ID
                 " has nothing on the award ledger --"
           END-IF.


      * Works out the date bridged service reached EARNED-TIER-YEARS
      * for the employee in FILE-EMPLOYEE-RECORD. The completed
      * periods are used up oldest first; the tier falls in the
      * first period long enough to cover what's still owing, or in
      * the current period if none is, and is earned that period's
      * hire date plus the remaining months. A date in the future
      * means the tier hasn't been reached yet. Borrows the shared
      * date fields and puts the run date back as found
       270-COMPUTE-TIER-EARNED-DATE.
           COMPUTE EARNED-REMAINING-MONTHS = EARNED-TIER-YEARS * 12.
           MOVE FILE-HIRE-DATE TO EARNED-BASE-DATE.
           MOVE 'N' TO EARNED-BASE-FOUND-FLAG.
           IF SERVICE-PERIOD-COUNT > ZERO
              MOVE TEN-AS-OF-DATE TO TEN-SAVED-AS-OF-DATE
              PERFORM VARYING SVC-IDX FROM 1 BY 1
                 UNTIL SVC-IDX > SERVICE-PERIOD-COUNT
                    OR EARNED-BASE-FOUND
                 IF SVC-TBL-EMPLOYEE-ID(SVC-IDX) = FILE-EMPLOYEE-ID
                    MOVE SVC-TBL-HIRE-DATE(SVC-IDX)
                       TO TEN-HIRE-DATE
                    MOVE SVC-TBL-TERM-DATE(SVC-IDX)
                       TO TEN-AS-OF-DATE
                    PERFORM 250-COMPUTE-YEARS-OF-SERVICE
                    IF TEN-ELAPSED-MONTHS >= EARNED-REMAINING-MONTHS
                       MOVE SVC-TBL-HIRE-DATE(SVC-IDX)
                          TO EARNED-BASE-DATE
                       MOVE 'Y' TO EARNED-BASE-FOUND-FLAG
                    ELSE
                       SUBTRACT TEN-ELAPSED-MONTHS
                          FROM EARNED-REMAINING-MONTHS
                    END-IF
                 END-IF
              END-PERFORM
              MOVE TEN-SAVED-AS-OF-DATE TO TEN-AS-OF-DATE
           END-IF.
           MOVE EARNED-BASE-DATE TO TEN-HIRE-DATE.
           DIVIDE EARNED-REMAINING-MONTHS BY 12
              GIVING EARNED-YEARS-WORK
              REMAINDER EARNED-MONTHS-WORK.
           COMPUTE EARNED-YYYY = TEN-HIRE-YYYY + EARNED-YEARS-WORK.
           COMPUTE EARNED-MM-WORK = TEN-HIRE-MM + EARNED-MONTHS-WORK.
           IF EARNED-MM-WORK > 12
              SUBTRACT 12 FROM EARNED-MM-WORK
              ADD 1 TO EARNED-YYYY
           END-IF.
           MOVE EARNED-MM-WORK TO EARNED-MM.
           MOVE TEN-HIRE-DD TO EARNED-DD.
           PERFORM 271-CLAMP-EARNED-DAY.


      * Month arithmetic can land the earned date on a day its
      * month doesn't have - a Jan-31 hire earning in February, or
      * a Feb-29 hire in a common year. Pull the day back to the
      * month's last real day, same as the forecast's crossing date
       271-CLAMP-EARNED-DAY.
           MOVE ZERO TO TEN-MONTH-MAX-DD.
           EVALUATE EARNED-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO TEN-MONTH-MAX-DD
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO TEN-MONTH-MAX-DD
              WHEN 02
                 DIVIDE EARNED-YYYY BY 4
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-4
                 DIVIDE EARNED-YYYY BY 100
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-100
                 DIVIDE EARNED-YYYY BY 400
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
           IF TEN-MONTH-MAX-DD > ZERO
              AND EARNED-DD > TEN-MONTH-MAX-DD
              MOVE TEN-MONTH-MAX-DD TO EARNED-DD
           END-IF.


      * Derives YEARS-OF-SERVICE from TEN-HIRE-DATE as whole
      * elapsed months over twelve, same as ASSIGNMENT-1's 250 -
      * here only the month count matters, for the period lengths
       250-COMPUTE-YEARS-OF-SERVICE.
           COMPUTE TEN-ELAPSED-MONTHS =
              (TEN-AS-OF-YYYY - TEN-HIRE-YYYY) * 12
              + TEN-AS-OF-MM - TEN-HIRE-MM.
           IF TEN-AS-OF-DD < TEN-HIRE-DD
              SUBTRACT 1 FROM TEN-ELAPSED-MONTHS
           END-IF.
           IF TEN-ELAPSED-MONTHS < ZERO
              MOVE ZERO TO TEN-ELAPSED-MONTHS
           END-IF.
           COMPUTE TEN-COMPUTED-YOS = TEN-ELAPSED-MONTHS / 12
              ON SIZE ERROR MOVE 99.9 TO TEN-COMPUTED-YOS
           END-COMPUTE.


      * Sanity-checks TEN-HIRE-DATE: a real calendar date through
      * 249's check, and no later than the run date, same as
      * ASSIGNMENT-1. The caller has already confirmed the eight
      * characters are numeric
       251-VALIDATE-HIRE-DATE.
           PERFORM 249-CHECK-CALENDAR-DATE.
           MOVE 'N' TO TEN-HIRE-DATE-VALID-FLAG.
           IF TEN-CALENDAR-OK
              AND TEN-HIRE-DATE <= TEN-AS-OF-DATE
              MOVE 'Y' TO TEN-HIRE-DATE-VALID-FLAG
           END-IF.


      * The calendar half of the date validation: month 01-12, day
      * within that month's length, February sized by the leap-year
      * rule, year no earlier than 1900, same as ASSIGNMENT-1
       249-CHECK-CALENDAR-DATE.
           MOVE 'N' TO TEN-CALENDAR-OK-FLAG.
           MOVE ZERO TO TEN-MONTH-MAX-DD.
           EVALUATE TEN-HIRE-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO TEN-MONTH-MAX-DD
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO TEN-MONTH-MAX-DD
              WHEN 02
                 DIVIDE TEN-HIRE-YYYY BY 4
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-4
                 DIVIDE TEN-HIRE-YYYY BY 100
                    GIVING TEN-LEAP-QUOTIENT
                    REMAINDER TEN-LEAP-REM-100
                 DIVIDE TEN-HIRE-YYYY BY 400
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
           IF TEN-MONTH-MAX-DD > ZERO
              AND TEN-HIRE-DD >= 01
              AND TEN-HIRE-DD <= TEN-MONTH-MAX-DD
              AND TEN-HIRE-YYYY >= 1900
              MOVE 'Y' TO TEN-CALENDAR-OK-FLAG
           END-IF.


      * Reads SERVICE-PERIOD-FILE once at startup into
      * SERVICE-PERIOD-TABLE, same as ASSIGNMENT-1. A missing file
      * just means nobody has ever been rehired
       255-LOAD-SERVICE-PERIODS.
           OPEN INPUT SERVICE-PERIOD-FILE.
           IF SERVICE-PERIOD-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL SERVICE-PERIOD-STATUS = "10"
                 READ SERVICE-PERIOD-FILE
                    INTO SERVICE-PERIOD-RECORD
                    AT END MOVE "10" TO SERVICE-PERIOD-STATUS
                    NOT AT END
                       IF SERVICE-PERIOD-COUNT < 1000
                          ADD 1 TO SERVICE-PERIOD-COUNT
                          SET SVC-IDX TO SERVICE-PERIOD-COUNT
                          MOVE SVC-EMPLOYEE-ID
                             TO SVC-TBL-EMPLOYEE-ID(SVC-IDX)
                          MOVE SVC-HIRE-DATE
                             TO SVC-TBL-HIRE-DATE(SVC-IDX)
                          MOVE SVC-TERM-DATE
                             TO SVC-TBL-TERM-DATE(SVC-IDX)
                       ELSE
                          IF SERVICE-PERIOD-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- service_periods.txt has "
                                "more than 1000 entries, extra "
                                "rows ignored --"
                             MOVE 'Y' TO
                                SERVICE-PERIOD-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SERVICE-PERIOD-FILE
           END-IF.


      * Reads SERVICE-AWARD-FILE once at startup, with the same
      * standard-milestone fallback as ASSIGNMENT-1
       235-LOAD-SERVICE-AWARD-THRESHOLDS.
           OPEN INPUT SERVICE-AWARD-FILE.
           IF SERVICE-AWARD-FILE-STATUS = "35"
              DISPLAY "-- service_award_thresholds.txt not found, "
                 "using default 5/10/15/20/25 year tiers --"
              PERFORM 236-LOAD-DEFAULT-SERVICE-AWARD-THRESHOLDS
           ELSE
              PERFORM UNTIL SERVICE-AWARD-FILE-STATUS = "10"
                 READ SERVICE-AWARD-FILE
                    AT END MOVE "10" TO SERVICE-AWARD-FILE-STATUS
                    NOT AT END
                       IF SERVICE-AWARD-THRESHOLD-COUNT < 20
                          ADD 1 TO SERVICE-AWARD-THRESHOLD-COUNT
                          SET AWD-IDX TO SERVICE-AWARD-THRESHOLD-COUNT
                          MOVE SERVICE-AWARD-LINE
                             TO AWD-TBL-THRESHOLD(AWD-IDX)
                       ELSE
                          IF SERVICE-AWARD-THRESHOLD-TABLE-FULL-FLAG
                             = 'N'
                             DISPLAY "-- service_award_thresholds.txt"
                                " has more than 20 entries, extra "
                                "rows ignored --"
                             MOVE 'Y' TO
                             SERVICE-AWARD-THRESHOLD-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SERVICE-AWARD-FILE
           END-IF.


      * Default service-award tiers, used only when
      * service_award_thresholds.txt isn't present
       236-LOAD-DEFAULT-SERVICE-AWARD-THRESHOLDS.
           MOVE 5  TO AWD-TBL-THRESHOLD(1).
           MOVE 10 TO AWD-TBL-THRESHOLD(2).
           MOVE 15 TO AWD-TBL-THRESHOLD(3).
           MOVE 20 TO AWD-TBL-THRESHOLD(4).
           MOVE 25 TO AWD-TBL-THRESHOLD(5).
           MOVE 5  TO SERVICE-AWARD-THRESHOLD-COUNT.


      * Rewrites award_ledger.txt whole from the table. Only reached
      * when something actually changed and the load was complete,
      * so nothing can be silently dropped
       290-REWRITE-LEDGER.
           OPEN OUTPUT AWARD-LEDGER-FILE.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > AWARD-LEDGER-COUNT
              MOVE AL-TBL-EMPLOYEE-ID(AL-IDX) TO AWL-EMPLOYEE-ID
              MOVE AL-TBL-TIER-YEARS(AL-IDX) TO AWL-TIER-YEARS
              MOVE AL-TBL-DATE-EARNED(AL-IDX) TO AWL-DATE-EARNED
              MOVE AL-TBL-DATE-ORDERED(AL-IDX) TO AWL-DATE-ORDERED
              MOVE AL-TBL-DATE-PRESENTED(AL-IDX)
                 TO AWL-DATE-PRESENTED
              MOVE AL-TBL-OPERATOR-ID(AL-IDX) TO AWL-OPERATOR-ID
              WRITE AWARD-LEDGER-LINE FROM AWARD-LEDGER-RECORD
           END-PERFORM.
           CLOSE AWARD-LEDGER-FILE.
           DISPLAY "-- award_ledger.txt rewritten, "
              AWARD-LEDGER-COUNT " lines --".

      * Prompts once per run for the operator ID stamped on the
      * ledger and the run-control log, and signs it on against the
      * operator master - an operator who isn't on it, is inactive,
      * or hasn't been given the employee maintenance permission is
      * turned away before anything is opened
       198-ACCEPT-OPERATOR-ID.
           DISPLAY "Enter Operator ID".
           ACCEPT OPERATOR-ID.
           MOVE 1 TO OPERATOR-FUNCTION.
           PERFORM 197-CHECK-OPERATOR-ACCESS.
           IF NOT OPERATOR-ACCESS-GRANTED
              DISPLAY "-- Sign-on refused, not starting --"
              STOP RUN
           END-IF.


      * Looks OPERATOR-ID up on the operator master and decides
      * whether it may use OPERATOR-FUNCTION: an active operator
      * for a plain sign-on, plus that function's permission for
      * anything restricted. The master is read fresh every time,
      * so a permission pulled mid-session holds from the next
      * transaction on. No master lets nobody in. Every refusal is
      * explained on the screen and logged
       197-CHECK-OPERATOR-ACCESS.
           MOVE 'N' TO OPERATOR-ACCESS-FLAG.
           MOVE 'N' TO OPERATOR-FOUND-FLAG.
           OPEN INPUT OPERATOR-MASTER-FILE.
           EVALUATE OPERATOR-MASTER-STATUS
              WHEN "00"
                 PERFORM UNTIL OPERATOR-MASTER-STATUS = "10"
                    OR OPERATOR-FOUND
                    READ OPERATOR-MASTER-FILE INTO OPERATOR-RECORD
                       AT END MOVE "10" TO OPERATOR-MASTER-STATUS
                       NOT AT END
                          IF OP-OPERATOR-ID = OPERATOR-ID
                             MOVE 'Y' TO OPERATOR-FOUND-FLAG
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERATOR-MASTER-FILE
              WHEN "35"
                 DISPLAY "-- No operator master on file --"
              WHEN OTHER
                 DISPLAY "-- Operator master could not be opened, "
                    "status " OPERATOR-MASTER-STATUS " --"
           END-EVALUATE.
           EVALUATE TRUE
              WHEN NOT OPERATOR-FOUND
                 MOVE "UNKNOWN" TO SEC-REASON
                 DISPLAY "-- Operator " OPERATOR-ID
                    " is not on the operator master --"
              WHEN NOT OP-ACTIVE
                 MOVE "INACTIVE" TO SEC-REASON
                 DISPLAY "-- Operator " OPERATOR-ID " is inactive --"
              WHEN FUNCTION-SIGN-ON
                 MOVE 'Y' TO OPERATOR-ACCESS-FLAG
              WHEN OP-PERMISSION(OPERATOR-FUNCTION) = 'Y'
                 MOVE 'Y' TO OPERATOR-ACCESS-FLAG
              WHEN OTHER
                 MOVE "DENIED" TO SEC-REASON
                 DISPLAY "-- Operator " OPERATOR-ID " is not "
                    "permitted "
                    OPERATOR-FUNCTION-NAME(OPERATOR-FUNCTION) " --"
           END-EVALUATE.
           IF NOT OPERATOR-ACCESS-GRANTED
              PERFORM 196-LOG-SECURITY-REFUSAL
           END-IF.


      * Appends the refusal in hand to the security log. EXTEND
      * requires the file to exist, so the first refusal of all
      * time creates it, same as the run-control log
       196-LOG-SECURITY-REFUSAL.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT SEC-TIME FROM TIME.
           MOVE "AWARD-MAINT" TO SEC-JOB-NAME.
           MOVE OPERATOR-ID TO SEC-OPERATOR-ID.
           IF FUNCTION-SIGN-ON
              MOVE "SIGN-ON" TO SEC-FUNCTION
           ELSE
              MOVE OPERATOR-FUNCTION-NAME(OPERATOR-FUNCTION)
                 TO SEC-FUNCTION
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECURITY-LOG-STATUS = "35"
              OPEN OUTPUT SECURITY-LOG-FILE
              CLOSE SECURITY-LOG-FILE
              OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           WRITE SECURITY-LOG-LINE FROM SECURITY-RECORD.
           CLOSE SECURITY-LOG-FILE.


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
           MOVE "AWARD-MAINT" TO RC-JOB-NAME.
           MOVE OPERATOR-ID TO RC-OPERATOR-ID.
           ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-START-TIME FROM TIME.
           MOVE ZERO TO RC-END-DATE.
           MOVE ZERO TO RC-END-TIME.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           MOVE ZERO TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


      * Appends this run's end record, repeating the start stamp
      * still sitting in the record so the pair can be matched. A
      * run that dies leaves its start unmatched - which is
      * exactly what the morning operations report looks for
       261-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
           MOVE 'E' TO RC-RECORD-TYPE.
           ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-END-TIME FROM TIME.
           MOVE AWARD-LEDGER-COUNT TO RC-COUNT-1.
           MOVE AWARDS-ORDERED-COUNT TO RC-COUNT-2.
           MOVE AWARDS-PRESENTED-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM AWARD-MAINT.
