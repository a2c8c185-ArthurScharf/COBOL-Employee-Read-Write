      *          reads and displays employees who qualify for a
      *          service-award tier (configurable year thresholds),
      *          printing them to a paginated roster report grouped
      *          by tier. ADD, CHANGE and REHIRE take the employee's
      *          supervisor, checked against the employee file
      *          before the record is written. ADD, TRANSFER and
      *          REHIRE, a CHANGE that moves department and a STATUS
      *          bringing a terminated employee back are held to the
      *          department's authorized headcount unless the
      *          operator overrides it, and the override goes on the
      *          audit trail. An ADD keyed under an archived
      *          employee's old ID bridges the archived employment
      *          onto the service-period file, as a REHIRE does.
      *          An ADD whose name matches someone already on file
      *          or in the archive is shown the matches before it
      *          is written, so a returning employee goes through
      *          REHIRE instead of being keyed a second time under a
      *          new ID. The
      *          operator signs on against the operator master and
      *          needs the employee maintenance permission; RAISE,
      *          and a CHANGE that moves grade or salary, need the
      *          compensation permission as well, checked afresh
      *          for every transaction. Each roster line is marked
      *          PRESENTED, ORDERED or OUTSTANDING off the award
      *          ledger AWARD-MAINT keeps, with the tally at the
      *          foot of the roster, and a REHIRE is shown the tiers
      *          already presented in earlier employment periods so
      *          they aren't awarded a second time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMENT-1.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTORY-FILE-STATUS.

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

      * Run-control log - one start record appended when the
      * session begins and one end record when it closes out, so
      * the backup/restore jobs can tell when a maintainer still
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * Award ledger kept by AWARD-MAINT - loaded at startup so
      * each roster line can say whether its award has gone out,
      * never written here
       SELECT AWARD-LEDGER-FILE ASSIGN TO "../award_ledger.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AWARD-LEDGER-STATUS.

      * Pending-transaction queue - a TRANSFER or STATUS keyed with
      * a future effective date parks here instead of being refused,
      * and the daily PENDING-RELEASE job applies it the morning
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PENDING-FILE-STATUS.

      * Cumulative employee archive PURGE-TERMINATED writes - read
      * by an ADD's name check, never written here
       SELECT ARCHIVE-FILE ASSIGN TO "../employee_archive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * File descriptor for Employee File. Indexed files need their
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  ROSTER-REPORT-FILE.
       01  ROSTER-REPORT-LINE PIC X(122).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  PAYGRADE-MASTER-FILE.
       01  PAYGRADE-MASTER-LINE PIC X(40).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-LINE PIC X(32).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       FD  PENDING-FILE.
       01  PENDING-FILE-LINE PIC X(104).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  AWARD-LEDGER-FILE.
       01  AWARD-LEDGER-LINE PIC X(45).

       FD  LEAVE-FILE.
       01  LEAVE-FILE-LINE PIC X(35).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-LINE PIC X(106).

       FD  QUALIFIER-FILE.
       01  QUALIFIER-FILE-LINE PIC X(54).


      * One row per line of DEPARTMENT-MASTER-FILE, loaded into memory
      * once at startup so 302-ACCEPT-INPUT and 301-DISPLAY-RECORD can
      * look codes up without re-reading the file every time. A
      * blank authorized headcount leaves the department uncontrolled
       01  DEPARTMENT-MASTER-TABLE.
           05  DEPARTMENT-MASTER-ENTRY OCCURS 500 TIMES
                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-NAME      PIC A(20).
               10  DM-TBL-CONTROLLED-FLAG PIC A.
                   88  DM-TBL-CONTROLLED VALUE 'Y'.
               10  DM-TBL-AUTHORIZED PIC 9(4).
       01  DEPARTMENT-MASTER-COUNT  PIC 9(4) VALUE ZERO.
       01  DEPARTMENT-MASTER-STATUS PIC XX.

       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Set by 221-VALIDATE-DEPARTMENT-CODE
       01  DEPARTMENT-CODE-VALID-FLAG PIC A VALUE 'N'.
           05 FIRST-NAME-OUT       PIC A(20).
           05 FILLER               PIC X(3)   VALUE SPACES.
           05 YEARS-OF-SERVICE-OUT PIC 99.9.
           05 FILLER               PIC X(3)   VALUE SPACES.
           05 AWARD-STATUS-OUT     PIC X(11).

      * Simple header structure used for displaying.
      * I'm getting a warning that the string won't fit in the picture
           05 H3 PIC A(23)  VALUE "Last                 | ".
           05 H4 PIC A(23)  VALUE "First                | ".
           05 H5 PIC A(16)  VALUE "Years of Service".
           05 H6 PIC X(15)  VALUE " | Award Status".

      * Used for display clarity
       01  DASH-LINE PIC X(122) VALUE ALL "=".
      * flag for exiting loop
       01  FLG-LOOPING         PIC A VALUE 'Y'.
      * Used for user control input
       01  EMPLOYEE-ID-VALID-FLAG PIC A VALUE 'N'.
           88  EMPLOYEE-ID-VALID           VALUE 'Y'.

      * Supervisor ID is keyed as plain characters for the same
      * reason. Blank on a CHANGE or REHIRE keeps the supervisor
      * already on the record; zeros mean nobody (top of the chart)
       01  WS-SUPERVISOR-ID-INPUT   PIC X(6).
       01  ENTERED-SUPERVISOR-ID    PIC 9(6).
       01  SUPERVISOR-KEYED-FLAG    PIC A VALUE 'N'.
           88  SUPERVISOR-KEYED     VALUE 'Y'.
       01  SUPERVISOR-ID-OK-FLAG    PIC A VALUE 'N'.
           88  SUPERVISOR-ID-OK     VALUE 'Y'.

      * Set when 226 actually got the employee file open, so it
      * closes only what it opened - the READ overwrites the status
       01  SUPERVISOR-FILE-OPEN-FLAG PIC A VALUE 'N'.
           88  SUPERVISOR-FILE-OPEN VALUE 'Y'.

      * Walk up the reporting chain from the entered supervisor, one
      * keyed read per level. Reaching the employee being maintained
      * means the entry would close a loop. The level cap stops the
      * walk on a chain that already loops above the employee - the
      * org chart reports that one
       01  SUPERVISOR-CHAIN-ID      PIC 9(6).
       01  SUPERVISOR-CHAIN-LEVEL   PIC 9(4).
       01  MAXIMUM-CHAIN-LEVEL      PIC 9(4) VALUE 500.
       01  SUPERVISOR-LOOP-FLAG     PIC A VALUE 'N'.
           88  SUPERVISOR-LOOP      VALUE 'Y'.

      * Position control for the move in hand. 228 counts the
      * active and on-leave employees already filling the entered
      * department - not counting the employee being maintained -
      * and notes where that employee stands now
       01  HC-ENTRY-NUMBER          PIC 9(4).
       01  HC-FILLED-COUNT          PIC 9(4).
       01  HC-MOVER-ON-FILE-FLAG    PIC A.
           88  HC-MOVER-ON-FILE     VALUE 'Y'.
       01  HC-MOVER-DEPARTMENT      PIC 999.
       01  HC-MOVER-STATUS          PIC X.
           88  HC-MOVER-COUNTED     VALUE 'A' 'L' SPACE.
           88  HC-MOVER-TERMINATED  VALUE 'T'.
       01  HC-SCAN-DONE-FLAG        PIC A.
           88  HC-SCAN-DONE         VALUE 'Y'.
       01  HC-AUTHORIZED-OUT        PIC ZZZ9.
       01  HC-FILLED-OUT            PIC ZZZ9.

      * Set by 308-CHECK-AUTHORIZED-HEADCOUNT - 'O' when the
      * operator took the move over the authorization
       01  HEADCOUNT-CHECK-FLAG     PIC A VALUE 'Y'.
           88  HEADCOUNT-OK         VALUE 'Y'.
           88  HEADCOUNT-OVERRIDDEN VALUE 'O'.
           88  HEADCOUNT-REFUSED    VALUE 'N'.
       01  OVERRIDE-CHOICE          PIC A.

      * Sane upper bound for a newly entered Years of Service - past
      * this a keystroke almost certainly meant something else
       01  MAXIMUM-YEARS-OF-SERVICE PIC 99V9 VALUE 65.0.
      * startup and stamped on every audit record
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

      * One line appended to AUDIT-FILE per successful ADD/CHANGE/
      * DELETE
       01  AUDIT-RECORD.
      * The employee whose prior periods 254 is summing
       01  SVC-LOOKUP-ID             PIC 9(6).

      * The archived employment an ADD under an old ID brings back,
      * found by 258 - 'Y' still to be bridged onto the service-
      * period file when the ADD is written, 'B' already bridged
       01  ARCHIVED-PERIOD-FLAG      PIC A VALUE 'N'.
           88  ARCHIVED-PERIOD-FOUND VALUE 'Y' 'B'.
           88  ARCHIVED-PERIOD-TO-BRIDGE VALUE 'Y'.
       01  ARCHIVED-HIRE-DATE        PIC 9(8).
       01  ARCHIVED-TERM-DATE        PIC 9(8).
       01  ARCHIVED-DEPARTMENT-CODE  PIC 999.
       01  ARCHIVED-TERMINATION-REASON PIC XX.

      * One line of the award ledger, as loaded
       COPY "AWARD-LEDGER-RECORD.CPY".
       01  AWARD-LEDGER-STATUS       PIC XX.

      * The award ledger in memory, loaded once at startup - only
      * what it takes to tell ordered from presented
       01  AWARD-LEDGER-TABLE.
           05  AWARD-LEDGER-ENTRY OCCURS 5000 TIMES
                  INDEXED BY AL-IDX.
               10  AL-TBL-EMPLOYEE-ID   PIC 9(6).
               10  AL-TBL-TIER-YEARS    PIC 99.
               10  AL-TBL-DATE-ORDERED  PIC 9(8).
               10  AL-TBL-DATE-PRESENTED PIC 9(8).
       01  AWARD-LEDGER-COUNT        PIC 9(4) VALUE ZERO.

      * Set once AWARD-LEDGER-TABLE's 5000 entries are full, so
      * 233-LOAD-AWARD-LEDGER only warns about it one time
       01  AWARD-LEDGER-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The employee and tier 234 looks up, and what it found:
      * PRESENTED, ORDERED or OUTSTANDING, and the order date
       01  AWARD-LOOKUP-ID           PIC 9(6).
       01  AWARD-LOOKUP-TIER         PIC 99.
       01  AWARD-STATUS-TEXT         PIC X(11).
           88  AWARD-PRESENTED       VALUE "PRESENTED".
           88  AWARD-ORDERED         VALUE "ORDERED".
       01  AWARD-ORDERED-DATE        PIC 9(8).

      * Tiers a rehire was already presented, counted by 237
       01  AWARDS-ALREADY-PRESENTED  PIC 9(4).

      * Roster lines by award status, for the tally at the foot
      * of the roster
       01  ROSTER-PRESENTED-COUNT    PIC 9(6) VALUE ZERO.
       01  ROSTER-ORDERED-COUNT      PIC 9(6) VALUE ZERO.
       01  ROSTER-OUTSTANDING-COUNT  PIC 9(6) VALUE ZERO.
       01  ROSTER-AWARD-TOTAL-LINE.
           05  RAT-LABEL             PIC X(24).
           05  FILLER                PIC X(2)  VALUE ": ".
           05  RAT-COUNT             PIC ZZZ,ZZ9.

      * New hire date keyed for a REHIRE, already validated through
      * the usual hire-date checks
       01  ENTERED-REHIRE-DATE       PIC 9(8).
       01  ENTERED-EMPLOYMENT-STATUS PIC A.
           88  ENTERED-STATUS-VALID  VALUE 'A' 'L' 'T'.
           88  ENTERED-STATUS-LEAVE  VALUE 'L'.
           88  ENTERED-STATUS-TERMINATED VALUE 'T'.

      * Why the employee is leaving, required when the status keyed
      * is terminated: RS resignation, RT retirement, DS dismissal,
      * EC end of contract, DC deceased, OT other
       01  ENTERED-TERMINATION-REASON PIC XX.
           88  ENTERED-TERM-REASON-VALID VALUE 'RS' 'RT' 'DS' 'EC'
                                               'DC' 'OT'.

      * Leave details keyed when the new status is on-leave: why,
      * and until when. The return date goes through the calendar
       COPY "LEAVE-RECORD.CPY".
       01  LEAVE-FILE-STATUS         PIC XX.

      * One archive line as read back in, and its image parsed into
      * fields, for 229's name check - same layout PURGE-TERMINATED
      * writes
       COPY "ARCHIVE-RECORD.CPY".
       COPY "ARCHIVE-EMPLOYEE-RECORD.CPY".
       01  ARCHIVE-FILE-STATUS       PIC XX.

      * Set by 229-WARN-NAME-MATCHES - how many people already on
      * file or in the archive share the new employee's last name
      * and first initial, and the flag ending its alternate-key
      * walk
       01  NAME-MATCH-COUNT          PIC 9(4).
       01  NAME-SCAN-DONE-FLAG       PIC A.
           88  NAME-SCAN-DONE        VALUE 'Y'.


      * The jobs that open the employee file for update - the
      * interlock set. A start record from one of these with no
           PERFORM 225-LOAD-PAYGRADE-MASTER.
           PERFORM 230-LOAD-SERVICE-AWARD-THRESHOLDS.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 233-LOAD-AWARD-LEDGER.
           PERFORM 198-ACCEPT-OPERATOR-ID.
           PERFORM 265-CHECK-EMPLOYEE-FILE-INUSE.
           IF EMPLOYEE-FILE-INUSE
           PERFORM 206-PRINT-SERVICE-AWARD-REPORT.
           DISPLAY DASH-LINE.
           WRITE ROSTER-REPORT-LINE FROM DASH-LINE.
           PERFORM 236-PRINT-AWARD-STATUS-TOTALS.
           PERFORM 202-IO-CLEANUP.
           PERFORM 261-WRITE-RUN-END.
           DISPLAY "-- Roster report written to employee_roster.prt --".


      * Prompts once per run for the operator ID stamped on every
      * audit record, and signs it on against the operator master
      * - an operator who isn't on it, is inactive, or hasn't been
      * given the employee maintenance permission is turned away
      * before anything is opened
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
           MOVE "ASSIGNMENT-1" TO SEC-JOB-NAME.
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


      * Appends this session's start record to the run-control log.
      * transactions from the keyboard and dispatches them by
      * TRANSACTION-CODE
       201-CREATE-EMPLOYEE-RECORD.
           PERFORM 300-ACCEPT-TRANSACTION-CODE.
           IF OPERATOR-ACCESS-GRANTED
              PERFORM 302-ACCEPT-INPUT
           ELSE
              MOVE 'N' TO CHOICE
              DISPLAY "-- Transaction refused --"
           END-IF.
           IF CHOICE = 'Y' OR CHOICE = 'y' THEN
              EVALUATE TRUE
                 WHEN TRANS-ADD
           MOVE HIRE-DATE TO FILE-STATUS-DATE.
           MOVE ENTERED-PAY-GRADE TO FILE-PAY-GRADE.
           MOVE ENTERED-SALARY TO FILE-SALARY.
           MOVE ENTERED-SUPERVISOR-ID TO FILE-SUPERVISOR-ID.
           MOVE SPACES TO FILE-TERMINATION-REASON.
           WRITE FILE-EMPLOYEE-RECORD
              INVALID KEY
                 DISPLAY "-- Employee ID " EMPLOYEE-ID
              NOT INVALID KEY
                 MOVE "ADD" TO AUDIT-TRANSACTION-TYPE
                 PERFORM 240-WRITE-AUDIT-RECORD
                 IF HEADCOUNT-OVERRIDDEN
                    MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                    PERFORM 240-WRITE-AUDIT-RECORD
                 END-IF
                 IF ARCHIVED-PERIOD-TO-BRIDGE
                    PERFORM 256-BRIDGE-ARCHIVED-PERIOD
                 END-IF
           END-WRITE.
           CLOSE EMPLOYEE-FILE.


      * CHANGE transaction - reads the record by key and rewrites it
      * in place with the freshly entered data. CHANGE re-keys the
      * pay grade and salary too, so one that moves either is a
      * pay change and needs the compensation permission, same as
      * a RAISE - otherwise CHANGE would be a way round it
       211-PROCESS-CHANGE.
           PERFORM 209-OPEN-EMPLOYEE-FILE-IO.
           MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
                 DISPLAY "-- No record found for Employee ID "
                    EMPLOYEE-ID " --"
              NOT INVALID KEY
                 MOVE 'Y' TO OPERATOR-ACCESS-FLAG
                 IF ENTERED-PAY-GRADE NOT = FILE-PAY-GRADE
                    OR ENTERED-SALARY NOT = FILE-SALARY
                    MOVE 2 TO OPERATOR-FUNCTION
                    PERFORM 197-CHECK-OPERATOR-ACCESS
                 END-IF
                 IF OPERATOR-ACCESS-GRANTED
                    MOVE DEPARTMENT-CODE TO FILE-DEPARTMENT-CODE
                    MOVE LAST-NAME TO FILE-LAST-NAME
                    MOVE FIRST-NAME TO FILE-FIRST-NAME
                    MOVE HIRE-DATE TO FILE-HIRE-DATE
                    MOVE YEARS-OF-SERVICE TO FILE-YEARS-OF-SERVICE
                    MOVE ENTERED-PAY-GRADE TO FILE-PAY-GRADE
                    MOVE ENTERED-SALARY TO FILE-SALARY
                    IF SUPERVISOR-KEYED
                       MOVE ENTERED-SUPERVISOR-ID
                          TO FILE-SUPERVISOR-ID
                    END-IF
                    REWRITE FILE-EMPLOYEE-RECORD
                    MOVE "CHANGE" TO AUDIT-TRANSACTION-TYPE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    IF HEADCOUNT-OVERRIDDEN
                       MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                       PERFORM 240-WRITE-AUDIT-RECORD
                    END-IF
                 ELSE
                    DISPLAY "-- Pay grade or salary changed, CHANGE "
                       "not written --"
                 END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.

                    MOVE FILE-HIRE-DATE TO HIRE-DATE
                    MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    IF HEADCOUNT-OVERRIDDEN
                       MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                       PERFORM 240-WRITE-AUDIT-RECORD
                    END-IF
                 END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
                 MOVE ENTERED-EMPLOYMENT-STATUS
                    TO FILE-EMPLOYMENT-STATUS
                 MOVE ENTERED-EFFECTIVE-DATE TO FILE-STATUS-DATE
                 IF ENTERED-STATUS-TERMINATED
                    MOVE ENTERED-TERMINATION-REASON
                       TO FILE-TERMINATION-REASON
                 ELSE
                    MOVE SPACES TO FILE-TERMINATION-REASON
                 END-IF
                 REWRITE FILE-EMPLOYEE-RECORD
                 MOVE "STATUS" TO AUDIT-TRANSACTION-TYPE
                 MOVE FILE-DEPARTMENT-CODE TO DEPARTMENT-CODE
                 MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
                 PERFORM 240-WRITE-AUDIT-RECORD
                 IF HEADCOUNT-OVERRIDDEN
                    MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                    PERFORM 240-WRITE-AUDIT-RECORD
                 END-IF
                 IF ENTERED-STATUS-LEAVE
                    PERFORM 247-WRITE-LEAVE-RECORD
                 END-IF
           MOVE ENTERED-REHIRE-DATE TO FILE-HIRE-DATE.
           MOVE 'A' TO FILE-EMPLOYMENT-STATUS.
           MOVE ENTERED-REHIRE-DATE TO FILE-STATUS-DATE.
           MOVE SPACES TO FILE-TERMINATION-REASON.
           MOVE ENTERED-PAY-GRADE TO FILE-PAY-GRADE.
           MOVE ENTERED-SALARY TO FILE-SALARY.
           IF SUPERVISOR-KEYED
              MOVE ENTERED-SUPERVISOR-ID TO FILE-SUPERVISOR-ID
           END-IF.
           MOVE FILE-HIRE-DATE TO HIRE-DATE.
           MOVE 'A' TO EMPLOYMENT-STATUS.
           MOVE FILE-STATUS-DATE TO STATUS-DATE.
           REWRITE FILE-EMPLOYEE-RECORD.
           MOVE "REHIRE" TO AUDIT-TRANSACTION-TYPE.
           PERFORM 240-WRITE-AUDIT-RECORD.
           IF HEADCOUNT-OVERRIDDEN
              MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
              PERFORM 240-WRITE-AUDIT-RECORD
           END-IF.
           DISPLAY "-- Employee " EMPLOYEE-ID " rehired, prior "
              "service bridged --".
           PERFORM 237-SHOW-AWARDS-ALREADY-PRESENTED.


      * Closes out the rehired record's completed employment period
      * onto the service-period file, off the record as read
       257-WRITE-SERVICE-PERIOD.
           MOVE FILE-EMPLOYEE-ID TO SVC-EMPLOYEE-ID.
           MOVE FILE-HIRE-DATE TO SVC-HIRE-DATE.
           MOVE FILE-STATUS-DATE TO SVC-TERM-DATE.
           MOVE FILE-DEPARTMENT-CODE TO SVC-DEPARTMENT-CODE.
           MOVE FILE-TERMINATION-REASON TO SVC-TERMINATION-REASON.
           PERFORM 253-APPEND-SERVICE-PERIOD.


      * Appends the period already moved into SERVICE-PERIOD-RECORD
      * to the service-period file and folds it straight into the
      * loaded table, so this session's own tenure derivations
      * credit it without a restart. EXTEND requires the file to
      * exist, so the first period of all time creates it, same as
      * 240 does for the audit trail. Shared by 257 and 256
       253-APPEND-SERVICE-PERIOD.
           OPEN EXTEND SERVICE-PERIOD-FILE.
           IF SERVICE-PERIOD-STATUS = "35"
              OPEN OUTPUT SERVICE-PERIOD-FILE
              CLOSE SERVICE-PERIOD-FILE
              OPEN EXTEND SERVICE-PERIOD-FILE
           END-IF.
           WRITE SERVICE-PERIOD-LINE FROM SERVICE-PERIOD-RECORD.
           CLOSE SERVICE-PERIOD-FILE.
           IF SERVICE-PERIOD-COUNT < 1000
           END-IF.


      * An ADD under an archived employee's old ID is that employee
      * coming back, so the archived employment closes out onto the
      * service-period file the same way a REHIRE's does - the
      * earlier service is bridged, and the live record and the
      * archived image read as two employments, not one filed twice
       256-BRIDGE-ARCHIVED-PERIOD.
           MOVE EMPLOYEE-ID TO SVC-EMPLOYEE-ID.
           MOVE ARCHIVED-HIRE-DATE TO SVC-HIRE-DATE.
           MOVE ARCHIVED-TERM-DATE TO SVC-TERM-DATE.
           MOVE ARCHIVED-DEPARTMENT-CODE TO SVC-DEPARTMENT-CODE.
           MOVE ARCHIVED-TERMINATION-REASON TO SVC-TERMINATION-REASON.
           PERFORM 253-APPEND-SERVICE-PERIOD.
           DISPLAY "-- Archived period " ARCHIVED-HIRE-DATE " to "
              ARCHIVED-TERM-DATE " bridged onto service periods --".


      * Looks EMPLOYEE-ID up in the archive for an ADD. The latest
      * archived employment under the ID is the one being returned
      * from; when the service-period file already carries it (an
      * earlier ADD bridged it) there is nothing left to write, but
      * the new hire date must still follow it
       258-FIND-ARCHIVED-PERIOD.
           MOVE 'N' TO ARCHIVED-PERIOD-FLAG.
           MOVE ZERO TO ARCHIVED-TERM-DATE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "35"
              PERFORM UNTIL ARCHIVE-FILE-STATUS = "10"
                 READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                    AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                    NOT AT END
                       MOVE ARCH-EMPLOYEE-IMAGE
                          TO ARCH-EMPLOYEE-RECORD
                       IF ARCH-EMPLOYEE-ID = EMPLOYEE-ID
                          AND ARCH-HIRE-DATE > ZERO
                          AND ARCH-STATUS-DATE > ARCHIVED-TERM-DATE
                          MOVE 'Y' TO ARCHIVED-PERIOD-FLAG
                          MOVE ARCH-HIRE-DATE TO ARCHIVED-HIRE-DATE
                          MOVE ARCH-STATUS-DATE TO ARCHIVED-TERM-DATE
                          MOVE ARCH-DEPARTMENT-CODE
                             TO ARCHIVED-DEPARTMENT-CODE
                          MOVE ARCH-TERMINATION-REASON
                             TO ARCHIVED-TERMINATION-REASON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.
           IF ARCHIVED-PERIOD-FOUND
              PERFORM VARYING SVC-IDX FROM 1 BY 1
                 UNTIL SVC-IDX > SERVICE-PERIOD-COUNT
                 IF SVC-TBL-EMPLOYEE-ID(SVC-IDX) = EMPLOYEE-ID
                    AND SVC-TBL-HIRE-DATE(SVC-IDX)
                       = ARCHIVED-HIRE-DATE
                    MOVE 'B' TO ARCHIVED-PERIOD-FLAG
                 END-IF
              END-PERFORM
              DISPLAY "-- Employee ID " EMPLOYEE-ID " is archived, "
                 "hired " ARCHIVED-HIRE-DATE " terminated "
                 ARCHIVED-TERM-DATE " --"
              IF ARCHIVED-PERIOD-TO-BRIDGE
                 DISPLAY "   that service will be bridged when the "
                    "ADD is written"
              END-IF
           END-IF.


      * Adds the whole months of the archived employment 258 found
      * to TEN-PRIOR-MONTHS, so the ADD's computed tenure credits
      * it before it is on the service-period file. Borrows the
      * shared date fields and puts them back, same as 254
       259-ADD-ARCHIVED-MONTHS.
           MOVE TEN-AS-OF-DATE TO TEN-SAVED-AS-OF-DATE.
           MOVE TEN-HIRE-DATE TO TEN-SAVED-HIRE-DATE.
           MOVE ARCHIVED-HIRE-DATE TO TEN-HIRE-DATE.
           MOVE ARCHIVED-TERM-DATE TO TEN-AS-OF-DATE.
           PERFORM 250-COMPUTE-YEARS-OF-SERVICE.
           ADD TEN-ELAPSED-MONTHS TO TEN-PRIOR-MONTHS.
           MOVE TEN-SAVED-AS-OF-DATE TO TEN-AS-OF-DATE.
           MOVE TEN-SAVED-HIRE-DATE TO TEN-HIRE-DATE.


      * Parks the future-dated TRANSFER or STATUS in hand on the
      * pending queue for the daily release job, instead of the old
      * refusal that sent HR back to paper piles. Everything but
           END-IF.
           MOVE 'P' TO PEND-STATE.
           MOVE SPACES TO PEND-TRANSACTION.
           MOVE SPACES TO PEND-TERMINATION-REASON.
           MOVE TRANSACTION-CODE TO PEND-TR-CODE.
           MOVE EMPLOYEE-ID TO PEND-EMPLOYEE-ID.
           IF TRANS-TRANSFER
                 MOVE ENTERED-LEAVE-TYPE TO PEND-LEAVE-TYPE
                 MOVE ENTERED-RETURN-DATE TO PEND-RETURN-DATE
              END-IF
              IF ENTERED-STATUS-TERMINATED
                 MOVE ENTERED-TERMINATION-REASON
                    TO PEND-TERMINATION-REASON
              END-IF
           END-IF.
           ACCEPT PEND-QUEUED-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO PEND-QUEUED-OPERATOR.
           IF HEADCOUNT-OVERRIDDEN
              MOVE 'Y' TO PEND-HEADCOUNT-OVERRIDE
           ELSE
              MOVE SPACE TO PEND-HEADCOUNT-OVERRIDE
           END-IF.
           WRITE PENDING-FILE-LINE FROM PENDING-RECORD.
           CLOSE PENDING-FILE.
           DISPLAY "-- Queued for " ENTERED-EFFECTIVE-DATE
                          SET DM-IDX TO DEPARTMENT-MASTER-COUNT
                          MOVE DM-DEPT-CODE TO DM-TBL-CODE(DM-IDX)
                          MOVE DM-DEPT-NAME TO DM-TBL-NAME(DM-IDX)
                          IF DM-AUTHORIZED-HEADCOUNT IS NUMERIC
                             MOVE 'Y' TO DM-TBL-CONTROLLED-FLAG(DM-IDX)
                             MOVE DM-AUTHORIZED-HEADCOUNT
                                TO DM-TBL-AUTHORIZED(DM-IDX)
                          ELSE
                             MOVE 'N' TO DM-TBL-CONTROLLED-FLAG(DM-IDX)
                             MOVE ZERO TO DM-TBL-AUTHORIZED(DM-IDX)
                          END-IF
                       ELSE
                          IF DEPARTMENT-MASTER-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- department_master.txt has "
           END-PERFORM.


      * Checks ENTERED-SUPERVISOR-ID against the employee file: the
      * supervisor must be on file and active, must not be the
      * employee being maintained, and must not report up a chain
      * that leads back to that employee. Opens the file INPUT for
      * the check only - no transaction has it open while keying
       226-VALIDATE-SUPERVISOR-ID.
           MOVE 'N' TO SUPERVISOR-ID-OK-FLAG.
           MOVE 'N' TO SUPERVISOR-FILE-OPEN-FLAG.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00" OR "05"
              MOVE 'Y' TO SUPERVISOR-FILE-OPEN-FLAG
           END-IF.
           IF SUPERVISOR-FILE-OPEN
              MOVE ENTERED-SUPERVISOR-ID TO FILE-EMPLOYEE-ID
              READ EMPLOYEE-FILE
                 INVALID KEY CONTINUE
              END-READ
           END-IF.
           EVALUATE TRUE
              WHEN ENTERED-SUPERVISOR-ID = EMPLOYEE-ID
                 DISPLAY "-- An employee cannot report to "
                    "themselves, re-enter --"
              WHEN EMPLOYEE-FILE-STATUS NOT = "00"
                 AND EMPLOYEE-FILE-STATUS NOT = "02"
                 DISPLAY "-- Supervisor " ENTERED-SUPERVISOR-ID
                    " is not on file, re-enter --"
              WHEN NOT FILE-EMP-ACTIVE
                 AND FILE-EMPLOYMENT-STATUS NOT = SPACE
                 DISPLAY "-- Supervisor " ENTERED-SUPERVISOR-ID
                    " is not active, re-enter --"
              WHEN OTHER
                 MOVE 'N' TO SUPERVISOR-LOOP-FLAG
                 MOVE ZERO TO SUPERVISOR-CHAIN-LEVEL
                 MOVE FILE-SUPERVISOR-ID TO SUPERVISOR-CHAIN-ID
                 PERFORM 227-STEP-SUPERVISOR-CHAIN
                    UNTIL SUPERVISOR-CHAIN-ID = ZERO
                    OR SUPERVISOR-LOOP
                    OR SUPERVISOR-CHAIN-LEVEL > MAXIMUM-CHAIN-LEVEL
                 IF SUPERVISOR-LOOP
                    DISPLAY "-- Supervisor " ENTERED-SUPERVISOR-ID
                       " already reports up to Employee "
                       EMPLOYEE-ID ", re-enter --"
                 ELSE
                    MOVE 'Y' TO SUPERVISOR-ID-OK-FLAG
                 END-IF
           END-EVALUATE.
           IF SUPERVISOR-FILE-OPEN
              CLOSE EMPLOYEE-FILE
           END-IF.


      * A STATUS keys no department, so the position it would fill
      * again is the one the record already holds - that department
      * becomes DEPARTMENT-CODE for 308's count (zero when the ID
      * isn't on file, which 214 reports). Opens the file INPUT for
      * the one read, same as 226
       224-FETCH-STATUS-DEPARTMENT.
           MOVE ZERO TO DEPARTMENT-CODE.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
              MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID
              READ EMPLOYEE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE FILE-DEPARTMENT-CODE TO DEPARTMENT-CODE
              END-READ
              CLOSE EMPLOYEE-FILE
           END-IF.


      * Counts the active and on-leave employees in DEPARTMENT-CODE
      * other than the employee being maintained, and notes that
      * employee's current department and status. Opens the file
      * INPUT for the count only, same as 226
       228-COUNT-DEPARTMENT-HEADCOUNT.
           MOVE ZERO TO HC-FILLED-COUNT.
           MOVE 'N' TO HC-MOVER-ON-FILE-FLAG.
           MOVE ZERO TO HC-MOVER-DEPARTMENT.
           MOVE SPACE TO HC-MOVER-STATUS.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
              MOVE ZERO TO FILE-EMPLOYEE-ID
              START EMPLOYEE-FILE
                 KEY IS NOT LESS THAN FILE-EMPLOYEE-ID
                 INVALID KEY CONTINUE
              END-START
              IF EMPLOYEE-FILE-STATUS = "00"
                 MOVE 'N' TO HC-SCAN-DONE-FLAG
                 PERFORM UNTIL HC-SCAN-DONE
                    READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO HC-SCAN-DONE-FLAG
                       NOT AT END
                          IF FILE-EMPLOYEE-ID = EMPLOYEE-ID
                             MOVE 'Y' TO HC-MOVER-ON-FILE-FLAG
                             MOVE FILE-DEPARTMENT-CODE
                                TO HC-MOVER-DEPARTMENT
                             MOVE FILE-EMPLOYMENT-STATUS
                                TO HC-MOVER-STATUS
                          ELSE
                             IF FILE-DEPARTMENT-CODE = DEPARTMENT-CODE
                                AND (FILE-EMP-ACTIVE
                                OR FILE-EMP-ON-LEAVE
                                OR FILE-EMPLOYMENT-STATUS = SPACE)
                                ADD 1 TO HC-FILLED-COUNT
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE EMPLOYEE-FILE
           END-IF.


      * Shows the operator everyone already on file or in the archive
      * with the new employee's last name and first initial, before
      * the ADD's Write? prompt - a returning employee keyed as a
      * fresh ADD loses their bridged service and award history.
      * The live file is walked on its last-name alternate key, so
      * only the matching names are read; the archive has no key
      * and is read through. Nothing is refused - the operator
      * decides at the prompt
       229-WARN-NAME-MATCHES.
           MOVE ZERO TO NAME-MATCH-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
              MOVE LAST-NAME TO FILE-LAST-NAME
              START EMPLOYEE-FILE
                 KEY IS EQUAL TO FILE-LAST-NAME
                 INVALID KEY CONTINUE
              END-START
              IF EMPLOYEE-FILE-STATUS = "00"
                 MOVE 'N' TO NAME-SCAN-DONE-FLAG
                 PERFORM UNTIL NAME-SCAN-DONE
                    READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO NAME-SCAN-DONE-FLAG
                       NOT AT END
                          IF FILE-LAST-NAME NOT = LAST-NAME
                             MOVE 'Y' TO NAME-SCAN-DONE-FLAG
                          ELSE
                             IF FILE-FIRST-NAME(1:1)
                                = FIRST-NAME(1:1)
                                AND FILE-EMPLOYEE-ID
                                   NOT = EMPLOYEE-ID
                                ADD 1 TO NAME-MATCH-COUNT
                                DISPLAY "-- Name matches Employee "
                                   FILE-EMPLOYEE-ID " "
                                   FILE-FIRST-NAME " Dept "
                                   FILE-DEPARTMENT-CODE " Status "
                                   FILE-EMPLOYMENT-STATUS " Hired "
                                   FILE-HIRE-DATE " --"
                                IF FILE-EMP-TERMINATED
                                   DISPLAY "   terminated "
                                      FILE-STATUS-DATE " - if "
                                      "returning, answer N and "
                                      "key H-Rehire for "
                                      FILE-EMPLOYEE-ID
                                END-IF
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE EMPLOYEE-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "35"
              PERFORM UNTIL ARCHIVE-FILE-STATUS = "10"
                 READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                    AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                    NOT AT END
                       MOVE ARCH-EMPLOYEE-IMAGE
                          TO ARCH-EMPLOYEE-RECORD
                       IF ARCH-LAST-NAME = LAST-NAME
                          AND ARCH-FIRST-NAME(1:1)
                             = FIRST-NAME(1:1)
                          ADD 1 TO NAME-MATCH-COUNT
                          DISPLAY "-- Name matches archived "
                             "Employee " ARCH-EMPLOYEE-ID " "
                             ARCH-FIRST-NAME " Dept "
                             ARCH-DEPARTMENT-CODE " Hired "
                             ARCH-HIRE-DATE " Terminated "
                             ARCH-STATUS-DATE " --"
                          DISPLAY "   purged " ARCH-PURGE-DATE
                             " - if returning, answer N and re-key "
                             "under Employee ID " ARCH-EMPLOYEE-ID
                          DISPLAY "   so the archived service is "
                             "bridged"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.
           IF NAME-MATCH-COUNT > ZERO
              DISPLAY "-- " NAME-MATCH-COUNT " possible duplicate(s)"
                 " - a returning employee should be rehired, not "
                 "added --"
           END-IF.


      * One level up the chain. A supervisor missing from the file
      * ends the walk - that is an orphan for the org chart to flag,
      * not a loop
       227-STEP-SUPERVISOR-CHAIN.
           ADD 1 TO SUPERVISOR-CHAIN-LEVEL.
           IF SUPERVISOR-CHAIN-ID = EMPLOYEE-ID
              MOVE 'Y' TO SUPERVISOR-LOOP-FLAG
           ELSE
              MOVE SUPERVISOR-CHAIN-ID TO FILE-EMPLOYEE-ID
              READ EMPLOYEE-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND FILE-SUPERVISOR-ID IS NUMERIC
                 MOVE FILE-SUPERVISOR-ID TO SUPERVISOR-CHAIN-ID
              ELSE
                 MOVE ZERO TO SUPERVISOR-CHAIN-ID
              END-IF
           END-IF.


      * Looks DEPARTMENT-CODE up in DEPARTMENT-MASTER-TABLE and moves
      * the matching name (or spaces, if the code is somehow no
      * longer in the master) to DEPARTMENT-NAME-OUT
           MOVE 5  TO SERVICE-AWARD-THRESHOLD-COUNT.


      * Reads AWARD-LEDGER-FILE once at startup into
      * AWARD-LEDGER-TABLE. A missing file just means nothing has
      * been ordered or presented yet, so everything is outstanding
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
      * AWARD-ORDERED-DATE
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


      * Prints the roster's award-status tally under the closing
      * rule, so HR can see at a glance how many still need action
       236-PRINT-AWARD-STATUS-TOTALS.
           MOVE "Awards presented" TO RAT-LABEL.
           MOVE ROSTER-PRESENTED-COUNT TO RAT-COUNT.
           WRITE ROSTER-REPORT-LINE FROM ROSTER-AWARD-TOTAL-LINE.
           MOVE "Awards on order" TO RAT-LABEL.
           MOVE ROSTER-ORDERED-COUNT TO RAT-COUNT.
           WRITE ROSTER-REPORT-LINE FROM ROSTER-AWARD-TOTAL-LINE.
           MOVE "Awards outstanding" TO RAT-LABEL.
           MOVE ROSTER-OUTSTANDING-COUNT TO RAT-COUNT.
           WRITE ROSTER-REPORT-LINE FROM ROSTER-AWARD-TOTAL-LINE.


      * Lists the tiers a rehired employee was already presented,
      * in this or any earlier employment period - the ledger goes
      * by employee ID, which the rehire keeps, so bridged service
      * crossing one of these tiers again doesn't mean a new award
       237-SHOW-AWARDS-ALREADY-PRESENTED.
           MOVE ZERO TO AWARDS-ALREADY-PRESENTED.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > AWARD-LEDGER-COUNT
              IF AL-TBL-EMPLOYEE-ID(AL-IDX) = EMPLOYEE-ID
                 AND AL-TBL-DATE-PRESENTED(AL-IDX) > ZERO
                 ADD 1 TO AWARDS-ALREADY-PRESENTED
                 DISPLAY "   Tier " AL-TBL-TIER-YEARS(AL-IDX)
                    " award already presented on "
                    AL-TBL-DATE-PRESENTED(AL-IDX)
                    " - not to be re-awarded"
              END-IF
           END-PERFORM.
           IF AWARDS-ALREADY-PRESENTED > ZERO
              DISPLAY "-- " AWARDS-ALREADY-PRESENTED " service "
                 "award(s) already presented, see above --"
           END-IF.


      * Scans SERVICE-AWARD-THRESHOLD-TABLE for the highest threshold
      * the current EMPLOYEE-RECORD's YEARS-OF-SERVICE qualifies for
       231-DETERMINE-SERVICE-AWARD-TIER.

      * Body of the output-procedure loop - returns one sorted
      * qualifier, breaks to a new tier section when its tier
      * differs from the one printing, marks the line with where
      * the award stands on the ledger, and prints the detail line
       218-RETURN-SORTED-QUALIFIER.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO ROSTER-SORT-DONE-FLAG
                 MOVE SW-LAST-NAME        TO LAST-NAME
                 MOVE SW-FIRST-NAME       TO FIRST-NAME
                 MOVE SW-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
                 MOVE SW-EMPLOYEE-ID      TO AWARD-LOOKUP-ID
                 MOVE SW-TIER-THRESHOLD   TO AWARD-LOOKUP-TIER
                 PERFORM 234-FIND-AWARD-STATUS
                 MOVE AWARD-STATUS-TEXT   TO AWARD-STATUS-OUT
                 EVALUATE TRUE
                    WHEN AWARD-PRESENTED
                       ADD 1 TO ROSTER-PRESENTED-COUNT
                    WHEN AWARD-ORDERED
                       ADD 1 TO ROSTER-ORDERED-COUNT
                    WHEN OTHER
                       ADD 1 TO ROSTER-OUTSTANDING-COUNT
                 END-EVALUATE
                 PERFORM 301-DISPLAY-RECORD
           END-RETURN.

           ADD 1 TO ROSTER-LINE-COUNT.


      * Takes the transaction code and holds it to the operator's
      * permissions before any of the transaction is keyed - RAISE
      * needs compensation, everything else employee maintenance
       300-ACCEPT-TRANSACTION-CODE.
           DISPLAY "Enter Transaction Code (A-Add, C-Change, "
              "D-Delete, T-Transfer, S-Status, R-Raise, "
              "H-Rehire)".
           ACCEPT TRANSACTION-CODE.
           IF TRANS-RAISE
              MOVE 2 TO OPERATOR-FUNCTION
           ELSE
              MOVE 1 TO OPERATOR-FUNCTION
           END-IF.
           PERFORM 197-CHECK-OPERATOR-ACCESS.


      * Handles all the input decisions for creating a new record,
      * including the checking if the user wants to create with the
      * data that was entered
       302-ACCEPT-INPUT.
           MOVE 'N' TO EMPLOYEE-ID-VALID-FLAG.
           PERFORM UNTIL EMPLOYEE-ID-VALID
              DISPLAY "Enter Employee ID (999999)"
                 DISPLAY "-- Employee ID must be numeric, re-enter --"
              END-IF
           END-PERFORM.
           MOVE 'N' TO ARCHIVED-PERIOD-FLAG.
           IF TRANS-ADD
              PERFORM 258-FIND-ARCHIVED-PERIOD
           END-IF.
           IF TRANS-ADD OR TRANS-CHANGE OR TRANS-TRANSFER
              OR TRANS-REHIRE
              PERFORM 304-ACCEPT-DEPARTMENT-CODE
                 IF TEN-HIRE-DATE-VALID
                    MOVE EMPLOYEE-ID TO SVC-LOOKUP-ID
                    PERFORM 254-SUM-PRIOR-SERVICE-MONTHS
                    IF ARCHIVED-PERIOD-TO-BRIDGE
                       PERFORM 259-ADD-ARCHIVED-MONTHS
                    END-IF
                    PERFORM 250-COMPUTE-YEARS-OF-SERVICE
                    COMPUTE TEN-TOTAL-MONTHS =
                       TEN-ELAPSED-MONTHS + TEN-PRIOR-MONTHS
                    COMPUTE TEN-COMPUTED-YOS = TEN-TOTAL-MONTHS / 12
                       ON SIZE ERROR MOVE 99.9 TO TEN-COMPUTED-YOS
                    END-COMPUTE
                    EVALUATE TRUE
                       WHEN ARCHIVED-PERIOD-FOUND
                          AND TEN-HIRE-DATE NOT > ARCHIVED-TERM-DATE
                          DISPLAY "-- Hire Date must follow the "
                             "archived termination "
                             ARCHIVED-TERM-DATE ", re-enter --"
                       WHEN TEN-COMPUTED-YOS > MAXIMUM-YEARS-OF-SERVICE
                          DISPLAY "-- Hire Date gives tenure over "
                             MAXIMUM-YEARS-OF-SERVICE-OUT
                             " years, re-enter --"
                       WHEN OTHER
                          MOVE 'Y' TO HIRE-DATE-OK-FLAG
                    END-EVALUATE
                 ELSE
                    DISPLAY "-- Hire Date must be a real date, "
                       "YYYYMMDD, not in the future - re-enter --"
              OR TRANS-REHIRE
              PERFORM 305-ACCEPT-PAY-GRADE-SALARY
           END-IF.
           IF TRANS-ADD OR TRANS-CHANGE OR TRANS-REHIRE
              PERFORM 307-ACCEPT-SUPERVISOR-ID
           END-IF.
           IF TRANS-STATUS
              MOVE SPACE TO ENTERED-EMPLOYMENT-STATUS
              PERFORM UNTIL ENTERED-STATUS-VALID
           IF TRANS-STATUS AND ENTERED-STATUS-LEAVE
              PERFORM 306-ACCEPT-LEAVE-DETAILS
           END-IF.
           IF TRANS-STATUS AND ENTERED-STATUS-TERMINATED
              PERFORM 309-ACCEPT-TERMINATION-REASON
           END-IF.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           IF TRANS-STATUS AND NOT ENTERED-STATUS-TERMINATED
              PERFORM 224-FETCH-STATUS-DEPARTMENT
           END-IF.
           IF TRANS-ADD OR TRANS-CHANGE OR TRANS-TRANSFER
              OR TRANS-REHIRE
              OR (TRANS-STATUS AND NOT ENTERED-STATUS-TERMINATED)
              PERFORM 308-CHECK-AUTHORIZED-HEADCOUNT
           END-IF.
           IF TRANS-ADD AND NOT HEADCOUNT-REFUSED
              PERFORM 229-WARN-NAME-MATCHES
           END-IF.
           IF HEADCOUNT-REFUSED
              MOVE 'N' TO CHOICE
              DISPLAY "-- Over authorized headcount, not written --"
           ELSE
              DISPLAY "-- Write? (Y/N) --"
              ACCEPT CHOICE
           END-IF.


      * Holds an ADD, TRANSFER or REHIRE to the entered department's
      * authorized headcount, and likewise a CHANGE that moves an
      * active or on-leave employee to another department and a
      * STATUS that takes a terminated employee back to active or
      * on leave. A move that would put one more active employee
      * into a controlled department already filled to its
      * authorization is refused unless the operator overrides it;
      * an override is written to the audit trail with the move. A
      * future-dated TRANSFER or STATUS is checked as the department
      * stands today, and the override rides the queue to the
      * release
       308-CHECK-AUTHORIZED-HEADCOUNT.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           MOVE ZERO TO HC-ENTRY-NUMBER.
           PERFORM VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT
              IF DM-TBL-CODE(DM-IDX) = DEPARTMENT-CODE
                 SET HC-ENTRY-NUMBER TO DM-IDX
              END-IF
           END-PERFORM.
           IF HC-ENTRY-NUMBER > ZERO
              IF DM-TBL-CONTROLLED(HC-ENTRY-NUMBER)
                 PERFORM 228-COUNT-DEPARTMENT-HEADCOUNT
                 IF (TRANS-ADD
                    OR (TRANS-TRANSFER AND HC-MOVER-ON-FILE
                       AND HC-MOVER-COUNTED
                       AND HC-MOVER-DEPARTMENT NOT = DEPARTMENT-CODE)
                    OR (TRANS-REHIRE AND HC-MOVER-ON-FILE
                       AND HC-MOVER-TERMINATED)
                    OR (TRANS-CHANGE AND HC-MOVER-ON-FILE
                       AND HC-MOVER-COUNTED
                       AND HC-MOVER-DEPARTMENT NOT = DEPARTMENT-CODE)
                    OR (TRANS-STATUS AND HC-MOVER-ON-FILE
                       AND HC-MOVER-TERMINATED
                       AND NOT ENTERED-STATUS-TERMINATED))
                    AND HC-FILLED-COUNT
                       >= DM-TBL-AUTHORIZED(HC-ENTRY-NUMBER)
                    MOVE DM-TBL-AUTHORIZED(HC-ENTRY-NUMBER)
                       TO HC-AUTHORIZED-OUT
                    MOVE HC-FILLED-COUNT TO HC-FILLED-OUT
                    DISPLAY "-- Department " DEPARTMENT-CODE
                       " is authorized for " HC-AUTHORIZED-OUT
                       " and already has " HC-FILLED-OUT
                       " active or on leave --"
                    DISPLAY "Override authorized headcount? (Y/N)"
                    ACCEPT OVERRIDE-CHOICE
                    IF OVERRIDE-CHOICE = 'Y' OR OVERRIDE-CHOICE = 'y'
                       MOVE 'O' TO HEADCOUNT-CHECK-FLAG
                    ELSE
                       MOVE 'N' TO HEADCOUNT-CHECK-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * Prompts for a Department Code and re-prompts until it's on
           END-IF.


      * Prompts for the Supervisor ID and re-prompts until it is
      * numeric and 226 accepts it. Blank is only taken on a CHANGE
      * or REHIRE, where it leaves the record's supervisor as is;
      * zeros put the employee at the top of the chart
       307-ACCEPT-SUPERVISOR-ID.
           MOVE 'N' TO SUPERVISOR-ID-OK-FLAG.
           PERFORM UNTIL SUPERVISOR-ID-OK
              MOVE 'N' TO SUPERVISOR-KEYED-FLAG
              MOVE ZERO TO ENTERED-SUPERVISOR-ID
              IF TRANS-ADD
                 DISPLAY "Enter Supervisor ID (999999, 000000 for "
                    "none)"
              ELSE
                 DISPLAY "Enter Supervisor ID (999999, 000000 for "
                    "none, blank to keep current)"
              END-IF
              MOVE SPACES TO WS-SUPERVISOR-ID-INPUT
              ACCEPT WS-SUPERVISOR-ID-INPUT
              EVALUATE TRUE
                 WHEN WS-SUPERVISOR-ID-INPUT = SPACES
                    AND NOT TRANS-ADD
                    MOVE 'Y' TO SUPERVISOR-ID-OK-FLAG
                 WHEN WS-SUPERVISOR-ID-INPUT IS NUMERIC
                    MOVE WS-SUPERVISOR-ID-INPUT
                       TO ENTERED-SUPERVISOR-ID
                    MOVE 'Y' TO SUPERVISOR-KEYED-FLAG
                    IF ENTERED-SUPERVISOR-ID = ZERO
                       MOVE 'Y' TO SUPERVISOR-ID-OK-FLAG
                    ELSE
                       PERFORM 226-VALIDATE-SUPERVISOR-ID
                    END-IF
                 WHEN OTHER
                    DISPLAY "-- Supervisor ID must be numeric, "
                       "re-enter --"
              END-EVALUATE
           END-PERFORM.


      * Prompts for the leave type and expected return date when a
      * STATUS transaction puts someone on leave - the whiteboard
      * facts, captured at the keyboard instead. The return date
           END-PERFORM.


      * Prompts for why the employee is leaving when a STATUS
      * transaction terminates them. Required - a termination with
      * no reason can't be counted on the turnover report
       309-ACCEPT-TERMINATION-REASON.
           MOVE SPACES TO ENTERED-TERMINATION-REASON.
           PERFORM UNTIL ENTERED-TERM-REASON-VALID
              DISPLAY "Enter Termination Reason (RS-Resignation, "
                 "RT-Retirement, DS-Dismissal,"
              DISPLAY "   EC-End of Contract, DC-Deceased, OT-Other)"
              ACCEPT ENTERED-TERMINATION-REASON
              IF NOT ENTERED-TERM-REASON-VALID
                 DISPLAY "-- Termination Reason must be RS, RT, DS, "
                    "EC, DC or OT, re-enter --"
              END-IF
           END-PERFORM.


      * Polls keyboard for whether we should continue taking input
       303-POLL-FOR-CONTINUE.
           DISPLAY "-- New Record? (Y/N) --".
