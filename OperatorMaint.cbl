      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Maintenance program for the operator master - who
      *          may sign on to the interactive programs, and which
      *          restricted functions each of them may use: employee
      *          maintenance, compensation (RAISE), department and
      *          grade maintenance, purge, restore, cancelling a
      *          queued pending transaction, and this program
      *          itself. Operators are added, renamed, given or
      *          relieved of permissions, and made inactive or
      *          active again - never removed, since their IDs sit
      *          on years of audit lines. An operator can't make
      *          themselves inactive or take away their own
      *          operator-maintenance permission, so the master can
      *          never be left with nobody able to maintain it. The
      *          very first run, with no master on file, sets one up
      *          with the operator signing on as its first operator,
      *          holding every permission. The file is only
      *          rewritten on the way out, DEPT-MAINT style.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The operator master itself - read whole at startup,
      * rewritten whole at exit if anything changed, and read on
      * its own again for every sign-on and restricted transaction
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
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
      * Record layout used while loading and rewriting the master,
      * and by 197's sign-on lookup
       COPY "OPERATOR-RECORD.CPY".
       01  OPERATOR-MASTER-STATUS   PIC XX.

      * The whole master in memory. If the file ever outgrows the
      * table the load refuses to run rather than silently dropping
      * operators the rewrite would then destroy
       01  OPERATOR-MASTER-TABLE.
           05  OPERATOR-MASTER-ENTRY OCCURS 200 TIMES
                  INDEXED BY OM-IDX.
               10  OM-TBL-ID        PIC X(8).
               10  OM-TBL-NAME      PIC X(30).
               10  OM-TBL-ACTIVE    PIC A.
               10  OM-TBL-PERMISSIONS PIC X(7).
       01  OPERATOR-MASTER-COUNT    PIC 9(4) VALUE ZERO.

      * Maintenance transaction keyed by the operator
       01  MAINT-CHOICE             PIC A.
           88  MAINT-ADD            VALUE 'A' 'a'.
           88  MAINT-CHANGE         VALUE 'C' 'c'.
           88  MAINT-PERMISSIONS    VALUE 'P' 'p'.
           88  MAINT-INACTIVATE     VALUE 'I' 'i'.
           88  MAINT-REACTIVATE     VALUE 'R' 'r'.
           88  MAINT-LIST           VALUE 'L' 'l'.
           88  MAINT-EXIT           VALUE 'X' 'x'.

      * Operator ID being worked on
       01  MAINT-OPERATOR-ID        PIC X(8).

      * Operator name being keyed
       01  MAINT-OPERATOR-NAME      PIC X(30).

      * Permissions being keyed - seven Y/N bytes in the master's
      * own order, checked one at a time
       01  WS-PERMISSIONS-INPUT     PIC X(7).
       01  PERMISSIONS-OK-FLAG      PIC A.
           88  PERMISSIONS-OK       VALUE 'Y'.
       01  PERMISSION-SUB           PIC 9.

      * Where the ID in hand sits in the table (zero = not there)
       01  MAINT-ENTRY-NUMBER       PIC 9(4).

      * Set when the load refused to run (too many rows) so the
      * exit rewrite can't destroy the file
       01  MASTER-LOAD-FAILED-FLAG  PIC A VALUE 'N'.
           88  MASTER-LOAD-FAILED   VALUE 'Y'.

      * Raised by every change so the exit path knows whether the
      * file on disk needs rewriting at all
       01  MASTER-CHANGED-FLAG      PIC A VALUE 'N'.
           88  MASTER-CHANGED       VALUE 'Y'.

      * Set when there was no master at sign-on. Until the new one
      * is written on the way out there is nothing on disk to check
      * the operator against, so the first operator - the one
      * setting it up - is taken on trust for this run
       01  MASTER-BOOTSTRAP-FLAG    PIC A VALUE 'N'.
           88  MASTER-BOOTSTRAP     VALUE 'Y'.

      * The operator's sign-on found on the master, and 197's
      * verdict on the function being asked for
       01  OPERATOR-FOUND-FLAG      PIC A.
           88  OPERATOR-FOUND       VALUE 'Y'.
       01  OPERATOR-ACCESS-FLAG     PIC A VALUE 'N'.
           88  OPERATOR-ACCESS-GRANTED VALUE 'Y'.

      * One refusal on its way to the security log
       COPY "SECURITY-RECORD.CPY".
       01  SECURITY-LOG-STATUS      PIC XX.

      * One operator's line on the listing
       01  OPERATOR-LIST-LINE.
           05  OLL-OPERATOR-ID      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OLL-OPERATOR-NAME    PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OLL-ACTIVE           PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OLL-PERMISSIONS      PIC X(7).

      * Run counters for the job log
       01  OPERATORS-ADDED-COUNT    PIC 9(6) VALUE ZERO.
       01  OPERATORS-CHANGED-COUNT  PIC 9(6) VALUE ZERO.

      * flag for exiting the maintenance loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Start/end records for the run-control log, and the
      * operator keyed at startup who signs them
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8).


       PROCEDURE DIVISION.
      * Signs the operator on, loads the master, takes maintenance
      * transactions until the operator is done, and rewrites the
      * file if anything changed
       100-MAIN-PROCEDURE.
           PERFORM 198-ACCEPT-OPERATOR-ID.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 200-LOAD-OPERATOR-MASTER.
           IF MASTER-LOAD-FAILED
              DISPLAY "-- Master not loaded, nothing maintained --"
           ELSE
              IF MASTER-BOOTSTRAP
                 PERFORM 216-ADD-FIRST-OPERATOR
              END-IF
              DISPLAY "---- MAINTAINING OPERATOR MASTER ----"
              PERFORM 201-TAKE-MAINT-TRANSACTION
                 UNTIL FLG-LOOPING = 'N'
              IF MASTER-CHANGED
                 PERFORM 290-REWRITE-MASTER
              ELSE
                 DISPLAY "-- No changes, master left as it was --"
              END-IF
           END-IF.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Reads the master whole into the table. A missing file is an
      * empty master (first run ever); a file with more rows than
      * the table is a hard stop - continuing would rewrite the
      * master without the rows that didn't fit
       200-LOAD-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPERATOR-MASTER-STATUS = "35"
              DISPLAY "-- operator_master.txt not found, "
                 "starting an empty master --"
           ELSE
              PERFORM UNTIL OPERATOR-MASTER-STATUS = "10"
                 OR MASTER-LOAD-FAILED
                 READ OPERATOR-MASTER-FILE INTO OPERATOR-RECORD
                    AT END MOVE "10" TO OPERATOR-MASTER-STATUS
                    NOT AT END
                       IF OPERATOR-MASTER-COUNT < 200
                          ADD 1 TO OPERATOR-MASTER-COUNT
                          SET OM-IDX TO OPERATOR-MASTER-COUNT
                          MOVE OP-OPERATOR-ID TO OM-TBL-ID(OM-IDX)
                          MOVE OP-OPERATOR-NAME
                             TO OM-TBL-NAME(OM-IDX)
                          MOVE OP-ACTIVE-FLAG
                             TO OM-TBL-ACTIVE(OM-IDX)
                          MOVE OP-PERMISSIONS
                             TO OM-TBL-PERMISSIONS(OM-IDX)
                       ELSE
                          DISPLAY "-- operator_master.txt has "
                             "more than 200 rows - not loading, "
                             "not touching the file --"
                          MOVE 'Y' TO MASTER-LOAD-FAILED-FLAG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER-FILE
           END-IF.


      * One trip around the maintenance loop. Everything but the
      * listing changes the master, and is held to the operator's
      * operator-maintenance permission first, read fresh off the
      * master - except while the first master is being set up,
      * when there is none on disk yet
       201-TAKE-MAINT-TRANSACTION.
           DISPLAY "Enter Transaction (A-Add, C-Change Name, "
              "P-Permissions, I-Inactivate, R-Reactivate, L-List, "
              "X-Exit)".
           ACCEPT MAINT-CHOICE.
           MOVE 'Y' TO OPERATOR-ACCESS-FLAG.
           IF (MAINT-ADD OR MAINT-CHANGE OR MAINT-PERMISSIONS
              OR MAINT-INACTIVATE OR MAINT-REACTIVATE)
              AND NOT MASTER-BOOTSTRAP
              MOVE 7 TO OPERATOR-FUNCTION
              PERFORM 197-CHECK-OPERATOR-ACCESS
           END-IF.
           EVALUATE TRUE
              WHEN NOT OPERATOR-ACCESS-GRANTED
                 DISPLAY "-- Transaction refused --"
              WHEN MAINT-ADD
                 PERFORM 210-ADD-OPERATOR
              WHEN MAINT-CHANGE
                 PERFORM 211-CHANGE-OPERATOR-NAME
              WHEN MAINT-PERMISSIONS
                 PERFORM 212-SET-PERMISSIONS
              WHEN MAINT-INACTIVATE
                 PERFORM 213-INACTIVATE-OPERATOR
              WHEN MAINT-REACTIVATE
                 PERFORM 214-REACTIVATE-OPERATOR
              WHEN MAINT-LIST
                 PERFORM 215-LIST-OPERATORS
              WHEN MAINT-EXIT
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- Enter A, C, P, I, R, L or X --"
           END-EVALUATE.


      * Prompts for an operator ID and re-prompts until it isn't
      * blank, leaving it in MAINT-OPERATOR-ID and its table
      * position (or zero) in MAINT-ENTRY-NUMBER
       302-ACCEPT-OPERATOR-ID.
           MOVE SPACES TO MAINT-OPERATOR-ID.
           PERFORM UNTIL MAINT-OPERATOR-ID NOT = SPACES
              DISPLAY "Enter Operator ID (8 characters)"
              ACCEPT MAINT-OPERATOR-ID
              IF MAINT-OPERATOR-ID = SPACES
                 DISPLAY "-- Operator ID cannot be blank, "
                    "re-enter --"
              END-IF
           END-PERFORM.
           PERFORM 220-FIND-OPERATOR-ENTRY.


      * Prompts for an operator name and re-prompts until it isn't
      * blank
       303-ACCEPT-OPERATOR-NAME.
           MOVE SPACES TO MAINT-OPERATOR-NAME.
           PERFORM UNTIL MAINT-OPERATOR-NAME NOT = SPACES
              DISPLAY "Enter Operator Name (30 characters)"
              ACCEPT MAINT-OPERATOR-NAME
              IF MAINT-OPERATOR-NAME = SPACES
                 DISPLAY "-- Operator Name cannot be blank, "
                    "re-enter --"
              END-IF
           END-PERFORM.


      * Prompts for the seven permission bytes and re-prompts until
      * every one is Y or N, leaving them in WS-PERMISSIONS-INPUT
       304-ACCEPT-PERMISSIONS.
           MOVE 'N' TO PERMISSIONS-OK-FLAG.
           PERFORM UNTIL PERMISSIONS-OK
              DISPLAY "Enter Permissions, Y or N for each of: "
                 "Employee, Compensation, Dept/grade, Purge, "
                 "Restore, Pend-cancel, Operators (e.g. YNNNNNN)"
              ACCEPT WS-PERMISSIONS-INPUT
              INSPECT WS-PERMISSIONS-INPUT CONVERTING "yn" TO "YN"
              MOVE 'Y' TO PERMISSIONS-OK-FLAG
              PERFORM VARYING PERMISSION-SUB FROM 1 BY 1
                 UNTIL PERMISSION-SUB > 7
                 IF WS-PERMISSIONS-INPUT(PERMISSION-SUB:1) NOT = 'Y'
                    AND WS-PERMISSIONS-INPUT(PERMISSION-SUB:1)
                       NOT = 'N'
                    MOVE 'N' TO PERMISSIONS-OK-FLAG
                 END-IF
              END-PERFORM
              IF NOT PERMISSIONS-OK
                 DISPLAY "-- Permissions must be seven Y or N "
                    "characters, re-enter --"
              END-IF
           END-PERFORM.


      * Locates MAINT-OPERATOR-ID in the table, leaving its entry
      * number (or zero) in MAINT-ENTRY-NUMBER
       220-FIND-OPERATOR-ENTRY.
           MOVE ZERO TO MAINT-ENTRY-NUMBER.
           PERFORM VARYING OM-IDX FROM 1 BY 1
              UNTIL OM-IDX > OPERATOR-MASTER-COUNT
              IF OM-TBL-ID(OM-IDX) = MAINT-OPERATOR-ID
                 SET MAINT-ENTRY-NUMBER TO OM-IDX
              END-IF
           END-PERFORM.


      * ADD - a new operator goes on the end of the master, active,
      * provided the ID isn't already there and the table has room
       210-ADD-OPERATOR.
           PERFORM 302-ACCEPT-OPERATOR-ID.
           IF MAINT-ENTRY-NUMBER > ZERO
              DISPLAY "-- Operator " MAINT-OPERATOR-ID
                 " is already on the master, not added --"
           ELSE
              IF OPERATOR-MASTER-COUNT >= 200
                 DISPLAY "-- Master is full, not added --"
              ELSE
                 PERFORM 303-ACCEPT-OPERATOR-NAME
                 PERFORM 304-ACCEPT-PERMISSIONS
                 ADD 1 TO OPERATOR-MASTER-COUNT
                 SET OM-IDX TO OPERATOR-MASTER-COUNT
                 MOVE MAINT-OPERATOR-ID TO OM-TBL-ID(OM-IDX)
                 MOVE MAINT-OPERATOR-NAME TO OM-TBL-NAME(OM-IDX)
                 MOVE 'Y' TO OM-TBL-ACTIVE(OM-IDX)
                 MOVE WS-PERMISSIONS-INPUT
                    TO OM-TBL-PERMISSIONS(OM-IDX)
                 MOVE 'Y' TO MASTER-CHANGED-FLAG
                 ADD 1 TO OPERATORS-ADDED-COUNT
                 DISPLAY "-- Operator " MAINT-OPERATOR-ID
                    " added --"
              END-IF
           END-IF.


      * CHANGE - renames an existing operator in place
       211-CHANGE-OPERATOR-NAME.
           PERFORM 302-ACCEPT-OPERATOR-ID.
           IF MAINT-ENTRY-NUMBER = ZERO
              DISPLAY "-- Operator " MAINT-OPERATOR-ID
                 " is not on the master --"
           ELSE
              SET OM-IDX TO MAINT-ENTRY-NUMBER
              DISPLAY "-- Current name: " OM-TBL-NAME(OM-IDX) " --"
              PERFORM 303-ACCEPT-OPERATOR-NAME
              MOVE MAINT-OPERATOR-NAME TO OM-TBL-NAME(OM-IDX)
              MOVE 'Y' TO MASTER-CHANGED-FLAG
              ADD 1 TO OPERATORS-CHANGED-COUNT
              DISPLAY "-- Operator " MAINT-OPERATOR-ID
                 " renamed --"
           END-IF.


      * PERMISSIONS - replaces an operator's seven permission bytes,
      * showing the current ones first. The operator signed on
      * can't take away their own operator-maintenance permission -
      * one slip and nobody could get back in to put it right
       212-SET-PERMISSIONS.
           PERFORM 302-ACCEPT-OPERATOR-ID.
           IF MAINT-ENTRY-NUMBER = ZERO
              DISPLAY "-- Operator " MAINT-OPERATOR-ID
                 " is not on the master --"
           ELSE
              SET OM-IDX TO MAINT-ENTRY-NUMBER
              DISPLAY "-- Current permissions: "
                 OM-TBL-PERMISSIONS(OM-IDX) " --"
              PERFORM 304-ACCEPT-PERMISSIONS
              IF MAINT-OPERATOR-ID = OPERATOR-ID
                 AND WS-PERMISSIONS-INPUT(7:1) NOT = 'Y'
                 DISPLAY "-- You can't remove your own Operators "
                    "permission, not changed --"
              ELSE
                 MOVE WS-PERMISSIONS-INPUT
                    TO OM-TBL-PERMISSIONS(OM-IDX)
                 MOVE 'Y' TO MASTER-CHANGED-FLAG
                 ADD 1 TO OPERATORS-CHANGED-COUNT
                 DISPLAY "-- Operator " MAINT-OPERATOR-ID
                    " permissions set to " WS-PERMISSIONS-INPUT
                    " --"
              END-IF
           END-IF.


      * INACTIVATE - turns an operator away at every sign-on from
      * now on, leaving them on the master for the audit lines that
      * carry their ID. Not for the operator signed on, for the
      * same reason 212 guards their own permission
       213-INACTIVATE-OPERATOR.
           PERFORM 302-ACCEPT-OPERATOR-ID.
           EVALUATE TRUE
              WHEN MAINT-ENTRY-NUMBER = ZERO
                 DISPLAY "-- Operator " MAINT-OPERATOR-ID
                    " is not on the master --"
              WHEN MAINT-OPERATOR-ID = OPERATOR-ID
                 DISPLAY "-- You can't inactivate yourself, "
                    "not changed --"
              WHEN OTHER
                 SET OM-IDX TO MAINT-ENTRY-NUMBER
                 IF OM-TBL-ACTIVE(OM-IDX) NOT = 'Y'
                    DISPLAY "-- Operator " MAINT-OPERATOR-ID
                       " is already inactive --"
                 ELSE
                    MOVE 'N' TO OM-TBL-ACTIVE(OM-IDX)
                    MOVE 'Y' TO MASTER-CHANGED-FLAG
                    ADD 1 TO OPERATORS-CHANGED-COUNT
                    DISPLAY "-- Operator " MAINT-OPERATOR-ID
                       " inactivated --"
                 END-IF
           END-EVALUATE.


      * REACTIVATE - lets an inactive operator sign on again, with
      * whatever permissions they held when they were inactivated
       214-REACTIVATE-OPERATOR.
           PERFORM 302-ACCEPT-OPERATOR-ID.
           IF MAINT-ENTRY-NUMBER = ZERO
              DISPLAY "-- Operator " MAINT-OPERATOR-ID
                 " is not on the master --"
           ELSE
              SET OM-IDX TO MAINT-ENTRY-NUMBER
              IF OM-TBL-ACTIVE(OM-IDX) = 'Y'
                 DISPLAY "-- Operator " MAINT-OPERATOR-ID
                    " is already active --"
              ELSE
                 MOVE 'Y' TO OM-TBL-ACTIVE(OM-IDX)
                 MOVE 'Y' TO MASTER-CHANGED-FLAG
                 ADD 1 TO OPERATORS-CHANGED-COUNT
                 DISPLAY "-- Operator " MAINT-OPERATOR-ID
                    " reactivated, permissions "
                    OM-TBL-PERMISSIONS(OM-IDX) " --"
              END-IF
           END-IF.


      * LIST - every operator on the master, as it stands in this
      * session, with the permission bytes under a legend
       215-LIST-OPERATORS.
           IF OPERATOR-MASTER-COUNT = ZERO
              DISPLAY "-- No operators on the master --"
           ELSE
              DISPLAY "ID        NAME                            "
                 "STATUS    ECDPRQO"
              PERFORM VARYING OM-IDX FROM 1 BY 1
                 UNTIL OM-IDX > OPERATOR-MASTER-COUNT
                 MOVE OM-TBL-ID(OM-IDX) TO OLL-OPERATOR-ID
                 MOVE OM-TBL-NAME(OM-IDX) TO OLL-OPERATOR-NAME
                 IF OM-TBL-ACTIVE(OM-IDX) = 'Y'
                    MOVE "ACTIVE" TO OLL-ACTIVE
                 ELSE
                    MOVE "INACTIVE" TO OLL-ACTIVE
                 END-IF
                 MOVE OM-TBL-PERMISSIONS(OM-IDX) TO OLL-PERMISSIONS
                 DISPLAY OPERATOR-LIST-LINE
              END-PERFORM
              DISPLAY "-- E Employee, C Compensation, D Dept/grade, "
                 "P Purge, R Restore, Q Pend-cancel, O Operators --"
           END-IF.


      * First run ever - there's no master, so the operator setting
      * one up goes on it first, active and holding every
      * permission, or nobody could ever sign on to add anyone
       216-ADD-FIRST-OPERATOR.
           DISPLAY "-- Adding " OPERATOR-ID " as the first "
              "operator, with every permission --".
           PERFORM 303-ACCEPT-OPERATOR-NAME.
           ADD 1 TO OPERATOR-MASTER-COUNT.
           SET OM-IDX TO OPERATOR-MASTER-COUNT.
           MOVE OPERATOR-ID TO OM-TBL-ID(OM-IDX).
           MOVE MAINT-OPERATOR-NAME TO OM-TBL-NAME(OM-IDX).
           MOVE 'Y' TO OM-TBL-ACTIVE(OM-IDX).
           MOVE "YYYYYYY" TO OM-TBL-PERMISSIONS(OM-IDX).
           MOVE 'Y' TO MASTER-CHANGED-FLAG.
           ADD 1 TO OPERATORS-ADDED-COUNT.


      * Rewrites operator_master.txt whole from the table. Only
      * reached when something actually changed and the load was
      * complete, so nothing can be silently dropped
       290-REWRITE-MASTER.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           PERFORM VARYING OM-IDX FROM 1 BY 1
              UNTIL OM-IDX > OPERATOR-MASTER-COUNT
              MOVE OM-TBL-ID(OM-IDX) TO OP-OPERATOR-ID
              MOVE OM-TBL-NAME(OM-IDX) TO OP-OPERATOR-NAME
              MOVE OM-TBL-ACTIVE(OM-IDX) TO OP-ACTIVE-FLAG
              MOVE OM-TBL-PERMISSIONS(OM-IDX) TO OP-PERMISSIONS
              WRITE OPERATOR-MASTER-LINE FROM OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           DISPLAY "-- operator_master.txt rewritten, "
              OPERATOR-MASTER-COUNT " operators --".

      * Prompts once per run for the operator ID stamped on the
      * run-control log, and signs it on against the operator
      * master - an operator who isn't on it, is inactive, or
      * hasn't been given the operator-maintenance permission is
      * turned away before anything is opened. With no master on
      * file at all, this run is the one that sets it up
       198-ACCEPT-OPERATOR-ID.
           DISPLAY "Enter Operator ID".
           ACCEPT OPERATOR-ID.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPERATOR-MASTER-STATUS = "35"
              MOVE 'Y' TO MASTER-BOOTSTRAP-FLAG
              DISPLAY "-- No operator master on file yet, "
                 "setting one up --"
           ELSE
              IF OPERATOR-MASTER-STATUS = "00"
                 CLOSE OPERATOR-MASTER-FILE
              END-IF
              MOVE 7 TO OPERATOR-FUNCTION
              PERFORM 197-CHECK-OPERATOR-ACCESS
              IF NOT OPERATOR-ACCESS-GRANTED
                 DISPLAY "-- Sign-on refused, not starting --"
                 STOP RUN
              END-IF
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
           MOVE "OPERATOR-MAINT" TO SEC-JOB-NAME.
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
           MOVE "OPERATOR-MAINT" TO RC-JOB-NAME.
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
      * still sitting in the record so the pair can be matched, with
      * the operators on the master, added and changed
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
           MOVE OPERATOR-MASTER-COUNT TO RC-COUNT-1.
           MOVE OPERATORS-ADDED-COUNT TO RC-COUNT-2.
           MOVE OPERATORS-CHANGED-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM OPERATOR-MAINT.
