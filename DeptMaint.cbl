      *          record carrying a code that's no longer on the
      *          master. The file is only rewritten on the way out,
      *          and never loaded with silent truncation - too many
      *          rows is a hard stop, not a shrug. Each department
      *          carries an authorized headcount - the positions
      *          budgeted for it, which the employee maintenance
      *          programs hold ADDs, TRANSFERs and REHIREs to - set
      *          on ADD or with H, blank for a department nobody
      *          controls. Each department also carries the general
      *          ledger cost center its labor cost is booked to,
      *          set on ADD or with G, which LABOR-COST-GL puts on
      *          the month-end GL interface file; blank until
      *          finance assigns one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINT.
                 WITH DUPLICATES
              FILE STATUS IS EMPLOYEE-FILE-STATUS.

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
       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  EMPLOYEE-FILE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-NAME      PIC A(20).
               10  DM-TBL-AUTHORIZED PIC X(4).
               10  DM-TBL-COST-CENTER PIC X(6).
       01  DEPARTMENT-MASTER-COUNT  PIC 9(4) VALUE ZERO.
       01  DEPARTMENT-MASTER-STATUS PIC XX.

       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

       01  EMPLOYEE-FILE-STATUS     PIC XX.

           88  MAINT-CHANGE         VALUE 'C' 'c'.
           88  MAINT-DELETE         VALUE 'D' 'd'.
           88  MAINT-FLAG-ORPHANS   VALUE 'F' 'f'.
           88  MAINT-HEADCOUNT      VALUE 'H' 'h'.
           88  MAINT-SET-COST-CENTER VALUE 'G' 'g'.
           88  MAINT-EXIT           VALUE 'X' 'x'.

      * Department code being worked on, keyed as plain characters
      * Department name being keyed
       01  MAINT-DEPT-NAME          PIC A(20).

      * Authorized headcount being keyed - four digits, or blank
      * for a department with no position control
       01  WS-HEADCOUNT-INPUT       PIC X(4).
       01  HEADCOUNT-OK-FLAG        PIC A.
           88  HEADCOUNT-OK         VALUE 'Y'.
       01  MAINT-AUTHORIZED-HEADCOUNT PIC 9(4).

      * GL cost center being keyed - blank for a department finance
      * hasn't assigned one yet
       01  MAINT-COST-CENTER        PIC X(6).

      * Active and on-leave employees filling the department in
      * hand, from 232's scan, shown against the authorization
       01  FILLED-POSITIONS-COUNT   PIC 9(6).

      * Where the code in hand sits in the table (zero = not there)
       01  MAINT-ENTRY-NUMBER       PIC 9(4).

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
      * Loads the master, takes maintenance transactions until the
                          SET DM-IDX TO DEPARTMENT-MASTER-COUNT
                          MOVE DM-DEPT-CODE TO DM-TBL-CODE(DM-IDX)
                          MOVE DM-DEPT-NAME TO DM-TBL-NAME(DM-IDX)
                          MOVE DM-AUTHORIZED-HEADCOUNT
                             TO DM-TBL-AUTHORIZED(DM-IDX)
                          MOVE DM-COST-CENTER
                             TO DM-TBL-COST-CENTER(DM-IDX)
                       ELSE
                          DISPLAY "-- department_master.txt has "
                             "more than 500 rows - not loading, "
           END-IF.


      * One trip around the maintenance loop. Anything that changes
      * the master is held to the operator's department and grade
      * maintenance permission first, read fresh off the operator
      * master
       201-TAKE-MAINT-TRANSACTION.
           DISPLAY "Enter Transaction (A-Add, C-Change, D-Delete, "
              "H-Headcount, G-GL Cost Center, F-Flag Orphans, "
              "X-Exit)".
           ACCEPT MAINT-CHOICE.
           MOVE 'Y' TO OPERATOR-ACCESS-FLAG.
           IF MAINT-ADD OR MAINT-CHANGE OR MAINT-DELETE
              OR MAINT-HEADCOUNT OR MAINT-SET-COST-CENTER
              MOVE 3 TO OPERATOR-FUNCTION
              PERFORM 197-CHECK-OPERATOR-ACCESS
           END-IF.
           EVALUATE TRUE
              WHEN NOT OPERATOR-ACCESS-GRANTED
                 DISPLAY "-- Transaction refused --"
              WHEN MAINT-ADD
                 PERFORM 210-ADD-DEPARTMENT
              WHEN MAINT-CHANGE
                 PERFORM 211-CHANGE-DEPARTMENT
              WHEN MAINT-DELETE
                 PERFORM 212-DELETE-DEPARTMENT
              WHEN MAINT-HEADCOUNT
                 PERFORM 215-SET-AUTHORIZED-HEADCOUNT
              WHEN MAINT-SET-COST-CENTER
                 PERFORM 216-SET-COST-CENTER
              WHEN MAINT-FLAG-ORPHANS
                 PERFORM 213-FLAG-ORPHAN-EMPLOYEES
              WHEN MAINT-EXIT
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- Enter A, C, D, H, G, F or X --"
           END-EVALUATE.


           END-PERFORM.


      * Prompts for an authorized headcount and re-prompts until
      * it's four digits or blank, leaving it in WS-HEADCOUNT-INPUT
       304-ACCEPT-AUTHORIZED-HEADCOUNT.
           MOVE 'N' TO HEADCOUNT-OK-FLAG.
           PERFORM UNTIL HEADCOUNT-OK
              DISPLAY "Enter Authorized Headcount (9999, blank for "
                 "no position control)"
              ACCEPT WS-HEADCOUNT-INPUT
              IF WS-HEADCOUNT-INPUT IS NUMERIC
                 OR WS-HEADCOUNT-INPUT = SPACES
                 MOVE 'Y' TO HEADCOUNT-OK-FLAG
              ELSE
                 DISPLAY "-- Authorized Headcount must be four "
                    "digits or blank, re-enter --"
              END-IF
           END-PERFORM.


      * Prompts for a GL cost center - six characters as finance
      * issues them, or blank for none yet - leaving it in
      * MAINT-COST-CENTER
       305-ACCEPT-COST-CENTER.
           DISPLAY "Enter GL Cost Center (6 characters, blank for "
              "none assigned)".
           ACCEPT MAINT-COST-CENTER.


      * Locates MAINT-DEPT-CODE in the table, leaving its entry
      * number (or zero) in MAINT-ENTRY-NUMBER
       220-FIND-DEPARTMENT-ENTRY.
                 DISPLAY "-- Master is full, not added --"
              ELSE
                 PERFORM 303-ACCEPT-DEPT-NAME
                 PERFORM 304-ACCEPT-AUTHORIZED-HEADCOUNT
                 PERFORM 305-ACCEPT-COST-CENTER
                 ADD 1 TO DEPARTMENT-MASTER-COUNT
                 SET DM-IDX TO DEPARTMENT-MASTER-COUNT
                 MOVE MAINT-DEPT-CODE TO DM-TBL-CODE(DM-IDX)
                 MOVE MAINT-DEPT-NAME TO DM-TBL-NAME(DM-IDX)
                 MOVE WS-HEADCOUNT-INPUT TO DM-TBL-AUTHORIZED(DM-IDX)
                 MOVE MAINT-COST-CENTER TO DM-TBL-COST-CENTER(DM-IDX)
                 MOVE 'Y' TO MASTER-CHANGED-FLAG
                 DISPLAY "-- Department " MAINT-DEPT-CODE
                    " added --"
           END-IF.


      * HEADCOUNT - sets or clears a department's authorized
      * headcount. The current authorization and the positions
      * actually filled are shown first; an authorization below
      * what's already filled is taken - budgets do get cut - but
      * flagged, since every move into the department will then be
      * refused until attrition catches up or someone overrides
       215-SET-AUTHORIZED-HEADCOUNT.
           PERFORM 302-ACCEPT-DEPT-CODE.
           IF MAINT-ENTRY-NUMBER = ZERO
              DISPLAY "-- Department " MAINT-DEPT-CODE
                 " is not on the master --"
           ELSE
              SET DM-IDX TO MAINT-ENTRY-NUMBER
              PERFORM 232-COUNT-FILLED-POSITIONS
              IF DM-TBL-AUTHORIZED(DM-IDX) = SPACES
                 DISPLAY "-- Current authorization: none, "
                    FILLED-POSITIONS-COUNT " filled --"
              ELSE
                 DISPLAY "-- Current authorization: "
                    DM-TBL-AUTHORIZED(DM-IDX) ", "
                    FILLED-POSITIONS-COUNT " filled --"
              END-IF
              PERFORM 304-ACCEPT-AUTHORIZED-HEADCOUNT
              SET DM-IDX TO MAINT-ENTRY-NUMBER
              MOVE WS-HEADCOUNT-INPUT TO DM-TBL-AUTHORIZED(DM-IDX)
              MOVE 'Y' TO MASTER-CHANGED-FLAG
              IF WS-HEADCOUNT-INPUT = SPACES
                 DISPLAY "-- Department " MAINT-DEPT-CODE
                    " no longer under position control --"
              ELSE
                 DISPLAY "-- Department " MAINT-DEPT-CODE
                    " authorized for " WS-HEADCOUNT-INPUT " --"
                 MOVE WS-HEADCOUNT-INPUT TO MAINT-AUTHORIZED-HEADCOUNT
                 IF FILLED-POSITIONS-COUNT > MAINT-AUTHORIZED-HEADCOUNT
                    DISPLAY "-- Warning: " FILLED-POSITIONS-COUNT
                       " already filled, over the new "
                       "authorization --"
                 END-IF
              END-IF
           END-IF.


      * COST CENTER - sets or clears the GL cost center a
      * department's labor cost is booked to. The current one is
      * shown first; clearing it is taken but warned about, since
      * the department then goes to the GL file uncoded
       216-SET-COST-CENTER.
           PERFORM 302-ACCEPT-DEPT-CODE.
           IF MAINT-ENTRY-NUMBER = ZERO
              DISPLAY "-- Department " MAINT-DEPT-CODE
                 " is not on the master --"
           ELSE
              SET DM-IDX TO MAINT-ENTRY-NUMBER
              IF DM-TBL-COST-CENTER(DM-IDX) = SPACES
                 DISPLAY "-- Current cost center: none --"
              ELSE
                 DISPLAY "-- Current cost center: "
                    DM-TBL-COST-CENTER(DM-IDX) " --"
              END-IF
              PERFORM 305-ACCEPT-COST-CENTER
              MOVE MAINT-COST-CENTER TO DM-TBL-COST-CENTER(DM-IDX)
              MOVE 'Y' TO MASTER-CHANGED-FLAG
              IF MAINT-COST-CENTER = SPACES
                 DISPLAY "-- Department " MAINT-DEPT-CODE
                    " has no cost center, its labor cost will "
                    "go to the GL uncoded --"
              ELSE
                 DISPLAY "-- Department " MAINT-DEPT-CODE
                    " booked to cost center " MAINT-COST-CENTER " --"
              END-IF
           END-IF.


      * DELETE - removes a department from the master, but only
      * when no employee record still carries its code. Removing a
      * live department would make every one of its employees fail
              UNTIL DM-IDX >= DEPARTMENT-MASTER-COUNT
              MOVE DM-TBL-CODE(DM-IDX + 1) TO DM-TBL-CODE(DM-IDX)
              MOVE DM-TBL-NAME(DM-IDX + 1) TO DM-TBL-NAME(DM-IDX)
              MOVE DM-TBL-AUTHORIZED(DM-IDX + 1)
                 TO DM-TBL-AUTHORIZED(DM-IDX)
              MOVE DM-TBL-COST-CENTER(DM-IDX + 1)
                 TO DM-TBL-COST-CENTER(DM-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM DEPARTMENT-MASTER-COUNT.

           END-EVALUATE.


      * Counts the active and on-leave employees in MAINT-DEPT-CODE
      * - the positions the authorization is measured against. A
      * blank status from before the status byte existed counts as
      * active, same as everywhere else
       232-COUNT-FILLED-POSITIONS.
           MOVE ZERO TO FILLED-POSITIONS-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           EVALUATE EMPLOYEE-FILE-STATUS
              WHEN "00"
                 MOVE 'N' TO SCAN-DONE-FLAG
                 PERFORM UNTIL SCAN-DONE
                    READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SCAN-DONE-FLAG
                       NOT AT END
                          IF FILE-DEPARTMENT-CODE = MAINT-DEPT-CODE
                             AND (FILE-EMP-ACTIVE
                             OR FILE-EMP-ON-LEAVE
                             OR FILE-EMPLOYMENT-STATUS = SPACE)
                             ADD 1 TO FILLED-POSITIONS-COUNT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE EMPLOYEE-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "-- Employee file could not be read, "
                    "status " EMPLOYEE-FILE-STATUS
                    " - filled count not available --"
           END-EVALUATE.


      * Flags every employee record whose department code is no
      * longer on the master - the mess a hand-edit typo used to
      * cause, surfaced on demand instead of at entry time
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT
              MOVE DM-TBL-CODE(DM-IDX) TO DM-DEPT-CODE
              MOVE DM-TBL-NAME(DM-IDX) TO DM-DEPT-NAME
              MOVE DM-TBL-AUTHORIZED(DM-IDX)
                 TO DM-AUTHORIZED-HEADCOUNT
              MOVE DM-TBL-COST-CENTER(DM-IDX) TO DM-COST-CENTER
              WRITE DEPARTMENT-MASTER-LINE
                 FROM DEPARTMENT-MASTER-RECORD
           END-PERFORM.
              DEPARTMENT-MASTER-COUNT " departments --".

      * Prompts once per run for the operator ID stamped on the
      * run-control log, and signs it on against the operator
      * master - an operator who isn't on it, is inactive, or
      * hasn't been given the department and grade maintenance
      * permission is turned away before anything is opened
       198-ACCEPT-OPERATOR-ID.
           DISPLAY "Enter Operator ID".
           ACCEPT OPERATOR-ID.
           MOVE 3 TO OPERATOR-FUNCTION.
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
           MOVE "DEPT-MAINT" TO SEC-JOB-NAME.
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
