      *          reason code instead of stopping to re-prompt. Meant
      *          for the overnight HR load: the morning after, the
      *          exceptions report is the one listing handed back.
      *          ADD, CHANGE and REHIRE carry the employee's
      *          supervisor, checked against the employee file the
      *          same way ASSIGNMENT-1 checks a keyed one. An ADD,
      *          TRANSFER or REHIRE, a CHANGE that moves department,
      *          or a STATUS taking a terminated employee back to
      *          active or on leave, that would take a department past
      *          its authorized headcount rejects unless the line
      *          carries the override, which is audited. A STATUS
      *          that terminates must carry the termination reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-UPDATE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  TRANSACTION-FILE.
       01  TRANSACTION-LINE PIC X(88).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE PIC X(123).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  PAYGRADE-MASTER-FILE.
       01  PAYGRADE-MASTER-LINE PIC X(40).
       01  HISTORY-FILE-LINE PIC X(32).

       FD  PENDING-FILE.
       01  PENDING-FILE-LINE PIC X(104).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  LEAVE-FILE.
       01  LEAVE-FILE-LINE PIC X(35).
      * type doesn't use ride along blank. A RAISE carries the new
      * pay grade and salary (cents, no point) in the trailing
      * fields; an ADD or CHANGE carries them too, since the record
      * now holds compensation. The supervisor rides last on an
      * ADD, CHANGE or REHIRE: blank leaves a CHANGE or REHIRE's
      * supervisor as it stands (and an ADD with nobody), zeros
      * clear it - lines cut before the field existed read as blank.
      * Then the headcount override: 'Y' lets an ADD, TRANSFER or
      * REHIRE, a department-changing CHANGE or a STATUS bringing a
      * terminated employee back take a department past its
      * authorized headcount, and the override is written to the
      * audit trail. The last two
      * bytes are the termination reason, required on a STATUS to
      * 'T' (RS, RT, DS, EC, DC or OT) and ignored otherwise
       01  TRANSACTION-RECORD.
           05  TR-CODE               PIC X.
               88  TR-ADD            VALUE 'A'.
           05  TR-EMPLOYMENT-STATUS  PIC X.
               88  TR-STATUS-VALID   VALUE 'A' 'L' 'T'.
               88  TR-STATUS-LEAVE   VALUE 'L'.
               88  TR-STATUS-TERMINATED VALUE 'T'.
           05  TR-PAY-GRADE          PIC XX.
           05  TR-SALARY             PIC X(9).
           05  TR-LEAVE-TYPE         PIC X.
               88  TR-LEAVE-TYPE-VALID VALUE 'M' 'P' 'U' 'O'.
           05  TR-RETURN-DATE        PIC X(8).
           05  TR-SUPERVISOR-ID      PIC X(6).
           05  TR-HEADCOUNT-OVERRIDE PIC X.
               88  TR-OVERRIDE-HEADCOUNT VALUE 'Y'.
           05  TR-TERMINATION-REASON PIC XX.
               88  TR-TERM-REASON-VALID VALUE 'RS' 'RT' 'DS' 'EC'
                                              'DC' 'OT'.

      * Work area for deriving YEARS-OF-SERVICE from the
      * transaction's hire date, same as ASSIGNMENT-1
           88  TRANSACTION-FOUND    VALUE 'Y'.

      * One row per line of DEPARTMENT-MASTER-FILE, loaded into memory
      * once at startup, same as ASSIGNMENT-1. Each row carries the
      * department's authorized headcount (a blank authorization
      * leaves the department uncontrolled) and how many active and
      * on-leave employees fill it - counted off the employee file
      * at startup and kept current as transactions apply
       01  DEPARTMENT-MASTER-TABLE.
           05  DEPARTMENT-MASTER-ENTRY OCCURS 500 TIMES
                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-NAME      PIC A(20).
               10  DM-TBL-CONTROLLED-FLAG PIC A.
                   88  DM-TBL-CONTROLLED VALUE 'Y'.
               10  DM-TBL-AUTHORIZED PIC 9(4).
               10  DM-TBL-FILLED    PIC 9(4).
       01  DEPARTMENT-MASTER-COUNT  PIC 9(4) VALUE ZERO.
       01  DEPARTMENT-MASTER-STATUS PIC XX.

       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Set by 221-VALIDATE-DEPARTMENT-CODE
       01  DEPARTMENT-CODE-VALID-FLAG PIC A VALUE 'N'.
           88  DEPARTMENT-CODE-VALID     VALUE 'Y'.

      * One employee's position moving between departments' filled
      * counts - where they counted before the transaction and
      * where they count after. Active, on-leave and legacy blank
      * statuses fill a position; 'X' stands for not on file
       01  HC-OLD-DEPARTMENT        PIC 999.
       01  HC-OLD-STATUS            PIC X.
           88  HC-OLD-COUNTED       VALUE 'A' 'L' SPACE.
       01  HC-NEW-DEPARTMENT        PIC 999.
       01  HC-NEW-STATUS            PIC X.
           88  HC-NEW-COUNTED       VALUE 'A' 'L' SPACE.

      * The department 238 looks up, and where it sits in the table
      * (zero = not on the master, so not tracked)
       01  HC-LOOKUP-DEPARTMENT     PIC 999.
       01  HC-ENTRY-NUMBER          PIC 9(4).

      * Set by 335-CHECK-AUTHORIZED-HEADCOUNT. When it refuses,
      * EXC-REASON-CODE/TEXT already say why
       01  HEADCOUNT-CHECK-FLAG     PIC A VALUE 'Y'.
           88  HEADCOUNT-OK         VALUE 'Y'.
           88  HEADCOUNT-OVERRIDDEN VALUE 'O'.
           88  HEADCOUNT-REFUSED    VALUE 'N'.

      * flag for the headcount scan of the employee file
       01  SCAN-DONE-FLAG           PIC A.
           88  SCAN-DONE            VALUE 'Y'.

      * One row per line of PAYGRADE-MASTER-FILE, loaded into memory
      * once at startup, same as ASSIGNMENT-1
       01  PAYGRADE-MASTER-TABLE.
      * Pay grade carried over to the record being written
       01  ENTERED-PAY-GRADE        PIC XX.

      * Supervisor carried over to the record being written, and
      * whether the transaction keyed one at all - a blank one
      * leaves a CHANGE or REHIRE's supervisor alone
       01  ENTERED-SUPERVISOR-ID    PIC 9(6).
       01  SUPERVISOR-KEYED-FLAG    PIC A VALUE 'N'.
           88  SUPERVISOR-KEYED     VALUE 'Y'.

      * Walk up the reporting chain from the entered supervisor,
      * one keyed read per level. Reaching the employee being
      * maintained means the change would close a loop. The level
      * cap stops the walk on a chain that already loops above the
      * employee - the org chart reports that one
       01  SUPERVISOR-CHAIN-ID      PIC 9(6).
       01  SUPERVISOR-CHAIN-LEVEL   PIC 9(4).
       01  MAXIMUM-CHAIN-LEVEL      PIC 9(4) VALUE 500.
       01  SUPERVISOR-LOOP-FLAG     PIC A VALUE 'N'.
           88  SUPERVISOR-LOOP      VALUE 'Y'.

       01  TRANSACTION-FILE-STATUS  PIC XX.
       01  EMPLOYEE-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS        PIC XX.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-REASON-TEXT      PIC X(28).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-TRANSACTION-IMAGE PIC X(88).

      * Exceptions report header, stamped with the run date
       01  EXCEPTION-RUN-DATE-RAW   PIC 9(8).
           05  FILLER               PIC X(9)  VALUE "  QUEUED ".
           05  ERT-QUEUED-COUNT     PIC ZZZZZ9.

       01  DASH-LINE PIC X(123) VALUE ALL "=".

      * Operator stamped on every audit record. An unattended run has
      * nobody at the keyboard, so the batch itself signs the trail
                    "batch not consumed --"
                 MOVE 'N' TO FLG-LOOPING
              ELSE
                 PERFORM 226-COUNT-DEPARTMENT-HEADCOUNTS
                 PERFORM 241-OPEN-AUDIT-FILE
                 PERFORM 242-OPEN-HISTORY-FILE
                 IF RESTARTED-RUN
                 MOVE "RETURN BEFORE LEAVE START"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN TR-STATUS AND TR-STATUS-TERMINATED
                 AND NOT TR-TERM-REASON-VALID
                 MOVE "E34" TO EXC-REASON-CODE
                 MOVE "TERMINATION REASON INVALID"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
           END-EVALUATE.
           IF TRANSACTION-VALID
              MOVE TR-EMPLOYEE-ID TO EMPLOYEE-ID
                 MOVE TR-LEAVE-TYPE TO ENTERED-LEAVE-TYPE
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              AND (TR-ADD OR TR-CHANGE OR TR-REHIRE)
              PERFORM 332-CHECK-SUPERVISOR
           END-IF.


      * Derives YEARS-OF-SERVICE from TEN-HIRE-DATE as whole elapsed
           END-IF.


      * Checks the transaction's supervisor once everything else on
      * the line has passed, since it costs employee-file reads. A
      * blank field means no supervisor keyed; zeros mean nobody
      * (top of the chart). Anyone else must be on file and active,
      * must not be the employee, and must not report up a chain
      * that leads back to the employee
       332-CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-KEYED-FLAG.
           MOVE ZERO TO ENTERED-SUPERVISOR-ID.
           EVALUATE TRUE
              WHEN TR-SUPERVISOR-ID = SPACES
                 CONTINUE
              WHEN TR-SUPERVISOR-ID NOT NUMERIC
                 MOVE "E28" TO EXC-REASON-CODE
                 MOVE "SUPERVISOR ID NOT NUMERIC"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN OTHER
                 MOVE 'Y' TO SUPERVISOR-KEYED-FLAG
                 MOVE TR-SUPERVISOR-ID TO ENTERED-SUPERVISOR-ID
                 IF ENTERED-SUPERVISOR-ID NOT = ZERO
                    PERFORM 333-VALIDATE-SUPERVISOR
                 END-IF
           END-EVALUATE.


      * Reads the entered supervisor and walks the chain above
      * them, leaving a reason code behind on the first problem
       333-VALIDATE-SUPERVISOR.
           MOVE ENTERED-SUPERVISOR-ID TO FILE-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN ENTERED-SUPERVISOR-ID = EMPLOYEE-ID
                 MOVE "E31" TO EXC-REASON-CODE
                 MOVE "CANNOT REPORT TO SELF"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN EMPLOYEE-FILE-STATUS = "23"
                 MOVE "E29" TO EXC-REASON-CODE
                 MOVE "SUPERVISOR NOT ON FILE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN EMPLOYEE-FILE-STATUS NOT = "00"
                 AND EMPLOYEE-FILE-STATUS NOT = "02"
                 MOVE "E12" TO EXC-REASON-CODE
                 MOVE "EMPLOYEE FILE I-O ERROR"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN NOT FILE-EMP-ACTIVE
                 AND FILE-EMPLOYMENT-STATUS NOT = SPACE
                 MOVE "E30" TO EXC-REASON-CODE
                 MOVE "SUPERVISOR NOT ACTIVE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN OTHER
                 MOVE 'N' TO SUPERVISOR-LOOP-FLAG
                 MOVE ZERO TO SUPERVISOR-CHAIN-LEVEL
                 MOVE FILE-SUPERVISOR-ID TO SUPERVISOR-CHAIN-ID
                 PERFORM 334-STEP-SUPERVISOR-CHAIN
                    UNTIL SUPERVISOR-CHAIN-ID = ZERO
                    OR SUPERVISOR-LOOP
                    OR SUPERVISOR-CHAIN-LEVEL > MAXIMUM-CHAIN-LEVEL
                 IF SUPERVISOR-LOOP
                    MOVE "E32" TO EXC-REASON-CODE
                    MOVE "SUPERVISOR CHAIN LOOPS BACK"
                       TO EXC-REASON-TEXT
                    MOVE 'N' TO TRANSACTION-VALID-FLAG
                 END-IF
           END-EVALUATE.


      * One level up the chain. A supervisor missing from the file
      * ends the walk - that is an orphan for the org chart to flag,
      * not a loop
       334-STEP-SUPERVISOR-CHAIN.
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


      * ADD transaction - writes the new record by key. Unlike the
      * interactive program this checks EMPLOYEE-FILE-STATUS
      * explicitly rather than relying on INVALID KEY phrases: a
      * hard I-O error (not just a duplicate key) must still land on
      * the exceptions report, or the trailer wouldn't balance and
      * the transaction would vanish from an unattended run. The new
      * hire must fit the department's authorized headcount first
       210-PROCESS-ADD.
           MOVE 'X' TO HC-OLD-STATUS.
           MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT.
           MOVE 'A' TO HC-NEW-STATUS.
           PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT.
           MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
           MOVE DEPARTMENT-CODE TO FILE-DEPARTMENT-CODE.
           MOVE LAST-NAME TO FILE-LAST-NAME.
           MOVE HIRE-DATE TO FILE-STATUS-DATE.
           MOVE ENTERED-PAY-GRADE TO FILE-PAY-GRADE.
           MOVE ENTERED-SALARY TO FILE-SALARY.
           MOVE ENTERED-SUPERVISOR-ID TO FILE-SUPERVISOR-ID.
           MOVE SPACES TO FILE-TERMINATION-REASON.
           IF HEADCOUNT-REFUSED
              PERFORM 320-WRITE-EXCEPTION
           ELSE
              WRITE FILE-EMPLOYEE-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
              EVALUATE EMPLOYEE-FILE-STATUS
                 WHEN "00"
                 WHEN "02"
                    MOVE "ADD" TO AUDIT-TRANSACTION-TYPE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    PERFORM 237-ADJUST-HEADCOUNT
                    IF HEADCOUNT-OVERRIDDEN
                       MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                       PERFORM 240-WRITE-AUDIT-RECORD
                    END-IF
                    ADD 1 TO TRANSACTIONS-APPLIED-COUNT
                 WHEN "22"
                    MOVE "E09" TO EXC-REASON-CODE
                    MOVE "DUPLICATE EMPLOYEE ID ON ADD"
                       TO EXC-REASON-TEXT
                    PERFORM 320-WRITE-EXCEPTION
                 WHEN OTHER
                    PERFORM 321-WRITE-IO-ERROR-EXCEPTION
              END-EVALUATE
           END-IF.


      * CHANGE transaction - reads the record by key and rewrites it
      * in place with the transaction's data, with the same explicit
      * status checks as 210. A CHANGE that moves an active or
      * on-leave employee to another department is held to that
      * department's authorized headcount the same as a TRANSFER
       211-PROCESS-CHANGE.
           MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
              INVALID KEY CONTINUE
           END-READ.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           IF (EMPLOYEE-FILE-STATUS = "00" OR "02")
              AND FILE-DEPARTMENT-CODE NOT = DEPARTMENT-CODE
              MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
              MOVE FILE-EMPLOYMENT-STATUS TO HC-NEW-STATUS
              IF HC-NEW-COUNTED
                 PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND HEADCOUNT-REFUSED
                 PERFORM 320-WRITE-EXCEPTION
              WHEN EMPLOYEE-FILE-STATUS = "00" OR "02"
                 MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT
                 MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE FILE-EMPLOYMENT-STATUS TO HC-NEW-STATUS
                 MOVE DEPARTMENT-CODE TO FILE-DEPARTMENT-CODE
                 MOVE LAST-NAME TO FILE-LAST-NAME
                 MOVE FIRST-NAME TO FILE-FIRST-NAME
                 MOVE YEARS-OF-SERVICE TO FILE-YEARS-OF-SERVICE
                 MOVE ENTERED-PAY-GRADE TO FILE-PAY-GRADE
                 MOVE ENTERED-SALARY TO FILE-SALARY
                 IF SUPERVISOR-KEYED
                    MOVE ENTERED-SUPERVISOR-ID TO FILE-SUPERVISOR-ID
                 END-IF
                 REWRITE FILE-EMPLOYEE-RECORD
                 END-REWRITE
                 IF EMPLOYEE-FILE-STATUS = "00" OR "02"
                    MOVE "CHANGE" TO AUDIT-TRANSACTION-TYPE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    PERFORM 237-ADJUST-HEADCOUNT
                    IF HEADCOUNT-OVERRIDDEN
                       MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                       PERFORM 240-WRITE-AUDIT-RECORD
                    END-IF
                    ADD 1 TO TRANSACTIONS-APPLIED-COUNT
                 ELSE
                    PERFORM 321-WRITE-IO-ERROR-EXCEPTION
                 END-IF
              WHEN EMPLOYEE-FILE-STATUS = "23"
                 MOVE "E10" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR CHANGE"
                    TO EXC-REASON-TEXT
              WHEN "02"
                 MOVE FILE-DEPARTMENT-CODE TO DEPARTMENT-CODE
                 MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
                 MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT
                 MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS
                 MOVE 'X' TO HC-NEW-STATUS
                 DELETE EMPLOYEE-FILE
                 END-DELETE
                 IF EMPLOYEE-FILE-STATUS = "00" OR "02"
                    MOVE "DELETE" TO AUDIT-TRANSACTION-TYPE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    PERFORM 237-ADJUST-HEADCOUNT
                    ADD 1 TO TRANSACTIONS-APPLIED-COUNT
                 ELSE
                    PERFORM 321-WRITE-IO-ERROR-EXCEPTION
      * anything about the old posting is lost, with the same
      * explicit status checks as 210. A transfer to the department
      * the employee is already in rejects rather than writing a
      * no-op history line. An active or on-leave employee moving in
      * must fit the to-department's authorized headcount
       213-PROCESS-TRANSFER.
           MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
              INVALID KEY CONTINUE
           END-READ.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           IF (EMPLOYEE-FILE-STATUS = "00" OR "02")
              AND FILE-DEPARTMENT-CODE NOT = DEPARTMENT-CODE
              MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT
              MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS
              MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
              MOVE FILE-EMPLOYMENT-STATUS TO HC-NEW-STATUS
              IF HC-NEW-COUNTED
                 PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND FILE-DEPARTMENT-CODE = DEPARTMENT-CODE
                 MOVE "ALREADY IN THAT DEPARTMENT"
                    TO EXC-REASON-TEXT
                 PERFORM 320-WRITE-EXCEPTION
              WHEN (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND HEADCOUNT-REFUSED
                 PERFORM 320-WRITE-EXCEPTION
              WHEN EMPLOYEE-FILE-STATUS = "00" OR "02"
                 MOVE FILE-DEPARTMENT-CODE
                    TO TRANSFER-FROM-DEPARTMENT
                    MOVE "XFER" TO AUDIT-TRANSACTION-TYPE
                    MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    PERFORM 237-ADJUST-HEADCOUNT
                    IF HEADCOUNT-OVERRIDDEN
                       MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                       PERFORM 240-WRITE-AUDIT-RECORD
                    END-IF
                    ADD 1 TO TRANSACTIONS-APPLIED-COUNT
                 ELSE
                    PERFORM 321-WRITE-IO-ERROR-EXCEPTION
      * terminated as of the transaction's effective date, in place
      * of physically deleting leavers, with the same explicit
      * status checks as 210. The periodic purge does any actual
      * deleting, deliberately. Taking a terminated employee back to
      * active or on leave fills a position again, so it must fit
      * the department's authorized headcount first
       214-PROCESS-STATUS.
           MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
              INVALID KEY CONTINUE
           END-READ.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           IF EMPLOYEE-FILE-STATUS = "00" OR "02"
              MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT
              MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS
              MOVE FILE-DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
              MOVE TR-EMPLOYMENT-STATUS TO HC-NEW-STATUS
              IF NOT HC-OLD-COUNTED AND HC-NEW-COUNTED
                 PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND HEADCOUNT-REFUSED
                 PERFORM 320-WRITE-EXCEPTION
              WHEN EMPLOYEE-FILE-STATUS = "00" OR "02"
                 MOVE TR-EMPLOYMENT-STATUS
                    TO FILE-EMPLOYMENT-STATUS
                 MOVE ENTERED-EFFECTIVE-DATE TO FILE-STATUS-DATE
                 IF TR-STATUS-TERMINATED
                    MOVE TR-TERMINATION-REASON
                       TO FILE-TERMINATION-REASON
                 ELSE
                    MOVE SPACES TO FILE-TERMINATION-REASON
                 END-IF
                 REWRITE FILE-EMPLOYEE-RECORD
                 END-REWRITE
                 IF EMPLOYEE-FILE-STATUS = "00" OR "02"
                    MOVE FILE-DEPARTMENT-CODE TO DEPARTMENT-CODE
                    MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
                    PERFORM 240-WRITE-AUDIT-RECORD
                    PERFORM 237-ADJUST-HEADCOUNT
                    IF HEADCOUNT-OVERRIDDEN
                       MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                       PERFORM 240-WRITE-AUDIT-RECORD
                    END-IF
                    IF TR-STATUS-LEAVE
                       PERFORM 247-WRITE-LEAVE-RECORD
                    END-IF
                 ELSE
                    PERFORM 321-WRITE-IO-ERROR-EXCEPTION
                 END-IF
              WHEN EMPLOYEE-FILE-STATUS = "23"
                 MOVE "E17" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR STATUS"
                    TO EXC-REASON-TEXT
      * gap, same rules as ASSIGNMENT-1's rehire, with the same
      * explicit status checks as 210. The completed period goes
      * onto the service-period file before the record's hire date
      * moves to the rehire date. The returning employee must fit
      * the department's authorized headcount
       217-PROCESS-REHIRE.
           MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
           READ EMPLOYEE-FILE
              INVALID KEY CONTINUE
           END-READ.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           IF (EMPLOYEE-FILE-STATUS = "00" OR "02")
              AND FILE-EMP-TERMINATED
              MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT
              MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS
              MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
              MOVE 'A' TO HC-NEW-STATUS
              PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
           END-IF.
           EVALUATE TRUE
              WHEN (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND NOT FILE-EMP-TERMINATED
                 MOVE "REHIRE BEFORE TERMINATION"
                    TO EXC-REASON-TEXT
                 PERFORM 320-WRITE-EXCEPTION
              WHEN (EMPLOYEE-FILE-STATUS = "00" OR "02")
                 AND HEADCOUNT-REFUSED
                 PERFORM 320-WRITE-EXCEPTION
              WHEN EMPLOYEE-FILE-STATUS = "00" OR "02"
                 PERFORM 218-APPLY-REHIRE
              WHEN EMPLOYEE-FILE-STATUS = "23"
           MOVE ENTERED-REHIRE-DATE TO FILE-HIRE-DATE.
           MOVE 'A' TO FILE-EMPLOYMENT-STATUS.
           MOVE ENTERED-REHIRE-DATE TO FILE-STATUS-DATE.
           MOVE SPACES TO FILE-TERMINATION-REASON.
           MOVE ENTERED-PAY-GRADE TO FILE-PAY-GRADE.
           MOVE ENTERED-SALARY TO FILE-SALARY.
           IF SUPERVISOR-KEYED
              MOVE ENTERED-SUPERVISOR-ID TO FILE-SUPERVISOR-ID
           END-IF.
           MOVE EMPLOYEE-ID TO SVC-LOOKUP-ID.
           PERFORM 254-SUM-PRIOR-SERVICE-MONTHS.
           MOVE ENTERED-REHIRE-DATE TO TEN-HIRE-DATE.
              MOVE "REHIRE" TO AUDIT-TRANSACTION-TYPE
              MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE
              PERFORM 240-WRITE-AUDIT-RECORD
              PERFORM 237-ADJUST-HEADCOUNT
              IF HEADCOUNT-OVERRIDDEN
                 MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                 PERFORM 240-WRITE-AUDIT-RECORD
              END-IF
              ADD 1 TO TRANSACTIONS-APPLIED-COUNT
           ELSE
              PERFORM 321-WRITE-IO-ERROR-EXCEPTION
           MOVE FILE-EMPLOYEE-ID TO SVC-EMPLOYEE-ID.
           MOVE FILE-HIRE-DATE TO SVC-HIRE-DATE.
           MOVE FILE-STATUS-DATE TO SVC-TERM-DATE.
           MOVE FILE-DEPARTMENT-CODE TO SVC-DEPARTMENT-CODE.
           MOVE FILE-TERMINATION-REASON TO SVC-TERMINATION-REASON.
           WRITE SERVICE-PERIOD-LINE FROM SERVICE-PERIOD-RECORD.
           CLOSE SERVICE-PERIOD-FILE.
           IF SERVICE-PERIOD-COUNT < 1000
           END-IF.
           MOVE 'P' TO PEND-STATE.
           MOVE TRANSACTION-RECORD TO PEND-TRANSACTION.
           MOVE TR-HEADCOUNT-OVERRIDE TO PEND-HEADCOUNT-OVERRIDE.
           IF TR-STATUS AND TR-STATUS-TERMINATED
              MOVE TR-TERMINATION-REASON TO PEND-TERMINATION-REASON
           ELSE
              MOVE SPACES TO PEND-TERMINATION-REASON
           END-IF.
           MOVE EXCEPTION-RUN-DATE-RAW TO PEND-QUEUED-DATE.
           MOVE OPERATOR-ID TO PEND-QUEUED-OPERATOR.
           WRITE PENDING-FILE-LINE FROM PENDING-RECORD.
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
                          MOVE ZERO TO DM-TBL-FILLED(DM-IDX)
                       ELSE
                          IF DEPARTMENT-MASTER-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- department_master.txt has "
           END-IF.


      * Counts the active and on-leave employees filling each
      * department on the master, off the employee file as it
      * stands before tonight's batch. On a restart that already
      * includes whatever the interrupted run applied
       226-COUNT-DEPARTMENT-HEADCOUNTS.
           MOVE ZERO TO FILE-EMPLOYEE-ID.
           START EMPLOYEE-FILE
              KEY IS NOT LESS THAN FILE-EMPLOYEE-ID
              INVALID KEY CONTINUE
           END-START.
           IF EMPLOYEE-FILE-STATUS = "00"
              MOVE 'N' TO SCAN-DONE-FLAG
              PERFORM UNTIL SCAN-DONE
                 READ EMPLOYEE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO SCAN-DONE-FLAG
                    NOT AT END
                       MOVE 'X' TO HC-OLD-STATUS
                       MOVE FILE-DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                       MOVE FILE-EMPLOYMENT-STATUS TO HC-NEW-STATUS
                       PERFORM 237-ADJUST-HEADCOUNT
                 END-READ
              END-PERFORM
           END-IF.


      * Moves one employee's position between the filled counts:
      * out of the old department if they filled one there, into
      * the new department if they fill one now. HC-OLD-* and
      * HC-NEW-* must already be set
       237-ADJUST-HEADCOUNT.
           IF HC-OLD-COUNTED
              MOVE HC-OLD-DEPARTMENT TO HC-LOOKUP-DEPARTMENT
              PERFORM 238-FIND-HEADCOUNT-ENTRY
              IF HC-ENTRY-NUMBER > ZERO
                 AND DM-TBL-FILLED(HC-ENTRY-NUMBER) > ZERO
                 SUBTRACT 1 FROM DM-TBL-FILLED(HC-ENTRY-NUMBER)
              END-IF
           END-IF.
           IF HC-NEW-COUNTED
              MOVE HC-NEW-DEPARTMENT TO HC-LOOKUP-DEPARTMENT
              PERFORM 238-FIND-HEADCOUNT-ENTRY
              IF HC-ENTRY-NUMBER > ZERO
                 ADD 1 TO DM-TBL-FILLED(HC-ENTRY-NUMBER)
              END-IF
           END-IF.


      * Locates HC-LOOKUP-DEPARTMENT in the department table,
      * leaving its entry number (or zero) in HC-ENTRY-NUMBER
       238-FIND-HEADCOUNT-ENTRY.
           MOVE ZERO TO HC-ENTRY-NUMBER.
           PERFORM VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT
              IF DM-TBL-CODE(DM-IDX) = HC-LOOKUP-DEPARTMENT
                 SET HC-ENTRY-NUMBER TO DM-IDX
              END-IF
           END-PERFORM.


      * Position control for a move that adds one to HC-NEW-
      * DEPARTMENT: a controlled department already filled to its
      * authorization refuses it with E33, unless the transaction
      * carries the override - then it goes through and the caller
      * writes the override to the audit trail
       335-CHECK-AUTHORIZED-HEADCOUNT.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           MOVE HC-NEW-DEPARTMENT TO HC-LOOKUP-DEPARTMENT.
           PERFORM 238-FIND-HEADCOUNT-ENTRY.
           IF HC-ENTRY-NUMBER > ZERO
              IF DM-TBL-CONTROLLED(HC-ENTRY-NUMBER)
                 AND DM-TBL-FILLED(HC-ENTRY-NUMBER)
                    >= DM-TBL-AUTHORIZED(HC-ENTRY-NUMBER)
                 IF TR-OVERRIDE-HEADCOUNT
                    MOVE 'O' TO HEADCOUNT-CHECK-FLAG
                 ELSE
                    MOVE 'N' TO HEADCOUNT-CHECK-FLAG
                    MOVE "E33" TO EXC-REASON-CODE
                    MOVE "OVER AUTHORIZED HEADCOUNT"
                       TO EXC-REASON-TEXT
                 END-IF
              END-IF
           END-IF.


      * Writes the balancing trailer, closes everything, and reports
      * the run's counts on the console for the job log
       202-END-BATCH.
