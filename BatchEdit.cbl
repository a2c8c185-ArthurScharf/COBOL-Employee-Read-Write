      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Validate-only edit run of the overnight transaction
      *          file, so HR can clean up a batch in the afternoon
      *          instead of reading about it on the morning's
      *          exceptions report. Every transaction goes through the
      *          same checks BATCH-UPDATE's 310-VALIDATE-TRANSACTION
      *          makes, then through the same record-exists tests the
      *          batch's A/C/D/T/S/R/H paragraphs make against
      *          employee_data.dat - but nothing is written to any
      *          file but the edit report. Each line prints with the
      *          outcome the batch would give it: applied, queued on
      *          the pending file, or rejected with the batch's own
      *          reason code. Lines earlier in the file are taken as
      *          applied when later lines are judged, the way the
      *          batch would see them, so a duplicate ADD for the same
      *          ID or a TRANSFER for an ID an earlier DELETE removes
      *          is caught and flagged as an in-file conflict. Totals
      *          per transaction code close the report. Departments'
      *          filled headcounts are counted off the employee file
      *          and carried forward line by line, so an ADD, TRANSFER
      *          or REHIRE, a department-changing CHANGE or a STATUS
      *          reinstating a terminated employee the batch would
      *          refuse as over authorized headcount shows up here
      *          too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-EDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Indexed (KSDS) by EMPLOYEE-ID, same file BATCH-UPDATE
      * applies to - read-only here
       SELECT EMPLOYEE-FILE ASSIGN TO "../employee_data.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-EMPLOYEE-ID
              ALTERNATE RECORD KEY IS FILE-LAST-NAME
                 WITH DUPLICATES
              FILE STATUS IS EMPLOYEE-FILE-STATUS.

      * HR's batch of maintenance transactions, the same file the
      * overnight BATCH-UPDATE will consume
       SELECT TRANSACTION-FILE
              ASSIGN TO "../employee_transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANSACTION-FILE-STATUS.

      * The edit report - one line per transaction with its would-be
      * outcome, then the per-code totals
       SELECT EDIT-REPORT-FILE
              ASSIGN TO "../batch_edit.prt"
              ORGANIZATION IS LINE SEQUENTIAL.

      * Department code + name lookup table, same as BATCH-UPDATE
       SELECT DEPARTMENT-MASTER-FILE
              ASSIGN TO "../department_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPARTMENT-MASTER-STATUS.

      * Pay-grade code + title + salary band lookup table, same as
      * BATCH-UPDATE
       SELECT PAYGRADE-MASTER-FILE
              ASSIGN TO "../paygrade_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYGRADE-MASTER-STATUS.

      * Completed employment periods - loaded so the derived tenure
      * check bridges a rehire's prior service exactly as the batch
      * would
       SELECT SERVICE-PERIOD-FILE
              ASSIGN TO "../service_periods.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * Run-control log - one start record appended when the run
      * begins and one end record when it closes out, feeding the
      * morning operations report
       SELECT RUN-CONTROL-FILE ASSIGN TO "../run_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  TRANSACTION-FILE.
       01  TRANSACTION-LINE PIC X(88).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE PIC X(139).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  PAYGRADE-MASTER-FILE.
       01  PAYGRADE-MASTER-LINE PIC X(40).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       COPY "EMPLOYEE-RECORD.CPY".

      * One transaction as read from TRANSACTION-FILE - the same
      * layout BATCH-UPDATE reads, every field alphanumeric so a
      * malformed field rejects rather than abends
       01  TRANSACTION-RECORD.
           05  TR-CODE               PIC X.
               88  TR-ADD            VALUE 'A'.
               88  TR-CHANGE         VALUE 'C'.
               88  TR-DELETE         VALUE 'D'.
               88  TR-TRANSFER       VALUE 'T'.
               88  TR-STATUS         VALUE 'S'.
               88  TR-RAISE          VALUE 'R'.
               88  TR-REHIRE         VALUE 'H'.
           05  TR-EMPLOYEE-ID        PIC X(6).
           05  TR-DEPARTMENT-CODE    PIC X(3).
           05  TR-LAST-NAME          PIC X(20).
           05  TR-FIRST-NAME         PIC X(20).
           05  TR-HIRE-DATE          PIC X(8).
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
      * transaction's hire date, same as BATCH-UPDATE
       COPY "TENURE-WORK.CPY".

      * Sane upper bound for derived Years of Service, same as
      * BATCH-UPDATE
       01  MAXIMUM-YEARS-OF-SERVICE PIC 99V9 VALUE 65.0.

      * Set by 310-VALIDATE-TRANSACTION. When it drops, EXC-REASON-
      * CODE/TEXT already say why
       01  TRANSACTION-VALID-FLAG   PIC A.
           88  TRANSACTION-VALID    VALUE 'Y'.

      * flag for exiting the transaction read loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Set by 204-READ-TRANSACTION once a non-blank transaction is
      * in hand - blank lines are skipped, same as the batch
       01  TRANSACTION-FOUND-FLAG   PIC A.
           88  TRANSACTION-FOUND    VALUE 'Y'.

      * One row per line of DEPARTMENT-MASTER-FILE, loaded into memory
      * once at startup, same as BATCH-UPDATE, with each
      * department's authorized headcount and how many active and
      * on-leave employees would fill it by the line in hand
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

      * Set once DEPARTMENT-MASTER-TABLE's 500 entries are full, so
      * 220-LOAD-DEPARTMENT-MASTER only warns about it one time
       01  DEPARTMENT-MASTER-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Record layout used only while loading DEPARTMENT-MASTER-FILE
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Set by 330-CHECK-DEPARTMENT-CODE
       01  DEPARTMENT-CODE-VALID-FLAG PIC A VALUE 'N'.
           88  DEPARTMENT-CODE-VALID     VALUE 'Y'.

      * One row per line of PAYGRADE-MASTER-FILE, loaded into memory
      * once at startup, same as BATCH-UPDATE
       01  PAYGRADE-MASTER-TABLE.
           05  PAYGRADE-MASTER-ENTRY OCCURS 100 TIMES
                  INDEXED BY PG-IDX.
               10  PG-TBL-CODE       PIC XX.
               10  PG-TBL-TITLE      PIC A(20).
               10  PG-TBL-MIN-SALARY PIC 9(7)V99.
               10  PG-TBL-MAX-SALARY PIC 9(7)V99.
       01  PAYGRADE-MASTER-COUNT    PIC 9(4) VALUE ZERO.
       01  PAYGRADE-MASTER-STATUS   PIC XX.

      * Set once PAYGRADE-MASTER-TABLE's 100 entries are full, so
      * 225-LOAD-PAYGRADE-MASTER only warns about it one time
       01  PAYGRADE-MASTER-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Record layout used only while loading PAYGRADE-MASTER-FILE
       01  PAYGRADE-MASTER-RECORD.
           05  PG-GRADE-CODE        PIC XX.
           05  PG-GRADE-TITLE       PIC A(20).
           05  PG-MIN-SALARY        PIC 9(7)V99.
           05  PG-MAX-SALARY        PIC 9(7)V99.

      * Set by 331-CHECK-PAY-GRADE, same as BATCH-UPDATE
       01  PAY-GRADE-VALID-FLAG     PIC A VALUE 'N'.
           88  PAY-GRADE-VALID      VALUE 'Y'.
       01  SALARY-IN-BAND-FLAG      PIC A VALUE 'N'.
           88  SALARY-IN-BAND       VALUE 'Y'.
       01  PG-ENTRY-NUMBER          PIC 9(4).

      * The transaction's salary, converted out of cents once the
      * nine characters prove numeric
       01  WS-SALARY-CENTS          PIC 9(9).
       01  ENTERED-SALARY           PIC 9(7)V99.

      * Pay grade the transaction would carry to the record
       01  ENTERED-PAY-GRADE        PIC XX.

      * Supervisor the transaction would carry to the record, and
      * whether it keyed one at all, same as BATCH-UPDATE
       01  ENTERED-SUPERVISOR-ID    PIC 9(6).
       01  SUPERVISOR-KEYED-FLAG    PIC A VALUE 'N'.
           88  SUPERVISOR-KEYED     VALUE 'Y'.

      * Walk up the reporting chain from the entered supervisor,
      * same as BATCH-UPDATE's, one level per lookup
       01  SUPERVISOR-CHAIN-ID      PIC 9(6).
       01  SUPERVISOR-CHAIN-LEVEL   PIC 9(4).
       01  MAXIMUM-CHAIN-LEVEL      PIC 9(4) VALUE 500.
       01  SUPERVISOR-LOOP-FLAG     PIC A VALUE 'N'.
           88  SUPERVISOR-LOOP      VALUE 'Y'.

      * One link of the chain as 234-FETCH-SUPERVISOR-LINK finds
      * it - from an earlier line of this file, or else the file
       01  LINK-EMPLOYEE-ID         PIC 9(6).
       01  LINK-ON-FILE-FLAG        PIC A.
           88  LINK-ON-FILE         VALUE 'Y'.
       01  LINK-IO-ERROR-FLAG       PIC A.
           88  LINK-IO-ERROR        VALUE 'Y'.
       01  LINK-STATUS              PIC X.
       01  LINK-SUPERVISOR-ID       PIC 9(6).

       01  TRANSACTION-FILE-STATUS  PIC XX.
       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * Set when the employee file opened - a missing file leaves it
      * down, and every ID is then simply not on file yet
       01  EMPLOYEE-FILE-OPEN-FLAG  PIC A VALUE 'N'.
           88  EMPLOYEE-FILE-OPEN   VALUE 'Y'.

      * Set by 230-FETCH-CURRENT-RECORD when the keyed read fails on
      * something other than record-not-found
       01  FETCH-IO-ERROR-FLAG      PIC A.
           88  FETCH-IO-ERROR       VALUE 'Y'.

      * Effective date of the TRANSFER or STATUS in hand. A future
      * date means the batch would park it on the pending queue
       01  ENTERED-EFFECTIVE-DATE  PIC 9(8).
       01  EFFECTIVE-DATE-FUTURE-FLAG PIC A VALUE 'N'.
           88  EFFECTIVE-DATE-FUTURE VALUE 'Y'.

      * One line per completed employment period, loaded for
      * bridged tenure, same as BATCH-UPDATE
       COPY "SERVICE-PERIOD.CPY".
       01  SERVICE-PERIOD-STATUS   PIC XX.

      * The service-period file in memory, loaded once at startup
       01  SERVICE-PERIOD-TABLE.
           05  SERVICE-PERIOD-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SVC-IDX.
               10  SVC-TBL-EMPLOYEE-ID PIC 9(6).
               10  SVC-TBL-HIRE-DATE   PIC 9(8).
               10  SVC-TBL-TERM-DATE   PIC 9(8).
       01  SERVICE-PERIOD-COUNT    PIC 9(4) VALUE ZERO.

      * Set once SERVICE-PERIOD-TABLE's 1000 entries are full, so
      * 255-LOAD-SERVICE-PERIODS only warns about it one time
       01  SERVICE-PERIOD-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The employee whose prior periods 254 is summing
       01  SVC-LOOKUP-ID           PIC 9(6).

      * The rehire date validated out of the transaction's date
      * field
       01  ENTERED-REHIRE-DATE     PIC 9(8).

      * Leave details validated out of an on-leave STATUS, same as
      * BATCH-UPDATE
       01  ENTERED-RETURN-DATE     PIC 9(8).
       01  RETURN-DATE-OK-FLAG     PIC A VALUE 'N'.
           88  RETURN-DATE-OK      VALUE 'Y'.

      * Every employee ID an earlier line of this file would have
      * touched, carrying the record as the batch would have left
      * it by then - whether it is still on the file, its
      * department, status and status date, and which line added
      * or deleted it. Later lines are judged against this before
      * the employee file, so in-file conflicts show up
       01  EDIT-ID-TABLE.
           05  EDIT-ID-ENTRY OCCURS 1000 TIMES
                  INDEXED BY ED-IDX.
               10  ED-TBL-EMPLOYEE-ID   PIC 9(6).
               10  ED-TBL-ON-FILE-FLAG  PIC A.
               10  ED-TBL-DEPARTMENT    PIC 999.
               10  ED-TBL-STATUS        PIC X.
               10  ED-TBL-STATUS-DATE   PIC 9(8).
               10  ED-TBL-ADD-LINE      PIC 9(6).
               10  ED-TBL-DELETE-LINE   PIC 9(6).
               10  ED-TBL-SUPERVISOR-ID PIC 9(6).
       01  EDIT-ID-COUNT            PIC 9(4) VALUE ZERO.

      * Set once EDIT-ID-TABLE's 1000 entries are full, so
      * 233-REMEMBER-OUTCOME only warns about it one time
       01  EDIT-ID-TABLE-FULL-FLAG  PIC A VALUE 'N'.

      * Where the ID in hand sits on EDIT-ID-TABLE (zero = no earlier
      * line touched it)
       01  ED-ENTRY-NUMBER          PIC 9(4).

      * The record the transaction in hand would meet, from the
      * table above or else from the employee file itself
       01  CURRENT-ON-FILE-FLAG     PIC A.
           88  CURRENT-ON-FILE      VALUE 'Y'.
       01  CURRENT-DEPARTMENT       PIC 999.
       01  CURRENT-STATUS           PIC X.
           88  CURRENT-TERMINATED   VALUE 'T'.
       01  CURRENT-STATUS-DATE      PIC 9(8).
       01  CURRENT-ADD-LINE         PIC 9(6).
       01  CURRENT-DELETE-LINE      PIC 9(6).
       01  CURRENT-SUPERVISOR-ID    PIC 9(6).

      * The would-be outcome of the transaction in hand
       01  EDIT-OUTCOME-FLAG        PIC X.
           88  OUTCOME-APPLY        VALUE 'A'.
           88  OUTCOME-QUEUE        VALUE 'Q'.
           88  OUTCOME-REJECT       VALUE 'R'.

      * One employee's position moving between departments' filled
      * counts, same as BATCH-UPDATE - where they counted before the
      * line and where they count after it. 'X' = not on file
       01  HC-OLD-DEPARTMENT        PIC 999.
       01  HC-OLD-STATUS            PIC X.
           88  HC-OLD-COUNTED       VALUE 'A' 'L' SPACE.
       01  HC-NEW-DEPARTMENT        PIC 999.
       01  HC-NEW-STATUS            PIC X.
           88  HC-NEW-COUNTED       VALUE 'A' 'L' SPACE.
       01  HC-LOOKUP-DEPARTMENT     PIC 999.
       01  HC-ENTRY-NUMBER          PIC 9(4).

      * Set by 335-CHECK-AUTHORIZED-HEADCOUNT
       01  HEADCOUNT-CHECK-FLAG     PIC A VALUE 'Y'.
           88  HEADCOUNT-OK         VALUE 'Y'.
           88  HEADCOUNT-OVERRIDDEN VALUE 'O'.
           88  HEADCOUNT-REFUSED    VALUE 'N'.

      * flag for the headcount scan of the employee file
       01  SCAN-DONE-FLAG           PIC A.
           88  SCAN-DONE            VALUE 'Y'.

      * Set when the line collides with an earlier line of the same
      * file; CONFLICT-TEXT says which line and how
       01  CONFLICT-FOUND-FLAG      PIC A.
           88  CONFLICT-FOUND       VALUE 'Y'.
       01  CONFLICT-TEXT            PIC X(60).
       01  CONFLICT-LINE-OUT        PIC 9(6).

      * Physical line number in the transaction file, blank lines
      * included, so the report's line numbers match what HR sees
      * opening the file in an editor
       01  PHYSICAL-LINE-COUNT         PIC 9(6) VALUE ZERO.

      * Run counters for the job log and the report trailer
       01  TRANSACTIONS-READ-COUNT     PIC 9(6) VALUE ZERO.
       01  TRANSACTIONS-APPLY-COUNT    PIC 9(6) VALUE ZERO.
       01  TRANSACTIONS-REJECT-COUNT   PIC 9(6) VALUE ZERO.
       01  TRANSACTIONS-QUEUE-COUNT    PIC 9(6) VALUE ZERO.
       01  CONFLICT-COUNT              PIC 9(6) VALUE ZERO.

      * The transaction codes in the order the totals print them,
      * with a title for each; the eighth row catches anything the
      * batch would reject as an unknown code
       01  CODE-TITLE-LIST.
           05  FILLER               PIC X(9) VALUE "AADD".
           05  FILLER               PIC X(9) VALUE "CCHANGE".
           05  FILLER               PIC X(9) VALUE "DDELETE".
           05  FILLER               PIC X(9) VALUE "TTRANSFER".
           05  FILLER               PIC X(9) VALUE "SSTATUS".
           05  FILLER               PIC X(9) VALUE "RRAISE".
           05  FILLER               PIC X(9) VALUE "HREHIRE".
           05  FILLER               PIC X(9) VALUE "?UNKNOWN".
       01  CODE-TITLE-TABLE REDEFINES CODE-TITLE-LIST.
           05  CODE-TITLE-ENTRY OCCURS 8 TIMES INDEXED BY CT-IDX.
               10  CT-CODE          PIC X.
               10  CT-TITLE         PIC X(8).

      * Per-code totals, one row per CODE-TITLE-TABLE row
       01  CODE-TOTALS-TABLE.
           05  CODE-TOTALS-ENTRY OCCURS 8 TIMES.
               10  CT-READ-COUNT    PIC 9(6).
               10  CT-APPLY-COUNT   PIC 9(6).
               10  CT-QUEUE-COUNT   PIC 9(6).
               10  CT-REJECT-COUNT  PIC 9(6).
       01  CODE-ENTRY-NUMBER        PIC 9.

      * Report header, stamped with the run date
       01  EDIT-RUN-DATE-RAW        PIC 9(8).
       01  EDIT-REPORT-HEADER.
           05  FILLER               PIC X(36) VALUE
               "BATCH EDIT (NO UPDATE)     Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  ERH-RUN-DATE         PIC 9(8).

      * Column headings over the detail lines
       01  EDIT-COLUMN-HEADER.
           05  FILLER               PIC X(8)  VALUE "  LINE".
           05  FILLER               PIC X(8)  VALUE "OUTCOME".
           05  FILLER               PIC X(33) VALUE "REASON".
           05  FILLER               PIC X(11) VALUE "TRANSACTION".

      * One line on the edit report per transaction: where it sits
      * in the file, what the batch would do with it and why, then
      * the transaction image verbatim
       01  EDIT-DETAIL-LINE.
           05  EDL-LINE-NUMBER      PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EDL-OUTCOME          PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-REASON-CODE      PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-REASON-TEXT      PIC X(28).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EDL-TRANSACTION-IMAGE PIC X(88).

      * Printed under a detail line that collides with an earlier
      * line of the same file
       01  EDIT-CONFLICT-LINE.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "** CONFLICT: ".
           05  ECL-CONFLICT-TEXT    PIC X(60).

      * One line of the per-code totals
       01  CODE-TOTAL-LINE.
           05  CTL-CODE             PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  CTL-TITLE            PIC X(8).
           05  FILLER               PIC X(7)  VALUE "  READ ".
           05  CTL-READ-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(8)  VALUE "  APPLY ".
           05  CTL-APPLY-COUNT      PIC ZZZZZ9.
           05  FILLER               PIC X(8)  VALUE "  QUEUE ".
           05  CTL-QUEUE-COUNT      PIC ZZZZZ9.
           05  FILLER               PIC X(9)  VALUE "  REJECT ".
           05  CTL-REJECT-COUNT     PIC ZZZZZ9.

      * Report trailer - the file balances when read = apply +
      * queue + reject
       01  EDIT-REPORT-TRAILER.
           05  FILLER               PIC X(6)  VALUE "READ ".
           05  ERT-READ-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(8)  VALUE "  APPLY ".
           05  ERT-APPLY-COUNT      PIC ZZZZZ9.
           05  FILLER               PIC X(8)  VALUE "  QUEUE ".
           05  ERT-QUEUE-COUNT      PIC ZZZZZ9.
           05  FILLER               PIC X(9)  VALUE "  REJECT ".
           05  ERT-REJECT-COUNT     PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  CONFLICTS ".
           05  ERT-CONFLICT-COUNT   PIC ZZZZZ9.

       01  DASH-LINE PIC X(139) VALUE ALL "=".

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
      * itself, same as the batch does on the audit trail
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "EDIT".


       PROCEDURE DIVISION.
      * Loads the masters, opens the employee file read-only, judges
      * every transaction in the file, then prints the totals
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 220-LOAD-DEPARTMENT-MASTER.
           PERFORM 225-LOAD-PAYGRADE-MASTER.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 200-INIT-EDIT.
           IF FLG-LOOPING = 'Y'
              PERFORM 201-EDIT-TRANSACTION
                 UNTIL FLG-LOOPING = 'N'
           END-IF.
           PERFORM 202-END-EDIT.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Opens the transaction file, the edit report and the employee
      * file, and primes the read loop. A missing transaction file
      * means there's nothing to edit. A missing employee file is
      * not an error - the batch would create it, and every ADD
      * would then go on clean
       200-INIT-EDIT.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 8
              MOVE ZERO TO CT-READ-COUNT(CT-IDX)
              MOVE ZERO TO CT-APPLY-COUNT(CT-IDX)
              MOVE ZERO TO CT-QUEUE-COUNT(CT-IDX)
              MOVE ZERO TO CT-REJECT-COUNT(CT-IDX)
           END-PERFORM.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-FILE-STATUS = "35"
              DISPLAY "-- employee_transactions.txt not found, "
                 "nothing to edit --"
              MOVE 'N' TO FLG-LOOPING
           ELSE
              OPEN OUTPUT EDIT-REPORT-FILE
              ACCEPT EDIT-RUN-DATE-RAW FROM DATE YYYYMMDD
              MOVE EDIT-RUN-DATE-RAW TO ERH-RUN-DATE
              MOVE EDIT-RUN-DATE-RAW TO TEN-AS-OF-DATE
              WRITE EDIT-REPORT-LINE FROM EDIT-REPORT-HEADER
              WRITE EDIT-REPORT-LINE FROM DASH-LINE
              WRITE EDIT-REPORT-LINE FROM EDIT-COLUMN-HEADER
              OPEN INPUT EMPLOYEE-FILE
              IF EMPLOYEE-FILE-STATUS NOT = "00"
                 AND EMPLOYEE-FILE-STATUS NOT = "35"
                 DISPLAY "-- Employee file could not be opened, "
                    "status " EMPLOYEE-FILE-STATUS " - ending run --"
                 MOVE 'N' TO FLG-LOOPING
              ELSE
                 IF EMPLOYEE-FILE-STATUS = "00"
                    MOVE 'Y' TO EMPLOYEE-FILE-OPEN-FLAG
                    PERFORM 226-COUNT-DEPARTMENT-HEADCOUNTS
                 END-IF
                 PERFORM 204-READ-TRANSACTION
              END-IF
           END-IF.


      * Reads the next non-blank transaction into TRANSACTION-RECORD,
      * or drops the loop flag at end of file, same as the batch's
      * 204. Every line read counts toward the physical line
      * number the report prints, blank or not
       204-READ-TRANSACTION.
           MOVE 'N' TO TRANSACTION-FOUND-FLAG.
           PERFORM UNTIL TRANSACTION-FOUND OR FLG-LOOPING = 'N'
              READ TRANSACTION-FILE INTO TRANSACTION-RECORD
                 AT END MOVE 'N' TO FLG-LOOPING
                 NOT AT END
                    ADD 1 TO PHYSICAL-LINE-COUNT
                    IF TRANSACTION-RECORD NOT = SPACES
                       MOVE 'Y' TO TRANSACTION-FOUND-FLAG
                       ADD 1 TO TRANSACTIONS-READ-COUNT
                    END-IF
              END-READ
           END-PERFORM.


      * The body of the edit loop - validates the transaction the
      * way the batch would, works out what the batch would then do
      * with it, prints the verdict, and reads the next one
       201-EDIT-TRANSACTION.
           MOVE 'N' TO CONFLICT-FOUND-FLAG.
           MOVE SPACES TO CONFLICT-TEXT.
           PERFORM 310-VALIDATE-TRANSACTION.
           IF TRANSACTION-VALID
              PERFORM 230-FETCH-CURRENT-RECORD
              PERFORM 231-PREDICT-OUTCOME
           ELSE
              MOVE 'R' TO EDIT-OUTCOME-FLAG
           END-IF.
           IF OUTCOME-APPLY
              PERFORM 236-ADJUST-FOR-OUTCOME
              PERFORM 233-REMEMBER-OUTCOME
           END-IF.
           PERFORM 320-WRITE-EDIT-LINE.
           PERFORM 204-READ-TRANSACTION.


      * Validates the transaction exactly as BATCH-UPDATE's 310
      * does - same checks, same order, same reason codes - so the
      * edit report shows the first thing wrong with each line the
      * way the morning's exceptions report would
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO TRANSACTION-VALID-FLAG.
           MOVE 'N' TO TEN-HIRE-DATE-VALID-FLAG.
           MOVE 'N' TO TEN-CALENDAR-OK-FLAG.
           MOVE 'N' TO EFFECTIVE-DATE-FUTURE-FLAG.
           MOVE SPACES TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
      * The expected-return date gets its calendar check first, so
      * the main date's validation flags are the ones left standing
      * when the EVALUATE reads them
           MOVE 'N' TO RETURN-DATE-OK-FLAG.
           IF TR-STATUS AND TR-STATUS-LEAVE
              AND TR-RETURN-DATE IS NUMERIC
              MOVE TR-RETURN-DATE TO TEN-HIRE-DATE
              PERFORM 249-CHECK-CALENDAR-DATE
              IF TEN-CALENDAR-OK
                 MOVE TEN-HIRE-DATE TO ENTERED-RETURN-DATE
                 MOVE 'Y' TO RETURN-DATE-OK-FLAG
              END-IF
           END-IF.
           MOVE 'N' TO TEN-CALENDAR-OK-FLAG.
           IF TR-HIRE-DATE IS NUMERIC
              MOVE TR-HIRE-DATE TO TEN-HIRE-DATE
              PERFORM 251-VALIDATE-HIRE-DATE
           END-IF.
           PERFORM 330-CHECK-DEPARTMENT-CODE.
           PERFORM 331-CHECK-PAY-GRADE.
           EVALUATE TRUE
              WHEN NOT (TR-ADD OR TR-CHANGE OR TR-DELETE
                 OR TR-TRANSFER OR TR-STATUS OR TR-RAISE
                 OR TR-REHIRE)
                 MOVE "E01" TO EXC-REASON-CODE
                 MOVE "UNKNOWN TRANSACTION CODE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN TR-EMPLOYEE-ID NOT NUMERIC
                 MOVE "E02" TO EXC-REASON-CODE
                 MOVE "EMPLOYEE ID NOT NUMERIC"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE OR TR-TRANSFER
                 OR TR-REHIRE)
                 AND TR-DEPARTMENT-CODE NOT NUMERIC
                 MOVE "E03" TO EXC-REASON-CODE
                 MOVE "DEPARTMENT CODE NOT NUMERIC"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE OR TR-TRANSFER
                 OR TR-REHIRE)
                 AND NOT DEPARTMENT-CODE-VALID
                 MOVE "E04" TO EXC-REASON-CODE
                 MOVE "UNKNOWN DEPARTMENT CODE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE)
                 AND TR-LAST-NAME = SPACES
                 MOVE "E05" TO EXC-REASON-CODE
                 MOVE "LAST NAME BLANK"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE)
                 AND TR-FIRST-NAME = SPACES
                 MOVE "E06" TO EXC-REASON-CODE
                 MOVE "FIRST NAME BLANK"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE OR TR-REHIRE)
                 AND NOT TEN-HIRE-DATE-VALID
                 MOVE "E07" TO EXC-REASON-CODE
                 MOVE "HIRE DATE MALFORMED"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-TRANSFER OR TR-STATUS)
                 AND NOT TEN-CALENDAR-OK
                 MOVE "E13" TO EXC-REASON-CODE
                 MOVE "EFFECTIVE DATE MALFORMED"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN TR-STATUS
                 AND NOT TR-STATUS-VALID
                 MOVE "E16" TO EXC-REASON-CODE
                 MOVE "STATUS CODE NOT A, L OR T"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE OR TR-RAISE
                 OR TR-REHIRE)
                 AND NOT PAY-GRADE-VALID
                 MOVE "E18" TO EXC-REASON-CODE
                 MOVE "UNKNOWN PAY GRADE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE OR TR-RAISE
                 OR TR-REHIRE)
                 AND TR-SALARY NOT NUMERIC
                 MOVE "E19" TO EXC-REASON-CODE
                 MOVE "SALARY NOT NUMERIC"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN (TR-ADD OR TR-CHANGE OR TR-RAISE
                 OR TR-REHIRE)
                 AND NOT SALARY-IN-BAND
                 MOVE "E20" TO EXC-REASON-CODE
                 MOVE "SALARY OUTSIDE GRADE BAND"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN TR-STATUS AND TR-STATUS-LEAVE
                 AND NOT TR-LEAVE-TYPE-VALID
                 MOVE "E25" TO EXC-REASON-CODE
                 MOVE "LEAVE TYPE NOT M, P, U OR O"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN TR-STATUS AND TR-STATUS-LEAVE
                 AND NOT RETURN-DATE-OK
                 MOVE "E26" TO EXC-REASON-CODE
                 MOVE "RETURN DATE MALFORMED"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN TR-STATUS AND TR-STATUS-LEAVE
                 AND ENTERED-RETURN-DATE < TEN-HIRE-DATE
                 MOVE "E27" TO EXC-REASON-CODE
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
              IF TR-ADD OR TR-CHANGE
                 MOVE TR-DEPARTMENT-CODE TO DEPARTMENT-CODE
                 MOVE TEN-HIRE-DATE TO HIRE-DATE
                 MOVE EMPLOYEE-ID TO SVC-LOOKUP-ID
                 PERFORM 254-SUM-PRIOR-SERVICE-MONTHS
                 PERFORM 250-COMPUTE-YEARS-OF-SERVICE
                 COMPUTE TEN-TOTAL-MONTHS =
                    TEN-ELAPSED-MONTHS + TEN-PRIOR-MONTHS
                 COMPUTE TEN-COMPUTED-YOS = TEN-TOTAL-MONTHS / 12
                    ON SIZE ERROR MOVE 99.9 TO TEN-COMPUTED-YOS
                 END-COMPUTE
                 MOVE TEN-COMPUTED-YOS TO YEARS-OF-SERVICE
                 IF YEARS-OF-SERVICE > MAXIMUM-YEARS-OF-SERVICE
                    MOVE "E08" TO EXC-REASON-CODE
                    MOVE "DERIVED TENURE OVER MAXIMUM"
                       TO EXC-REASON-TEXT
                    MOVE 'N' TO TRANSACTION-VALID-FLAG
                 END-IF
              END-IF
              IF TR-TRANSFER
                 MOVE TR-DEPARTMENT-CODE TO DEPARTMENT-CODE
              END-IF
              IF TR-TRANSFER OR TR-STATUS
                 MOVE TEN-HIRE-DATE TO ENTERED-EFFECTIVE-DATE
                 IF TEN-HIRE-DATE > TEN-AS-OF-DATE
                    MOVE 'Y' TO EFFECTIVE-DATE-FUTURE-FLAG
                 END-IF
              END-IF
              IF TR-ADD OR TR-CHANGE OR TR-RAISE OR TR-REHIRE
                 MOVE TR-PAY-GRADE TO ENTERED-PAY-GRADE
              END-IF
              IF TR-REHIRE
                 MOVE TR-DEPARTMENT-CODE TO DEPARTMENT-CODE
                 MOVE TEN-HIRE-DATE TO ENTERED-REHIRE-DATE
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              AND (TR-ADD OR TR-CHANGE OR TR-REHIRE)
              PERFORM 332-CHECK-SUPERVISOR
           END-IF.


      * Checks the transaction's supervisor exactly as BATCH-
      * UPDATE's 332 does, once everything else on the line has
      * passed
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


      * Looks the entered supervisor up and walks the chain above
      * them, same reason codes as BATCH-UPDATE's 333. Earlier
      * lines of this file count, so a supervisor added or moved
      * further up the file is judged as the batch would see them
       333-VALIDATE-SUPERVISOR.
           MOVE ENTERED-SUPERVISOR-ID TO LINK-EMPLOYEE-ID.
           PERFORM 234-FETCH-SUPERVISOR-LINK.
           EVALUATE TRUE
              WHEN ENTERED-SUPERVISOR-ID = EMPLOYEE-ID
                 MOVE "E31" TO EXC-REASON-CODE
                 MOVE "CANNOT REPORT TO SELF"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN LINK-IO-ERROR
                 MOVE "E12" TO EXC-REASON-CODE
                 MOVE "EMPLOYEE FILE I-O ERROR"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN NOT LINK-ON-FILE
                 MOVE "E29" TO EXC-REASON-CODE
                 MOVE "SUPERVISOR NOT ON FILE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN LINK-STATUS NOT = 'A'
                 AND LINK-STATUS NOT = SPACE
                 MOVE "E30" TO EXC-REASON-CODE
                 MOVE "SUPERVISOR NOT ACTIVE"
                    TO EXC-REASON-TEXT
                 MOVE 'N' TO TRANSACTION-VALID-FLAG
              WHEN OTHER
                 MOVE 'N' TO SUPERVISOR-LOOP-FLAG
                 MOVE ZERO TO SUPERVISOR-CHAIN-LEVEL
                 MOVE LINK-SUPERVISOR-ID TO SUPERVISOR-CHAIN-ID
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


      * One level up the chain, same as BATCH-UPDATE's 334
       334-STEP-SUPERVISOR-CHAIN.
           ADD 1 TO SUPERVISOR-CHAIN-LEVEL.
           IF SUPERVISOR-CHAIN-ID = EMPLOYEE-ID
              MOVE 'Y' TO SUPERVISOR-LOOP-FLAG
           ELSE
              MOVE SUPERVISOR-CHAIN-ID TO LINK-EMPLOYEE-ID
              PERFORM 234-FETCH-SUPERVISOR-LINK
              IF LINK-ON-FILE
                 MOVE LINK-SUPERVISOR-ID TO SUPERVISOR-CHAIN-ID
              ELSE
                 MOVE ZERO TO SUPERVISOR-CHAIN-ID
              END-IF
           END-IF.


      * Finds the record the transaction in hand would meet. An
      * earlier line of this file that touched the same ID wins -
      * that is the record as the batch would have left it by now;
      * otherwise the employee file is read by key. A hard read
      * error is the batch's E12
       230-FETCH-CURRENT-RECORD.
           MOVE ZERO TO ED-ENTRY-NUMBER.
           MOVE 'N' TO FETCH-IO-ERROR-FLAG.
           MOVE ZERO TO CURRENT-ADD-LINE.
           MOVE ZERO TO CURRENT-DELETE-LINE.
           PERFORM VARYING ED-IDX FROM 1 BY 1
              UNTIL ED-IDX > EDIT-ID-COUNT
              IF ED-TBL-EMPLOYEE-ID(ED-IDX) = EMPLOYEE-ID
                 SET ED-ENTRY-NUMBER TO ED-IDX
              END-IF
           END-PERFORM.
           IF ED-ENTRY-NUMBER > ZERO
              SET ED-IDX TO ED-ENTRY-NUMBER
              MOVE ED-TBL-ON-FILE-FLAG(ED-IDX)
                 TO CURRENT-ON-FILE-FLAG
              MOVE ED-TBL-DEPARTMENT(ED-IDX) TO CURRENT-DEPARTMENT
              MOVE ED-TBL-STATUS(ED-IDX) TO CURRENT-STATUS
              MOVE ED-TBL-STATUS-DATE(ED-IDX)
                 TO CURRENT-STATUS-DATE
              MOVE ED-TBL-ADD-LINE(ED-IDX) TO CURRENT-ADD-LINE
              MOVE ED-TBL-DELETE-LINE(ED-IDX) TO CURRENT-DELETE-LINE
              MOVE ED-TBL-SUPERVISOR-ID(ED-IDX)
                 TO CURRENT-SUPERVISOR-ID
           ELSE
              MOVE 'N' TO CURRENT-ON-FILE-FLAG
              MOVE ZERO TO CURRENT-DEPARTMENT
              MOVE SPACE TO CURRENT-STATUS
              MOVE ZERO TO CURRENT-STATUS-DATE
              MOVE ZERO TO CURRENT-SUPERVISOR-ID
              IF EMPLOYEE-FILE-OPEN
                 MOVE EMPLOYEE-ID TO FILE-EMPLOYEE-ID
                 READ EMPLOYEE-FILE
                    INVALID KEY CONTINUE
                 END-READ
                 EVALUATE EMPLOYEE-FILE-STATUS
                    WHEN "00"
                    WHEN "02"
                       MOVE 'Y' TO CURRENT-ON-FILE-FLAG
                       MOVE FILE-DEPARTMENT-CODE
                          TO CURRENT-DEPARTMENT
                       MOVE FILE-EMPLOYMENT-STATUS TO CURRENT-STATUS
                       MOVE FILE-STATUS-DATE TO CURRENT-STATUS-DATE
                       IF FILE-SUPERVISOR-ID IS NUMERIC
                          MOVE FILE-SUPERVISOR-ID
                             TO CURRENT-SUPERVISOR-ID
                       END-IF
                    WHEN "23"
                       CONTINUE
                    WHEN OTHER
                       MOVE 'Y' TO FETCH-IO-ERROR-FLAG
                 END-EVALUATE
              END-IF
           END-IF.


      * Finds one link of a supervisor chain - LINK-EMPLOYEE-ID's
      * status and supervisor - the same way 230 finds the record a
      * transaction meets: an earlier line of this file first, else
      * the employee file by key
       234-FETCH-SUPERVISOR-LINK.
           MOVE 'N' TO LINK-ON-FILE-FLAG.
           MOVE 'N' TO LINK-IO-ERROR-FLAG.
           MOVE SPACE TO LINK-STATUS.
           MOVE ZERO TO LINK-SUPERVISOR-ID.
           MOVE ZERO TO ED-ENTRY-NUMBER.
           PERFORM VARYING ED-IDX FROM 1 BY 1
              UNTIL ED-IDX > EDIT-ID-COUNT
              IF ED-TBL-EMPLOYEE-ID(ED-IDX) = LINK-EMPLOYEE-ID
                 SET ED-ENTRY-NUMBER TO ED-IDX
              END-IF
           END-PERFORM.
           IF ED-ENTRY-NUMBER > ZERO
              SET ED-IDX TO ED-ENTRY-NUMBER
              MOVE ED-TBL-ON-FILE-FLAG(ED-IDX) TO LINK-ON-FILE-FLAG
              MOVE ED-TBL-STATUS(ED-IDX) TO LINK-STATUS
              MOVE ED-TBL-SUPERVISOR-ID(ED-IDX) TO LINK-SUPERVISOR-ID
           ELSE
              IF EMPLOYEE-FILE-OPEN
                 MOVE LINK-EMPLOYEE-ID TO FILE-EMPLOYEE-ID
                 READ EMPLOYEE-FILE
                    INVALID KEY CONTINUE
                 END-READ
                 EVALUATE EMPLOYEE-FILE-STATUS
                    WHEN "00"
                    WHEN "02"
                       MOVE 'Y' TO LINK-ON-FILE-FLAG
                       MOVE FILE-EMPLOYMENT-STATUS TO LINK-STATUS
                       IF FILE-SUPERVISOR-ID IS NUMERIC
                          MOVE FILE-SUPERVISOR-ID
                             TO LINK-SUPERVISOR-ID
                       END-IF
                    WHEN "23"
                       CONTINUE
                    WHEN OTHER
                       MOVE 'Y' TO LINK-IO-ERROR-FLAG
                 END-EVALUATE
              END-IF
           END-IF.


      * Works out what the batch's processing paragraph would do
      * with the transaction in hand, using the same tests and
      * reason codes its 210-218 use, and notes any collision with
      * an earlier line of the same file
       231-PREDICT-OUTCOME.
           MOVE 'A' TO EDIT-OUTCOME-FLAG.
           MOVE 'Y' TO HEADCOUNT-CHECK-FLAG.
           EVALUATE TRUE
              WHEN TR-ADD
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE 'A' TO HC-NEW-STATUS
                 PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
              WHEN TR-TRANSFER AND CURRENT-ON-FILE
                 AND NOT EFFECTIVE-DATE-FUTURE
                 AND CURRENT-DEPARTMENT NOT = DEPARTMENT-CODE
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE CURRENT-STATUS TO HC-NEW-STATUS
                 IF HC-NEW-COUNTED
                    PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
                 END-IF
              WHEN TR-REHIRE AND CURRENT-ON-FILE AND CURRENT-TERMINATED
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE 'A' TO HC-NEW-STATUS
                 PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
              WHEN TR-CHANGE AND CURRENT-ON-FILE
                 AND CURRENT-DEPARTMENT NOT = DEPARTMENT-CODE
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE CURRENT-STATUS TO HC-NEW-STATUS
                 IF HC-NEW-COUNTED
                    PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
                 END-IF
              WHEN TR-STATUS AND CURRENT-ON-FILE AND CURRENT-TERMINATED
                 AND NOT EFFECTIVE-DATE-FUTURE
                 MOVE CURRENT-DEPARTMENT TO HC-NEW-DEPARTMENT
                 MOVE TR-EMPLOYMENT-STATUS TO HC-NEW-STATUS
                 IF HC-NEW-COUNTED
                    PERFORM 335-CHECK-AUTHORIZED-HEADCOUNT
                 END-IF
           END-EVALUATE.
           IF FETCH-IO-ERROR
              MOVE 'R' TO EDIT-OUTCOME-FLAG
              MOVE "E12" TO EXC-REASON-CODE
              MOVE "EMPLOYEE FILE I-O ERROR" TO EXC-REASON-TEXT
           ELSE
              EVALUATE TRUE
                 WHEN TR-ADD AND HEADCOUNT-REFUSED
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                 WHEN TR-ADD AND CURRENT-ON-FILE
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                    MOVE "E09" TO EXC-REASON-CODE
                    MOVE "DUPLICATE EMPLOYEE ID ON ADD"
                       TO EXC-REASON-TEXT
                    IF CURRENT-ADD-LINE > ZERO
                       MOVE CURRENT-ADD-LINE TO CONFLICT-LINE-OUT
                       STRING "DUPLICATE ADD - ID ALREADY ADDED AT "
                          "LINE " CONFLICT-LINE-OUT
                          DELIMITED BY SIZE INTO CONFLICT-TEXT
                       MOVE 'Y' TO CONFLICT-FOUND-FLAG
                    END-IF
                 WHEN TR-ADD
                    CONTINUE
                 WHEN (TR-TRANSFER OR TR-STATUS)
                    AND EFFECTIVE-DATE-FUTURE
                    MOVE 'Q' TO EDIT-OUTCOME-FLAG
                    MOVE "QUEUED FOR RELEASE" TO EXC-REASON-TEXT
                 WHEN NOT CURRENT-ON-FILE
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                    PERFORM 232-SET-NOT-FOUND-REASON
                 WHEN TR-TRANSFER
                    AND CURRENT-DEPARTMENT = DEPARTMENT-CODE
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                    MOVE "E15" TO EXC-REASON-CODE
                    MOVE "ALREADY IN THAT DEPARTMENT"
                       TO EXC-REASON-TEXT
                 WHEN TR-REHIRE AND NOT CURRENT-TERMINATED
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                    MOVE "E23" TO EXC-REASON-CODE
                    MOVE "NOT TERMINATED ON REHIRE"
                       TO EXC-REASON-TEXT
                 WHEN TR-REHIRE
                    AND ENTERED-REHIRE-DATE < CURRENT-STATUS-DATE
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                    MOVE "E24" TO EXC-REASON-CODE
                    MOVE "REHIRE BEFORE TERMINATION"
                       TO EXC-REASON-TEXT
                 WHEN HEADCOUNT-REFUSED
                    MOVE 'R' TO EDIT-OUTCOME-FLAG
                 WHEN HEADCOUNT-OVERRIDDEN
                    MOVE "HEADCOUNT OVERRIDDEN" TO EXC-REASON-TEXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      * Anything aimed at an ID an earlier DELETE in this file
      * removes is a conflict, whether it rejects tonight or parks
      * on the queue to error at release
           IF NOT TR-ADD AND CURRENT-DELETE-LINE > ZERO
              AND NOT CURRENT-ON-FILE
              MOVE CURRENT-DELETE-LINE TO CONFLICT-LINE-OUT
              STRING "ID REMOVED BY THE DELETE AT LINE "
                 CONFLICT-LINE-OUT
                 DELIMITED BY SIZE INTO CONFLICT-TEXT
              MOVE 'Y' TO CONFLICT-FOUND-FLAG
           END-IF.


      * The batch's record-not-found reason for each transaction
      * type, same codes its processing paragraphs use
       232-SET-NOT-FOUND-REASON.
           EVALUATE TRUE
              WHEN TR-CHANGE
                 MOVE "E10" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR CHANGE"
                    TO EXC-REASON-TEXT
              WHEN TR-DELETE
                 MOVE "E11" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR DELETE"
                    TO EXC-REASON-TEXT
              WHEN TR-TRANSFER
                 MOVE "E14" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR TRANSFER"
                    TO EXC-REASON-TEXT
              WHEN TR-STATUS
                 MOVE "E17" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR STATUS"
                    TO EXC-REASON-TEXT
              WHEN TR-RAISE
                 MOVE "E21" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR RAISE"
                    TO EXC-REASON-TEXT
              WHEN TR-REHIRE
                 MOVE "E22" TO EXC-REASON-CODE
                 MOVE "NO RECORD FOUND FOR REHIRE"
                    TO EXC-REASON-TEXT
           END-EVALUATE.


      * Folds a would-be-applied transaction into EDIT-ID-TABLE, so
      * later lines for the same ID meet the record as the batch
      * would have left it
       233-REMEMBER-OUTCOME.
           IF ED-ENTRY-NUMBER = ZERO
              IF EDIT-ID-COUNT < 1000
                 ADD 1 TO EDIT-ID-COUNT
                 MOVE EDIT-ID-COUNT TO ED-ENTRY-NUMBER
                 SET ED-IDX TO ED-ENTRY-NUMBER
                 MOVE EMPLOYEE-ID TO ED-TBL-EMPLOYEE-ID(ED-IDX)
                 MOVE CURRENT-ON-FILE-FLAG
                    TO ED-TBL-ON-FILE-FLAG(ED-IDX)
                 MOVE CURRENT-DEPARTMENT TO ED-TBL-DEPARTMENT(ED-IDX)
                 MOVE CURRENT-STATUS TO ED-TBL-STATUS(ED-IDX)
                 MOVE CURRENT-STATUS-DATE
                    TO ED-TBL-STATUS-DATE(ED-IDX)
                 MOVE ZERO TO ED-TBL-ADD-LINE(ED-IDX)
                 MOVE ZERO TO ED-TBL-DELETE-LINE(ED-IDX)
                 MOVE CURRENT-SUPERVISOR-ID
                    TO ED-TBL-SUPERVISOR-ID(ED-IDX)
              ELSE
                 IF EDIT-ID-TABLE-FULL-FLAG = 'N'
                    DISPLAY "-- More than 1000 employee IDs in the "
                       "file, later conflicts not tracked --"
                    MOVE 'Y' TO EDIT-ID-TABLE-FULL-FLAG
                 END-IF
              END-IF
           END-IF.
           IF ED-ENTRY-NUMBER > ZERO
              SET ED-IDX TO ED-ENTRY-NUMBER
              EVALUATE TRUE
                 WHEN TR-ADD
                    MOVE 'Y' TO ED-TBL-ON-FILE-FLAG(ED-IDX)
                    MOVE DEPARTMENT-CODE TO ED-TBL-DEPARTMENT(ED-IDX)
                    MOVE 'A' TO ED-TBL-STATUS(ED-IDX)
                    MOVE HIRE-DATE TO ED-TBL-STATUS-DATE(ED-IDX)
                    MOVE PHYSICAL-LINE-COUNT
                       TO ED-TBL-ADD-LINE(ED-IDX)
                    MOVE ENTERED-SUPERVISOR-ID
                       TO ED-TBL-SUPERVISOR-ID(ED-IDX)
                 WHEN TR-CHANGE
                    MOVE DEPARTMENT-CODE TO ED-TBL-DEPARTMENT(ED-IDX)
                    IF SUPERVISOR-KEYED
                       MOVE ENTERED-SUPERVISOR-ID
                          TO ED-TBL-SUPERVISOR-ID(ED-IDX)
                    END-IF
                 WHEN TR-TRANSFER
                    MOVE DEPARTMENT-CODE TO ED-TBL-DEPARTMENT(ED-IDX)
                 WHEN TR-DELETE
                    MOVE 'N' TO ED-TBL-ON-FILE-FLAG(ED-IDX)
                    MOVE PHYSICAL-LINE-COUNT
                       TO ED-TBL-DELETE-LINE(ED-IDX)
                 WHEN TR-STATUS
                    MOVE TR-EMPLOYMENT-STATUS
                       TO ED-TBL-STATUS(ED-IDX)
                    MOVE ENTERED-EFFECTIVE-DATE
                       TO ED-TBL-STATUS-DATE(ED-IDX)
                 WHEN TR-REHIRE
                    MOVE DEPARTMENT-CODE TO ED-TBL-DEPARTMENT(ED-IDX)
                    MOVE 'A' TO ED-TBL-STATUS(ED-IDX)
                    MOVE ENTERED-REHIRE-DATE
                       TO ED-TBL-STATUS-DATE(ED-IDX)
                    IF SUPERVISOR-KEYED
                       MOVE ENTERED-SUPERVISOR-ID
                          TO ED-TBL-SUPERVISOR-ID(ED-IDX)
                    END-IF
              END-EVALUATE
           END-IF.


      * Moves the employee's position between the departments'
      * filled counts the way the batch would on applying the line -
      * from the record it meets to the record it would leave
       236-ADJUST-FOR-OUTCOME.
           MOVE CURRENT-DEPARTMENT TO HC-OLD-DEPARTMENT.
           IF CURRENT-ON-FILE
              MOVE CURRENT-STATUS TO HC-OLD-STATUS
           ELSE
              MOVE 'X' TO HC-OLD-STATUS
           END-IF.
           MOVE HC-OLD-DEPARTMENT TO HC-NEW-DEPARTMENT.
           MOVE HC-OLD-STATUS TO HC-NEW-STATUS.
           EVALUATE TRUE
              WHEN TR-ADD
              WHEN TR-REHIRE
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE 'A' TO HC-NEW-STATUS
              WHEN TR-CHANGE
              WHEN TR-TRANSFER
                 MOVE DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
              WHEN TR-DELETE
                 MOVE 'X' TO HC-NEW-STATUS
              WHEN TR-STATUS
                 MOVE TR-EMPLOYMENT-STATUS TO HC-NEW-STATUS
           END-EVALUATE.
           PERFORM 237-ADJUST-HEADCOUNT.


      * Counts the active and on-leave employees filling each
      * department on the master, off the employee file as the
      * batch would find it, same as BATCH-UPDATE's 226
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


      * Moves one employee's position between the filled counts,
      * same as BATCH-UPDATE's 237
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


      * Position control, same test as BATCH-UPDATE's 335: a
      * controlled department already filled to its authorization
      * refuses the move with E33 unless the line carries the
      * override
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


      * Prints the verdict on the transaction in hand and adds it
      * to the run and per-code totals
       320-WRITE-EDIT-LINE.
           MOVE 8 TO CODE-ENTRY-NUMBER.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 7
              IF CT-CODE(CT-IDX) = TR-CODE
                 SET CODE-ENTRY-NUMBER TO CT-IDX
              END-IF
           END-PERFORM.
           SET CT-IDX TO CODE-ENTRY-NUMBER.
           ADD 1 TO CT-READ-COUNT(CT-IDX).
           EVALUATE TRUE
              WHEN OUTCOME-APPLY
                 MOVE "APPLY" TO EDL-OUTCOME
                 ADD 1 TO TRANSACTIONS-APPLY-COUNT
                 ADD 1 TO CT-APPLY-COUNT(CT-IDX)
              WHEN OUTCOME-QUEUE
                 MOVE "QUEUE" TO EDL-OUTCOME
                 ADD 1 TO TRANSACTIONS-QUEUE-COUNT
                 ADD 1 TO CT-QUEUE-COUNT(CT-IDX)
              WHEN OTHER
                 MOVE "REJECT" TO EDL-OUTCOME
                 ADD 1 TO TRANSACTIONS-REJECT-COUNT
                 ADD 1 TO CT-REJECT-COUNT(CT-IDX)
           END-EVALUATE.
           MOVE PHYSICAL-LINE-COUNT TO EDL-LINE-NUMBER.
           MOVE TRANSACTION-RECORD TO EDL-TRANSACTION-IMAGE.
           WRITE EDIT-REPORT-LINE FROM EDIT-DETAIL-LINE.
           IF CONFLICT-FOUND
              MOVE CONFLICT-TEXT TO ECL-CONFLICT-TEXT
              WRITE EDIT-REPORT-LINE FROM EDIT-CONFLICT-LINE
              ADD 1 TO CONFLICT-COUNT
           END-IF.


      * Derives YEARS-OF-SERVICE from TEN-HIRE-DATE as whole elapsed
      * months over twelve, same as BATCH-UPDATE's 250
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
      * BATCH-UPDATE's 251
       251-VALIDATE-HIRE-DATE.
           PERFORM 249-CHECK-CALENDAR-DATE.
           MOVE 'N' TO TEN-HIRE-DATE-VALID-FLAG.
           IF TEN-CALENDAR-OK
              AND TEN-HIRE-DATE <= TEN-AS-OF-DATE
              MOVE 'Y' TO TEN-HIRE-DATE-VALID-FLAG
           END-IF.


      * The calendar half of the date validation, same as
      * BATCH-UPDATE's 249: month 01-12, day within that month's
      * length, February sized by the leap-year rule, year no
      * earlier than 1900
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


      * Searches DEPARTMENT-MASTER-TABLE for the transaction's
      * department code, same scan as BATCH-UPDATE's 330
       330-CHECK-DEPARTMENT-CODE.
           MOVE 'N' TO DEPARTMENT-CODE-VALID-FLAG.
           PERFORM VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT
              IF DM-TBL-CODE(DM-IDX) = TR-DEPARTMENT-CODE
                 MOVE 'Y' TO DEPARTMENT-CODE-VALID-FLAG
              END-IF
           END-PERFORM.


      * Checks the transaction's pay grade against the loaded
      * master and its salary against the grade's band, same as
      * BATCH-UPDATE's 331
       331-CHECK-PAY-GRADE.
           MOVE 'N' TO PAY-GRADE-VALID-FLAG.
           MOVE 'N' TO SALARY-IN-BAND-FLAG.
           MOVE ZERO TO PG-ENTRY-NUMBER.
           PERFORM VARYING PG-IDX FROM 1 BY 1
              UNTIL PG-IDX > PAYGRADE-MASTER-COUNT
              IF PG-TBL-CODE(PG-IDX) = TR-PAY-GRADE
                 SET PG-ENTRY-NUMBER TO PG-IDX
                 MOVE 'Y' TO PAY-GRADE-VALID-FLAG
              END-IF
           END-PERFORM.
           IF PAY-GRADE-VALID AND TR-SALARY IS NUMERIC
              MOVE TR-SALARY TO WS-SALARY-CENTS
              COMPUTE ENTERED-SALARY = WS-SALARY-CENTS / 100
              SET PG-IDX TO PG-ENTRY-NUMBER
              IF ENTERED-SALARY >= PG-TBL-MIN-SALARY(PG-IDX)
                 AND ENTERED-SALARY <= PG-TBL-MAX-SALARY(PG-IDX)
                 MOVE 'Y' TO SALARY-IN-BAND-FLAG
              END-IF
           END-IF.


      * Sums the whole months of every completed employment period
      * SVC-LOOKUP-ID has on the service-period table, same as
      * BATCH-UPDATE's 254
       254-SUM-PRIOR-SERVICE-MONTHS.
           MOVE ZERO TO TEN-PRIOR-MONTHS.
           IF SERVICE-PERIOD-COUNT > ZERO
              MOVE TEN-AS-OF-DATE TO TEN-SAVED-AS-OF-DATE
              MOVE TEN-HIRE-DATE TO TEN-SAVED-HIRE-DATE
              PERFORM VARYING SVC-IDX FROM 1 BY 1
                 UNTIL SVC-IDX > SERVICE-PERIOD-COUNT
                 IF SVC-TBL-EMPLOYEE-ID(SVC-IDX) = SVC-LOOKUP-ID
                    MOVE SVC-TBL-HIRE-DATE(SVC-IDX)
                       TO TEN-HIRE-DATE
                    MOVE SVC-TBL-TERM-DATE(SVC-IDX)
                       TO TEN-AS-OF-DATE
                    PERFORM 250-COMPUTE-YEARS-OF-SERVICE
                    ADD TEN-ELAPSED-MONTHS TO TEN-PRIOR-MONTHS
                 END-IF
              END-PERFORM
              MOVE TEN-SAVED-AS-OF-DATE TO TEN-AS-OF-DATE
              MOVE TEN-SAVED-HIRE-DATE TO TEN-HIRE-DATE
           END-IF.


      * Reads SERVICE-PERIOD-FILE once at startup into
      * SERVICE-PERIOD-TABLE, same as BATCH-UPDATE
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


      * Reads DEPARTMENT-MASTER-FILE once at startup into
      * DEPARTMENT-MASTER-TABLE, same as BATCH-UPDATE
       220-LOAD-DEPARTMENT-MASTER.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF DEPARTMENT-MASTER-STATUS = "35"
              DISPLAY "-- Warning: department_master.txt not found --"
           ELSE
              PERFORM UNTIL DEPARTMENT-MASTER-STATUS = "10"
                 READ DEPARTMENT-MASTER-FILE
                    INTO DEPARTMENT-MASTER-RECORD
                    AT END MOVE "10" TO DEPARTMENT-MASTER-STATUS
                    NOT AT END
                       IF DEPARTMENT-MASTER-COUNT < 500
                          ADD 1 TO DEPARTMENT-MASTER-COUNT
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
                                "more than 500 entries, extra rows "
                                "ignored --"
                             MOVE 'Y' TO
                                DEPARTMENT-MASTER-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPARTMENT-MASTER-FILE
           END-IF.


      * Reads PAYGRADE-MASTER-FILE once at startup into
      * PAYGRADE-MASTER-TABLE, same as BATCH-UPDATE
       225-LOAD-PAYGRADE-MASTER.
           OPEN INPUT PAYGRADE-MASTER-FILE.
           IF PAYGRADE-MASTER-STATUS = "35"
              DISPLAY "-- Warning: paygrade_master.txt not found --"
           ELSE
              PERFORM UNTIL PAYGRADE-MASTER-STATUS = "10"
                 READ PAYGRADE-MASTER-FILE
                    INTO PAYGRADE-MASTER-RECORD
                    AT END MOVE "10" TO PAYGRADE-MASTER-STATUS
                    NOT AT END
                       IF PAYGRADE-MASTER-COUNT < 100
                          ADD 1 TO PAYGRADE-MASTER-COUNT
                          SET PG-IDX TO PAYGRADE-MASTER-COUNT
                          MOVE PG-GRADE-CODE TO PG-TBL-CODE(PG-IDX)
                          MOVE PG-GRADE-TITLE TO PG-TBL-TITLE(PG-IDX)
                          MOVE PG-MIN-SALARY
                             TO PG-TBL-MIN-SALARY(PG-IDX)
                          MOVE PG-MAX-SALARY
                             TO PG-TBL-MAX-SALARY(PG-IDX)
                       ELSE
                          IF PAYGRADE-MASTER-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- paygrade_master.txt has "
                                "more than 100 entries, extra rows "
                                "ignored --"
                             MOVE 'Y' TO
                                PAYGRADE-MASTER-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYGRADE-MASTER-FILE
           END-IF.


      * Prints the per-code totals and the balancing trailer, closes
      * everything, and echoes the counts to the job log
       202-END-EDIT.
           IF TRANSACTION-FILE-STATUS NOT = "35"
              WRITE EDIT-REPORT-LINE FROM DASH-LINE
              PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 8
                 IF CT-READ-COUNT(CT-IDX) > ZERO OR CT-IDX < 8
                    MOVE CT-CODE(CT-IDX) TO CTL-CODE
                    MOVE CT-TITLE(CT-IDX) TO CTL-TITLE
                    MOVE CT-READ-COUNT(CT-IDX) TO CTL-READ-COUNT
                    MOVE CT-APPLY-COUNT(CT-IDX) TO CTL-APPLY-COUNT
                    MOVE CT-QUEUE-COUNT(CT-IDX) TO CTL-QUEUE-COUNT
                    MOVE CT-REJECT-COUNT(CT-IDX) TO CTL-REJECT-COUNT
                    WRITE EDIT-REPORT-LINE FROM CODE-TOTAL-LINE
                 END-IF
              END-PERFORM
              MOVE TRANSACTIONS-READ-COUNT TO ERT-READ-COUNT
              MOVE TRANSACTIONS-APPLY-COUNT TO ERT-APPLY-COUNT
              MOVE TRANSACTIONS-QUEUE-COUNT TO ERT-QUEUE-COUNT
              MOVE TRANSACTIONS-REJECT-COUNT TO ERT-REJECT-COUNT
              MOVE CONFLICT-COUNT TO ERT-CONFLICT-COUNT
              WRITE EDIT-REPORT-LINE FROM DASH-LINE
              WRITE EDIT-REPORT-LINE FROM EDIT-REPORT-TRAILER
              CLOSE TRANSACTION-FILE
              CLOSE EDIT-REPORT-FILE
              IF EMPLOYEE-FILE-OPEN
                 CLOSE EMPLOYEE-FILE
              END-IF
              DISPLAY "-- Edit report written to batch_edit.prt --"
           END-IF.
           DISPLAY "---- BATCH EDIT COMPLETE ----".
           DISPLAY "Transactions read:     " TRANSACTIONS-READ-COUNT.
           DISPLAY "Would apply:           "
              TRANSACTIONS-APPLY-COUNT.
           DISPLAY "Would queue:           "
              TRANSACTIONS-QUEUE-COUNT.
           DISPLAY "Would reject:          "
              TRANSACTIONS-REJECT-COUNT.
           DISPLAY "In-file conflicts:     " CONFLICT-COUNT.

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
           MOVE "BATCH-EDIT" TO RC-JOB-NAME.
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
           MOVE TRANSACTIONS-READ-COUNT TO RC-COUNT-1.
           MOVE TRANSACTIONS-APPLY-COUNT TO RC-COUNT-2.
           MOVE TRANSACTIONS-REJECT-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM BATCH-EDIT.
