      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Weekly cross-file integrity sweep. AUDIT-RECONCILE
      *          balances the audit trail against the employee file;
      *          this job checks every other file that describes the
      *          same employees against the record and against each
      *          other - leave_records.txt, employee_history.txt,
      *          service_periods.txt, pending_transactions.txt,
      *          employee_archive.dat, the DELETE lines on
      *          audit_trail.txt, payroll_extract.dat and
      *          dept_snapshots.txt - and prints one line per
      *          finding. Every finding carries a severity (ERROR:
      *          the files contradict each other and a later run
      *          will act on the wrong one; WARNING: likely wrong,
      *          needs a look; INFO: housekeeping) and a fix-it hint
      *          naming the program the morning shift corrects it
      *          with. Nothing is changed - the sweep only reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Indexed (KSDS) by EMPLOYEE-ID, same file ASSIGNMENT-1
      * writes - read-only here
       SELECT EMPLOYEE-FILE ASSIGN TO "../employee_data.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-EMPLOYEE-ID
              ALTERNATE RECORD KEY IS FILE-LAST-NAME
                 WITH DUPLICATES
              FILE STATUS IS EMPLOYEE-FILE-STATUS.

      * One line per leave taken, written when a STATUS puts an
      * employee on leave
       SELECT LEAVE-FILE ASSIGN TO "../leave_records.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEAVE-FILE-STATUS.

      * One line per department transfer
       SELECT HISTORY-FILE ASSIGN TO "../employee_history.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTORY-FILE-STATUS.

      * Completed employment periods written at REHIRE
       SELECT SERVICE-PERIOD-FILE
              ASSIGN TO "../service_periods.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * Future-dated TRANSFER/STATUS queue PENDING-RELEASE applies
       SELECT PENDING-FILE ASSIGN TO "../pending_transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PENDING-FILE-STATUS.

      * Cumulative employee archive PURGE-TERMINATED writes
       SELECT ARCHIVE-FILE ASSIGN TO "../employee_archive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-FILE-STATUS.

      * The audit trail - only its DELETE lines are looked at here,
      * the rest is AUDIT-RECONCILE's business
       SELECT AUDIT-FILE ASSIGN TO "../audit_trail.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.

      * The latest interface file handed to the payroll bureau
       SELECT EXTRACT-FILE ASSIGN TO "../payroll_extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXTRACT-FILE-STATUS.

      * The cumulative month-end snapshot file DEPT-SNAPSHOT
      * appends
       SELECT SNAPSHOT-FILE ASSIGN TO "../dept_snapshots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SNAPSHOT-FILE-STATUS.

      * Exceptions report - one line per finding, worked by the
      * morning shift
       SELECT INTEGRITY-REPORT-FILE
              ASSIGN TO "../integrity_report.prt"
              ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  LEAVE-FILE.
       01  LEAVE-FILE-LINE PIC X(35).

       FD  HISTORY-FILE.
       01  HISTORY-FILE-LINE PIC X(32).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  PENDING-FILE.
       01  PENDING-FILE-LINE PIC X(104).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-LINE PIC X(106).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-LINE PIC X(48).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(85).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-FILE-LINE PIC X(33).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE PIC X(123).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * Set once the employee file opens, so the pending check knows
      * it can look ids up by key and the close knows to close it
       01  EMPLOYEE-FILE-OPEN-FLAG  PIC A VALUE 'N'.
           88  EMPLOYEE-FILE-OPEN   VALUE 'Y'.

      * Whether the keyed lookup found the pending line's employee
       01  EMPLOYEE-FOUND-FLAG      PIC A.
           88  EMPLOYEE-FOUND       VALUE 'Y'.

      * One line of each side file as read back in - the same
      * layouts the programs that write them use
       COPY "LEAVE-RECORD.CPY".
       01  LEAVE-FILE-STATUS        PIC XX.
       COPY "HISTORY-RECORD.CPY".
       01  HISTORY-FILE-STATUS      PIC XX.
       COPY "SERVICE-PERIOD.CPY".
       01  SERVICE-PERIOD-STATUS    PIC XX.
       COPY "PENDING-RECORD.CPY".
       01  PENDING-FILE-STATUS      PIC XX.
       COPY "ARCHIVE-RECORD.CPY".
       COPY "ARCHIVE-EMPLOYEE-RECORD.CPY".
       01  ARCHIVE-FILE-STATUS      PIC XX.
       COPY "SNAPSHOT-RECORD.CPY".
       01  SNAPSHOT-FILE-STATUS     PIC XX.

      * One audit line as read back in - same layout the
      * maintenance programs write
       01  AUDIT-RECORD.
           05  AUDIT-DATE            PIC 9(8).
           05  FILLER                PIC X.
           05  AUDIT-TIME            PIC 9(8).
           05  FILLER                PIC X.
           05  AUDIT-OPERATOR-ID     PIC X(8).
           05  FILLER                PIC X.
           05  AUDIT-TRANSACTION-TYPE PIC X(6).
           05  FILLER                PIC X.
           05  AUDIT-EMPLOYEE-ID     PIC 9(6).
           05  FILLER                PIC X.
           05  AUDIT-DEPARTMENT-CODE PIC 999.
           05  FILLER                PIC X.
           05  AUDIT-YEARS-OF-SERVICE PIC 99V9.
       01  AUDIT-FILE-STATUS        PIC XX.

      * One payroll-extract record as read back in - same layout
      * PAYROLL-EXTRACT writes. Only the record type, the run date
      * on the header and the id and status on a detail matter here
       01  EXTRACT-RECORD.
           05  EXR-RECORD-TYPE      PIC X.
           05  EXR-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(66).
           05  EXR-EMPLOYMENT-STATUS PIC X.
           05  FILLER               PIC X(11).
       01  EXTRACT-HEADER-VIEW REDEFINES EXTRACT-RECORD.
           05  FILLER               PIC X.
           05  EXR-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(76).
       01  EXTRACT-FILE-STATUS      PIC XX.
       01  EXTRACT-RUN-DATE         PIC 9(8) VALUE ZERO.

      * Every id in the archive, the date the archived employment
      * ended, and whether the trail carries a DELETE for it - a
      * purge writes both
       01  ARCHIVE-ID-TABLE.
           05  ARCHIVE-ID-ENTRY OCCURS 5000 TIMES
                  INDEXED BY ARC-IDX.
               10  ARC-TBL-EMPLOYEE-ID PIC 9(6).
               10  ARC-TBL-STATUS-DATE PIC 9(8).
               10  ARC-TBL-DELETE-FLAG PIC A.
       01  ARCHIVE-ID-COUNT         PIC 9(4) VALUE ZERO.
       01  ARCHIVE-ID-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The latest leave line per employee - the one that says
      * when their most recent leave began
       01  LEAVE-LATEST-TABLE.
           05  LEAVE-LATEST-ENTRY OCCURS 2000 TIMES
                  INDEXED BY LVT-IDX.
               10  LVT-EMPLOYEE-ID  PIC 9(6).
               10  LVT-START-DATE   PIC 9(8).
       01  LEAVE-LATEST-COUNT       PIC 9(4) VALUE ZERO.
       01  LEAVE-LATEST-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The latest transfer per employee - the department the
      * history says they should be in now. On an effective-date
      * tie the later line wins, same order it was written in
       01  HISTORY-LATEST-TABLE.
           05  HISTORY-LATEST-ENTRY OCCURS 2000 TIMES
                  INDEXED BY HLT-IDX.
               10  HLT-EMPLOYEE-ID  PIC 9(6).
               10  HLT-TO-DEPARTMENT PIC 999.
               10  HLT-EFFECTIVE-DATE PIC 9(8).
       01  HISTORY-LATEST-COUNT     PIC 9(4) VALUE ZERO.
       01  HISTORY-LATEST-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The service-period file in memory, same as ASSIGNMENT-1
       01  SERVICE-PERIOD-TABLE.
           05  SERVICE-PERIOD-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SVC-IDX SVC-IDX-2.
               10  SVC-TBL-EMPLOYEE-ID PIC 9(6).
               10  SVC-TBL-HIRE-DATE   PIC 9(8).
               10  SVC-TBL-TERM-DATE   PIC 9(8).
       01  SERVICE-PERIOD-COUNT     PIC 9(4) VALUE ZERO.
       01  SERVICE-PERIOD-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The still-queued pending lines - released, cancelled and
      * errored lines are the queue's history and aren't checked
       01  PENDING-QUEUED-TABLE.
           05  PENDING-QUEUED-ENTRY OCCURS 1000 TIMES
                  INDEXED BY PQT-IDX.
               10  PQT-EMPLOYEE-ID  PIC 9(6).
               10  PQT-TR-CODE      PIC X.
               10  PQT-EFFECTIVE-DATE PIC 9(8).
       01  PENDING-QUEUED-COUNT     PIC 9(4) VALUE ZERO.
       01  PENDING-QUEUED-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Every id on the latest payroll extract, and whether the
      * employee-file pass met it
       01  EXTRACT-ID-TABLE.
           05  EXTRACT-ID-ENTRY OCCURS 5000 TIMES
                  INDEXED BY EXT-IDX.
               10  EXT-TBL-EMPLOYEE-ID PIC 9(6).
               10  EXT-TBL-SEEN-FLAG   PIC A.
       01  EXTRACT-ID-COUNT         PIC 9(4) VALUE ZERO.
       01  EXTRACT-ID-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Every period + department pair on the snapshot file, so a
      * pair written twice shows up, and the latest period seen
       01  SNAPSHOT-KEY-TABLE.
           05  SNAPSHOT-KEY-ENTRY OCCURS 5000 TIMES
                  INDEXED BY SKT-IDX.
               10  SKT-PERIOD       PIC 9(6).
               10  SKT-DEPARTMENT   PIC 999.
       01  SNAPSHOT-KEY-COUNT       PIC 9(4) VALUE ZERO.
       01  SNAPSHOT-KEY-TABLE-FULL-FLAG PIC A VALUE 'N'.
       01  LATEST-SNAPSHOT-PERIOD   PIC 9(6) VALUE ZERO.

      * Where the lookups left the entry for the id in hand (zero =
      * not there)
       01  ARCHIVE-ENTRY-NUMBER     PIC 9(4).
       01  LEAVE-ENTRY-NUMBER       PIC 9(4).
       01  HISTORY-ENTRY-NUMBER     PIC 9(4).
       01  EXTRACT-ENTRY-NUMBER     PIC 9(4).
       01  SNAPSHOT-KEY-NUMBER      PIC 9(4).

      * The employee id being looked up, set by whichever pass is
      * doing the looking
       01  SWEEP-WORK-ID            PIC 9(6).

      * The month-end the latest snapshot should be for - the
      * month before the run
       01  SWEEP-RUN-DATE           PIC 9(8).
       01  SWEEP-RUN-DATE-R REDEFINES SWEEP-RUN-DATE.
           05  SWEEP-RUN-YYYY       PIC 9(4).
           05  SWEEP-RUN-MM         PIC 99.
           05  SWEEP-RUN-DD         PIC 99.
       01  EXPECTED-SNAPSHOT-PERIOD PIC 9(6).
       01  EXPECTED-SNAPSHOT-PERIOD-R
              REDEFINES EXPECTED-SNAPSHOT-PERIOD.
           05  EXPECTED-SNAPSHOT-YYYY PIC 9(4).
           05  EXPECTED-SNAPSHOT-MM PIC 99.

      * flag for exiting loops
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Severity of the finding about to be written
       01  FINDING-SEVERITY         PIC A.
           88  FINDING-ERROR        VALUE 'E'.
           88  FINDING-WARNING      VALUE 'W'.
           88  FINDING-INFO         VALUE 'I'.

      * Run counters for the job log and the report trailer
       01  RECORDS-CHECKED-COUNT    PIC 9(6) VALUE ZERO.
       01  ERROR-COUNT              PIC 9(6) VALUE ZERO.
       01  WARNING-COUNT            PIC 9(6) VALUE ZERO.
       01  INFO-COUNT               PIC 9(6) VALUE ZERO.

      * One line on the report per finding. The two labelled value
      * columns only carry what bears on the finding - the dates
      * or departments that disagree
       01  INTEGRITY-DETAIL-LINE.
           05  IDL-SEVERITY         PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  IDL-CODE             PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  IDL-TEXT             PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  IDL-EMPLOYEE-ID      PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  IDL-LABEL-1          PIC X(5).
           05  IDL-VALUE-1          PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  IDL-LABEL-2          PIC X(5).
           05  IDL-VALUE-2          PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  IDL-HINT             PIC X(40).

      * Report header, stamped with the run date
       01  INTEGRITY-REPORT-HEADER.
           05  FILLER               PIC X(42) VALUE
               "CROSS-FILE INTEGRITY SWEEP       Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  IRH-RUN-DATE         PIC 9(8).

       01  INTEGRITY-COLUMN-HEADER.
           05  FILLER               PIC X(14) VALUE "SEVERITY CODE".
           05  FILLER               PIC X(32) VALUE "FINDING".
           05  FILLER               PIC X(8)  VALUE "EMP ID".
           05  FILLER               PIC X(29) VALUE "DETAIL".
           05  FILLER               PIC X(40) VALUE "FIX WITH".

      * Report trailer - zero errors is the number the morning
      * shift wants to see
       01  INTEGRITY-REPORT-TRAILER.
           05  FILLER               PIC X(8)  VALUE "RECORDS ".
           05  IRT-RECORDS-COUNT    PIC ZZZZZ9.
           05  FILLER               PIC X(9)  VALUE "  ERRORS ".
           05  IRT-ERROR-COUNT      PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  WARNINGS ".
           05  IRT-WARNING-COUNT    PIC ZZZZZ9.
           05  FILLER               PIC X(7)  VALUE "  INFO ".
           05  IRT-INFO-COUNT       PIC ZZZZZ9.

      * Printed above the trailer whenever one of the lookup tables
      * filled, so the report itself says it isn't the whole story
       01  INTEGRITY-INCOMPLETE-LINE PIC X(60) VALUE
           "** INCOMPLETE - A SIDE FILE OUTGREW ITS TABLE, SEE JOB LOG".

       01  DASH-LINE PIC X(123) VALUE ALL "=".

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
      * itself, same as the batch does on the audit trail
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "SWEEP".


       PROCEDURE DIVISION.
      * Loads every side file, checks each employee record against
      * them, then checks what's left over in the side files
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 200-INIT-SWEEP.
           PERFORM 210-LOAD-ARCHIVE-IDS.
           PERFORM 211-LOAD-TRAIL-DELETES.
           PERFORM 212-LOAD-LEAVE-LINES.
           PERFORM 213-LOAD-HISTORY-LINES.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 214-LOAD-PENDING-QUEUE.
           PERFORM 215-LOAD-PAYROLL-EXTRACT.
           PERFORM 216-LOAD-SNAPSHOTS.
           PERFORM 220-CHECK-EMPLOYEE-FILE.
           PERFORM 230-CHECK-SERVICE-PERIODS.
           PERFORM 231-CHECK-PENDING-QUEUE.
           PERFORM 232-CHECK-EXTRACT-LEFTOVERS.
           PERFORM 233-CHECK-ARCHIVE-DELETES.
           PERFORM 234-CHECK-SNAPSHOT-CURRENCY.
           IF EMPLOYEE-FILE-OPEN
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM 290-END-SWEEP.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Opens the report and stamps its header
       200-INIT-SWEEP.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           ACCEPT SWEEP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SWEEP-RUN-DATE TO IRH-RUN-DATE.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-REPORT-HEADER.
           WRITE INTEGRITY-REPORT-LINE FROM DASH-LINE.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-COLUMN-HEADER.
           MOVE SPACES TO IDL-LABEL-1 IDL-VALUE-1
              IDL-LABEL-2 IDL-VALUE-2.


      * Reads the archive front to back, keeping every id it holds.
      * No archive just means nothing has been purged yet
       210-LOAD-ARCHIVE-IDS.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "35"
              PERFORM UNTIL ARCHIVE-FILE-STATUS = "10"
                 READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                    AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                    NOT AT END
                       MOVE ARCH-EMPLOYEE-IMAGE
                          TO ARCH-EMPLOYEE-RECORD
                       IF ARCHIVE-ID-COUNT < 5000
                          ADD 1 TO ARCHIVE-ID-COUNT
                          SET ARC-IDX TO ARCHIVE-ID-COUNT
                          MOVE ARCH-EMPLOYEE-ID
                             TO ARC-TBL-EMPLOYEE-ID(ARC-IDX)
                          MOVE ARCH-STATUS-DATE
                             TO ARC-TBL-STATUS-DATE(ARC-IDX)
                          MOVE 'N' TO ARC-TBL-DELETE-FLAG(ARC-IDX)
                       ELSE
                          IF ARCHIVE-ID-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- employee_archive.dat has "
                                "more than 5000 entries, extra "
                                "rows not checked --"
                             MOVE 'Y' TO ARCHIVE-ID-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.


      * Reads the audit trail front to back, marking every archived
      * id the trail carries a DELETE for
       211-LOAD-TRAIL-DELETES.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "35"
              PERFORM UNTIL AUDIT-FILE-STATUS = "10"
                 READ AUDIT-FILE INTO AUDIT-RECORD
                    AT END MOVE "10" TO AUDIT-FILE-STATUS
                    NOT AT END
                       IF AUDIT-TRANSACTION-TYPE = "DELETE"
                          MOVE AUDIT-EMPLOYEE-ID TO SWEEP-WORK-ID
                          PERFORM 236-FIND-ARCHIVED-ID
                          IF ARCHIVE-ENTRY-NUMBER > ZERO
                             MOVE 'Y' TO ARC-TBL-DELETE-FLAG
                                (ARCHIVE-ENTRY-NUMBER)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.


      * Reads the leave file front to back, keeping the latest
      * start date per employee
       212-LOAD-LEAVE-LINES.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-FILE-STATUS NOT = "35"
              PERFORM UNTIL LEAVE-FILE-STATUS = "10"
                 READ LEAVE-FILE INTO LEAVE-RECORD
                    AT END MOVE "10" TO LEAVE-FILE-STATUS
                    NOT AT END
                       MOVE LV-EMPLOYEE-ID TO SWEEP-WORK-ID
                       PERFORM 237-FIND-LEAVE-ENTRY
                       IF LEAVE-ENTRY-NUMBER = ZERO
                          IF LEAVE-LATEST-COUNT < 2000
                             ADD 1 TO LEAVE-LATEST-COUNT
                             MOVE LEAVE-LATEST-COUNT
                                TO LEAVE-ENTRY-NUMBER
                             MOVE LV-EMPLOYEE-ID TO LVT-EMPLOYEE-ID
                                (LEAVE-ENTRY-NUMBER)
                             MOVE ZERO TO LVT-START-DATE
                                (LEAVE-ENTRY-NUMBER)
                          ELSE
                             IF LEAVE-LATEST-TABLE-FULL-FLAG = 'N'
                                DISPLAY "-- leave_records.txt names "
                                   "more than 2000 employees, "
                                   "extra employees not checked --"
                                MOVE 'Y'
                                   TO LEAVE-LATEST-TABLE-FULL-FLAG
                             END-IF
                          END-IF
                       END-IF
                       IF LEAVE-ENTRY-NUMBER > ZERO
                          AND LV-START-DATE >=
                             LVT-START-DATE(LEAVE-ENTRY-NUMBER)
                          MOVE LV-START-DATE
                             TO LVT-START-DATE(LEAVE-ENTRY-NUMBER)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-FILE
           END-IF.


      * Reads the history file front to back, keeping the latest
      * transfer per employee
       213-LOAD-HISTORY-LINES.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "35"
              PERFORM UNTIL HISTORY-FILE-STATUS = "10"
                 READ HISTORY-FILE INTO HISTORY-RECORD
                    AT END MOVE "10" TO HISTORY-FILE-STATUS
                    NOT AT END
                       MOVE HIST-EMPLOYEE-ID TO SWEEP-WORK-ID
                       PERFORM 238-FIND-HISTORY-ENTRY
                       IF HISTORY-ENTRY-NUMBER = ZERO
                          IF HISTORY-LATEST-COUNT < 2000
                             ADD 1 TO HISTORY-LATEST-COUNT
                             MOVE HISTORY-LATEST-COUNT
                                TO HISTORY-ENTRY-NUMBER
                             MOVE HIST-EMPLOYEE-ID TO HLT-EMPLOYEE-ID
                                (HISTORY-ENTRY-NUMBER)
                             MOVE ZERO TO HLT-EFFECTIVE-DATE
                                (HISTORY-ENTRY-NUMBER)
                          ELSE
                             IF HISTORY-LATEST-TABLE-FULL-FLAG = 'N'
                                DISPLAY "-- employee_history.txt "
                                   "names more than 2000 employees,"
                                   " extra employees not checked --"
                                MOVE 'Y'
                                   TO HISTORY-LATEST-TABLE-FULL-FLAG
                             END-IF
                          END-IF
                       END-IF
                       IF HISTORY-ENTRY-NUMBER > ZERO
                          AND HIST-EFFECTIVE-DATE >=
                             HLT-EFFECTIVE-DATE(HISTORY-ENTRY-NUMBER)
                          MOVE HIST-EFFECTIVE-DATE TO
                             HLT-EFFECTIVE-DATE(HISTORY-ENTRY-NUMBER)
                          MOVE HIST-TO-DEPARTMENT TO
                             HLT-TO-DEPARTMENT(HISTORY-ENTRY-NUMBER)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.


      * Reads the pending queue front to back, keeping the lines
      * still waiting to be released
       214-LOAD-PENDING-QUEUE.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS NOT = "35"
              PERFORM UNTIL PENDING-FILE-STATUS = "10"
                 READ PENDING-FILE INTO PENDING-RECORD
                    AT END MOVE "10" TO PENDING-FILE-STATUS
                    NOT AT END
                       IF PEND-QUEUED
                          IF PENDING-QUEUED-COUNT < 1000
                             ADD 1 TO PENDING-QUEUED-COUNT
                             SET PQT-IDX TO PENDING-QUEUED-COUNT
                             MOVE PEND-EMPLOYEE-ID
                                TO PQT-EMPLOYEE-ID(PQT-IDX)
                             MOVE PEND-TR-CODE
                                TO PQT-TR-CODE(PQT-IDX)
                             MOVE PEND-EFFECTIVE-DATE
                                TO PQT-EFFECTIVE-DATE(PQT-IDX)
                          ELSE
                             IF PENDING-QUEUED-TABLE-FULL-FLAG = 'N'
                                DISPLAY "-- more than 1000 queued "
                                   "pending lines, extra lines not "
                                   "checked --"
                                MOVE 'Y'
                                   TO PENDING-QUEUED-TABLE-FULL-FLAG
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF.


      * Reads the latest payroll extract, keeping its run date and
      * every detail id. No extract means nothing has gone to the
      * bureau yet, and the payroll checks are skipped
       215-LOAD-PAYROLL-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "35"
              PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
                 READ EXTRACT-FILE INTO EXTRACT-RECORD
                    AT END MOVE "10" TO EXTRACT-FILE-STATUS
                    NOT AT END
                       EVALUATE EXR-RECORD-TYPE
                          WHEN "H"
                             MOVE EXR-RUN-DATE TO EXTRACT-RUN-DATE
                          WHEN "D"
                             IF EXTRACT-ID-COUNT < 5000
                                ADD 1 TO EXTRACT-ID-COUNT
                                SET EXT-IDX TO EXTRACT-ID-COUNT
                                MOVE EXR-EMPLOYEE-ID
                                   TO EXT-TBL-EMPLOYEE-ID(EXT-IDX)
                                MOVE 'N'
                                   TO EXT-TBL-SEEN-FLAG(EXT-IDX)
                             ELSE
                                IF EXTRACT-ID-TABLE-FULL-FLAG = 'N'
                                   DISPLAY "-- payroll_extract.dat "
                                      "has more than 5000 details, "
                                      "extra details not checked --"
                                   MOVE 'Y'
                                      TO EXTRACT-ID-TABLE-FULL-FLAG
                                END-IF
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE EXTRACT-FILE
           END-IF.


      * Reads the snapshot file front to back, reporting any period
      * and department written twice - DEPT-SNAPSHOT refuses a
      * rerun, so a second line means the file was hand-edited or
      * restored over, and DEPT-TREND will double-count the month
       216-LOAD-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-STATUS NOT = "35"
              PERFORM UNTIL SNAPSHOT-FILE-STATUS = "10"
                 READ SNAPSHOT-FILE INTO SNAPSHOT-RECORD
                    AT END MOVE "10" TO SNAPSHOT-FILE-STATUS
                    NOT AT END
                       PERFORM 217-CHECK-SNAPSHOT-LINE
                 END-READ
              END-PERFORM
              CLOSE SNAPSHOT-FILE
           END-IF.


      * One snapshot line
       217-CHECK-SNAPSHOT-LINE.
           IF SNP-PERIOD > LATEST-SNAPSHOT-PERIOD
              MOVE SNP-PERIOD TO LATEST-SNAPSHOT-PERIOD
           END-IF.
           MOVE ZERO TO SNAPSHOT-KEY-NUMBER.
           PERFORM VARYING SKT-IDX FROM 1 BY 1
              UNTIL SKT-IDX > SNAPSHOT-KEY-COUNT
              IF SKT-PERIOD(SKT-IDX) = SNP-PERIOD
                 AND SKT-DEPARTMENT(SKT-IDX) = SNP-DEPARTMENT
                 SET SNAPSHOT-KEY-NUMBER TO SKT-IDX
              END-IF
           END-PERFORM.
           IF SNAPSHOT-KEY-NUMBER > ZERO
              MOVE 'W' TO FINDING-SEVERITY
              MOVE "X15" TO IDL-CODE
              MOVE "SNAPSHOT WRITTEN TWICE" TO IDL-TEXT
              MOVE SPACES TO IDL-EMPLOYEE-ID
              MOVE "PER  " TO IDL-LABEL-1
              MOVE SNP-PERIOD TO IDL-VALUE-1
              MOVE "DEPT " TO IDL-LABEL-2
              MOVE SNP-DEPARTMENT TO IDL-VALUE-2
              MOVE "REMOVE EXTRA LINE, dept_snapshots.txt"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           ELSE
              IF SNAPSHOT-KEY-COUNT < 5000
                 ADD 1 TO SNAPSHOT-KEY-COUNT
                 SET SKT-IDX TO SNAPSHOT-KEY-COUNT
                 MOVE SNP-PERIOD TO SKT-PERIOD(SKT-IDX)
                 MOVE SNP-DEPARTMENT TO SKT-DEPARTMENT(SKT-IDX)
              ELSE
                 IF SNAPSHOT-KEY-TABLE-FULL-FLAG = 'N'
                    DISPLAY "-- dept_snapshots.txt has more than "
                       "5000 lines, extra lines not checked --"
                    MOVE 'Y' TO SNAPSHOT-KEY-TABLE-FULL-FLAG
                 END-IF
              END-IF
           END-IF.


      * Reads every record on EMPLOYEE-FILE and checks it against
      * the side files
       220-CHECK-EMPLOYEE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE 'Y' TO FLG-LOOPING.
           EVALUATE EMPLOYEE-FILE-STATUS
              WHEN "00"
                 MOVE 'Y' TO EMPLOYEE-FILE-OPEN-FLAG
                 READ EMPLOYEE-FILE NEXT RECORD
                    AT END MOVE 'N' TO FLG-LOOPING
                 END-READ
              WHEN "35"
                 DISPLAY "-- No employee records on file --"
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- Employee file could not be opened, "
                    "status " EMPLOYEE-FILE-STATUS
                    " - record checks skipped --"
                 MOVE 'N' TO FLG-LOOPING
           END-EVALUATE.
           PERFORM 221-CHECK-ONE-RECORD
              UNTIL FLG-LOOPING = 'N'.


      * Body of the record pass - every check that starts from the
      * employee record
       221-CHECK-ONE-RECORD.
           ADD 1 TO RECORDS-CHECKED-COUNT.
           MOVE FILE-EMPLOYEE-ID TO SWEEP-WORK-ID.
           MOVE FILE-EMPLOYEE-ID TO IDL-EMPLOYEE-ID.
           IF FILE-HIRE-DATE > ZERO
              AND FILE-STATUS-DATE > ZERO
              AND FILE-STATUS-DATE < FILE-HIRE-DATE
              MOVE 'E' TO FINDING-SEVERITY
              MOVE "X04" TO IDL-CODE
              MOVE "STATUS DATE BEFORE HIRE DATE" TO IDL-TEXT
              MOVE "HIRE " TO IDL-LABEL-1
              MOVE FILE-HIRE-DATE TO IDL-VALUE-1
              MOVE "STAT " TO IDL-LABEL-2
              MOVE FILE-STATUS-DATE TO IDL-VALUE-2
              MOVE "FIX HIRE DATE (ASSIGNMENT-1 C) OR STATUS"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.
           PERFORM 237-FIND-LEAVE-ENTRY.
           IF FILE-EMP-ON-LEAVE
              AND LEAVE-ENTRY-NUMBER = ZERO
              MOVE 'W' TO FINDING-SEVERITY
              MOVE "X01" TO IDL-CODE
              MOVE "ON LEAVE, NO LEAVE LINE" TO IDL-TEXT
              MOVE "STAT " TO IDL-LABEL-1
              MOVE FILE-STATUS-DATE TO IDL-VALUE-1
              MOVE "RE-KEY STATUS L IN ASSIGNMENT-1" TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.
      * A returned employee keeps their old leave lines - only a
      * leave that began on or after the record's last status
      * change contradicts an active record
           IF NOT FILE-EMP-ON-LEAVE
              AND NOT FILE-EMP-TERMINATED
              AND LEAVE-ENTRY-NUMBER > ZERO
              AND LVT-START-DATE(LEAVE-ENTRY-NUMBER)
                 >= FILE-STATUS-DATE
              MOVE 'W' TO FINDING-SEVERITY
              MOVE "X02" TO IDL-CODE
              MOVE "LEAVE LINE, EMPLOYEE ACTIVE" TO IDL-TEXT
              MOVE "LEAVE" TO IDL-LABEL-1
              MOVE LVT-START-DATE(LEAVE-ENTRY-NUMBER) TO IDL-VALUE-1
              MOVE "STAT " TO IDL-LABEL-2
              MOVE FILE-STATUS-DATE TO IDL-VALUE-2
              MOVE "RE-KEY STATUS L OR A IN ASSIGNMENT-1"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.
           PERFORM 238-FIND-HISTORY-ENTRY.
           IF HISTORY-ENTRY-NUMBER > ZERO
              AND HLT-TO-DEPARTMENT(HISTORY-ENTRY-NUMBER)
                 NOT = FILE-DEPARTMENT-CODE
              MOVE 'W' TO FINDING-SEVERITY
              MOVE "X03" TO IDL-CODE
              MOVE "LAST TRANSFER NOT RECORD DEPT" TO IDL-TEXT
              MOVE "HIST " TO IDL-LABEL-1
              MOVE HLT-TO-DEPARTMENT(HISTORY-ENTRY-NUMBER)
                 TO IDL-VALUE-1
              MOVE "FILE " TO IDL-LABEL-2
              MOVE FILE-DEPARTMENT-CODE TO IDL-VALUE-2
              MOVE "KEY THE MOVE AS TRANSFER IN ASSIGNMENT-1"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.
           PERFORM 222-CHECK-PERIODS-AGAINST-HIRE
              VARYING SVC-IDX FROM 1 BY 1
              UNTIL SVC-IDX > SERVICE-PERIOD-COUNT.
      * An archived employee re-added under the old ID is a new
      * employment, not a second copy, once it was hired after the
      * archived one ended - ASSIGNMENT-1's ADD bridges the old
      * period onto service_periods.txt for it
           MOVE ZERO TO ARCHIVE-ENTRY-NUMBER.
           PERFORM 239-FIND-OVERLAPPING-ARCHIVE
              VARYING ARC-IDX FROM 1 BY 1
              UNTIL ARC-IDX > ARCHIVE-ID-COUNT.
           IF ARCHIVE-ENTRY-NUMBER > ZERO
              MOVE 'E' TO FINDING-SEVERITY
              MOVE "X11" TO IDL-CODE
              MOVE "ON FILE AND IN ARCHIVE" TO IDL-TEXT
              MOVE "STAT " TO IDL-LABEL-1
              MOVE FILE-EMPLOYMENT-STATUS TO IDL-VALUE-1
              MOVE "ARCH " TO IDL-LABEL-2
              MOVE ARC-TBL-STATUS-DATE(ARCHIVE-ENTRY-NUMBER)
                 TO IDL-VALUE-2
              MOVE "COMPARE IN EMPLOYEE-INQUIRY, DROP ONE"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.
           IF EXTRACT-RUN-DATE > ZERO
              PERFORM 223-CHECK-AGAINST-EXTRACT
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * A completed period for the record in hand that ends after
      * the current hire date overlaps the employment running now
       222-CHECK-PERIODS-AGAINST-HIRE.
           IF SVC-TBL-EMPLOYEE-ID(SVC-IDX) = FILE-EMPLOYEE-ID
              AND SVC-TBL-TERM-DATE(SVC-IDX) > FILE-HIRE-DATE
              MOVE 'E' TO FINDING-SEVERITY
              MOVE "X07" TO IDL-CODE
              MOVE "PERIOD OVERLAPS CURRENT HIRE" TO IDL-TEXT
              MOVE "END  " TO IDL-LABEL-1
              MOVE SVC-TBL-TERM-DATE(SVC-IDX) TO IDL-VALUE-1
              MOVE "HIRE " TO IDL-LABEL-2
              MOVE FILE-HIRE-DATE TO IDL-VALUE-2
              MOVE "FIX service_periods.txt, TENURE-REFRESH"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.


      * Balances the record in hand against the latest payroll
      * extract. Someone working on the extract's run date should
      * be on it; someone terminated by then shouldn't be. Hires
      * and terminations dated after the extract are expected to
      * differ until the next one
       223-CHECK-AGAINST-EXTRACT.
           MOVE ZERO TO EXTRACT-ENTRY-NUMBER.
           PERFORM VARYING EXT-IDX FROM 1 BY 1
              UNTIL EXT-IDX > EXTRACT-ID-COUNT
              IF EXT-TBL-EMPLOYEE-ID(EXT-IDX) = FILE-EMPLOYEE-ID
                 SET EXTRACT-ENTRY-NUMBER TO EXT-IDX
              END-IF
           END-PERFORM.
           IF EXTRACT-ENTRY-NUMBER > ZERO
              MOVE 'Y' TO EXT-TBL-SEEN-FLAG(EXTRACT-ENTRY-NUMBER)
           END-IF.
           EVALUATE TRUE
              WHEN FILE-EMP-TERMINATED
                 AND EXTRACT-ENTRY-NUMBER > ZERO
                 AND FILE-STATUS-DATE < EXTRACT-RUN-DATE
                 MOVE 'W' TO FINDING-SEVERITY
                 MOVE "X17" TO IDL-CODE
                 MOVE "EXTRACTED AFTER TERMINATION" TO IDL-TEXT
                 MOVE "STAT " TO IDL-LABEL-1
                 MOVE FILE-STATUS-DATE TO IDL-VALUE-1
                 MOVE "EXTR " TO IDL-LABEL-2
                 MOVE EXTRACT-RUN-DATE TO IDL-VALUE-2
                 MOVE "WARN BUREAU, RERUN PAYROLL-EXTRACT"
                    TO IDL-HINT
                 PERFORM 240-WRITE-FINDING
              WHEN NOT FILE-EMP-TERMINATED
                 AND EXTRACT-ENTRY-NUMBER = ZERO
                 AND FILE-HIRE-DATE <= EXTRACT-RUN-DATE
                 AND FILE-STATUS-DATE <= EXTRACT-RUN-DATE
                 MOVE 'W' TO FINDING-SEVERITY
                 MOVE "X13" TO IDL-CODE
                 MOVE "WORKING, MISSING FROM EXTRACT" TO IDL-TEXT
                 MOVE "HIRE " TO IDL-LABEL-1
                 MOVE FILE-HIRE-DATE TO IDL-VALUE-1
                 MOVE "EXTR " TO IDL-LABEL-2
                 MOVE EXTRACT-RUN-DATE TO IDL-VALUE-2
                 MOVE "RERUN PAYROLL-EXTRACT" TO IDL-HINT
                 PERFORM 240-WRITE-FINDING
           END-EVALUATE.


      * Checks the service periods against themselves - a period
      * that ends before it starts, and two periods for the same
      * employee that cover the same days
       230-CHECK-SERVICE-PERIODS.
           PERFORM VARYING SVC-IDX FROM 1 BY 1
              UNTIL SVC-IDX > SERVICE-PERIOD-COUNT
              MOVE SVC-TBL-EMPLOYEE-ID(SVC-IDX) TO IDL-EMPLOYEE-ID
              IF SVC-TBL-TERM-DATE(SVC-IDX)
                 < SVC-TBL-HIRE-DATE(SVC-IDX)
                 MOVE 'E' TO FINDING-SEVERITY
                 MOVE "X05" TO IDL-CODE
                 MOVE "PERIOD ENDS BEFORE IT STARTS"
                    TO IDL-TEXT
                 MOVE "FROM " TO IDL-LABEL-1
                 MOVE SVC-TBL-HIRE-DATE(SVC-IDX) TO IDL-VALUE-1
                 MOVE "TO   " TO IDL-LABEL-2
                 MOVE SVC-TBL-TERM-DATE(SVC-IDX) TO IDL-VALUE-2
                 MOVE "FIX service_periods.txt, TENURE-REFRESH"
                    TO IDL-HINT
                 PERFORM 240-WRITE-FINDING
              END-IF
              PERFORM 235-CHECK-PERIOD-OVERLAP
                 VARYING SVC-IDX-2 FROM SVC-IDX BY 1
                 UNTIL SVC-IDX-2 > SERVICE-PERIOD-COUNT
           END-PERFORM.


      * Checks every queued pending line's employee - a queued
      * change for someone terminated, purged or never on file will
      * error at release, or worse, apply to the wrong person
       231-CHECK-PENDING-QUEUE.
           PERFORM VARYING PQT-IDX FROM 1 BY 1
              UNTIL PQT-IDX > PENDING-QUEUED-COUNT
              MOVE PQT-EMPLOYEE-ID(PQT-IDX) TO SWEEP-WORK-ID
              MOVE PQT-EMPLOYEE-ID(PQT-IDX) TO IDL-EMPLOYEE-ID
              MOVE "TYPE " TO IDL-LABEL-1
              MOVE PQT-TR-CODE(PQT-IDX) TO IDL-VALUE-1
              MOVE "EFF  " TO IDL-LABEL-2
              MOVE PQT-EFFECTIVE-DATE(PQT-IDX) TO IDL-VALUE-2
              MOVE "CANCEL THE LINE IN PENDING-MAINT" TO IDL-HINT
              MOVE 'N' TO EMPLOYEE-FOUND-FLAG
              IF EMPLOYEE-FILE-OPEN
                 MOVE SWEEP-WORK-ID TO FILE-EMPLOYEE-ID
                 READ EMPLOYEE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'Y' TO EMPLOYEE-FOUND-FLAG
                 END-READ
              END-IF
              PERFORM 236-FIND-ARCHIVED-ID
              EVALUATE TRUE
                 WHEN EMPLOYEE-FOUND
                    AND FILE-EMP-TERMINATED
                    MOVE 'W' TO FINDING-SEVERITY
                    MOVE "X08" TO IDL-CODE
                    MOVE "QUEUED FOR TERMINATED EMPLOYEE"
                       TO IDL-TEXT
                    PERFORM 240-WRITE-FINDING
                 WHEN EMPLOYEE-FOUND
                    CONTINUE
                 WHEN ARCHIVE-ENTRY-NUMBER > ZERO
                    MOVE 'E' TO FINDING-SEVERITY
                    MOVE "X09" TO IDL-CODE
                    MOVE "QUEUED FOR PURGED EMPLOYEE" TO IDL-TEXT
                    PERFORM 240-WRITE-FINDING
                 WHEN OTHER
                    MOVE 'E' TO FINDING-SEVERITY
                    MOVE "X10" TO IDL-CODE
                    MOVE "QUEUED FOR UNKNOWN EMPLOYEE" TO IDL-TEXT
                    PERFORM 240-WRITE-FINDING
              END-EVALUATE
           END-PERFORM.


      * Anything on the extract the record pass never met has left
      * the employee file since - the bureau is paying someone we
      * no longer hold
       232-CHECK-EXTRACT-LEFTOVERS.
           PERFORM VARYING EXT-IDX FROM 1 BY 1
              UNTIL EXT-IDX > EXTRACT-ID-COUNT
              IF EXT-TBL-SEEN-FLAG(EXT-IDX) = 'N'
                 MOVE EXT-TBL-EMPLOYEE-ID(EXT-IDX) TO IDL-EMPLOYEE-ID
                 MOVE 'E' TO FINDING-SEVERITY
                 MOVE "X14" TO IDL-CODE
                 MOVE "EXTRACTED, NOT ON FILE" TO IDL-TEXT
                 MOVE "EXTR " TO IDL-LABEL-1
                 MOVE EXTRACT-RUN-DATE TO IDL-VALUE-1
                 MOVE "WARN BUREAU, RERUN PAYROLL-EXTRACT"
                    TO IDL-HINT
                 PERFORM 240-WRITE-FINDING
              END-IF
           END-PERFORM.


      * Every purge writes a DELETE line to the trail - an archived
      * id without one was archived some other way, and the trail
      * no longer accounts for it
       233-CHECK-ARCHIVE-DELETES.
           PERFORM VARYING ARC-IDX FROM 1 BY 1
              UNTIL ARC-IDX > ARCHIVE-ID-COUNT
              IF ARC-TBL-DELETE-FLAG(ARC-IDX) = 'N'
                 MOVE ARC-TBL-EMPLOYEE-ID(ARC-IDX) TO IDL-EMPLOYEE-ID
                 MOVE 'W' TO FINDING-SEVERITY
                 MOVE "X12" TO IDL-CODE
                 MOVE "ARCHIVED, NO DELETE ON TRAIL" TO IDL-TEXT
                 MOVE "RUN AUDIT-RECONCILE, REVIEW TRAIL"
                    TO IDL-HINT
                 PERFORM 240-WRITE-FINDING
              END-IF
           END-PERFORM.


      * The month-end snapshot for last month should be on file by
      * now - a missing one leaves a hole DEPT-TREND can't fill
      * later
       234-CHECK-SNAPSHOT-CURRENCY.
           MOVE SWEEP-RUN-YYYY TO EXPECTED-SNAPSHOT-YYYY.
           IF SWEEP-RUN-MM = 01
              SUBTRACT 1 FROM EXPECTED-SNAPSHOT-YYYY
              MOVE 12 TO EXPECTED-SNAPSHOT-MM
           ELSE
              COMPUTE EXPECTED-SNAPSHOT-MM = SWEEP-RUN-MM - 1
           END-IF.
           IF LATEST-SNAPSHOT-PERIOD < EXPECTED-SNAPSHOT-PERIOD
              MOVE 'I' TO FINDING-SEVERITY
              MOVE "X16" TO IDL-CODE
              MOVE "LAST MONTH-END NOT SNAPPED" TO IDL-TEXT
              MOVE SPACES TO IDL-EMPLOYEE-ID
              MOVE "LAST " TO IDL-LABEL-1
              MOVE LATEST-SNAPSHOT-PERIOD TO IDL-VALUE-1
              MOVE "DUE  " TO IDL-LABEL-2
              MOVE EXPECTED-SNAPSHOT-PERIOD TO IDL-VALUE-2
              MOVE "RUN DEPT-SNAPSHOT" TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.


      * Compares period SVC-IDX-2 with period SVC-IDX: the same
      * employee's two periods overlap when each starts before the
      * other ends. Each pair is met once, since SVC-IDX-2 starts
      * at SVC-IDX and the period itself is skipped
       235-CHECK-PERIOD-OVERLAP.
           IF SVC-IDX-2 NOT = SVC-IDX
              AND SVC-TBL-EMPLOYEE-ID(SVC-IDX-2)
                 = SVC-TBL-EMPLOYEE-ID(SVC-IDX)
              AND SVC-TBL-HIRE-DATE(SVC-IDX)
                 < SVC-TBL-TERM-DATE(SVC-IDX-2)
              AND SVC-TBL-HIRE-DATE(SVC-IDX-2)
                 < SVC-TBL-TERM-DATE(SVC-IDX)
              MOVE 'E' TO FINDING-SEVERITY
              MOVE "X06" TO IDL-CODE
              MOVE "SERVICE PERIODS OVERLAP" TO IDL-TEXT
              MOVE "FROM " TO IDL-LABEL-1
              MOVE SVC-TBL-HIRE-DATE(SVC-IDX) TO IDL-VALUE-1
              MOVE "FROM " TO IDL-LABEL-2
              MOVE SVC-TBL-HIRE-DATE(SVC-IDX-2) TO IDL-VALUE-2
              MOVE "FIX service_periods.txt, TENURE-REFRESH"
                 TO IDL-HINT
              PERFORM 240-WRITE-FINDING
           END-IF.


      * Finds SWEEP-WORK-ID among the archived ids, leaving its
      * entry number in ARCHIVE-ENTRY-NUMBER (zero = not archived)
       236-FIND-ARCHIVED-ID.
           MOVE ZERO TO ARCHIVE-ENTRY-NUMBER.
           PERFORM VARYING ARC-IDX FROM 1 BY 1
              UNTIL ARC-IDX > ARCHIVE-ID-COUNT
              IF ARC-TBL-EMPLOYEE-ID(ARC-IDX) = SWEEP-WORK-ID
                 SET ARCHIVE-ENTRY-NUMBER TO ARC-IDX
              END-IF
           END-PERFORM.


      * Notes the archived image in hand when it is the record's
      * own ID and the record's hire date doesn't follow the date
      * that image's employment ended, leaving its entry number in
      * ARCHIVE-ENTRY-NUMBER - the same person filed twice
       239-FIND-OVERLAPPING-ARCHIVE.
           IF ARC-TBL-EMPLOYEE-ID(ARC-IDX) = SWEEP-WORK-ID
              AND FILE-HIRE-DATE NOT > ARC-TBL-STATUS-DATE(ARC-IDX)
              SET ARCHIVE-ENTRY-NUMBER TO ARC-IDX
           END-IF.


      * Finds SWEEP-WORK-ID's latest leave, leaving its entry
      * number in LEAVE-ENTRY-NUMBER (zero = never on leave)
       237-FIND-LEAVE-ENTRY.
           MOVE ZERO TO LEAVE-ENTRY-NUMBER.
           PERFORM VARYING LVT-IDX FROM 1 BY 1
              UNTIL LVT-IDX > LEAVE-LATEST-COUNT
              IF LVT-EMPLOYEE-ID(LVT-IDX) = SWEEP-WORK-ID
                 SET LEAVE-ENTRY-NUMBER TO LVT-IDX
              END-IF
           END-PERFORM.


      * Finds SWEEP-WORK-ID's latest transfer, leaving its entry
      * number in HISTORY-ENTRY-NUMBER (zero = never transferred)
       238-FIND-HISTORY-ENTRY.
           MOVE ZERO TO HISTORY-ENTRY-NUMBER.
           PERFORM VARYING HLT-IDX FROM 1 BY 1
              UNTIL HLT-IDX > HISTORY-LATEST-COUNT
              IF HLT-EMPLOYEE-ID(HLT-IDX) = SWEEP-WORK-ID
                 SET HISTORY-ENTRY-NUMBER TO HLT-IDX
              END-IF
           END-PERFORM.


      * One finding line to the report, counted by severity. The
      * value columns are cleared afterwards so the next finding
      * only shows what it sets
       240-WRITE-FINDING.
           EVALUATE TRUE
              WHEN FINDING-ERROR
                 MOVE "ERROR" TO IDL-SEVERITY
                 ADD 1 TO ERROR-COUNT
              WHEN FINDING-WARNING
                 MOVE "WARNING" TO IDL-SEVERITY
                 ADD 1 TO WARNING-COUNT
              WHEN OTHER
                 MOVE "INFO" TO IDL-SEVERITY
                 ADD 1 TO INFO-COUNT
           END-EVALUATE.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-DETAIL-LINE.
           MOVE SPACES TO IDL-LABEL-1 IDL-VALUE-1
              IDL-LABEL-2 IDL-VALUE-2.


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
                                "rows not checked --"
                             MOVE 'Y' TO
                                SERVICE-PERIOD-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SERVICE-PERIOD-FILE
           END-IF.


      * Writes the trailer, closes the report, and echoes the
      * counts to the job log
       290-END-SWEEP.
           MOVE RECORDS-CHECKED-COUNT TO IRT-RECORDS-COUNT.
           MOVE ERROR-COUNT TO IRT-ERROR-COUNT.
           MOVE WARNING-COUNT TO IRT-WARNING-COUNT.
           MOVE INFO-COUNT TO IRT-INFO-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM DASH-LINE.
           IF ARCHIVE-ID-TABLE-FULL-FLAG = 'Y'
              OR LEAVE-LATEST-TABLE-FULL-FLAG = 'Y'
              OR HISTORY-LATEST-TABLE-FULL-FLAG = 'Y'
              OR SERVICE-PERIOD-TABLE-FULL-FLAG = 'Y'
              OR PENDING-QUEUED-TABLE-FULL-FLAG = 'Y'
              OR EXTRACT-ID-TABLE-FULL-FLAG = 'Y'
              OR SNAPSHOT-KEY-TABLE-FULL-FLAG = 'Y'
              WRITE INTEGRITY-REPORT-LINE
                 FROM INTEGRITY-INCOMPLETE-LINE
           END-IF.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-REPORT-TRAILER.
           CLOSE INTEGRITY-REPORT-FILE.
           DISPLAY "---- INTEGRITY SWEEP COMPLETE ----".
           DISPLAY "Records checked:    " RECORDS-CHECKED-COUNT.
           DISPLAY "Errors:             " ERROR-COUNT.
           DISPLAY "Warnings:           " WARNING-COUNT.
           DISPLAY "Info:               " INFO-COUNT.
           DISPLAY "-- Report written to integrity_report.prt --".

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
           MOVE "INTEGRITY-SWEEP" TO RC-JOB-NAME.
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
           MOVE RECORDS-CHECKED-COUNT TO RC-COUNT-1.
           MOVE ERROR-COUNT TO RC-COUNT-2.
           MOVE WARNING-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM INTEGRITY-SWEEP.
