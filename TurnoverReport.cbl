      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Employee turnover report for an operator-keyed date
      *          range. Every termination whose effective date falls
      *          in the range is counted, per department, by the
      *          termination reason keyed with it - leavers still on
      *          employee_data.dat, leavers the purge has since moved
      *          to employee_archive.dat, and leavers who have since
      *          been rehired (their completed period on
      *          service_periods.txt is the only trace the departure
      *          left). Each department's annualized turnover rate
      *          is figured against its average working headcount
      *          (active plus on-leave) over the month-end snapshots
      *          on dept_snapshots.txt that fall in the range, and
      *          the average tenure at departure bridges earlier
      *          service periods the same way the tenure derivation
      *          does. Terminations keyed before the reason existed
      *          are counted as not recorded. The operator signs on
      *          against the operator master before the range is
      *          asked for, and signs the run-control records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER-REPORT.

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

      * Cumulative employee archive PURGE-TERMINATED writes - the
      * leavers no longer on the live file
       SELECT ARCHIVE-FILE ASSIGN TO "../employee_archive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-FILE-STATUS.

      * Completed employment periods written at REHIRE - both the
      * leavers since rehired and the earlier service a leaver's
      * tenure bridges
       SELECT SERVICE-PERIOD-FILE
              ASSIGN TO "../service_periods.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * The cumulative month-end snapshot file DEPT-SNAPSHOT
      * appends - the headcount the rate is figured against
       SELECT SNAPSHOT-FILE ASSIGN TO "../dept_snapshots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SNAPSHOT-FILE-STATUS.

      * Department code + name lookup table, same as ASSIGNMENT-1
       SELECT DEPARTMENT-MASTER-FILE
              ASSIGN TO "../department_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPARTMENT-MASTER-STATUS.

      * The turnover report handed to HR
       SELECT TURNOVER-REPORT-FILE
              ASSIGN TO "../turnover_report.prt"
              ORGANIZATION IS LINE SEQUENTIAL.

      * Operator master - read once at sign-on, never written here
       SELECT OPERATOR-MASTER-FILE
              ASSIGN TO "../operator_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-MASTER-STATUS.

      * Security log - one line appended per refused sign-on,
      * summarized on the morning operations report
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
       FD  EMPLOYEE-FILE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-LINE PIC X(106).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-FILE-LINE PIC X(33).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  TURNOVER-REPORT-FILE.
       01  TURNOVER-REPORT-LINE PIC X(110).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
      * Work area shared with the other programs' date handling -
      * here it checks the keyed range and measures tenure at
      * departure
       COPY "TENURE-WORK.CPY".

       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * One archive line as read back in, and its image parsed
      * into fields - same layout PURGE-TERMINATED writes
       COPY "ARCHIVE-RECORD.CPY".
       COPY "ARCHIVE-EMPLOYEE-RECORD.CPY".
       01  ARCHIVE-FILE-STATUS      PIC XX.

      * One snapshot line as read back in - same layout
      * DEPT-SNAPSHOT writes
       COPY "SNAPSHOT-RECORD.CPY".
       01  SNAPSHOT-FILE-STATUS     PIC XX.

      * One service-period line as read back in, and the whole file
      * loaded into memory once at startup, same as ASSIGNMENT-1
       COPY "SERVICE-PERIOD.CPY".
       01  SERVICE-PERIOD-STATUS    PIC XX.
       01  SERVICE-PERIOD-TABLE.
           05  SERVICE-PERIOD-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SVC-IDX.
               10  SVC-TBL-EMPLOYEE-ID PIC 9(6).
               10  SVC-TBL-HIRE-DATE   PIC 9(8).
               10  SVC-TBL-TERM-DATE   PIC 9(8).
               10  SVC-TBL-DEPARTMENT  PIC X(3).
               10  SVC-TBL-REASON      PIC XX.
       01  SERVICE-PERIOD-COUNT     PIC 9(4) VALUE ZERO.

      * Set once SERVICE-PERIOD-TABLE's 1000 entries are full, so
      * 255-LOAD-SERVICE-PERIODS only warns about it one time
       01  SERVICE-PERIOD-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The employee whose earlier periods 254 is summing, and the
      * hire date those periods must have ended by
       01  SVC-LOOKUP-ID            PIC 9(6).
       01  SVC-LOOKUP-BEFORE-DATE   PIC 9(8).

      * Walks the service-period table for the rehired leavers -
      * kept apart from SVC-IDX, which 254 varies underneath it
       01  SVC-SCAN-SUB             PIC 9(4).

      * Set when an archived departure is already on the service-
      * period table - the employee was re-added under the old ID
      * and 204 counts the departure as a rehired leaver
       01  ARCHIVE-BRIDGED-FLAG     PIC A.
           88  ARCHIVE-BRIDGED      VALUE 'Y'.

      * One row per department, seeded from the master in master
      * order, with any department a leaver or snapshot names that
      * the master no longer carries added on the end. Each row
      * gathers the range's leavers by reason, the bridged months
      * they had served, how many have since been rehired, and the
      * snapshot headcount the rate is figured against
       01  TURNOVER-TABLE.
           05  TURNOVER-DEPT-ENTRY OCCURS 500 TIMES
                  INDEXED BY TOV-IDX.
               10  TOV-DEPT-CODE    PIC 999.
               10  TOV-DEPT-NAME    PIC A(20).
               10  TOV-REASON-COUNT OCCURS 7 TIMES PIC 9(5).
               10  TOV-LEAVER-COUNT PIC 9(5).
               10  TOV-REHIRED-COUNT PIC 9(5).
               10  TOV-TENURED-COUNT PIC 9(5).
               10  TOV-TENURE-MONTHS PIC 9(7).
               10  TOV-SNAP-HEADCOUNT PIC 9(7).
               10  TOV-SNAP-PERIODS PIC 9(4).
       01  TURNOVER-DEPT-COUNT      PIC 9(4) VALUE ZERO.
       01  DEPARTMENT-MASTER-STATUS PIC XX.

      * Set once TURNOVER-TABLE's 500 entries are full, so the load
      * only warns about it one time
       01  TURNOVER-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Record layout used only while loading DEPARTMENT-MASTER-FILE
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * The department 238 looks up, and where it sits in the table
      * (zero = table full, not placed)
       01  TOV-LOOKUP-DEPARTMENT    PIC 999.
       01  TOV-ENTRY-NUMBER         PIC 9(4).

      * The six termination reasons in report column order; a
      * blank or unknown reason falls in the seventh column, not
      * recorded
       01  REASON-CODE-LIST.
           05  FILLER               PIC XX VALUE "RS".
           05  FILLER               PIC XX VALUE "RT".
           05  FILLER               PIC XX VALUE "DS".
           05  FILLER               PIC XX VALUE "EC".
           05  FILLER               PIC XX VALUE "DC".
           05  FILLER               PIC XX VALUE "OT".
       01  REASON-CODE-TABLE REDEFINES REASON-CODE-LIST.
           05  RSN-CODE OCCURS 6 TIMES INDEXED BY RSN-IDX PIC XX.
       01  REASON-SUB               PIC 9.

      * The leaver in hand, whichever file it came from, set up for
      * 210 to count
       01  LEAVER-EMPLOYEE-ID       PIC 9(6).
       01  LEAVER-DEPARTMENT        PIC 999.
       01  LEAVER-REASON            PIC XX.
       01  LEAVER-HIRE-DATE         PIC 9(8).
       01  LEAVER-TERM-DATE         PIC 9(8).
       01  LEAVER-REHIRED-FLAG      PIC A.
           88  LEAVER-REHIRED       VALUE 'Y'.

      * The keyed range - entered as plain characters first so
      * garbage can be caught, same as ASSIGNMENT-1's date entry.
      * The snapshot periods in range are the year-months the two
      * dates fall in
       01  RANGE-FROM-DATE          PIC 9(8).
       01  RANGE-FROM-DATE-R REDEFINES RANGE-FROM-DATE.
           05  RANGE-FROM-PERIOD    PIC 9(6).
           05  FILLER               PIC 99.
       01  RANGE-TO-DATE            PIC 9(8).
       01  RANGE-TO-DATE-R REDEFINES RANGE-TO-DATE.
           05  RANGE-TO-PERIOD      PIC 9(6).
           05  FILLER               PIC 99.
       01  WS-FROM-DATE-INPUT       PIC X(8).
       01  WS-TO-DATE-INPUT         PIC X(8).
       01  RANGE-DATE-OK-FLAG       PIC A VALUE 'N'.
           88  RANGE-DATE-OK        VALUE 'Y'.

      * Calendar months the range touches - a rate is annualized by
      * scaling it up from this many months to twelve
       01  RANGE-MONTHS             PIC 9(4).

      * One department's figures, worked out for its detail line
       01  AVERAGE-HEADCOUNT        PIC 9(6)V9.
       01  TURNOVER-RATE            PIC 9(5)V9.
       01  AVERAGE-TENURE-YOS       PIC 99V9.

      * flag for exiting the read loops
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Run counters for the job log and the report totals
       01  LIVE-LEAVERS-COUNT       PIC 9(6) VALUE ZERO.
       01  ARCHIVE-LEAVERS-COUNT    PIC 9(6) VALUE ZERO.
       01  REHIRED-LEAVERS-COUNT    PIC 9(6) VALUE ZERO.
       01  SNAPSHOT-LINES-COUNT     PIC 9(6) VALUE ZERO.
       01  DEPARTMENTS-PRINTED-COUNT PIC 9(4) VALUE ZERO.
       01  TOTAL-REASON-COUNTS.
           05  TOTAL-REASON-COUNT OCCURS 7 TIMES PIC 9(6).
       01  TOTAL-LEAVERS            PIC 9(6) VALUE ZERO.
       01  TOTAL-TENURED            PIC 9(6) VALUE ZERO.
       01  TOTAL-TENURE-MONTHS      PIC 9(9) VALUE ZERO.
       01  TOTAL-AVERAGE-HEADCOUNT  PIC 9(7)V9 VALUE ZERO.

      * Today, stamped on the header
       01  REPORT-RUN-DATE          PIC 9(8).

      * Report header - the range and the run date
       01  TURNOVER-REPORT-HEADER.
           05  FILLER               PIC X(25) VALUE
               "EMPLOYEE TURNOVER   From ".
           05  TRH-FROM-DATE        PIC 9(8).
           05  FILLER               PIC X(4)  VALUE " To ".
           05  TRH-TO-DATE          PIC 9(8).
           05  FILLER               PIC X(14) VALUE
               "    Run Date: ".
           05  TRH-RUN-DATE         PIC 9(8).

      * Column headings over the detail lines
       01  TURNOVER-COLUMN-HEADER.
           05  FILLER               PIC X(25) VALUE "DEPARTMENT".
           05  FILLER               PIC X(6)  VALUE "    RS".
           05  FILLER               PIC X(6)  VALUE "    RT".
           05  FILLER               PIC X(6)  VALUE "    DS".
           05  FILLER               PIC X(6)  VALUE "    EC".
           05  FILLER               PIC X(6)  VALUE "    DC".
           05  FILLER               PIC X(6)  VALUE "    OT".
           05  FILLER               PIC X(6)  VALUE "   N/R".
           05  FILLER               PIC X(8)  VALUE "   TOTAL".
           05  FILLER               PIC X(9)  VALUE "   AVG HC".
           05  FILLER               PIC X(9)  VALUE "   RATE %".
           05  FILLER               PIC X(7)  VALUE "AVG YRS".
           05  FILLER               PIC X(8)  VALUE " REHIRED".

      * One detail line per department with leavers or snapshot
      * headcount in the range. No snapshot headcount means no
      * rate; no leavers with a hire date means no average tenure
       01  TURNOVER-DETAIL-LINE.
           05  TDL-DEPT-CODE        PIC 999.
           05  FILLER               PIC X     VALUE SPACE.
           05  TDL-DEPT-NAME        PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  TDL-REASON-COUNT OCCURS 7 TIMES PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TDL-LEAVER-COUNT     PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TDL-AVERAGE-HEADCOUNT PIC ZZZZZ9.9.
           05  FILLER               PIC X     VALUE SPACE.
           05  TDL-RATE             PIC X(8).
           05  TDL-RATE-NUM REDEFINES TDL-RATE
                                    PIC ZZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TDL-AVERAGE-YOS      PIC X(5).
           05  TDL-AVERAGE-YOS-NUM REDEFINES TDL-AVERAGE-YOS
                                    PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TDL-REHIRED-COUNT    PIC ZZZZZ9.

      * Report trailer - where the leavers were found, and the key
      * to the reason columns
       01  TURNOVER-REPORT-SOURCES.
           05  FILLER               PIC X(13) VALUE "LEAVERS LIVE ".
           05  TRT-LIVE-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  ARCHIVED ".
           05  TRT-ARCHIVE-COUNT    PIC ZZZZZ9.
           05  FILLER               PIC X(16) VALUE
               "  SINCE REHIRED ".
           05  TRT-REHIRED-COUNT    PIC ZZZZZ9.
       01  TURNOVER-REPORT-LEGEND-1.
           05  FILLER               PIC X(48) VALUE
               "RS RESIGNATION  RT RETIREMENT  DS DISMISSAL  ".
           05  FILLER               PIC X(48) VALUE
               "EC END OF CONTRACT  DC DECEASED  OT OTHER".
       01  TURNOVER-REPORT-LEGEND-2.
           05  FILLER               PIC X(48) VALUE
               "N/R NOT RECORDED - TERMINATED BEFORE REASONS ".
           05  FILLER               PIC X(48) VALUE
               "WERE KEYED.  RATE IS ANNUALIZED.".

       01  DASH-LINE PIC X(110) VALUE ALL "=".

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
      * Signs the operator on, takes the range, loads the masters
      * and snapshot headcounts, counts the leavers from each file
      * that can hold one, and prints a line per department
       100-MAIN-PROCEDURE.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 198-ACCEPT-OPERATOR-ID.
           PERFORM 199-ACCEPT-DATE-RANGE.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 220-LOAD-DEPARTMENT-MASTER.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 230-LOAD-SNAPSHOT-HEADCOUNTS.
           PERFORM 200-INIT-READ.
           PERFORM 201-SCAN-EMPLOYEE-RECORD
              UNTIL FLG-LOOPING = 'N'.
           PERFORM 204-SCAN-REHIRED-LEAVER
              VARYING SVC-SCAN-SUB FROM 1 BY 1
              UNTIL SVC-SCAN-SUB > SERVICE-PERIOD-COUNT.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM 202-SCAN-ARCHIVE.
           PERFORM 290-PRINT-TURNOVER-REPORT.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Prompts once per run for the operator ID stamped on the
      * run-control log, and signs it on against the operator
      * master - an operator who isn't on it or is inactive is
      * turned away before anything is opened
       198-ACCEPT-OPERATOR-ID.
           DISPLAY "Enter Operator ID".
           ACCEPT OPERATOR-ID.
           MOVE 0 TO OPERATOR-FUNCTION.
           PERFORM 197-CHECK-OPERATOR-ACCESS.
           IF NOT OPERATOR-ACCESS-GRANTED
              DISPLAY "-- Sign-on refused, not starting --"
              STOP RUN
           END-IF.


      * Looks OPERATOR-ID up on the operator master and decides
      * whether it may use OPERATOR-FUNCTION, same as
      * EMPLOYEE-INQUIRY's 197: an active operator for a plain
      * sign-on, plus that function's permission for anything
      * restricted. No master lets nobody in. Every refusal is
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
           MOVE "TURNOVER-REPORT" TO SEC-JOB-NAME.
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


      * Prompts for the range and re-prompts until both ends are
      * real calendar dates and the range doesn't run backwards
       199-ACCEPT-DATE-RANGE.
           MOVE 'N' TO RANGE-DATE-OK-FLAG.
           PERFORM UNTIL RANGE-DATE-OK
              DISPLAY "Enter Turnover From Date (YYYYMMDD)"
              ACCEPT WS-FROM-DATE-INPUT
              MOVE 'N' TO TEN-CALENDAR-OK-FLAG
              IF WS-FROM-DATE-INPUT IS NUMERIC
                 MOVE WS-FROM-DATE-INPUT TO TEN-HIRE-DATE
                 PERFORM 249-CHECK-CALENDAR-DATE
              END-IF
              IF TEN-CALENDAR-OK
                 MOVE TEN-HIRE-DATE TO RANGE-FROM-DATE
                 MOVE 'Y' TO RANGE-DATE-OK-FLAG
              ELSE
                 DISPLAY "-- From Date must be a real date, "
                    "YYYYMMDD - re-enter --"
              END-IF
           END-PERFORM.
           MOVE 'N' TO RANGE-DATE-OK-FLAG.
           PERFORM UNTIL RANGE-DATE-OK
              DISPLAY "Enter Turnover To Date (YYYYMMDD)"
              ACCEPT WS-TO-DATE-INPUT
              MOVE 'N' TO TEN-CALENDAR-OK-FLAG
              IF WS-TO-DATE-INPUT IS NUMERIC
                 MOVE WS-TO-DATE-INPUT TO TEN-HIRE-DATE
                 PERFORM 249-CHECK-CALENDAR-DATE
              END-IF
              IF TEN-CALENDAR-OK
                 IF TEN-HIRE-DATE < RANGE-FROM-DATE
                    DISPLAY "-- To Date precedes the From Date, "
                       "re-enter --"
                 ELSE
                    MOVE TEN-HIRE-DATE TO RANGE-TO-DATE
                    MOVE 'Y' TO RANGE-DATE-OK-FLAG
                 END-IF
              ELSE
                 DISPLAY "-- To Date must be a real date, "
                    "YYYYMMDD - re-enter --"
              END-IF
           END-PERFORM.
           MOVE RANGE-FROM-DATE TO TEN-HIRE-DATE.
           MOVE RANGE-TO-DATE TO TEN-AS-OF-DATE.
           COMPUTE RANGE-MONTHS =
              (TEN-AS-OF-YYYY - TEN-HIRE-YYYY) * 12
              + TEN-AS-OF-MM - TEN-HIRE-MM + 1.


      * Opens the employee file and primes the read loop
       200-INIT-READ.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE 'Y' TO FLG-LOOPING.
           EVALUATE EMPLOYEE-FILE-STATUS
              WHEN "00"
                 READ EMPLOYEE-FILE NEXT RECORD
                    AT END MOVE 'N' TO FLG-LOOPING
                 END-READ
              WHEN "35"
                 DISPLAY "-- No employee records on file --"
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- Employee file could not be opened, "
                    "status " EMPLOYEE-FILE-STATUS " --"
                 MOVE 'N' TO FLG-LOOPING
           END-EVALUATE.


      * Body of the scan - a record terminated inside the range is
      * a leaver, anyone else reads past
       201-SCAN-EMPLOYEE-RECORD.
           IF FILE-EMP-TERMINATED
              AND FILE-STATUS-DATE >= RANGE-FROM-DATE
              AND FILE-STATUS-DATE <= RANGE-TO-DATE
              MOVE FILE-EMPLOYEE-ID TO LEAVER-EMPLOYEE-ID
              MOVE FILE-DEPARTMENT-CODE TO LEAVER-DEPARTMENT
              MOVE FILE-TERMINATION-REASON TO LEAVER-REASON
              MOVE FILE-HIRE-DATE TO LEAVER-HIRE-DATE
              MOVE FILE-STATUS-DATE TO LEAVER-TERM-DATE
              MOVE 'N' TO LEAVER-REHIRED-FLAG
              PERFORM 210-COUNT-LEAVER
              ADD 1 TO LIVE-LEAVERS-COUNT
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * Reads the archive front to back - a purged record whose
      * termination falls inside the range is a leaver too. No
      * archive just means nothing has been purged yet
       202-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL ARCHIVE-FILE-STATUS = "10"
                 READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                    AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                    NOT AT END
                       PERFORM 203-SCAN-ARCHIVED-RECORD
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.


      * One archive line. A departure already bridged onto the
      * service-period file is left to 204, so it counts once
       203-SCAN-ARCHIVED-RECORD.
           MOVE ARCH-EMPLOYEE-IMAGE TO ARCH-EMPLOYEE-RECORD.
           MOVE 'N' TO ARCHIVE-BRIDGED-FLAG.
           PERFORM 205-CHECK-ARCHIVE-BRIDGED
              VARYING SVC-IDX FROM 1 BY 1
              UNTIL SVC-IDX > SERVICE-PERIOD-COUNT.
           IF ARCH-EMP-TERMINATED
              AND NOT ARCHIVE-BRIDGED
              AND ARCH-STATUS-DATE >= RANGE-FROM-DATE
              AND ARCH-STATUS-DATE <= RANGE-TO-DATE
              MOVE ARCH-EMPLOYEE-ID TO LEAVER-EMPLOYEE-ID
              MOVE ARCH-DEPARTMENT-CODE TO LEAVER-DEPARTMENT
              MOVE ARCH-TERMINATION-REASON TO LEAVER-REASON
              MOVE ARCH-HIRE-DATE TO LEAVER-HIRE-DATE
              MOVE ARCH-STATUS-DATE TO LEAVER-TERM-DATE
              MOVE 'N' TO LEAVER-REHIRED-FLAG
              PERFORM 210-COUNT-LEAVER
              ADD 1 TO ARCHIVE-LEAVERS-COUNT
           END-IF.


      * Marks the archive line in hand bridged when the service-
      * period entry in hand is the same employment - same ID, same
      * hire date, same end
       205-CHECK-ARCHIVE-BRIDGED.
           IF SVC-TBL-EMPLOYEE-ID(SVC-IDX) = ARCH-EMPLOYEE-ID
              AND SVC-TBL-HIRE-DATE(SVC-IDX) = ARCH-HIRE-DATE
              AND SVC-TBL-TERM-DATE(SVC-IDX) = ARCH-STATUS-DATE
              MOVE 'Y' TO ARCHIVE-BRIDGED-FLAG
           END-IF.


      * One completed service period. A period that ended inside
      * the range is a departure the employee has since been
      * rehired from - the record itself now shows them working.
      * A period written before the department and reason were
      * carried on it is counted under the department the employee
      * is in today, with the reason not recorded
       204-SCAN-REHIRED-LEAVER.
           IF SVC-TBL-TERM-DATE(SVC-SCAN-SUB) >= RANGE-FROM-DATE
              AND SVC-TBL-TERM-DATE(SVC-SCAN-SUB) <= RANGE-TO-DATE
              MOVE SVC-TBL-EMPLOYEE-ID(SVC-SCAN-SUB)
                 TO LEAVER-EMPLOYEE-ID
              MOVE SVC-TBL-REASON(SVC-SCAN-SUB) TO LEAVER-REASON
              MOVE SVC-TBL-HIRE-DATE(SVC-SCAN-SUB)
                 TO LEAVER-HIRE-DATE
              MOVE SVC-TBL-TERM-DATE(SVC-SCAN-SUB)
                 TO LEAVER-TERM-DATE
              MOVE 'Y' TO LEAVER-REHIRED-FLAG
              IF SVC-TBL-DEPARTMENT(SVC-SCAN-SUB) IS NUMERIC
                 MOVE SVC-TBL-DEPARTMENT(SVC-SCAN-SUB)
                    TO LEAVER-DEPARTMENT
              ELSE
                 MOVE ZERO TO LEAVER-DEPARTMENT
                 IF EMPLOYEE-FILE-STATUS NOT = "35"
                    MOVE LEAVER-EMPLOYEE-ID TO FILE-EMPLOYEE-ID
                    READ EMPLOYEE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE FILE-DEPARTMENT-CODE
                             TO LEAVER-DEPARTMENT
                    END-READ
                 END-IF
              END-IF
              PERFORM 210-COUNT-LEAVER
              ADD 1 TO REHIRED-LEAVERS-COUNT
           END-IF.


      * Counts the leaver in hand against their department: one in
      * the reason's column, one in the total, one rehired if they
      * came back, and the whole months they had served - this
      * period plus every earlier one - toward the average tenure.
      * A leaver with no hire date on record has no tenure to add
       210-COUNT-LEAVER.
           MOVE LEAVER-DEPARTMENT TO TOV-LOOKUP-DEPARTMENT.
           PERFORM 238-FIND-TURNOVER-ENTRY.
           IF TOV-ENTRY-NUMBER > ZERO
              PERFORM 239-FIND-REASON-COLUMN
              ADD 1 TO TOV-REASON-COUNT(TOV-ENTRY-NUMBER, REASON-SUB)
              ADD 1 TO TOV-LEAVER-COUNT(TOV-ENTRY-NUMBER)
              IF LEAVER-REHIRED
                 ADD 1 TO TOV-REHIRED-COUNT(TOV-ENTRY-NUMBER)
              END-IF
              IF LEAVER-HIRE-DATE > ZERO
                 MOVE LEAVER-EMPLOYEE-ID TO SVC-LOOKUP-ID
                 MOVE LEAVER-HIRE-DATE TO SVC-LOOKUP-BEFORE-DATE
                 PERFORM 254-SUM-PRIOR-SERVICE-MONTHS
                 MOVE LEAVER-HIRE-DATE TO TEN-HIRE-DATE
                 MOVE LEAVER-TERM-DATE TO TEN-AS-OF-DATE
                 PERFORM 250-COMPUTE-YEARS-OF-SERVICE
                 ADD 1 TO TOV-TENURED-COUNT(TOV-ENTRY-NUMBER)
                 ADD TEN-ELAPSED-MONTHS TEN-PRIOR-MONTHS
                    TO TOV-TENURE-MONTHS(TOV-ENTRY-NUMBER)
              END-IF
           END-IF.


      * Reads the snapshot file front to back, adding each period
      * in range's working headcount (active plus on-leave) to its
      * department. No snapshot file just leaves every rate blank
       230-LOAD-SNAPSHOT-HEADCOUNTS.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-STATUS = "35"
              DISPLAY "-- No snapshot file yet - turnover rates "
                 "will print blank --"
           ELSE
              PERFORM UNTIL SNAPSHOT-FILE-STATUS = "10"
                 READ SNAPSHOT-FILE INTO SNAPSHOT-RECORD
                    AT END MOVE "10" TO SNAPSHOT-FILE-STATUS
                    NOT AT END
                       PERFORM 231-FOLD-SNAPSHOT-LINE
                 END-READ
              END-PERFORM
              CLOSE SNAPSHOT-FILE
           END-IF.


      * One snapshot line
       231-FOLD-SNAPSHOT-LINE.
           IF SNP-PERIOD >= RANGE-FROM-PERIOD
              AND SNP-PERIOD <= RANGE-TO-PERIOD
              ADD 1 TO SNAPSHOT-LINES-COUNT
              MOVE SNP-DEPARTMENT TO TOV-LOOKUP-DEPARTMENT
              PERFORM 238-FIND-TURNOVER-ENTRY
              IF TOV-ENTRY-NUMBER > ZERO
                 ADD SNP-ACTIVE-COUNT SNP-LEAVE-COUNT
                    TO TOV-SNAP-HEADCOUNT(TOV-ENTRY-NUMBER)
                 ADD 1 TO TOV-SNAP-PERIODS(TOV-ENTRY-NUMBER)
              END-IF
           END-IF.


      * Locates TOV-LOOKUP-DEPARTMENT in the turnover table, adding
      * it on the end (with no name) when the master doesn't carry
      * it, and leaves its entry number in TOV-ENTRY-NUMBER - zero
      * only when the table is full
       238-FIND-TURNOVER-ENTRY.
           MOVE ZERO TO TOV-ENTRY-NUMBER.
           PERFORM VARYING TOV-IDX FROM 1 BY 1
              UNTIL TOV-IDX > TURNOVER-DEPT-COUNT
              IF TOV-DEPT-CODE(TOV-IDX) = TOV-LOOKUP-DEPARTMENT
                 SET TOV-ENTRY-NUMBER TO TOV-IDX
              END-IF
           END-PERFORM.
           IF TOV-ENTRY-NUMBER = ZERO
              IF TURNOVER-DEPT-COUNT < 500
                 ADD 1 TO TURNOVER-DEPT-COUNT
                 SET TOV-IDX TO TURNOVER-DEPT-COUNT
                 PERFORM 221-CLEAR-TURNOVER-ENTRY
                 MOVE TOV-LOOKUP-DEPARTMENT TO TOV-DEPT-CODE(TOV-IDX)
                 IF TOV-LOOKUP-DEPARTMENT = ZERO
                    MOVE "(NOT RECORDED)" TO TOV-DEPT-NAME(TOV-IDX)
                 ELSE
                    MOVE "(NOT ON MASTER)" TO TOV-DEPT-NAME(TOV-IDX)
                 END-IF
                 MOVE TURNOVER-DEPT-COUNT TO TOV-ENTRY-NUMBER
              ELSE
                 IF TURNOVER-TABLE-FULL-FLAG = 'N'
                    DISPLAY "-- more than 500 departments, extra "
                       "departments skipped --"
                    MOVE 'Y' TO TURNOVER-TABLE-FULL-FLAG
                 END-IF
              END-IF
           END-IF.


      * Points REASON-SUB at the in-hand leaver's reason column -
      * the seventh, not recorded, when the reason is blank or
      * not one of the six
       239-FIND-REASON-COLUMN.
           MOVE 7 TO REASON-SUB.
           PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX > 6
              IF RSN-CODE(RSN-IDX) = LEAVER-REASON
                 SET REASON-SUB TO RSN-IDX
              END-IF
           END-PERFORM.


      * Zeroes every count on the turnover table row at TOV-IDX
       221-CLEAR-TURNOVER-ENTRY.
           MOVE SPACES TO TOV-DEPT-NAME(TOV-IDX).
           PERFORM VARYING REASON-SUB FROM 1 BY 1
              UNTIL REASON-SUB > 7
              MOVE ZERO TO TOV-REASON-COUNT(TOV-IDX, REASON-SUB)
           END-PERFORM.
           MOVE ZERO TO TOV-LEAVER-COUNT(TOV-IDX).
           MOVE ZERO TO TOV-REHIRED-COUNT(TOV-IDX).
           MOVE ZERO TO TOV-TENURED-COUNT(TOV-IDX).
           MOVE ZERO TO TOV-TENURE-MONTHS(TOV-IDX).
           MOVE ZERO TO TOV-SNAP-HEADCOUNT(TOV-IDX).
           MOVE ZERO TO TOV-SNAP-PERIODS(TOV-IDX).


      * Reads DEPARTMENT-MASTER-FILE once at startup, seeding the
      * turnover table in master order
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
                       IF TURNOVER-DEPT-COUNT < 500
                          ADD 1 TO TURNOVER-DEPT-COUNT
                          SET TOV-IDX TO TURNOVER-DEPT-COUNT
                          PERFORM 221-CLEAR-TURNOVER-ENTRY
                          MOVE DM-DEPT-CODE TO TOV-DEPT-CODE(TOV-IDX)
                          MOVE DM-DEPT-NAME TO TOV-DEPT-NAME(TOV-IDX)
                       ELSE
                          IF TURNOVER-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- department_master.txt has "
                                "more than 500 entries, extra rows "
                                "ignored --"
                             MOVE 'Y' TO TURNOVER-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPARTMENT-MASTER-FILE
           END-IF.


      * Derives whole elapsed months from TEN-HIRE-DATE to
      * TEN-AS-OF-DATE, same as ASSIGNMENT-1's 250
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


      * The calendar half of the date validation, same as
      * ASSIGNMENT-1's 249: month 01-12, day within that month's
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


      * Sums the whole months of every completed employment period
      * SVC-LOOKUP-ID had finished by SVC-LOOKUP-BEFORE-DATE - the
      * service a leaver brought into the period they left from.
      * Borrows the shared date fields for the arithmetic and puts
      * them back exactly as found, same as ASSIGNMENT-1's 254
       254-SUM-PRIOR-SERVICE-MONTHS.
           MOVE ZERO TO TEN-PRIOR-MONTHS.
           IF SERVICE-PERIOD-COUNT > ZERO
              MOVE TEN-AS-OF-DATE TO TEN-SAVED-AS-OF-DATE
              MOVE TEN-HIRE-DATE TO TEN-SAVED-HIRE-DATE
              PERFORM VARYING SVC-IDX FROM 1 BY 1
                 UNTIL SVC-IDX > SERVICE-PERIOD-COUNT
                 IF SVC-TBL-EMPLOYEE-ID(SVC-IDX) = SVC-LOOKUP-ID
                    AND SVC-TBL-TERM-DATE(SVC-IDX)
                       <= SVC-LOOKUP-BEFORE-DATE
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
                          MOVE SVC-DEPARTMENT-CODE
                             TO SVC-TBL-DEPARTMENT(SVC-IDX)
                          MOVE SVC-TERMINATION-REASON
                             TO SVC-TBL-REASON(SVC-IDX)
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


      * Writes the report: headers, a line per department with
      * leavers or snapshot headcount in the range, then the
      * company-wide totals and the trailer
       290-PRINT-TURNOVER-REPORT.
           OPEN OUTPUT TURNOVER-REPORT-FILE.
           MOVE RANGE-FROM-DATE TO TRH-FROM-DATE.
           MOVE RANGE-TO-DATE TO TRH-TO-DATE.
           MOVE REPORT-RUN-DATE TO TRH-RUN-DATE.
           WRITE TURNOVER-REPORT-LINE FROM TURNOVER-REPORT-HEADER.
           WRITE TURNOVER-REPORT-LINE FROM DASH-LINE.
           WRITE TURNOVER-REPORT-LINE FROM TURNOVER-COLUMN-HEADER.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
              UNTIL REASON-SUB > 7
              MOVE ZERO TO TOTAL-REASON-COUNT(REASON-SUB)
           END-PERFORM.
           PERFORM 291-PRINT-ONE-DEPARTMENT
              VARYING TOV-IDX FROM 1 BY 1
              UNTIL TOV-IDX > TURNOVER-DEPT-COUNT.
           PERFORM 292-PRINT-TOTAL-LINE.
           MOVE LIVE-LEAVERS-COUNT TO TRT-LIVE-COUNT.
           MOVE ARCHIVE-LEAVERS-COUNT TO TRT-ARCHIVE-COUNT.
           MOVE REHIRED-LEAVERS-COUNT TO TRT-REHIRED-COUNT.
           WRITE TURNOVER-REPORT-LINE FROM SPACES.
           WRITE TURNOVER-REPORT-LINE FROM TURNOVER-REPORT-SOURCES.
           WRITE TURNOVER-REPORT-LINE FROM TURNOVER-REPORT-LEGEND-1.
           WRITE TURNOVER-REPORT-LINE FROM TURNOVER-REPORT-LEGEND-2.
           CLOSE TURNOVER-REPORT-FILE.
           DISPLAY "---- TURNOVER REPORT COMPLETE ----".
           DISPLAY "Leavers in range:    " TOTAL-LEAVERS.
           DISPLAY "  still on file:     " LIVE-LEAVERS-COUNT.
           DISPLAY "  archived:          " ARCHIVE-LEAVERS-COUNT.
           DISPLAY "  since rehired:     " REHIRED-LEAVERS-COUNT.
           DISPLAY "Snapshot lines used: " SNAPSHOT-LINES-COUNT.
           DISPLAY "Departments printed: " DEPARTMENTS-PRINTED-COUNT.
           DISPLAY "-- Report written to turnover_report.prt --".


      * One department's detail line, skipped when the range gave
      * it neither leavers nor snapshot headcount. The average
      * headcount is over the snapshot periods found in range, and
      * the rate scales the range's leavers up to a year's worth
       291-PRINT-ONE-DEPARTMENT.
           IF TOV-LEAVER-COUNT(TOV-IDX) > ZERO
              OR TOV-SNAP-PERIODS(TOV-IDX) > ZERO
              ADD 1 TO DEPARTMENTS-PRINTED-COUNT
              MOVE TOV-DEPT-CODE(TOV-IDX) TO TDL-DEPT-CODE
              MOVE TOV-DEPT-NAME(TOV-IDX) TO TDL-DEPT-NAME
              PERFORM VARYING REASON-SUB FROM 1 BY 1
                 UNTIL REASON-SUB > 7
                 MOVE TOV-REASON-COUNT(TOV-IDX, REASON-SUB)
                    TO TDL-REASON-COUNT(REASON-SUB)
                 ADD TOV-REASON-COUNT(TOV-IDX, REASON-SUB)
                    TO TOTAL-REASON-COUNT(REASON-SUB)
              END-PERFORM
              MOVE TOV-LEAVER-COUNT(TOV-IDX) TO TDL-LEAVER-COUNT
              ADD TOV-LEAVER-COUNT(TOV-IDX) TO TOTAL-LEAVERS
              ADD TOV-TENURED-COUNT(TOV-IDX) TO TOTAL-TENURED
              ADD TOV-TENURE-MONTHS(TOV-IDX) TO TOTAL-TENURE-MONTHS
              MOVE TOV-REHIRED-COUNT(TOV-IDX) TO TDL-REHIRED-COUNT
              MOVE ZERO TO AVERAGE-HEADCOUNT
              IF TOV-SNAP-PERIODS(TOV-IDX) > ZERO
                 COMPUTE AVERAGE-HEADCOUNT ROUNDED =
                    TOV-SNAP-HEADCOUNT(TOV-IDX)
                    / TOV-SNAP-PERIODS(TOV-IDX)
                 ADD AVERAGE-HEADCOUNT TO TOTAL-AVERAGE-HEADCOUNT
              END-IF
              MOVE AVERAGE-HEADCOUNT TO TDL-AVERAGE-HEADCOUNT
              IF AVERAGE-HEADCOUNT > ZERO
                 COMPUTE TURNOVER-RATE ROUNDED =
                    TOV-LEAVER-COUNT(TOV-IDX) * 1200
                    / (AVERAGE-HEADCOUNT * RANGE-MONTHS)
                    ON SIZE ERROR MOVE 99999.9 TO TURNOVER-RATE
                 END-COMPUTE
                 MOVE TURNOVER-RATE TO TDL-RATE-NUM
              ELSE
                 MOVE SPACES TO TDL-RATE
              END-IF
              IF TOV-TENURED-COUNT(TOV-IDX) > ZERO
                 COMPUTE AVERAGE-TENURE-YOS ROUNDED =
                    TOV-TENURE-MONTHS(TOV-IDX)
                    / (TOV-TENURED-COUNT(TOV-IDX) * 12)
                    ON SIZE ERROR MOVE 99.9 TO AVERAGE-TENURE-YOS
                 END-COMPUTE
                 MOVE AVERAGE-TENURE-YOS TO TDL-AVERAGE-YOS-NUM
              ELSE
                 MOVE SPACES TO TDL-AVERAGE-YOS
              END-IF
              WRITE TURNOVER-REPORT-LINE FROM TURNOVER-DETAIL-LINE
           END-IF.


      * The company-wide line under the departments, on the same
      * layout - its headcount is the sum of the departments'
      * averages
       292-PRINT-TOTAL-LINE.
           MOVE ZERO TO TDL-DEPT-CODE.
           MOVE "ALL DEPARTMENTS" TO TDL-DEPT-NAME.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
              UNTIL REASON-SUB > 7
              MOVE TOTAL-REASON-COUNT(REASON-SUB)
                 TO TDL-REASON-COUNT(REASON-SUB)
           END-PERFORM.
           MOVE TOTAL-LEAVERS TO TDL-LEAVER-COUNT.
           MOVE REHIRED-LEAVERS-COUNT TO TDL-REHIRED-COUNT.
           MOVE TOTAL-AVERAGE-HEADCOUNT TO TDL-AVERAGE-HEADCOUNT.
           IF TOTAL-AVERAGE-HEADCOUNT > ZERO
              COMPUTE TURNOVER-RATE ROUNDED =
                 TOTAL-LEAVERS * 1200
                 / (TOTAL-AVERAGE-HEADCOUNT * RANGE-MONTHS)
                 ON SIZE ERROR MOVE 99999.9 TO TURNOVER-RATE
              END-COMPUTE
              MOVE TURNOVER-RATE TO TDL-RATE-NUM
           ELSE
              MOVE SPACES TO TDL-RATE
           END-IF.
           IF TOTAL-TENURED > ZERO
              COMPUTE AVERAGE-TENURE-YOS ROUNDED =
                 TOTAL-TENURE-MONTHS / (TOTAL-TENURED * 12)
                 ON SIZE ERROR MOVE 99.9 TO AVERAGE-TENURE-YOS
              END-COMPUTE
              MOVE AVERAGE-TENURE-YOS TO TDL-AVERAGE-YOS-NUM
           ELSE
              MOVE SPACES TO TDL-AVERAGE-YOS
           END-IF.
           WRITE TURNOVER-REPORT-LINE FROM DASH-LINE.
           WRITE TURNOVER-REPORT-LINE FROM TURNOVER-DETAIL-LINE.

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
           MOVE "TURNOVER-REPORT" TO RC-JOB-NAME.
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
           MOVE TOTAL-LEAVERS TO RC-COUNT-1.
           MOVE DEPARTMENTS-PRINTED-COUNT TO RC-COUNT-2.
           MOVE REHIRED-LEAVERS-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM TURNOVER-REPORT.
