      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Service awards owed - everyone still on staff whose
      *          bridged service crossed a service-award tier more
      *          than sixty days ago with no presentation recorded
      *          on the award ledger, listed by department so each
      *          manager's section can be torn off and chased. Each
      *          line says whether the award has at least been
      *          ordered. Every tier is checked, not just the
      *          highest, so a tier skipped in an earlier year still
      *          shows; a tier presented in an earlier employment
      *          period is on the ledger under the same employee ID
      *          and never shows again after a REHIRE. Employees on
      *          leave are still owed and are marked as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDS-OWED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Indexed (KSDS) by EMPLOYEE-ID, same file ASSIGNMENT-1 writes
       SELECT EMPLOYEE-FILE ASSIGN TO "../employee_data.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-EMPLOYEE-ID
              ALTERNATE RECORD KEY IS FILE-LAST-NAME
                 WITH DUPLICATES
              FILE STATUS IS EMPLOYEE-FILE-STATUS.

      * Department code + name lookup table, same as ASSIGNMENT-1
       SELECT DEPARTMENT-MASTER-FILE
              ASSIGN TO "../department_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPARTMENT-MASTER-STATUS.

      * Service-award year thresholds, same control file
      * ASSIGNMENT-1 reads (with the same 5/10/15/20/25 fallback)
       SELECT SERVICE-AWARD-FILE
              ASSIGN TO "../service_award_thresholds.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-AWARD-FILE-STATUS.

      * Completed employment periods written by the REHIRE
      * transaction - loaded so a rehire's tiers are dated from
      * bridged service, same as the forecast
       SELECT SERVICE-PERIOD-FILE
              ASSIGN TO "../service_periods.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

      * Award ledger kept by AWARD-MAINT - read-only here
       SELECT AWARD-LEDGER-FILE ASSIGN TO "../award_ledger.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AWARD-LEDGER-STATUS.

      * Work file of owed awards found during the single pass over
      * EMPLOYEE-FILE, then fed to SORT - no cap, same shape as the
      * forecast's work file
       SELECT OWED-FILE ASSIGN TO "../awards_owed_work.tmp"
              ORGANIZATION IS LINE SEQUENTIAL.

      * Sort scratch for ordering the owed awards by department,
      * then last name, then tier
       SELECT SORT-WORK-FILE ASSIGN TO "../awards_owed_sort.tmp".

      * The awards-owed report handed to HR
       SELECT OWED-REPORT-FILE ASSIGN TO "../awards_owed.prt"
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

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  SERVICE-AWARD-FILE.
       01  SERVICE-AWARD-LINE PIC 99.

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  AWARD-LEDGER-FILE.
       01  AWARD-LEDGER-LINE PIC X(45).

       FD  OWED-FILE.
       01  OWED-FILE-LINE PIC X(68).

       FD  OWED-REPORT-FILE.
       01  OWED-REPORT-LINE PIC X(110).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

      * Sort record - the keys lead: department, last name within
      * department, then the employee and tier
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-DEPARTMENT-CODE    PIC 999.
           05  SW-LAST-NAME          PIC A(20).
           05  SW-FIRST-NAME         PIC A(20).
           05  SW-EMPLOYEE-ID        PIC 9(6).
           05  SW-TIER-THRESHOLD     PIC 99.
           05  SW-EARNED-DATE        PIC 9(8).
           05  SW-ORDERED-DATE       PIC 9(8).
           05  SW-EMPLOYMENT-STATUS  PIC X.

       WORKING-STORAGE SECTION.
      * Work area for the date arithmetic, same as ASSIGNMENT-1
       COPY "TENURE-WORK.CPY".

       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * flag for exiting the read loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * One owed award found during the pass, written to the work
      * file
       01  OWED-WORK-RECORD.
           05  OW-DEPARTMENT-CODE    PIC 999.
           05  OW-LAST-NAME          PIC A(20).
           05  OW-FIRST-NAME         PIC A(20).
           05  OW-EMPLOYEE-ID        PIC 9(6).
           05  OW-TIER-THRESHOLD     PIC 99.
           05  OW-EARNED-DATE        PIC 9(8).
           05  OW-ORDERED-DATE       PIC 9(8).
           05  OW-EMPLOYMENT-STATUS  PIC X.

      * Grace allowed between reaching a tier and presenting it
      * before the award counts as owed, and the date that puts the
      * cut at - a tier earned on or before it is overdue
       01  AWARD-GRACE-DAYS         PIC 99 VALUE 60.
       01  GRACE-DAYS-LEFT          PIC 99.
       01  OWED-CUTOFF-DATE         PIC 9(8).
       01  OWED-CUTOFF-DATE-R REDEFINES OWED-CUTOFF-DATE.
           05  OWED-CUTOFF-YYYY     PIC 9(4).
           05  OWED-CUTOFF-MM       PIC 99.
           05  OWED-CUTOFF-DD       PIC 99.

      * The year and month 272 is to size, leaving the month's
      * last day in TEN-MONTH-MAX-DD
       01  MONTH-SIZE-YYYY          PIC 9(4).
       01  MONTH-SIZE-MM            PIC 99.

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
           88  AWARD-PRESENTED      VALUE "PRESENTED".
       01  AWARD-ORDERED-DATE       PIC 9(8).

      * One row per line of DEPARTMENT-MASTER-FILE, loaded into
      * memory once at startup, same as ASSIGNMENT-1
       01  DEPARTMENT-MASTER-TABLE.
           05  DEPARTMENT-MASTER-ENTRY OCCURS 500 TIMES
                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-NAME      PIC A(20).
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

      * Resolved department name for the section in hand
       01  DEPARTMENT-NAME-OUT      PIC A(20).

      * Service-award thresholds, same table and fallback as
      * ASSIGNMENT-1
       01  SERVICE-AWARD-THRESHOLD-TABLE.
           05  SERVICE-AWARD-THRESHOLD-ENTRY OCCURS 20 TIMES
                  INDEXED BY AWD-IDX.
               10  AWD-TBL-THRESHOLD  PIC 99.
       01  SERVICE-AWARD-THRESHOLD-COUNT  PIC 99 VALUE ZERO.
       01  SERVICE-AWARD-FILE-STATUS      PIC XX.

      * Set once SERVICE-AWARD-THRESHOLD-TABLE's 20 entries are
      * full, so 230-LOAD-SERVICE-AWARD-THRESHOLDS only warns once
       01  SERVICE-AWARD-THRESHOLD-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Run counters for the job log
       01  AWARDS-OWED-COUNT        PIC 9(6) VALUE ZERO.
       01  OWED-ORDERED-COUNT       PIC 9(6) VALUE ZERO.
       01  OWED-NOT-ORDERED-COUNT   PIC 9(6) VALUE ZERO.
       01  NO-HIRE-DATE-COUNT       PIC 9(6) VALUE ZERO.

      * Owed awards printed in the department section in hand
       01  DEPARTMENT-OWED-COUNT    PIC 9(6) VALUE ZERO.

      * The department whose section is currently printing, so the
      * output procedure knows when the sorted stream crosses into
      * the next one, and whether a section has been started yet
       01  PREVIOUS-DEPARTMENT-CODE PIC 999 VALUE ZERO.
       01  DEPARTMENT-SECTION-OPEN-FLAG PIC A VALUE 'N'.
           88  DEPARTMENT-SECTION-OPEN VALUE 'Y'.

      * Set when the sorted stream runs dry
       01  OWED-SORT-DONE-FLAG      PIC A.
           88  OWED-SORT-DONE       VALUE 'Y'.

      * Report header, stamped with the run date and the cutoff
       01  OWED-RUN-DATE-RAW        PIC 9(8).
       01  OWED-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               "SERVICE AWARDS OWED - NOT YET PRESENTED".
           05  FILLER               PIC X(12) VALUE
               "   Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  ORH-RUN-DATE         PIC 9(8).
       01  OWED-CUTOFF-HEADER.
           05  FILLER               PIC X(28) VALUE
               "Tiers earned on or before   ".
           05  OCH-CUTOFF-DATE      PIC 9(8).
           05  FILLER               PIC X(6)  VALUE " (the ".
           05  OCH-GRACE-DAYS       PIC Z9.
           05  FILLER               PIC X(27) VALUE
               "-day grace has run out)".

      * Department section header printed at each change of
      * department in the sorted stream, and its closing count
       01  DEPARTMENT-SECTION-HEADER.
           05  FILLER               PIC X(14) VALUE "   Department ".
           05  DSH-DEPARTMENT-CODE  PIC 999.
           05  FILLER               PIC X     VALUE SPACE.
           05  DSH-DEPARTMENT-NAME  PIC A(20).
       01  DEPARTMENT-SECTION-FOOTER.
           05  FILLER               PIC X(24) VALUE
               "      Owed in department".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  DSF-OWED-COUNT       PIC ZZZ,ZZ9.

      * One detail line of the report
       01  OWED-DETAIL-LINE.
           05  ODL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  ODL-LAST-NAME        PIC A(20).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  ODL-FIRST-NAME       PIC A(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  ODL-TIER-THRESHOLD   PIC Z9.
           05  FILLER               PIC X(13) VALUE
               " yrs  earned ".
           05  ODL-EARNED-DATE      PIC 9(8).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  ODL-ORDER-STATUS     PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  ODL-LEAVE-NOTE       PIC X(8).

      * Order column text for an award that's on order
       01  ORDERED-ON-TEXT.
           05  FILLER               PIC X(11) VALUE "ORDERED ON ".
           05  OOT-ORDERED-DATE     PIC 9(8).

      * Closing totals
       01  OWED-TOTAL-LINE.
           05  OTL-LABEL            PIC X(24).
           05  FILLER               PIC X(2)  VALUE ": ".
           05  OTL-COUNT            PIC ZZZ,ZZ9.

       01  DASH-LINE PIC X(110) VALUE ALL "=".

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
      * itself, same as the batch does on the audit trail
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "AWARDS".


       PROCEDURE DIVISION.
      * One pass over the employee file to find the owed awards, a
      * sort to order them, and the report off the sorted stream
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           ACCEPT TEN-AS-OF-DATE FROM DATE YYYYMMDD.
           PERFORM 280-COMPUTE-OWED-CUTOFF.
           PERFORM 220-LOAD-DEPARTMENT-MASTER.
           PERFORM 230-LOAD-SERVICE-AWARD-THRESHOLDS.
           PERFORM 255-LOAD-SERVICE-PERIODS.
           PERFORM 233-LOAD-AWARD-LEDGER.
           PERFORM 200-INIT-OWED.
           PERFORM 201-SCAN-EMPLOYEE-RECORD
              UNTIL FLG-LOOPING = 'N'.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM 206-PRINT-OWED-REPORT.
           PERFORM 290-END-OWED.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Opens the report and the owed work file, writes the report
      * header, and primes the read loop
       200-INIT-OWED.
           OPEN OUTPUT OWED-REPORT-FILE.
           OPEN OUTPUT OWED-FILE.
           ACCEPT OWED-RUN-DATE-RAW FROM DATE YYYYMMDD.
           MOVE OWED-RUN-DATE-RAW TO ORH-RUN-DATE.
           MOVE OWED-CUTOFF-DATE TO OCH-CUTOFF-DATE.
           MOVE AWARD-GRACE-DAYS TO OCH-GRACE-DAYS.
           WRITE OWED-REPORT-LINE FROM OWED-REPORT-HEADER.
           WRITE OWED-REPORT-LINE FROM OWED-CUTOFF-HEADER.
           WRITE OWED-REPORT-LINE FROM DASH-LINE.
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


      * Body of the scan - checks every tier for the in-hand record
      * and reads the next one. Leavers are no longer owed anything;
      * everyone else is, on leave or not (a space status predates
      * the field and counts as active). A record with no hire date
      * can't be dated and is counted instead
       201-SCAN-EMPLOYEE-RECORD.
           IF NOT FILE-EMP-TERMINATED
              IF FILE-HIRE-DATE > ZERO
                 PERFORM 210-CHECK-TIERS-OWED
              ELSE
                 ADD 1 TO NO-HIRE-DATE-COUNT
              END-IF
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * Tests every tier for the record in hand: a tier whose
      * earned date is on or before the cutoff and that the ledger
      * doesn't show presented is owed
       210-CHECK-TIERS-OWED.
           PERFORM VARYING AWD-IDX FROM 1 BY 1
              UNTIL AWD-IDX > SERVICE-AWARD-THRESHOLD-COUNT
              MOVE AWD-TBL-THRESHOLD(AWD-IDX) TO EARNED-TIER-YEARS
              PERFORM 270-COMPUTE-TIER-EARNED-DATE
              IF EARNED-DATE <= OWED-CUTOFF-DATE
                 MOVE FILE-EMPLOYEE-ID TO AWARD-LOOKUP-ID
                 MOVE EARNED-TIER-YEARS TO AWARD-LOOKUP-TIER
                 PERFORM 234-FIND-AWARD-STATUS
                 IF NOT AWARD-PRESENTED
                    PERFORM 211-WRITE-OWED-RECORD
                 END-IF
              END-IF
           END-PERFORM.


      * One owed award to the work file
       211-WRITE-OWED-RECORD.
           MOVE FILE-DEPARTMENT-CODE TO OW-DEPARTMENT-CODE.
           MOVE FILE-LAST-NAME TO OW-LAST-NAME.
           MOVE FILE-FIRST-NAME TO OW-FIRST-NAME.
           MOVE FILE-EMPLOYEE-ID TO OW-EMPLOYEE-ID.
           MOVE EARNED-TIER-YEARS TO OW-TIER-THRESHOLD.
           MOVE EARNED-DATE TO OW-EARNED-DATE.
           MOVE AWARD-ORDERED-DATE TO OW-ORDERED-DATE.
           MOVE FILE-EMPLOYMENT-STATUS TO OW-EMPLOYMENT-STATUS.
           WRITE OWED-FILE-LINE FROM OWED-WORK-RECORD.
           ADD 1 TO AWARDS-OWED-COUNT.
           IF AWARD-ORDERED-DATE > ZERO
              ADD 1 TO OWED-ORDERED-COUNT
           ELSE
              ADD 1 TO OWED-NOT-ORDERED-COUNT
           END-IF.


      * Sorts the owed awards by department, last name, employee
      * and tier, and prints the ordered stream with a section at
      * each change of department
       206-PRINT-OWED-REPORT.
           CLOSE OWED-FILE.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-DEPARTMENT-CODE
                               SW-LAST-NAME
                               SW-EMPLOYEE-ID
                               SW-TIER-THRESHOLD
              USING OWED-FILE
              OUTPUT PROCEDURE IS 208-PRINT-SORTED-OWED.


      * SORT output procedure - drains the sorted stream into the
      * report and closes off the last department's section
       208-PRINT-SORTED-OWED.
           MOVE 'N' TO OWED-SORT-DONE-FLAG.
           MOVE 'N' TO DEPARTMENT-SECTION-OPEN-FLAG.
           PERFORM 218-RETURN-SORTED-OWED
              UNTIL OWED-SORT-DONE.
           IF DEPARTMENT-SECTION-OPEN
              PERFORM 209-PRINT-DEPARTMENT-FOOTER
           END-IF.


      * Body of the output-procedure loop - returns one owed award,
      * breaks to a new department section when the department
      * changes, and prints the detail line
       218-RETURN-SORTED-OWED.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO OWED-SORT-DONE-FLAG
              NOT AT END
                 IF NOT DEPARTMENT-SECTION-OPEN
                    OR SW-DEPARTMENT-CODE
                       NOT = PREVIOUS-DEPARTMENT-CODE
                    IF DEPARTMENT-SECTION-OPEN
                       PERFORM 209-PRINT-DEPARTMENT-FOOTER
                    END-IF
                    PERFORM 207-PRINT-DEPARTMENT-HEADER
                 END-IF
                 MOVE SW-EMPLOYEE-ID TO ODL-EMPLOYEE-ID
                 MOVE SW-LAST-NAME TO ODL-LAST-NAME
                 MOVE SW-FIRST-NAME TO ODL-FIRST-NAME
                 MOVE SW-TIER-THRESHOLD TO ODL-TIER-THRESHOLD
                 MOVE SW-EARNED-DATE TO ODL-EARNED-DATE
                 IF SW-ORDERED-DATE > ZERO
                    MOVE SW-ORDERED-DATE TO OOT-ORDERED-DATE
                    MOVE ORDERED-ON-TEXT TO ODL-ORDER-STATUS
                 ELSE
                    MOVE "NOT ORDERED" TO ODL-ORDER-STATUS
                 END-IF
                 IF SW-EMPLOYMENT-STATUS = 'L'
                    MOVE "ON LEAVE" TO ODL-LEAVE-NOTE
                 ELSE
                    MOVE SPACES TO ODL-LEAVE-NOTE
                 END-IF
                 WRITE OWED-REPORT-LINE FROM OWED-DETAIL-LINE
                 ADD 1 TO DEPARTMENT-OWED-COUNT
           END-RETURN.


      * Opens a department section with the department name
      * resolved off the master
       207-PRINT-DEPARTMENT-HEADER.
           MOVE SW-DEPARTMENT-CODE TO PREVIOUS-DEPARTMENT-CODE.
           MOVE 'Y' TO DEPARTMENT-SECTION-OPEN-FLAG.
           MOVE ZERO TO DEPARTMENT-OWED-COUNT.
           PERFORM 222-LOOKUP-DEPARTMENT-NAME.
           MOVE SW-DEPARTMENT-CODE TO DSH-DEPARTMENT-CODE.
           MOVE DEPARTMENT-NAME-OUT TO DSH-DEPARTMENT-NAME.
           WRITE OWED-REPORT-LINE FROM SPACES.
           WRITE OWED-REPORT-LINE FROM DEPARTMENT-SECTION-HEADER.


      * Closes a department section with its count
       209-PRINT-DEPARTMENT-FOOTER.
           MOVE DEPARTMENT-OWED-COUNT TO DSF-OWED-COUNT.
           WRITE OWED-REPORT-LINE FROM DEPARTMENT-SECTION-FOOTER.


      * Looks SW-DEPARTMENT-CODE's name up in the loaded master and
      * leaves it (or spaces) in DEPARTMENT-NAME-OUT
       222-LOOKUP-DEPARTMENT-NAME.
           MOVE SPACES TO DEPARTMENT-NAME-OUT.
           PERFORM VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT
              IF DM-TBL-CODE(DM-IDX) = SW-DEPARTMENT-CODE
                 MOVE DM-TBL-NAME(DM-IDX) TO DEPARTMENT-NAME-OUT
              END-IF
           END-PERFORM.


      * Works out the date bridged service reached EARNED-TIER-YEARS
      * for the employee in FILE-EMPLOYEE-RECORD, same as
      * AWARD-MAINT's 270. The completed periods are used up oldest
      * first; the tier falls in the first period long enough to
      * cover what's still owing, or in the current period if none
      * is, and is earned that period's hire date plus the
      * remaining months. Borrows the shared date fields and puts
      * the run date back as found
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
           MOVE EARNED-YYYY TO MONTH-SIZE-YYYY.
           MOVE EARNED-MM TO MONTH-SIZE-MM.
           PERFORM 272-SIZE-MONTH.
           IF TEN-MONTH-MAX-DD > ZERO
              AND EARNED-DD > TEN-MONTH-MAX-DD
              MOVE TEN-MONTH-MAX-DD TO EARNED-DD
           END-IF.


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


      * Counts AWARD-GRACE-DAYS back from the run date to the owed
      * cutoff: whole months are stepped over a month-end at a time
      * (the days used so far in the month in hand, then back to
      * the last day of the month before) until what's left fits
      * inside the month, which is then taken off the day
       280-COMPUTE-OWED-CUTOFF.
           MOVE TEN-AS-OF-DATE TO OWED-CUTOFF-DATE.
           MOVE AWARD-GRACE-DAYS TO GRACE-DAYS-LEFT.
           PERFORM 281-STEP-BACK-ONE-MONTH
              UNTIL GRACE-DAYS-LEFT < OWED-CUTOFF-DD.
           SUBTRACT GRACE-DAYS-LEFT FROM OWED-CUTOFF-DD.


      * Uses up the days of the cutoff's month so far and moves the
      * cutoff to the last day of the month before
       281-STEP-BACK-ONE-MONTH.
           SUBTRACT OWED-CUTOFF-DD FROM GRACE-DAYS-LEFT.
           IF OWED-CUTOFF-MM = 01
              MOVE 12 TO OWED-CUTOFF-MM
              SUBTRACT 1 FROM OWED-CUTOFF-YYYY
           ELSE
              SUBTRACT 1 FROM OWED-CUTOFF-MM
           END-IF.
           MOVE OWED-CUTOFF-YYYY TO MONTH-SIZE-YYYY.
           MOVE OWED-CUTOFF-MM TO MONTH-SIZE-MM.
           PERFORM 272-SIZE-MONTH.
           MOVE TEN-MONTH-MAX-DD TO OWED-CUTOFF-DD.


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


      * Reads AWARD-LEDGER-FILE once at startup into
      * AWARD-LEDGER-TABLE. A missing file just means nothing has
      * been ordered or presented yet, so everything is outstanding
       233-LOAD-AWARD-LEDGER.
           OPEN INPUT AWARD-LEDGER-FILE.
           IF AWARD-LEDGER-STATUS = "35"
              DISPLAY "-- award_ledger.txt not found, no awards "
                 "recorded yet --"
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


      * Reads DEPARTMENT-MASTER-FILE once at startup into
      * DEPARTMENT-MASTER-TABLE, same as ASSIGNMENT-1
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


      * Reads SERVICE-AWARD-FILE once at startup, with the same
      * standard-milestone fallback as ASSIGNMENT-1
       230-LOAD-SERVICE-AWARD-THRESHOLDS.
           OPEN INPUT SERVICE-AWARD-FILE.
           IF SERVICE-AWARD-FILE-STATUS = "35"
              DISPLAY "-- service_award_thresholds.txt not found, "
                 "using default 5/10/15/20/25 year tiers --"
              PERFORM 235-LOAD-DEFAULT-SERVICE-AWARD-THRESHOLDS
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
       235-LOAD-DEFAULT-SERVICE-AWARD-THRESHOLDS.
           MOVE 5  TO AWD-TBL-THRESHOLD(1).
           MOVE 10 TO AWD-TBL-THRESHOLD(2).
           MOVE 15 TO AWD-TBL-THRESHOLD(3).
           MOVE 20 TO AWD-TBL-THRESHOLD(4).
           MOVE 25 TO AWD-TBL-THRESHOLD(5).
           MOVE 5  TO SERVICE-AWARD-THRESHOLD-COUNT.


      * Closes out the report with the totals and echoes the counts
      * to the job log
       290-END-OWED.
           WRITE OWED-REPORT-LINE FROM SPACES.
           WRITE OWED-REPORT-LINE FROM DASH-LINE.
           MOVE "Awards owed" TO OTL-LABEL.
           MOVE AWARDS-OWED-COUNT TO OTL-COUNT.
           WRITE OWED-REPORT-LINE FROM OWED-TOTAL-LINE.
           MOVE "   On order" TO OTL-LABEL.
           MOVE OWED-ORDERED-COUNT TO OTL-COUNT.
           WRITE OWED-REPORT-LINE FROM OWED-TOTAL-LINE.
           MOVE "   Not yet ordered" TO OTL-LABEL.
           MOVE OWED-NOT-ORDERED-COUNT TO OTL-COUNT.
           WRITE OWED-REPORT-LINE FROM OWED-TOTAL-LINE.
           MOVE "No hire date on file" TO OTL-LABEL.
           MOVE NO-HIRE-DATE-COUNT TO OTL-COUNT.
           WRITE OWED-REPORT-LINE FROM OWED-TOTAL-LINE.
           CLOSE OWED-REPORT-FILE.
           DISPLAY "---- AWARDS OWED COMPLETE ----".
           DISPLAY "Awards owed:          " AWARDS-OWED-COUNT.
           DISPLAY "   On order:          " OWED-ORDERED-COUNT.
           DISPLAY "   Not yet ordered:   " OWED-NOT-ORDERED-COUNT.
           DISPLAY "No hire date on file: " NO-HIRE-DATE-COUNT.
           DISPLAY "-- Report written to awards_owed.prt --".

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
           MOVE "AWARDS-OWED" TO RC-JOB-NAME.
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
           MOVE AWARDS-OWED-COUNT TO RC-COUNT-1.
           MOVE OWED-ORDERED-COUNT TO RC-COUNT-2.
           MOVE OWED-NOT-ORDERED-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM AWARDS-OWED.
