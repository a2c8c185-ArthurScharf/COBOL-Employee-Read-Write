      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Month-end labor-cost handoff to finance's general
      *          ledger. Reads EMPLOYEE-FILE and writes a fixed-layout
      *          GL interface file - one detail record per department
      *          carrying the cost center from the department master,
      *          the active and on-leave headcount, the total annual
      *          salary and the monthly accrual (annual over twelve)
      *          - wrapped in a header record with the run date and
      *          accounting period and a trailer record with the
      *          detail count and the headcount, salary and accrual
      *          control totals, same style as payroll_extract.dat.
      *          Alongside it prints a balancing report that proves
      *          the GL file's headcount and salary agree with the
      *          latest payroll extract, listing every employee in
      *          one but not the other or carried at a different
      *          salary, and flags ungraded legacy records (space
      *          grade, zero salary) as uncosted so finance knows how
      *          much of the headcount the salary figure leaves out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-COST-GL.

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

      * Department code + name + cost center, maintained by
      * DEPT-MAINT
       SELECT DEPARTMENT-MASTER-FILE
              ASSIGN TO "../department_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPARTMENT-MASTER-STATUS.

      * The latest interface file PAYROLL-EXTRACT sent the bureau -
      * read-only here, the figure the GL file has to balance to
       SELECT EXTRACT-FILE ASSIGN TO "../payroll_extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXTRACT-FILE-STATUS.

      * The interface file finance's ledger ingests - rebuilt from
      * scratch every run
       SELECT GL-FILE ASSIGN TO "../gl_labor_cost.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      * The balancing report handed to finance with the GL file
       SELECT BALANCE-REPORT-FILE
              ASSIGN TO "../gl_balance_report.prt"
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

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(85).

       FD  GL-FILE.
       01  GL-LINE PIC X(67).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE PIC X(112).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * flag for exiting the employee-file read loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * One row per line of DEPARTMENT-MASTER-FILE, loaded into memory
      * once at startup, same as ASSIGNMENT-1, with the cost center
      * each department is booked to
       01  DEPARTMENT-MASTER-TABLE.
           05  DEPARTMENT-MASTER-ENTRY OCCURS 500 TIMES
                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-NAME      PIC A(20).
               10  DM-TBL-COST-CENTER PIC X(6).
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

      * The department 222 looks up, and what it found - name and
      * cost center, or spaces and the not-found flag for a code
      * that isn't on the master
       01  DEPARTMENT-CODE-IN       PIC 999.
       01  DEPARTMENT-NAME-OUT      PIC A(20).
       01  COST-CENTER-OUT          PIC X(6).
       01  DEPARTMENT-FOUND-FLAG    PIC A.
           88  DEPARTMENT-FOUND     VALUE 'Y'.

      * Labor cost accumulated per department, one slot per possible
      * three-digit code (slot = code + 1), so the GL details come
      * out in department order without a sort. Only slots with
      * somebody in them are written
       01  GL-DEPARTMENT-TABLE.
           05  GL-DEPARTMENT-ENTRY OCCURS 1000 TIMES
                  INDEXED BY GL-IDX.
               10  GL-TBL-ACTIVE-COUNT   PIC 9(5).
               10  GL-TBL-LEAVE-COUNT    PIC 9(5).
               10  GL-TBL-ANNUAL-SALARY  PIC 9(9)V99.
               10  GL-TBL-UNCOSTED-COUNT PIC 9(5).
       01  GL-DEPARTMENT-NUMBER     PIC 9(4).

      * One payroll-extract record as read back in - same layout
      * PAYROLL-EXTRACT writes, with header and trailer views
       01  EXTRACT-RECORD.
           05  EXR-RECORD-TYPE      PIC X.
           05  EXR-EMPLOYEE-ID      PIC 9(6).
           05  EXR-LAST-NAME        PIC A(20).
           05  EXR-FIRST-NAME       PIC A(20).
           05  EXR-DEPARTMENT-CODE  PIC 999.
           05  EXR-DEPARTMENT-NAME  PIC A(20).
           05  EXR-YEARS-OF-SERVICE PIC 99V9.
           05  EXR-EMPLOYMENT-STATUS PIC X.
           05  EXR-PAY-GRADE        PIC XX.
           05  EXR-SALARY           PIC 9(7)V99.
       01  EXTRACT-HEADER-VIEW REDEFINES EXTRACT-RECORD.
           05  FILLER               PIC X.
           05  EXR-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(76).
       01  EXTRACT-TRAILER-VIEW REDEFINES EXTRACT-RECORD.
           05  FILLER               PIC X.
           05  EXR-DETAIL-COUNT     PIC 9(7).
           05  EXR-HASH-TOTAL       PIC 9(12).
           05  FILLER               PIC X(65).
       01  EXTRACT-FILE-STATUS      PIC XX.

      * What the extract itself says: its run date, the details
      * actually read and their salary, and the trailer's count -
      * a trailer that's missing or disagrees means the extract on
      * disk is incomplete and proves nothing
       01  EXTRACT-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  EXTRACT-DETAILS-READ     PIC 9(7) VALUE ZERO.
       01  EXTRACT-TOTAL-SALARY     PIC 9(11)V99 VALUE ZERO.
       01  EXTRACT-TRAILER-COUNT    PIC 9(7) VALUE ZERO.
       01  EXTRACT-ON-FILE-FLAG     PIC A VALUE 'N'.
           88  EXTRACT-ON-FILE      VALUE 'Y'.
       01  EXTRACT-TRAILER-FLAG     PIC A VALUE 'N'.
           88  EXTRACT-TRAILER-FOUND VALUE 'Y'.

      * Every employee on the latest payroll extract, and whether
      * the employee-file pass met them
       01  EXTRACT-TABLE.
           05  EXTRACT-ENTRY OCCURS 5000 TIMES
                  INDEXED BY EXT-IDX.
               10  EXT-TBL-EMPLOYEE-ID     PIC 9(6).
               10  EXT-TBL-LAST-NAME       PIC A(20).
               10  EXT-TBL-DEPARTMENT-CODE PIC 999.
               10  EXT-TBL-SALARY          PIC 9(7)V99.
               10  EXT-TBL-SEEN-FLAG       PIC A.
       01  EXTRACT-COUNT            PIC 9(4) VALUE ZERO.

      * Set once EXTRACT-TABLE's 5000 entries are full, so
      * 210-LOAD-PAYROLL-EXTRACT only warns about it one time
       01  EXTRACT-TABLE-FULL-FLAG  PIC A VALUE 'N'.

      * Where 211 found the employee in hand on the extract (zero =
      * not there)
       01  EXTRACT-ENTRY-NUMBER     PIC 9(4).

      * Today, and the accounting period it closes (YYYYMM)
       01  GL-RUN-DATE              PIC 9(8).
       01  GL-RUN-DATE-PARTS REDEFINES GL-RUN-DATE.
           05  GL-RUN-PERIOD        PIC 9(6).
           05  FILLER               PIC 99.

      * One department's monthly accrual, worked out for its detail
       01  GL-MONTHLY-ACCRUAL       PIC 9(9)V99.

      * Run totals - the GL trailer's control figures, and the
      * counts for the job log and the balancing report
       01  GL-DETAIL-COUNT          PIC 9(7)  VALUE ZERO.
       01  GL-TOTAL-HEADCOUNT       PIC 9(7)  VALUE ZERO.
       01  GL-TOTAL-SALARY          PIC 9(11)V99 VALUE ZERO.
       01  GL-TOTAL-ACCRUAL         PIC 9(11)V99 VALUE ZERO.
       01  UNCOSTED-COUNT           PIC 9(6)  VALUE ZERO.
       01  NO-COST-CENTER-COUNT     PIC 9(6)  VALUE ZERO.
       01  EXCEPTION-COUNT          PIC 9(6)  VALUE ZERO.

      * GL against extract, worked out for the balance section
       01  HEADCOUNT-DIFFERENCE     PIC S9(7) VALUE ZERO.
       01  SALARY-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.

      * GL interface header record - "H" plus the run date and the
      * accounting period, so the ledger can refuse a stale file or
      * one meant for another month
       01  GL-HEADER-RECORD.
           05  FILLER               PIC X     VALUE "H".
           05  GLH-RUN-DATE         PIC 9(8).
           05  GLH-PERIOD           PIC 9(6).
           05  FILLER               PIC X(52) VALUE SPACES.

      * GL interface detail record - one per department with
      * anybody on the payroll. A department with no cost center on
      * the master goes out with a blank one, which the ledger posts
      * to suspense; the uncosted count is the headcount carried at
      * zero salary because it was never graded
       01  GL-DETAIL-RECORD.
           05  FILLER               PIC X     VALUE "D".
           05  GLD-COST-CENTER      PIC X(6).
           05  GLD-DEPARTMENT-CODE  PIC 999.
           05  GLD-DEPARTMENT-NAME  PIC A(20).
           05  GLD-ACTIVE-COUNT     PIC 9(5).
           05  GLD-LEAVE-COUNT      PIC 9(5).
           05  GLD-ANNUAL-SALARY    PIC 9(9)V99.
           05  GLD-MONTHLY-ACCRUAL  PIC 9(9)V99.
           05  GLD-UNCOSTED-COUNT   PIC 9(5).

      * GL interface trailer record - detail count plus headcount,
      * salary and accrual totals. The ledger re-adds the details it
      * received and every figure must agree
       01  GL-TRAILER-RECORD.
           05  FILLER               PIC X     VALUE "T".
           05  GLT-DETAIL-COUNT     PIC 9(7).
           05  GLT-HEADCOUNT        PIC 9(7).
           05  GLT-ANNUAL-SALARY    PIC 9(11)V99.
           05  GLT-MONTHLY-ACCRUAL  PIC 9(11)V99.
           05  FILLER               PIC X(26) VALUE SPACES.

      * Report header, stamped with the run date, the period and
      * the date of the extract it was balanced against
       01  BALANCE-REPORT-HEADER.
           05  FILLER               PIC X(34) VALUE
               "GL LABOR-COST BALANCING  Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  BRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(10) VALUE "  Period: ".
           05  BRH-PERIOD           PIC 9(6).
           05  FILLER               PIC X(11) VALUE "  Extract: ".
           05  BRH-EXTRACT-DATE     PIC X(8).
           05  BRH-EXTRACT-DATE-NUM REDEFINES BRH-EXTRACT-DATE
                                    PIC 9(8).

      * Section titles
       01  EXCEPTION-SECTION-TITLE  PIC X(40) VALUE
           "EMPLOYEE EXCEPTIONS".
       01  DEPARTMENT-SECTION-TITLE PIC X(40) VALUE
           "LABOR COST BY DEPARTMENT".
       01  BALANCE-SECTION-TITLE    PIC X(40) VALUE
           "BALANCE AGAINST PAYROLL EXTRACT".

      * Column headings over the exception lines
       01  EXCEPTION-COLUMN-HEADER.
           05  FILLER               PIC X(7)  VALUE "ID".
           05  FILLER               PIC X(21) VALUE "LAST NAME".
           05  FILLER               PIC X(5)  VALUE "DEPT".
           05  FILLER               PIC X(13) VALUE "  FILE SALARY".
           05  FILLER               PIC X(16) VALUE
               "  EXTRACT SALARY".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "EXCEPTION".

      * One employee the GL and the extract don't agree on, or one
      * carried uncosted. A salary that doesn't apply to the
      * exception prints blank
       01  EXCEPTION-DETAIL-LINE.
           05  BXL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  BXL-LAST-NAME        PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  BXL-DEPT-CODE        PIC 999.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  BXL-FILE-SALARY      PIC X(13).
           05  BXL-FILE-SALARY-NUM REDEFINES BXL-FILE-SALARY
                                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  BXL-EXTRACT-SALARY   PIC X(13).
           05  BXL-EXTRACT-SALARY-NUM REDEFINES BXL-EXTRACT-SALARY
                                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  BXL-TEXT             PIC X(30).

      * Shown when every employee agrees
       01  NO-EXCEPTIONS-LINE       PIC X(40) VALUE
           "   NONE - EVERY EMPLOYEE AGREES".

      * Column headings over the department lines
       01  DEPARTMENT-COLUMN-HEADER.
           05  FILLER               PIC X(7)  VALUE "CC".
           05  FILLER               PIC X(25) VALUE "DEPARTMENT".
           05  FILLER               PIC X(7)  VALUE " ACTIVE".
           05  FILLER               PIC X(7)  VALUE "  LEAVE".
           05  FILLER               PIC X(16) VALUE
               "   ANNUAL SALARY".
           05  FILLER               PIC X(16) VALUE
               " MONTHLY ACCRUAL".
           05  FILLER               PIC X(10) VALUE "  UNCOSTED".

      * One line per department written to the GL file
       01  DEPARTMENT-DETAIL-LINE.
           05  BDL-COST-CENTER      PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  BDL-DEPT-CODE        PIC 999.
           05  FILLER               PIC X     VALUE SPACE.
           05  BDL-DEPT-NAME        PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  BDL-ACTIVE-COUNT     PIC ZZZZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  BDL-LEAVE-COUNT      PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  BDL-ANNUAL-SALARY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  BDL-MONTHLY-ACCRUAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  BDL-UNCOSTED-COUNT   PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  BDL-FLAG-TEXT        PIC X(16).

      * Department totals - the same figures as the GL trailer
       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "DEPARTMENTS ".
           05  BDT-DETAIL-COUNT     PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  HEADCOUNT ".
           05  BDT-HEADCOUNT        PIC ZZZZZZ9.
           05  FILLER               PIC X(9)  VALUE "  SALARY ".
           05  BDT-ANNUAL-SALARY    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE "  ACCRUAL ".
           05  BDT-MONTHLY-ACCRUAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * GL figure against extract figure, one line each for
      * headcount and salary
       01  BALANCE-HEADCOUNT-LINE.
           05  FILLER               PIC X(12) VALUE "HEADCOUNT".
           05  FILLER               PIC X(4)  VALUE "GL ".
           05  BBH-GL-HEADCOUNT     PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  EXTRACT ".
           05  BBH-EXTRACT-HEADCOUNT PIC ZZZZZZ9.
           05  FILLER               PIC X(8)  VALUE "  DIFF ".
           05  BBH-DIFFERENCE       PIC -ZZZZZZ9.
       01  BALANCE-SALARY-LINE.
           05  FILLER               PIC X(12) VALUE "SALARY".
           05  FILLER               PIC X(4)  VALUE "GL ".
           05  BBS-GL-SALARY        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE "  EXTRACT ".
           05  BBS-EXTRACT-SALARY   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(8)  VALUE "  DIFF ".
           05  BBS-DIFFERENCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * Counts under the balance, and the verdict
       01  BALANCE-COUNT-LINE.
           05  FILLER               PIC X(22) VALUE
               "EMPLOYEE EXCEPTIONS  ".
           05  BBC-EXCEPTION-COUNT  PIC ZZZZZ9.
           05  FILLER               PIC X(34) VALUE
               "   UNCOSTED (UNGRADED) EMPLOYEES  ".
           05  BBC-UNCOSTED-COUNT   PIC ZZZZZ9.
           05  FILLER               PIC X(30) VALUE
               "   DEPTS WITH NO COST CENTER  ".
           05  BBC-NO-COST-CENTER   PIC ZZZZZ9.
       01  BALANCE-VERDICT-LINE     PIC X(60).

       01  DASH-LINE PIC X(112) VALUE ALL "=".
       01  BLANK-LINE PIC X(112) VALUE SPACES.

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
      * itself, same as the batch does on the audit trail
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "GLCOST".


       PROCEDURE DIVISION.
      * Loads the master and the latest payroll extract, costs every
      * employee still on the payroll into their department, writes
      * the GL file and prints the balance
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 220-LOAD-DEPARTMENT-MASTER.
           PERFORM 210-LOAD-PAYROLL-EXTRACT.
           PERFORM 200-INIT-GL.
           PERFORM 201-COST-EMPLOYEE-RECORD
              UNTIL FLG-LOOPING = 'N'.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM 212-LIST-EXTRACT-LEFTOVERS.
           IF EXCEPTION-COUNT = ZERO AND UNCOSTED-COUNT = ZERO
              WRITE BALANCE-REPORT-LINE FROM NO-EXCEPTIONS-LINE
           END-IF.
           WRITE BALANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE BALANCE-REPORT-LINE FROM DEPARTMENT-SECTION-TITLE.
           WRITE BALANCE-REPORT-LINE FROM DEPARTMENT-COLUMN-HEADER.
           PERFORM 230-WRITE-DEPARTMENT-COST
              VARYING GL-IDX FROM 1 BY 1
              UNTIL GL-IDX > 1000.
           PERFORM 240-PRINT-BALANCE.
           PERFORM 290-END-GL.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Opens the outputs, writes the GL header and the report
      * headings, clears the department accumulators and primes the
      * employee-file read loop
       200-INIT-GL.
           OPEN OUTPUT GL-FILE.
           MOVE GL-RUN-DATE TO GLH-RUN-DATE.
           MOVE GL-RUN-PERIOD TO GLH-PERIOD.
           WRITE GL-LINE FROM GL-HEADER-RECORD.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE GL-RUN-DATE TO BRH-RUN-DATE.
           MOVE GL-RUN-PERIOD TO BRH-PERIOD.
           IF EXTRACT-ON-FILE
              MOVE EXTRACT-RUN-DATE TO BRH-EXTRACT-DATE-NUM
           ELSE
              MOVE "NONE" TO BRH-EXTRACT-DATE
           END-IF.
           WRITE BALANCE-REPORT-LINE FROM BALANCE-REPORT-HEADER.
           WRITE BALANCE-REPORT-LINE FROM DASH-LINE.
           WRITE BALANCE-REPORT-LINE FROM EXCEPTION-SECTION-TITLE.
           WRITE BALANCE-REPORT-LINE FROM EXCEPTION-COLUMN-HEADER.
           PERFORM VARYING GL-IDX FROM 1 BY 1 UNTIL GL-IDX > 1000
              MOVE ZERO TO GL-TBL-ACTIVE-COUNT(GL-IDX)
              MOVE ZERO TO GL-TBL-LEAVE-COUNT(GL-IDX)
              MOVE ZERO TO GL-TBL-ANNUAL-SALARY(GL-IDX)
              MOVE ZERO TO GL-TBL-UNCOSTED-COUNT(GL-IDX)
           END-PERFORM.
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


      * Body of the costing loop. Everyone PAYROLL-EXTRACT would
      * extract - active, on leave, or a space status from before
      * the field existed - is costed to their department; a
      * terminated employee reads past, same as the extract. An
      * ungraded legacy record counts in the headcount at zero
      * salary and is listed as uncosted
       201-COST-EMPLOYEE-RECORD.
           IF NOT FILE-EMP-TERMINATED
              COMPUTE GL-DEPARTMENT-NUMBER = FILE-DEPARTMENT-CODE + 1
              SET GL-IDX TO GL-DEPARTMENT-NUMBER
              IF FILE-EMP-ON-LEAVE
                 ADD 1 TO GL-TBL-LEAVE-COUNT(GL-IDX)
              ELSE
                 ADD 1 TO GL-TBL-ACTIVE-COUNT(GL-IDX)
              END-IF
              ADD FILE-SALARY TO GL-TBL-ANNUAL-SALARY(GL-IDX)
              ADD 1 TO GL-TOTAL-HEADCOUNT
              ADD FILE-SALARY TO GL-TOTAL-SALARY
              IF FILE-PAY-GRADE = SPACES AND FILE-SALARY = ZERO
                 ADD 1 TO GL-TBL-UNCOSTED-COUNT(GL-IDX)
                 ADD 1 TO UNCOSTED-COUNT
                 MOVE FILE-SALARY TO BXL-FILE-SALARY-NUM
                 MOVE SPACES TO BXL-EXTRACT-SALARY
                 MOVE "UNCOSTED - UNGRADED RECORD" TO BXL-TEXT
                 PERFORM 203-WRITE-EMPLOYEE-EXCEPTION
              END-IF
              PERFORM 202-CHECK-AGAINST-EXTRACT
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * Finds the costed employee on the extract. Missing from it,
      * or on it at a different salary, is an exception - either
      * one moves the totals apart, and finance needs the names.
      * With no extract on file there is nothing to check against
       202-CHECK-AGAINST-EXTRACT.
           IF EXTRACT-ON-FILE
              PERFORM 211-FIND-EXTRACT-ENTRY
              IF EXTRACT-ENTRY-NUMBER = ZERO
                 ADD 1 TO EXCEPTION-COUNT
                 MOVE FILE-SALARY TO BXL-FILE-SALARY-NUM
                 MOVE SPACES TO BXL-EXTRACT-SALARY
                 MOVE "IN GL, NOT ON EXTRACT" TO BXL-TEXT
                 PERFORM 203-WRITE-EMPLOYEE-EXCEPTION
              ELSE
                 SET EXT-IDX TO EXTRACT-ENTRY-NUMBER
                 MOVE 'Y' TO EXT-TBL-SEEN-FLAG(EXT-IDX)
                 IF EXT-TBL-SALARY(EXT-IDX) NOT = FILE-SALARY
                    ADD 1 TO EXCEPTION-COUNT
                    MOVE FILE-SALARY TO BXL-FILE-SALARY-NUM
                    MOVE EXT-TBL-SALARY(EXT-IDX)
                       TO BXL-EXTRACT-SALARY-NUM
                    MOVE "SALARY CHANGED SINCE EXTRACT" TO BXL-TEXT
                    PERFORM 203-WRITE-EMPLOYEE-EXCEPTION
                 END-IF
              END-IF
           END-IF.


      * Prints the exception in hand for the employee-file record
      * in hand - the salaries and text are already set
       203-WRITE-EMPLOYEE-EXCEPTION.
           MOVE FILE-EMPLOYEE-ID TO BXL-EMPLOYEE-ID.
           MOVE FILE-LAST-NAME TO BXL-LAST-NAME.
           MOVE FILE-DEPARTMENT-CODE TO BXL-DEPT-CODE.
           WRITE BALANCE-REPORT-LINE FROM EXCEPTION-DETAIL-LINE.


      * Reads the payroll extract front to back - every detail into
      * the table with its salary, the header's run date, and the
      * trailer's count so an extract cut short is caught. No
      * extract means the GL file still goes out, but nothing can be
      * proved against it
       210-LOAD-PAYROLL-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "35"
              DISPLAY "-- Warning: payroll_extract.dat not found, "
                 "GL file cannot be balanced --"
           ELSE
              MOVE 'Y' TO EXTRACT-ON-FILE-FLAG
              PERFORM UNTIL EXTRACT-FILE-STATUS = "10"
                 READ EXTRACT-FILE INTO EXTRACT-RECORD
                    AT END MOVE "10" TO EXTRACT-FILE-STATUS
                    NOT AT END
                       EVALUATE EXR-RECORD-TYPE
                          WHEN "H"
                             MOVE EXR-RUN-DATE TO EXTRACT-RUN-DATE
                          WHEN "D"
                             PERFORM 213-KEEP-EXTRACT-DETAIL
                          WHEN "T"
                             MOVE 'Y' TO EXTRACT-TRAILER-FLAG
                             MOVE EXR-DETAIL-COUNT
                                TO EXTRACT-TRAILER-COUNT
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE EXTRACT-FILE
           END-IF.


      * One extract detail - counted and summed whatever happens,
      * so the totals stay right even past the table's ceiling
       213-KEEP-EXTRACT-DETAIL.
           ADD 1 TO EXTRACT-DETAILS-READ.
           ADD EXR-SALARY TO EXTRACT-TOTAL-SALARY.
           IF EXTRACT-COUNT < 5000
              ADD 1 TO EXTRACT-COUNT
              SET EXT-IDX TO EXTRACT-COUNT
              MOVE EXR-EMPLOYEE-ID TO EXT-TBL-EMPLOYEE-ID(EXT-IDX)
              MOVE EXR-LAST-NAME TO EXT-TBL-LAST-NAME(EXT-IDX)
              MOVE EXR-DEPARTMENT-CODE
                 TO EXT-TBL-DEPARTMENT-CODE(EXT-IDX)
              MOVE EXR-SALARY TO EXT-TBL-SALARY(EXT-IDX)
              MOVE 'N' TO EXT-TBL-SEEN-FLAG(EXT-IDX)
           ELSE
              IF EXTRACT-TABLE-FULL-FLAG = 'N'
                 DISPLAY "-- payroll_extract.dat has more than "
                    "5000 details, extra details not matched --"
                 MOVE 'Y' TO EXTRACT-TABLE-FULL-FLAG
              END-IF
           END-IF.


      * Locates the employee-file record in hand on the extract
      * table, leaving its entry number (or zero) in
      * EXTRACT-ENTRY-NUMBER
       211-FIND-EXTRACT-ENTRY.
           MOVE ZERO TO EXTRACT-ENTRY-NUMBER.
           PERFORM VARYING EXT-IDX FROM 1 BY 1
              UNTIL EXT-IDX > EXTRACT-COUNT
              OR EXTRACT-ENTRY-NUMBER > ZERO
              IF EXT-TBL-EMPLOYEE-ID(EXT-IDX) = FILE-EMPLOYEE-ID
                 SET EXTRACT-ENTRY-NUMBER TO EXT-IDX
              END-IF
           END-PERFORM.


      * Every extract detail the costing pass never met - extracted
      * then, but terminated or gone from the file since, so its
      * salary is in the extract's total and not the GL's
       212-LIST-EXTRACT-LEFTOVERS.
           PERFORM VARYING EXT-IDX FROM 1 BY 1
              UNTIL EXT-IDX > EXTRACT-COUNT
              IF EXT-TBL-SEEN-FLAG(EXT-IDX) = 'N'
                 ADD 1 TO EXCEPTION-COUNT
                 MOVE EXT-TBL-EMPLOYEE-ID(EXT-IDX) TO BXL-EMPLOYEE-ID
                 MOVE EXT-TBL-LAST-NAME(EXT-IDX) TO BXL-LAST-NAME
                 MOVE EXT-TBL-DEPARTMENT-CODE(EXT-IDX)
                    TO BXL-DEPT-CODE
                 MOVE SPACES TO BXL-FILE-SALARY
                 MOVE EXT-TBL-SALARY(EXT-IDX) TO BXL-EXTRACT-SALARY-NUM
                 MOVE "ON EXTRACT, NOT IN GL" TO BXL-TEXT
                 WRITE BALANCE-REPORT-LINE FROM EXCEPTION-DETAIL-LINE
              END-IF
           END-PERFORM.


      * Reads DEPARTMENT-MASTER-FILE once at startup into
      * DEPARTMENT-MASTER-TABLE, same as ASSIGNMENT-1. A missing
      * master isn't fatal - every department goes out with no name
      * and no cost center, and the report flags each one
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
                          MOVE DM-COST-CENTER
                             TO DM-TBL-COST-CENTER(DM-IDX)
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


      * Looks DEPARTMENT-CODE-IN up in DEPARTMENT-MASTER-TABLE and
      * moves the matching name and cost center (or spaces) to
      * DEPARTMENT-NAME-OUT and COST-CENTER-OUT
       222-LOOKUP-DEPARTMENT.
           MOVE SPACES TO DEPARTMENT-NAME-OUT.
           MOVE SPACES TO COST-CENTER-OUT.
           MOVE 'N' TO DEPARTMENT-FOUND-FLAG.
           PERFORM VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT
              IF DM-TBL-CODE(DM-IDX) = DEPARTMENT-CODE-IN
                 MOVE DM-TBL-NAME(DM-IDX) TO DEPARTMENT-NAME-OUT
                 MOVE DM-TBL-COST-CENTER(DM-IDX) TO COST-CENTER-OUT
                 MOVE 'Y' TO DEPARTMENT-FOUND-FLAG
              END-IF
           END-PERFORM.


      * One department slot - skipped if nobody is in it, otherwise
      * written to the GL file and printed. The monthly accrual is
      * the department's annual salary over twelve, rounded to the
      * cent, and the trailer carries the sum of the rounded
      * figures so the details foot to it exactly
       230-WRITE-DEPARTMENT-COST.
           IF GL-TBL-ACTIVE-COUNT(GL-IDX) > ZERO
              OR GL-TBL-LEAVE-COUNT(GL-IDX) > ZERO
              SET GL-DEPARTMENT-NUMBER TO GL-IDX
              COMPUTE DEPARTMENT-CODE-IN = GL-DEPARTMENT-NUMBER - 1
              PERFORM 222-LOOKUP-DEPARTMENT
              COMPUTE GL-MONTHLY-ACCRUAL ROUNDED =
                 GL-TBL-ANNUAL-SALARY(GL-IDX) / 12
              MOVE COST-CENTER-OUT TO GLD-COST-CENTER
              MOVE DEPARTMENT-CODE-IN TO GLD-DEPARTMENT-CODE
              MOVE DEPARTMENT-NAME-OUT TO GLD-DEPARTMENT-NAME
              MOVE GL-TBL-ACTIVE-COUNT(GL-IDX) TO GLD-ACTIVE-COUNT
              MOVE GL-TBL-LEAVE-COUNT(GL-IDX) TO GLD-LEAVE-COUNT
              MOVE GL-TBL-ANNUAL-SALARY(GL-IDX) TO GLD-ANNUAL-SALARY
              MOVE GL-MONTHLY-ACCRUAL TO GLD-MONTHLY-ACCRUAL
              MOVE GL-TBL-UNCOSTED-COUNT(GL-IDX)
                 TO GLD-UNCOSTED-COUNT
              WRITE GL-LINE FROM GL-DETAIL-RECORD
              ADD 1 TO GL-DETAIL-COUNT
              ADD GL-MONTHLY-ACCRUAL TO GL-TOTAL-ACCRUAL
              MOVE COST-CENTER-OUT TO BDL-COST-CENTER
              MOVE DEPARTMENT-CODE-IN TO BDL-DEPT-CODE
              MOVE DEPARTMENT-NAME-OUT TO BDL-DEPT-NAME
              MOVE GL-TBL-ACTIVE-COUNT(GL-IDX) TO BDL-ACTIVE-COUNT
              MOVE GL-TBL-LEAVE-COUNT(GL-IDX) TO BDL-LEAVE-COUNT
              MOVE GL-TBL-ANNUAL-SALARY(GL-IDX) TO BDL-ANNUAL-SALARY
              MOVE GL-MONTHLY-ACCRUAL TO BDL-MONTHLY-ACCRUAL
              MOVE GL-TBL-UNCOSTED-COUNT(GL-IDX)
                 TO BDL-UNCOSTED-COUNT
              EVALUATE TRUE
                 WHEN NOT DEPARTMENT-FOUND
                    MOVE "NOT ON MASTER" TO BDL-FLAG-TEXT
                    ADD 1 TO NO-COST-CENTER-COUNT
                 WHEN COST-CENTER-OUT = SPACES
                    MOVE "NO COST CENTER" TO BDL-FLAG-TEXT
                    ADD 1 TO NO-COST-CENTER-COUNT
                 WHEN OTHER
                    MOVE SPACES TO BDL-FLAG-TEXT
              END-EVALUATE
              WRITE BALANCE-REPORT-LINE FROM DEPARTMENT-DETAIL-LINE
           END-IF.


      * Prints the department totals, then the GL against the
      * extract and the verdict. The file balances only when an
      * intact extract is on file, headcount and salary both agree,
      * and no employee is on one side only or at a different
      * salary - totals that agree by coincidence prove nothing
       240-PRINT-BALANCE.
           MOVE GL-DETAIL-COUNT TO BDT-DETAIL-COUNT.
           MOVE GL-TOTAL-HEADCOUNT TO BDT-HEADCOUNT.
           MOVE GL-TOTAL-SALARY TO BDT-ANNUAL-SALARY.
           MOVE GL-TOTAL-ACCRUAL TO BDT-MONTHLY-ACCRUAL.
           WRITE BALANCE-REPORT-LINE FROM DASH-LINE.
           WRITE BALANCE-REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           WRITE BALANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE BALANCE-REPORT-LINE FROM BALANCE-SECTION-TITLE.
           COMPUTE HEADCOUNT-DIFFERENCE =
              GL-TOTAL-HEADCOUNT - EXTRACT-DETAILS-READ.
           COMPUTE SALARY-DIFFERENCE =
              GL-TOTAL-SALARY - EXTRACT-TOTAL-SALARY.
           MOVE GL-TOTAL-HEADCOUNT TO BBH-GL-HEADCOUNT.
           MOVE EXTRACT-DETAILS-READ TO BBH-EXTRACT-HEADCOUNT.
           MOVE HEADCOUNT-DIFFERENCE TO BBH-DIFFERENCE.
           WRITE BALANCE-REPORT-LINE FROM BALANCE-HEADCOUNT-LINE.
           MOVE GL-TOTAL-SALARY TO BBS-GL-SALARY.
           MOVE EXTRACT-TOTAL-SALARY TO BBS-EXTRACT-SALARY.
           MOVE SALARY-DIFFERENCE TO BBS-DIFFERENCE.
           WRITE BALANCE-REPORT-LINE FROM BALANCE-SALARY-LINE.
           MOVE EXCEPTION-COUNT TO BBC-EXCEPTION-COUNT.
           MOVE UNCOSTED-COUNT TO BBC-UNCOSTED-COUNT.
           MOVE NO-COST-CENTER-COUNT TO BBC-NO-COST-CENTER.
           WRITE BALANCE-REPORT-LINE FROM BALANCE-COUNT-LINE.
           EVALUATE TRUE
              WHEN NOT EXTRACT-ON-FILE
                 MOVE "NO PAYROLL EXTRACT ON FILE - BALANCE NOT PROVEN"
                    TO BALANCE-VERDICT-LINE
              WHEN NOT EXTRACT-TRAILER-FOUND
                 OR EXTRACT-TRAILER-COUNT NOT = EXTRACT-DETAILS-READ
                 MOVE "EXTRACT INCOMPLETE - RERUN PAYROLL-EXTRACT"
                    TO BALANCE-VERDICT-LINE
              WHEN HEADCOUNT-DIFFERENCE = ZERO
                 AND SALARY-DIFFERENCE = ZERO
                 AND EXCEPTION-COUNT = ZERO
                 MOVE "*** GL FILE BALANCES TO PAYROLL EXTRACT ***"
                    TO BALANCE-VERDICT-LINE
              WHEN OTHER
                 MOVE "*** OUT OF BALANCE - SEE EXCEPTIONS ABOVE ***"
                    TO BALANCE-VERDICT-LINE
           END-EVALUATE.
           WRITE BALANCE-REPORT-LINE FROM BALANCE-VERDICT-LINE.


      * Writes the control trailer, closes up, and echoes the totals
      * to the job log so they can be read to finance over the phone
      * if their load balks
       290-END-GL.
           MOVE GL-DETAIL-COUNT TO GLT-DETAIL-COUNT.
           MOVE GL-TOTAL-HEADCOUNT TO GLT-HEADCOUNT.
           MOVE GL-TOTAL-SALARY TO GLT-ANNUAL-SALARY.
           MOVE GL-TOTAL-ACCRUAL TO GLT-MONTHLY-ACCRUAL.
           WRITE GL-LINE FROM GL-TRAILER-RECORD.
           CLOSE GL-FILE.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY "---- GL LABOR-COST FILE COMPLETE ----".
           DISPLAY "Departments written: " GL-DETAIL-COUNT.
           DISPLAY "Headcount costed:    " GL-TOTAL-HEADCOUNT.
           DISPLAY "Annual salary total: " GL-TOTAL-SALARY.
           DISPLAY "Monthly accrual:     " GL-TOTAL-ACCRUAL.
           DISPLAY "Uncosted employees:  " UNCOSTED-COUNT.
           DISPLAY "Exceptions:          " EXCEPTION-COUNT.
           DISPLAY "-- " BALANCE-VERDICT-LINE.
           DISPLAY "-- GL file written to gl_labor_cost.dat, balance "
              "to gl_balance_report.prt --".

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
           MOVE "LABOR-COST-GL" TO RC-JOB-NAME.
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
      * exactly what the morning operations report looks for.
      * Counters are departments written, headcount costed and
      * employee exceptions
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
           MOVE GL-DETAIL-COUNT TO RC-COUNT-1.
           MOVE GL-TOTAL-HEADCOUNT TO RC-COUNT-2.
           MOVE EXCEPTION-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM LABOR-COST-GL.
