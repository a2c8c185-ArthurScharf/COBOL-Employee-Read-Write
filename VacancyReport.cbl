      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Position-control vacancy report. For every
      *          department on the master it prints the authorized
      *          headcount, the positions actually filled (active
      *          and on-leave employees on employee_data.dat) and
      *          the openings left, then the transfers and status
      *          changes still sitting on the pending queue that
      *          will move people in or out when they release - so
      *          HR sees where the department will stand, not just
      *          where it stands this morning. A department with no
      *          authorization prints as uncontrolled; one filled
      *          past its authorization (a budget cut, or an
      *          override on the audit trail) is flagged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACANCY-REPORT.

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

      * Department code + name + authorized headcount, maintained by
      * DEPT-MAINT
       SELECT DEPARTMENT-MASTER-FILE
              ASSIGN TO "../department_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPARTMENT-MASTER-STATUS.

      * The pending-transaction queue ASSIGNMENT-1 and BATCH-UPDATE
      * feed - read-only here, for the moves not yet released
       SELECT PENDING-FILE ASSIGN TO "../pending_transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PENDING-FILE-STATUS.

      * The vacancy report handed to HR
       SELECT VACANCY-REPORT-FILE
              ASSIGN TO "../vacancy_report.prt"
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

       FD  PENDING-FILE.
       01  PENDING-FILE-LINE PIC X(104).

       FD  VACANCY-REPORT-FILE.
       01  VACANCY-REPORT-LINE PIC X(112).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * One queue line as read back in - same layout ASSIGNMENT-1
      * and BATCH-UPDATE write
       COPY "PENDING-RECORD.CPY".
       01  PENDING-FILE-STATUS      PIC XX.

      * One row per line of DEPARTMENT-MASTER-FILE, with the
      * department's authorization and the counts this report
      * builds up against it
       01  DEPARTMENT-MASTER-TABLE.
           05  DEPARTMENT-MASTER-ENTRY OCCURS 500 TIMES
                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-NAME      PIC A(20).
               10  DM-TBL-CONTROLLED-FLAG PIC A.
                   88  DM-TBL-CONTROLLED VALUE 'Y'.
               10  DM-TBL-AUTHORIZED PIC 9(4).
               10  DM-TBL-FILLED    PIC 9(4).
               10  DM-TBL-PENDING-IN PIC 9(4).
               10  DM-TBL-PENDING-OUT PIC 9(4).
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

      * The department 238 looks up, and where it sits in the table
      * (zero = not on the master)
       01  HC-LOOKUP-DEPARTMENT     PIC 999.
       01  HC-ENTRY-NUMBER          PIC 9(4).

      * A queued move's effect on the filled counts - where the
      * employee counts today and where they will count once the
      * line releases. Active, on-leave and legacy blank statuses
      * fill a position
       01  HC-OLD-DEPARTMENT        PIC 999.
       01  HC-OLD-STATUS            PIC X.
           88  HC-OLD-COUNTED       VALUE 'A' 'L' SPACE.
       01  HC-NEW-DEPARTMENT        PIC 999.
       01  HC-NEW-STATUS            PIC X.
           88  HC-NEW-COUNTED       VALUE 'A' 'L' SPACE.

      * One department's figures, worked out for its detail line.
      * Openings go negative when a department is over
       01  OPEN-POSITIONS           PIC S9(5).
       01  PROJECTED-FILLED         PIC S9(5).
       01  PROJECTED-OPEN           PIC S9(5).

      * flag for exiting the read loops
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Run counters for the job log and the report trailer
       01  DEPARTMENTS-COUNT        PIC 9(6) VALUE ZERO.
       01  CONTROLLED-COUNT         PIC 9(6) VALUE ZERO.
       01  OVER-COUNT               PIC 9(6) VALUE ZERO.
       01  TOTAL-AUTHORIZED         PIC 9(6) VALUE ZERO.
       01  TOTAL-FILLED             PIC 9(6) VALUE ZERO.
       01  TOTAL-OPEN               PIC S9(6) VALUE ZERO.
       01  TOTAL-PENDING-IN         PIC 9(6) VALUE ZERO.
       01  TOTAL-PENDING-OUT        PIC 9(6) VALUE ZERO.
       01  NOT-ON-MASTER-COUNT      PIC 9(6) VALUE ZERO.
       01  QUEUED-LINES-COUNT       PIC 9(6) VALUE ZERO.

      * Today, stamped on the header
       01  REPORT-RUN-DATE          PIC 9(8).

      * Report header, stamped with the run date
       01  VACANCY-REPORT-HEADER.
           05  FILLER               PIC X(34) VALUE
               "POSITION VACANCIES    Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  VRH-RUN-DATE         PIC 9(8).

      * Column headings over the detail lines
       01  VACANCY-COLUMN-HEADER.
           05  FILLER               PIC X(25) VALUE "DEPARTMENT".
           05  FILLER               PIC X(7)  VALUE "   AUTH".
           05  FILLER               PIC X(8)  VALUE "  FILLED".
           05  FILLER               PIC X(7)  VALUE "   OPEN".
           05  FILLER               PIC X(8)  VALUE "  PEND+".
           05  FILLER               PIC X(8)  VALUE "  PEND-".
           05  FILLER               PIC X(8)  VALUE "  PROJ".
           05  FILLER               PIC X(10) VALUE "  PROJ OPN".

      * One detail line per department on the master
       01  VACANCY-DETAIL-LINE.
           05  VDL-DEPT-CODE        PIC 999.
           05  FILLER               PIC X     VALUE SPACE.
           05  VDL-DEPT-NAME        PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  VDL-AUTHORIZED       PIC X(6).
           05  VDL-AUTHORIZED-NUM REDEFINES VDL-AUTHORIZED
                                    PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  VDL-FILLED           PIC ZZZZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  VDL-OPEN             PIC X(6).
           05  VDL-OPEN-NUM REDEFINES VDL-OPEN
                                    PIC -ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  VDL-PENDING-IN       PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  VDL-PENDING-OUT      PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  VDL-PROJECTED        PIC -ZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  VDL-PROJECTED-OPEN   PIC X(6).
           05  VDL-PROJECTED-OPEN-NUM REDEFINES VDL-PROJECTED-OPEN
                                    PIC -ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  VDL-FLAG-TEXT        PIC X(24).

      * Report trailer - totals across the controlled departments
      * for authorized and open, across every department for the
      * rest
       01  VACANCY-REPORT-TRAILER.
           05  FILLER               PIC X(12) VALUE "DEPARTMENTS ".
           05  VRT-DEPARTMENTS-COUNT PIC ZZZZZ9.
           05  FILLER               PIC X(13) VALUE "  CONTROLLED ".
           05  VRT-CONTROLLED-COUNT PIC ZZZZZ9.
           05  FILLER               PIC X(7)  VALUE "  OVER ".
           05  VRT-OVER-COUNT       PIC ZZZZZ9.
       01  VACANCY-REPORT-TOTALS.
           05  FILLER               PIC X(11) VALUE "AUTHORIZED ".
           05  VRT-TOTAL-AUTHORIZED PIC ZZZZZ9.
           05  FILLER               PIC X(9)  VALUE "  FILLED ".
           05  VRT-TOTAL-FILLED     PIC ZZZZZ9.
           05  FILLER               PIC X(7)  VALUE "  OPEN ".
           05  VRT-TOTAL-OPEN       PIC -ZZZZZ9.
           05  FILLER               PIC X(13) VALUE "  PENDING IN ".
           05  VRT-TOTAL-PENDING-IN PIC ZZZZZ9.
           05  FILLER               PIC X(6)  VALUE "  OUT ".
           05  VRT-TOTAL-PENDING-OUT PIC ZZZZZ9.
       01  VACANCY-REPORT-UNMASTERED.
           05  FILLER               PIC X(36) VALUE
               "FILLED POSITIONS NOT ON THE MASTER ".
           05  VRT-NOT-ON-MASTER    PIC ZZZZZ9.

       01  DASH-LINE PIC X(112) VALUE ALL "=".

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
      * itself, same as the batch does on the audit trail
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "VACANCY".


       PROCEDURE DIVISION.
      * Loads the master, counts the filled positions off the
      * employee file, folds in the queued moves, and prints a line
      * per department
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 220-LOAD-DEPARTMENT-MASTER.
           PERFORM 200-INIT-REPORT.
           PERFORM 201-SCAN-EMPLOYEE-RECORD
              UNTIL FLG-LOOPING = 'N'.
           PERFORM 230-LOAD-PENDING-MOVES.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM 206-PRINT-VACANCY-REPORT
              VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > DEPARTMENT-MASTER-COUNT.
           PERFORM 290-END-REPORT.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Opens the report, writes the headers, and primes the
      * employee-file read loop
       200-INIT-REPORT.
           OPEN OUTPUT VACANCY-REPORT-FILE.
           MOVE REPORT-RUN-DATE TO VRH-RUN-DATE.
           WRITE VACANCY-REPORT-LINE FROM VACANCY-REPORT-HEADER.
           WRITE VACANCY-REPORT-LINE FROM DASH-LINE.
           WRITE VACANCY-REPORT-LINE FROM VACANCY-COLUMN-HEADER.
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


      * Body of the scan - an active or on-leave employee fills a
      * position in their department, anyone else reads past
       201-SCAN-EMPLOYEE-RECORD.
           IF FILE-EMP-ACTIVE OR FILE-EMP-ON-LEAVE
              OR FILE-EMPLOYMENT-STATUS = SPACE
              MOVE FILE-DEPARTMENT-CODE TO HC-LOOKUP-DEPARTMENT
              PERFORM 238-FIND-HEADCOUNT-ENTRY
              IF HC-ENTRY-NUMBER > ZERO
                 ADD 1 TO DM-TBL-FILLED(HC-ENTRY-NUMBER)
              ELSE
                 ADD 1 TO NOT-ON-MASTER-COUNT
              END-IF
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * Reads the queue and folds every line still waiting to
      * release into the pending counts. Each line is judged
      * against the employee's record as it stands today - the
      * same record the release will meet - and a line whose
      * record is gone is left out, since the release will error
      * it rather than move anyone
       230-LOAD-PENDING-MOVES.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL PENDING-FILE-STATUS = "10"
                 READ PENDING-FILE INTO PENDING-RECORD
                    AT END MOVE "10" TO PENDING-FILE-STATUS
                    NOT AT END
                       IF PEND-QUEUED
                          ADD 1 TO QUEUED-LINES-COUNT
                          PERFORM 231-COUNT-PENDING-MOVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF.


      * One queued line. A TRANSFER takes an active or on-leave
      * employee out of one department and into another; a STATUS
      * moves them out when it terminates them, or back in when it
      * returns a terminated employee to active or leave
       231-COUNT-PENDING-MOVE.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              MOVE PEND-EMPLOYEE-ID TO FILE-EMPLOYEE-ID
              READ EMPLOYEE-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF EMPLOYEE-FILE-STATUS = "00" OR "02"
                 MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT
                 MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS
                 MOVE FILE-DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                 MOVE FILE-EMPLOYMENT-STATUS TO HC-NEW-STATUS
                 EVALUATE TRUE
                    WHEN PEND-TR-TRANSFER
                       AND PEND-DEPARTMENT-CODE IS NUMERIC
                       MOVE PEND-DEPARTMENT-CODE TO HC-NEW-DEPARTMENT
                    WHEN PEND-TR-STATUS
                       MOVE PEND-NEW-STATUS TO HC-NEW-STATUS
                 END-EVALUATE
                 IF HC-OLD-COUNTED AND HC-NEW-COUNTED
                    AND HC-OLD-DEPARTMENT = HC-NEW-DEPARTMENT
                    CONTINUE
                 ELSE
                    IF HC-OLD-COUNTED
                       MOVE HC-OLD-DEPARTMENT TO HC-LOOKUP-DEPARTMENT
                       PERFORM 238-FIND-HEADCOUNT-ENTRY
                       IF HC-ENTRY-NUMBER > ZERO
                          ADD 1 TO DM-TBL-PENDING-OUT(HC-ENTRY-NUMBER)
                       END-IF
                    END-IF
                    IF HC-NEW-COUNTED
                       MOVE HC-NEW-DEPARTMENT TO HC-LOOKUP-DEPARTMENT
                       PERFORM 238-FIND-HEADCOUNT-ENTRY
                       IF HC-ENTRY-NUMBER > ZERO
                          ADD 1 TO DM-TBL-PENDING-IN(HC-ENTRY-NUMBER)
                       END-IF
                    END-IF
                 END-IF
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


      * One department's detail line. Uncontrolled departments
      * show NONE for the authorization and no openings; the
      * projection is where the department stands once every
      * queued move has released
       206-PRINT-VACANCY-REPORT.
           ADD 1 TO DEPARTMENTS-COUNT.
           MOVE DM-TBL-CODE(DM-IDX) TO VDL-DEPT-CODE.
           MOVE DM-TBL-NAME(DM-IDX) TO VDL-DEPT-NAME.
           MOVE DM-TBL-FILLED(DM-IDX) TO VDL-FILLED.
           MOVE DM-TBL-PENDING-IN(DM-IDX) TO VDL-PENDING-IN.
           MOVE DM-TBL-PENDING-OUT(DM-IDX) TO VDL-PENDING-OUT.
           COMPUTE PROJECTED-FILLED = DM-TBL-FILLED(DM-IDX)
              + DM-TBL-PENDING-IN(DM-IDX)
              - DM-TBL-PENDING-OUT(DM-IDX).
           MOVE PROJECTED-FILLED TO VDL-PROJECTED.
           ADD DM-TBL-FILLED(DM-IDX) TO TOTAL-FILLED.
           ADD DM-TBL-PENDING-IN(DM-IDX) TO TOTAL-PENDING-IN.
           ADD DM-TBL-PENDING-OUT(DM-IDX) TO TOTAL-PENDING-OUT.
           MOVE SPACES TO VDL-FLAG-TEXT.
           IF DM-TBL-CONTROLLED(DM-IDX)
              ADD 1 TO CONTROLLED-COUNT
              ADD DM-TBL-AUTHORIZED(DM-IDX) TO TOTAL-AUTHORIZED
              COMPUTE OPEN-POSITIONS = DM-TBL-AUTHORIZED(DM-IDX)
                 - DM-TBL-FILLED(DM-IDX)
              COMPUTE PROJECTED-OPEN = DM-TBL-AUTHORIZED(DM-IDX)
                 - PROJECTED-FILLED
              ADD OPEN-POSITIONS TO TOTAL-OPEN
              MOVE DM-TBL-AUTHORIZED(DM-IDX) TO VDL-AUTHORIZED-NUM
              MOVE OPEN-POSITIONS TO VDL-OPEN-NUM
              MOVE PROJECTED-OPEN TO VDL-PROJECTED-OPEN-NUM
              EVALUATE TRUE
                 WHEN OPEN-POSITIONS < ZERO
                    MOVE "** OVER AUTHORIZED **" TO VDL-FLAG-TEXT
                    ADD 1 TO OVER-COUNT
                 WHEN PROJECTED-OPEN < ZERO
                    MOVE "OVER ONCE RELEASED" TO VDL-FLAG-TEXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              MOVE "  NONE" TO VDL-AUTHORIZED
              MOVE SPACES TO VDL-OPEN
              MOVE SPACES TO VDL-PROJECTED-OPEN
           END-IF.
           WRITE VACANCY-REPORT-LINE FROM VACANCY-DETAIL-LINE.


      * Reads DEPARTMENT-MASTER-FILE once at startup into
      * DEPARTMENT-MASTER-TABLE. A blank or non-numeric authorized
      * headcount leaves the department uncontrolled
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
                          MOVE ZERO TO DM-TBL-PENDING-IN(DM-IDX)
                          MOVE ZERO TO DM-TBL-PENDING-OUT(DM-IDX)
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


      * Writes the trailer, closes the report, and echoes the
      * counts to the job log
       290-END-REPORT.
           MOVE DEPARTMENTS-COUNT TO VRT-DEPARTMENTS-COUNT.
           MOVE CONTROLLED-COUNT TO VRT-CONTROLLED-COUNT.
           MOVE OVER-COUNT TO VRT-OVER-COUNT.
           MOVE TOTAL-AUTHORIZED TO VRT-TOTAL-AUTHORIZED.
           MOVE TOTAL-FILLED TO VRT-TOTAL-FILLED.
           MOVE TOTAL-OPEN TO VRT-TOTAL-OPEN.
           MOVE TOTAL-PENDING-IN TO VRT-TOTAL-PENDING-IN.
           MOVE TOTAL-PENDING-OUT TO VRT-TOTAL-PENDING-OUT.
           MOVE NOT-ON-MASTER-COUNT TO VRT-NOT-ON-MASTER.
           WRITE VACANCY-REPORT-LINE FROM SPACES.
           WRITE VACANCY-REPORT-LINE FROM DASH-LINE.
           WRITE VACANCY-REPORT-LINE FROM VACANCY-REPORT-TRAILER.
           WRITE VACANCY-REPORT-LINE FROM VACANCY-REPORT-TOTALS.
           IF NOT-ON-MASTER-COUNT > ZERO
              WRITE VACANCY-REPORT-LINE
                 FROM VACANCY-REPORT-UNMASTERED
           END-IF.
           CLOSE VACANCY-REPORT-FILE.
           DISPLAY "---- VACANCY REPORT COMPLETE ----".
           DISPLAY "Departments:         " DEPARTMENTS-COUNT.
           DISPLAY "Under control:       " CONTROLLED-COUNT.
           DISPLAY "Over authorized:     " OVER-COUNT.
           DISPLAY "Queued lines read:   " QUEUED-LINES-COUNT.
           DISPLAY "-- Report written to vacancy_report.prt --".

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
           MOVE "VACANCY-REPORT" TO RC-JOB-NAME.
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
           MOVE DEPARTMENTS-COUNT TO RC-COUNT-1.
           MOVE TOTAL-FILLED TO RC-COUNT-2.
           MOVE OVER-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM VACANCY-REPORT.
