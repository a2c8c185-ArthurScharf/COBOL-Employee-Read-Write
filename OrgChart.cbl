      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Organization chart off the supervisor carried on
      *          every employee record. Prints the reporting tree
      *          from the top down, each employee indented under
      *          their supervisor, with every manager's span of
      *          control - direct reports and everyone beneath them
      *          in total. Terminated employees are not charted.
      *          Anyone whose supervisor has been terminated, purged
      *          to the archive, or never existed is charted at the
      *          top of their own branch and flagged, so HR
      *          re-points them instead of leaving them reporting
      *          to nobody. A chain that loops back on itself (left
      *          over from before the supervisor was validated) has
      *          no top to hang from, so its members print last,
      *          flagged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART.

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

      * Cumulative archive of purged records - read only to tell a
      * purged supervisor from one that never existed
       SELECT ARCHIVE-FILE ASSIGN TO "../employee_archive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-FILE-STATUS.

      * The org chart handed to HR
       SELECT ORG-REPORT-FILE
              ASSIGN TO "../org_chart.prt"
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-LINE PIC X(106).

       FD  ORG-REPORT-FILE.
       01  ORG-REPORT-LINE PIC X(152).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * One archive line as read back in, and its image parsed into
      * fields for the employee ID
       COPY "ARCHIVE-RECORD.CPY".
       COPY "ARCHIVE-EMPLOYEE-RECORD.CPY".
       01  ARCHIVE-FILE-STATUS      PIC XX.

      * Every employee ID on the archive
       01  ARCHIVE-ID-TABLE.
           05  ARCHIVE-ID-ENTRY OCCURS 2000 TIMES
                  INDEXED BY AR-IDX.
               10  AR-TBL-EMPLOYEE-ID PIC 9(6).
       01  ARCHIVE-ID-COUNT         PIC 9(4) VALUE ZERO.

      * Set once ARCHIVE-ID-TABLE's 2000 entries are full, so the
      * load only warns about it one time
       01  ARCHIVE-ID-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * The employee file in memory, in key order. Each entry
      * carries where its supervisor sits in this same table (zero
      * = charted at the top), its spans, and whether it has been
      * printed yet. The flag code says why an employee with a
      * supervisor on record still charts at the top:
      *    T = supervisor terminated, P = supervisor purged,
      *    N = supervisor not on file or archive
       01  ORG-TABLE.
           05  ORG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY ORG-IDX.
               10  OT-EMPLOYEE-ID      PIC 9(6).
               10  OT-SUPERVISOR-ID    PIC 9(6).
               10  OT-DEPARTMENT-CODE  PIC 999.
               10  OT-LAST-NAME        PIC A(20).
               10  OT-FIRST-NAME       PIC A(20).
               10  OT-STATUS           PIC X.
                   88  OT-TERMINATED   VALUE 'T'.
               10  OT-SUPERVISOR-ENTRY PIC 9(4).
               10  OT-DIRECT-COUNT     PIC 9(4).
               10  OT-TOTAL-COUNT      PIC 9(5).
               10  OT-FLAG-CODE        PIC X.
               10  OT-PRINTED-FLAG     PIC A.
                   88  OT-PRINTED      VALUE 'Y'.
       01  ORG-TABLE-COUNT          PIC 9(4) VALUE ZERO.

      * Set once ORG-TABLE's 2000 entries are full, so the load
      * only warns about it one time
       01  ORG-TABLE-FULL-FLAG      PIC A VALUE 'N'.

      * Second subscript into ORG-TABLE, for the supervisor side of
      * a link while ORG-IDX holds the employee side
       01  SUP-ENTRY-NUMBER         PIC 9(4).
       01  FOUND-ENTRY-NUMBER       PIC 9(4).

      * Walk up the chain when totalling spans. The level cap stops
      * the walk on a chain that loops
       01  WALK-ENTRY-NUMBER        PIC 9(4).
       01  WALK-LEVEL               PIC 9(4).

      * Work stack for printing the tree depth first - each entry
      * is an ORG-TABLE entry waiting to print and its depth. An
      * employee is pushed once, by their one supervisor, so the
      * stack never needs more rows than the table has
       01  PRINT-STACK.
           05  PRINT-STACK-ENTRY OCCURS 2000 TIMES
                  INDEXED BY STK-IDX.
               10  STK-ENTRY-NUMBER PIC 9(4).
               10  STK-LEVEL        PIC 9(4).
       01  PRINT-STACK-COUNT        PIC 9(4) VALUE ZERO.

      * The entry being printed, and its depth in the tree
       01  NODE-ENTRY-NUMBER        PIC 9(4).
       01  NODE-LEVEL               PIC 9(4).
       01  CHILD-ENTRY-NUMBER       PIC 9(4).

      * Indentation per level, capped so a very deep tree still
      * fits the line - the level number printed at the left of
      * every line still tells the depth
       01  INDENT-POSITION          PIC 9(4).
       01  MAXIMUM-INDENT-LEVEL     PIC 9(4) VALUE 10.

      * flag for exiting the read loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.

      * Run counters for the job log and the report trailer
       01  CHARTED-COUNT            PIC 9(6) VALUE ZERO.
       01  TOP-LEVEL-COUNT          PIC 9(6) VALUE ZERO.
       01  FLAGGED-COUNT            PIC 9(6) VALUE ZERO.
       01  LOOP-COUNT               PIC 9(6) VALUE ZERO.

      * Report header, stamped with the run date
       01  REPORT-RUN-DATE          PIC 9(8).
       01  ORG-REPORT-HEADER.
           05  FILLER               PIC X(34) VALUE
               "ORGANIZATION CHART    Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  ORH-RUN-DATE         PIC 9(8).

      * Column legend under the header
       01  ORG-COLUMN-HEADER.
           05  FILLER               PIC X(4)  VALUE "LVL".
           05  FILLER               PIC X(40) VALUE
               "EMPLOYEE / NAME, INDENTED UNDER SUPERVI".
           05  FILLER               PIC X(40) VALUE
               "SOR    DEPT / STATUS / DIRECT AND TOTAL ".
           05  FILLER               PIC X(6)  VALUE "REPORT".

      * Printed above the employees caught in a reporting loop
       01  LOOP-SECTION-HEADER.
           05  FILLER               PIC X(40) VALUE
               "-- IN A REPORTING LOOP, NO PATH TO THE T".
           05  FILLER               PIC X(6)  VALUE "OP --".

      * One line of the chart: the depth, then the employee's
      * text moved in at the indentation for that depth
       01  ORG-PRINT-LINE.
           05  OPL-LEVEL            PIC ZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  OPL-TREE-AREA        PIC X(148).

      * The employee's text, indented into OPL-TREE-AREA
       01  ORG-NODE-TEXT.
           05  OND-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OND-LAST-NAME        PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  OND-FIRST-NAME       PIC A(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "DEPT ".
           05  OND-DEPARTMENT-CODE  PIC 999.
           05  FILLER               PIC X     VALUE SPACE.
           05  OND-STATUS           PIC X.
           05  FILLER               PIC X(9)  VALUE "  DIRECT ".
           05  OND-DIRECT-COUNT     PIC ZZZ9.
           05  FILLER               PIC X(8)  VALUE "  TOTAL ".
           05  OND-TOTAL-COUNT      PIC ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OND-FLAG-TEXT        PIC X(28).

      * Report trailer
       01  ORG-REPORT-TRAILER.
           05  FILLER               PIC X(8)  VALUE "CHARTED ".
           05  ORT-CHARTED-COUNT    PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  TOP LEVEL ".
           05  ORT-TOP-LEVEL-COUNT  PIC ZZZZZ9.
           05  FILLER               PIC X(10) VALUE "  FLAGGED ".
           05  ORT-FLAGGED-COUNT    PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  IN LOOPS ".
           05  ORT-LOOP-COUNT       PIC ZZZZZ9.

       01  DASH-LINE PIC X(152) VALUE ALL "=".

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs
      * itself, same as the batch does on the audit trail
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "ORGCHART".


       PROCEDURE DIVISION.
      * Loads the archive IDs and the employee file, links every
      * employee to their supervisor, totals the spans, and prints
      * the tree from each top-level employee down
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 230-LOAD-ARCHIVE-IDS.
           PERFORM 200-INIT-REPORT.
           PERFORM 201-LOAD-EMPLOYEE-RECORD
              UNTIL FLG-LOOPING = 'N'.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM 210-LINK-SUPERVISOR
              VARYING ORG-IDX FROM 1 BY 1
              UNTIL ORG-IDX > ORG-TABLE-COUNT.
           PERFORM 212-ADD-TO-TOTAL-SPANS
              VARYING ORG-IDX FROM 1 BY 1
              UNTIL ORG-IDX > ORG-TABLE-COUNT.
           PERFORM 206-PRINT-ORG-CHART.
           PERFORM 290-END-REPORT.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Opens the report, writes the header, and primes the read
      * loop
       200-INIT-REPORT.
           OPEN OUTPUT ORG-REPORT-FILE.
           MOVE REPORT-RUN-DATE TO ORH-RUN-DATE.
           WRITE ORG-REPORT-LINE FROM ORG-REPORT-HEADER.
           WRITE ORG-REPORT-LINE FROM DASH-LINE.
           WRITE ORG-REPORT-LINE FROM ORG-COLUMN-HEADER.
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


      * Body of the load - every record goes into ORG-TABLE, the
      * terminated ones too, so a terminated supervisor can be told
      * from a missing one. A supervisor field that isn't numeric
      * is taken as nobody
       201-LOAD-EMPLOYEE-RECORD.
           IF ORG-TABLE-COUNT < 2000
              ADD 1 TO ORG-TABLE-COUNT
              SET ORG-IDX TO ORG-TABLE-COUNT
              MOVE FILE-EMPLOYEE-ID TO OT-EMPLOYEE-ID(ORG-IDX)
              IF FILE-SUPERVISOR-ID IS NUMERIC
                 MOVE FILE-SUPERVISOR-ID TO OT-SUPERVISOR-ID(ORG-IDX)
              ELSE
                 MOVE ZERO TO OT-SUPERVISOR-ID(ORG-IDX)
              END-IF
              MOVE FILE-DEPARTMENT-CODE
                 TO OT-DEPARTMENT-CODE(ORG-IDX)
              MOVE FILE-LAST-NAME TO OT-LAST-NAME(ORG-IDX)
              MOVE FILE-FIRST-NAME TO OT-FIRST-NAME(ORG-IDX)
              MOVE FILE-EMPLOYMENT-STATUS TO OT-STATUS(ORG-IDX)
              MOVE ZERO TO OT-SUPERVISOR-ENTRY(ORG-IDX)
              MOVE ZERO TO OT-DIRECT-COUNT(ORG-IDX)
              MOVE ZERO TO OT-TOTAL-COUNT(ORG-IDX)
              MOVE SPACE TO OT-FLAG-CODE(ORG-IDX)
              MOVE 'N' TO OT-PRINTED-FLAG(ORG-IDX)
           ELSE
              IF ORG-TABLE-FULL-FLAG = 'N'
                 DISPLAY "-- employee_data.dat has more than 2000 "
                    "records, extra records not charted --"
                 MOVE 'Y' TO ORG-TABLE-FULL-FLAG
              END-IF
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * Links the ORG-IDX employee to their supervisor's entry and
      * counts them as one of that supervisor's direct reports. A
      * supervisor who is terminated, purged or unknown leaves the
      * employee at the top of a branch, flagged with why
       210-LINK-SUPERVISOR.
           IF NOT OT-TERMINATED(ORG-IDX)
              AND OT-SUPERVISOR-ID(ORG-IDX) NOT = ZERO
              PERFORM 211-FIND-SUPERVISOR-ENTRY
              EVALUATE TRUE
                 WHEN FOUND-ENTRY-NUMBER = ZERO
                    MOVE 'N' TO OT-FLAG-CODE(ORG-IDX)
                    PERFORM VARYING AR-IDX FROM 1 BY 1
                       UNTIL AR-IDX > ARCHIVE-ID-COUNT
                       IF AR-TBL-EMPLOYEE-ID(AR-IDX)
                          = OT-SUPERVISOR-ID(ORG-IDX)
                          MOVE 'P' TO OT-FLAG-CODE(ORG-IDX)
                       END-IF
                    END-PERFORM
                 WHEN OT-STATUS(FOUND-ENTRY-NUMBER) = 'T'
                    MOVE 'T' TO OT-FLAG-CODE(ORG-IDX)
                 WHEN OTHER
                    MOVE FOUND-ENTRY-NUMBER
                       TO OT-SUPERVISOR-ENTRY(ORG-IDX)
                    ADD 1 TO OT-DIRECT-COUNT(FOUND-ENTRY-NUMBER)
              END-EVALUATE
           END-IF.


      * Finds the ORG-IDX employee's supervisor in ORG-TABLE,
      * leaving the entry number (or zero) behind
       211-FIND-SUPERVISOR-ENTRY.
           MOVE ZERO TO FOUND-ENTRY-NUMBER.
           PERFORM VARYING SUP-ENTRY-NUMBER FROM 1 BY 1
              UNTIL SUP-ENTRY-NUMBER > ORG-TABLE-COUNT
              OR FOUND-ENTRY-NUMBER > ZERO
              IF OT-EMPLOYEE-ID(SUP-ENTRY-NUMBER)
                 = OT-SUPERVISOR-ID(ORG-IDX)
                 MOVE SUP-ENTRY-NUMBER TO FOUND-ENTRY-NUMBER
              END-IF
           END-PERFORM.


      * Adds the ORG-IDX employee to the total span of every
      * supervisor above them, walking up the linked entries. A
      * chain that loops never reaches the top, so it is walked
      * once dry - capped at the table size - and only a chain
      * that does reach the top is counted
       212-ADD-TO-TOTAL-SPANS.
           MOVE OT-SUPERVISOR-ENTRY(ORG-IDX) TO WALK-ENTRY-NUMBER.
           MOVE ZERO TO WALK-LEVEL.
           PERFORM UNTIL WALK-ENTRY-NUMBER = ZERO
              OR WALK-LEVEL > ORG-TABLE-COUNT
              ADD 1 TO WALK-LEVEL
              MOVE OT-SUPERVISOR-ENTRY(WALK-ENTRY-NUMBER)
                 TO WALK-ENTRY-NUMBER
           END-PERFORM.
           IF WALK-ENTRY-NUMBER = ZERO
              MOVE OT-SUPERVISOR-ENTRY(ORG-IDX) TO WALK-ENTRY-NUMBER
              PERFORM UNTIL WALK-ENTRY-NUMBER = ZERO
                 ADD 1 TO OT-TOTAL-COUNT(WALK-ENTRY-NUMBER)
                 MOVE OT-SUPERVISOR-ENTRY(WALK-ENTRY-NUMBER)
                    TO WALK-ENTRY-NUMBER
              END-PERFORM
           END-IF.


      * Prints every top-level branch in employee ID order, then
      * whatever no branch reached - the reporting loops
       206-PRINT-ORG-CHART.
           PERFORM VARYING ORG-IDX FROM 1 BY 1
              UNTIL ORG-IDX > ORG-TABLE-COUNT
              IF NOT OT-TERMINATED(ORG-IDX)
                 ADD 1 TO CHARTED-COUNT
                 IF OT-SUPERVISOR-ENTRY(ORG-IDX) = ZERO
                    WRITE ORG-REPORT-LINE FROM SPACES
                    SET NODE-ENTRY-NUMBER TO ORG-IDX
                    PERFORM 207-PRINT-BRANCH
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING ORG-IDX FROM 1 BY 1
              UNTIL ORG-IDX > ORG-TABLE-COUNT
              IF NOT OT-TERMINATED(ORG-IDX)
                 AND NOT OT-PRINTED(ORG-IDX)
                 IF LOOP-COUNT = ZERO
                    WRITE ORG-REPORT-LINE FROM SPACES
                    WRITE ORG-REPORT-LINE FROM LOOP-SECTION-HEADER
                 END-IF
                 ADD 1 TO LOOP-COUNT
                 SET NODE-ENTRY-NUMBER TO ORG-IDX
                 MOVE ZERO TO NODE-LEVEL
                 MOVE 'L' TO OT-FLAG-CODE(ORG-IDX)
                 PERFORM 209-PRINT-NODE
              END-IF
           END-PERFORM.


      * Prints the branch under NODE-ENTRY-NUMBER depth first: pop
      * an entry, print it, push its direct reports. They go on in
      * reverse key order so they come off - and print - in key
      * order
       207-PRINT-BRANCH.
           MOVE 1 TO PRINT-STACK-COUNT.
           MOVE NODE-ENTRY-NUMBER TO STK-ENTRY-NUMBER(1).
           MOVE ZERO TO STK-LEVEL(1).
           IF OT-SUPERVISOR-ID(NODE-ENTRY-NUMBER) = ZERO
              ADD 1 TO TOP-LEVEL-COUNT
           END-IF.
           PERFORM UNTIL PRINT-STACK-COUNT = ZERO
              SET STK-IDX TO PRINT-STACK-COUNT
              MOVE STK-ENTRY-NUMBER(STK-IDX) TO NODE-ENTRY-NUMBER
              MOVE STK-LEVEL(STK-IDX) TO NODE-LEVEL
              SUBTRACT 1 FROM PRINT-STACK-COUNT
              PERFORM 209-PRINT-NODE
              PERFORM 208-PUSH-DIRECT-REPORT
                 VARYING CHILD-ENTRY-NUMBER FROM ORG-TABLE-COUNT
                 BY -1 UNTIL CHILD-ENTRY-NUMBER = ZERO
           END-PERFORM.


      * Pushes CHILD-ENTRY-NUMBER onto the print stack, one level
      * down, when it reports to the node just printed
       208-PUSH-DIRECT-REPORT.
           IF OT-SUPERVISOR-ENTRY(CHILD-ENTRY-NUMBER)
              = NODE-ENTRY-NUMBER
              AND NOT OT-PRINTED(CHILD-ENTRY-NUMBER)
              AND PRINT-STACK-COUNT < 2000
              ADD 1 TO PRINT-STACK-COUNT
              SET STK-IDX TO PRINT-STACK-COUNT
              MOVE CHILD-ENTRY-NUMBER TO STK-ENTRY-NUMBER(STK-IDX)
              COMPUTE STK-LEVEL(STK-IDX) = NODE-LEVEL + 1
           END-IF.


      * Prints one employee at NODE-LEVEL's indentation, with the
      * spans and any flag, and marks them printed
       209-PRINT-NODE.
           MOVE 'Y' TO OT-PRINTED-FLAG(NODE-ENTRY-NUMBER).
           MOVE OT-EMPLOYEE-ID(NODE-ENTRY-NUMBER) TO OND-EMPLOYEE-ID.
           MOVE OT-LAST-NAME(NODE-ENTRY-NUMBER) TO OND-LAST-NAME.
           MOVE OT-FIRST-NAME(NODE-ENTRY-NUMBER) TO OND-FIRST-NAME.
           MOVE OT-DEPARTMENT-CODE(NODE-ENTRY-NUMBER)
              TO OND-DEPARTMENT-CODE.
           MOVE OT-STATUS(NODE-ENTRY-NUMBER) TO OND-STATUS.
           MOVE OT-DIRECT-COUNT(NODE-ENTRY-NUMBER)
              TO OND-DIRECT-COUNT.
           MOVE OT-TOTAL-COUNT(NODE-ENTRY-NUMBER) TO OND-TOTAL-COUNT.
           EVALUATE OT-FLAG-CODE(NODE-ENTRY-NUMBER)
              WHEN 'T'
                 MOVE "** SUPERVISOR TERMINATED" TO OND-FLAG-TEXT
                 ADD 1 TO FLAGGED-COUNT
              WHEN 'P'
                 MOVE "** SUPERVISOR PURGED" TO OND-FLAG-TEXT
                 ADD 1 TO FLAGGED-COUNT
              WHEN 'N'
                 MOVE "** SUPERVISOR NOT ON FILE" TO OND-FLAG-TEXT
                 ADD 1 TO FLAGGED-COUNT
              WHEN 'L'
                 MOVE "** IN A REPORTING LOOP" TO OND-FLAG-TEXT
              WHEN OTHER
                 MOVE SPACES TO OND-FLAG-TEXT
           END-EVALUATE.
           MOVE NODE-LEVEL TO OPL-LEVEL.
           IF NODE-LEVEL > MAXIMUM-INDENT-LEVEL
              COMPUTE INDENT-POSITION = MAXIMUM-INDENT-LEVEL * 3 + 1
           ELSE
              COMPUTE INDENT-POSITION = NODE-LEVEL * 3 + 1
           END-IF.
           MOVE SPACES TO OPL-TREE-AREA.
           MOVE ORG-NODE-TEXT TO OPL-TREE-AREA(INDENT-POSITION:).
           WRITE ORG-REPORT-LINE FROM ORG-PRINT-LINE.


      * Reads the archive once at startup for the employee IDs it
      * holds. A missing archive just means nothing has been purged
       230-LOAD-ARCHIVE-IDS.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "35"
              CONTINUE
           ELSE
              PERFORM UNTIL ARCHIVE-FILE-STATUS = "10"
                 READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                    AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                    NOT AT END
                       IF ARCHIVE-ID-COUNT < 2000
                          ADD 1 TO ARCHIVE-ID-COUNT
                          SET AR-IDX TO ARCHIVE-ID-COUNT
                          MOVE ARCH-EMPLOYEE-IMAGE
                             TO ARCH-EMPLOYEE-RECORD
                          MOVE ARCH-EMPLOYEE-ID
                             TO AR-TBL-EMPLOYEE-ID(AR-IDX)
                       ELSE
                          IF ARCHIVE-ID-TABLE-FULL-FLAG = 'N'
                             DISPLAY "-- employee_archive.dat has "
                                "more than 2000 entries, extra "
                                "rows ignored --"
                             MOVE 'Y' TO ARCHIVE-ID-TABLE-FULL-FLAG
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.


      * Writes the trailer, closes the report, and echoes the
      * counts to the job log
       290-END-REPORT.
           MOVE CHARTED-COUNT TO ORT-CHARTED-COUNT.
           MOVE TOP-LEVEL-COUNT TO ORT-TOP-LEVEL-COUNT.
           MOVE FLAGGED-COUNT TO ORT-FLAGGED-COUNT.
           MOVE LOOP-COUNT TO ORT-LOOP-COUNT.
           WRITE ORG-REPORT-LINE FROM SPACES.
           WRITE ORG-REPORT-LINE FROM DASH-LINE.
           WRITE ORG-REPORT-LINE FROM ORG-REPORT-TRAILER.
           CLOSE ORG-REPORT-FILE.
           DISPLAY "---- ORG CHART COMPLETE ----".
           DISPLAY "Employees charted:   " CHARTED-COUNT.
           DISPLAY "Top of the chart:    " TOP-LEVEL-COUNT.
           DISPLAY "Supervisor flagged:  " FLAGGED-COUNT.
           DISPLAY "In reporting loops:  " LOOP-COUNT.
           DISPLAY "-- Report written to org_chart.prt --".

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
           MOVE "ORG-CHART" TO RC-JOB-NAME.
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
           MOVE CHARTED-COUNT TO RC-COUNT-1.
           MOVE FLAGGED-COUNT TO RC-COUNT-2.
           MOVE LOOP-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM ORG-CHART.
