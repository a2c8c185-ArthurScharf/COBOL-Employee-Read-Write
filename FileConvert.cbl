      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: One-shot conversion of employee_data.dat from the
      *          80-byte layout (no supervisor, no termination
      *          reason) to the current 88-byte layout. The widened
      *          record means every program's SELECT now refuses an
      *          old-layout file with status 39, and nobody should
      *          have to re-key the whole file by hand. Reads the old
      *          file sequentially through an old-layout FD and
      *          writes employee_data_new.dat in the current layout,
      *          with SUPERVISOR-ID zero - "no supervisor on file",
      *          the top of the org chart until maintenance keys one
      *          - and TERMINATION-REASON spaces - the "termination
      *          predates the field" value the turnover report counts
      *          as not recorded. The employee archive carries
      *          the same record image, so its 98-byte lines are
      *          rewritten the same way into 106-byte lines on
      *          employee_archive_new.dat. When both runs balance,
      *          swap the files:
      *             employee_data.dat        -> employee_data_old.dat
      *             employee_data_new.dat    -> employee_data.dat
      *             employee_archive.dat     -> employee_archive_old.dat
      *             employee_archive_new.dat -> employee_archive.dat
      *          Leavers already on file keep the blank reason and
      *          reporting lines are keyed afterwards through normal
      *          maintenance; nothing is guessed for either.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-CONVERT.
                 WITH DUPLICATES
              FILE STATUS IS NEW-EMPLOYEE-FILE-STATUS.

      * The cumulative purge archive, old line layout in, current
      * line layout out - missing is fine, nothing purged yet
       SELECT OLD-ARCHIVE-FILE ASSIGN TO "../employee_archive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OLD-ARCHIVE-FILE-STATUS.

       SELECT NEW-ARCHIVE-FILE
              ASSIGN TO "../employee_archive_new.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NEW-ARCHIVE-FILE-STATUS.

      * Run-control log - one start record appended when the run
      * begins and one end record when it closes out, feeding the
      * morning operations report

       DATA DIVISION.
       FILE SECTION.
      * The layout the file carried before the supervisor and the
      * termination reason existed - defined here and nowhere
      * else, because after the swap nothing should ever read it
      * again
       FD  OLD-EMPLOYEE-FILE.
       01  OLD-EMPLOYEE-RECORD.
           05  OLD-EMPLOYEE-ID         PIC 9(6).
           05  OLD-YEARS-OF-SERVICE    PIC 99V9.
           05  OLD-EMPLOYMENT-STATUS   PIC X.
           05  OLD-STATUS-DATE         PIC 9(8).
           05  OLD-PAY-GRADE           PIC XX.
           05  OLD-SALARY              PIC 9(7)V99.

       FD  NEW-EMPLOYEE-FILE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".

      * Old archive line - the 80-byte image, then purge date and
      * purging operator
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-LINE.
           05  OLD-ARCH-EMPLOYEE-IMAGE PIC X(80).
           05  FILLER                  PIC X.
           05  OLD-ARCH-PURGE-DATE     PIC 9(8).
           05  FILLER                  PIC X.
           05  OLD-ARCH-OPERATOR-ID    PIC X(8).

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-LINE PIC X(106).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       01  OLD-EMPLOYEE-FILE-STATUS PIC XX.
       01  NEW-EMPLOYEE-FILE-STATUS PIC XX.
       01  OLD-ARCHIVE-FILE-STATUS  PIC XX.
       01  NEW-ARCHIVE-FILE-STATUS  PIC XX.

      * The archive line in the current layout, and its image
      * parsed into fields so the new fields can be set
       COPY "ARCHIVE-RECORD.CPY".
       COPY "ARCHIVE-EMPLOYEE-RECORD.CPY".

      * flag for exiting loop
       01  FLG-LOOPING              PIC A VALUE 'Y'.
      * Run counters - the conversion balances when read = written
       01  RECORDS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  RECORDS-WRITTEN-COUNT    PIC 9(6) VALUE ZERO.
       01  ARCHIVE-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  ARCHIVE-WRITTEN-COUNT    PIC 9(6) VALUE ZERO.

      * Start/end records for the run-control log. The
      * unattended run has nobody at the keyboard, so it signs

       PROCEDURE DIVISION.
      * Copies the old file into the new layout record by record,
      * then the archive line by line, then reports the counts and
      * the swap instructions
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 200-INIT-CONVERT.
              CLOSE OLD-EMPLOYEE-FILE
              CLOSE NEW-EMPLOYEE-FILE
           END-IF.
           PERFORM 202-INIT-ARCHIVE-CONVERT.
           PERFORM 203-CONVERT-ARCHIVE-LINE
              UNTIL FLG-LOOPING = 'N'.
           IF OLD-ARCHIVE-FILE-STATUS NOT = "35"
              CLOSE OLD-ARCHIVE-FILE
              CLOSE NEW-ARCHIVE-FILE
           END-IF.
           PERFORM 300-REPORT-COUNTS.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Body of the conversion loop - one old record out, one new
      * record in. SUPERVISOR-ID goes out zero, no supervisor on
      * file yet, and TERMINATION-REASON spaces: the "not recorded"
      * marker for a termination keyed before the field
       201-CONVERT-EMPLOYEE-RECORD.
           ADD 1 TO RECORDS-READ-COUNT.
           MOVE OLD-EMPLOYEE-ID TO FILE-EMPLOYEE-ID.
           MOVE OLD-YEARS-OF-SERVICE TO FILE-YEARS-OF-SERVICE.
           MOVE OLD-EMPLOYMENT-STATUS TO FILE-EMPLOYMENT-STATUS.
           MOVE OLD-STATUS-DATE TO FILE-STATUS-DATE.
           MOVE OLD-PAY-GRADE TO FILE-PAY-GRADE.
           MOVE OLD-SALARY TO FILE-SALARY.
           MOVE ZERO TO FILE-SUPERVISOR-ID.
           MOVE SPACES TO FILE-TERMINATION-REASON.
           WRITE FILE-EMPLOYEE-RECORD
              INVALID KEY CONTINUE
           END-WRITE.
           END-READ.


      * Opens the archive for its read-through. No archive just
      * means nothing has been purged yet - nothing to convert
       202-INIT-ARCHIVE-CONVERT.
           OPEN INPUT OLD-ARCHIVE-FILE.
           MOVE 'Y' TO FLG-LOOPING.
           EVALUATE OLD-ARCHIVE-FILE-STATUS
              WHEN "00"
                 OPEN OUTPUT NEW-ARCHIVE-FILE
                 READ OLD-ARCHIVE-FILE
                    AT END MOVE 'N' TO FLG-LOOPING
                 END-READ
              WHEN "35"
                 DISPLAY "-- No employee_archive.dat to convert --"
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- employee_archive.dat could not be "
                    "opened, status " OLD-ARCHIVE-FILE-STATUS " --"
                 MOVE 'N' TO FLG-LOOPING
           END-EVALUATE.


      * Body of the archive loop - the old 80-byte image's fields
      * carried across, SUPERVISOR-ID zero and TERMINATION-REASON
      * spaces as for the live file, purge stamp unchanged
       203-CONVERT-ARCHIVE-LINE.
           ADD 1 TO ARCHIVE-READ-COUNT.
           MOVE OLD-ARCH-EMPLOYEE-IMAGE TO ARCH-EMPLOYEE-RECORD.
           MOVE ZERO TO ARCH-SUPERVISOR-ID.
           MOVE SPACES TO ARCH-TERMINATION-REASON.
           MOVE ARCH-EMPLOYEE-RECORD TO ARCH-EMPLOYEE-IMAGE.
           MOVE OLD-ARCH-PURGE-DATE TO ARCH-PURGE-DATE.
           MOVE OLD-ARCH-OPERATOR-ID TO ARCH-OPERATOR-ID.
           WRITE NEW-ARCHIVE-LINE FROM ARCHIVE-RECORD.
           IF NEW-ARCHIVE-FILE-STATUS = "00"
              ADD 1 TO ARCHIVE-WRITTEN-COUNT
           END-IF.
           READ OLD-ARCHIVE-FILE
              AT END MOVE 'N' TO FLG-LOOPING
           END-READ.


      * Prints the counts and, when the run balanced, the swap
      * instructions
       300-REPORT-COUNTS.
           DISPLAY "---- FILE CONVERSION COMPLETE ----".
           DISPLAY "Records read:    " RECORDS-READ-COUNT.
           DISPLAY "Records written: " RECORDS-WRITTEN-COUNT.
           DISPLAY "Archive read:    " ARCHIVE-READ-COUNT.
           DISPLAY "Archive written: " ARCHIVE-WRITTEN-COUNT.
           IF RECORDS-READ-COUNT = RECORDS-WRITTEN-COUNT
              AND ARCHIVE-READ-COUNT = ARCHIVE-WRITTEN-COUNT
              AND RECORDS-READ-COUNT > ZERO
              DISPLAY "-- Conversion balanced. Now swap the files:"
              DISPLAY "   employee_data.dat        -> "
                 "employee_data_old.dat"
              DISPLAY "   employee_data_new.dat    -> "
                 "employee_data.dat"
              IF ARCHIVE-READ-COUNT > ZERO
                 DISPLAY "   employee_archive.dat     -> "
                    "employee_archive_old.dat"
                 DISPLAY "   employee_archive_new.dat -> "
                    "employee_archive.dat"
              END-IF
           ELSE
              IF RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
                 OR ARCHIVE-READ-COUNT NOT = ARCHIVE-WRITTEN-COUNT
                 DISPLAY "-- Counts do not balance, do NOT swap "
                    "the files --"
              END-IF
           ACCEPT RC-END-TIME FROM TIME.
           MOVE RECORDS-READ-COUNT TO RC-COUNT-1.
           MOVE RECORDS-WRITTEN-COUNT TO RC-COUNT-2.
           MOVE ARCHIVE-WRITTEN-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

