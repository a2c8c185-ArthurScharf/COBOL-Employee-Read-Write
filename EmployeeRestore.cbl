              ASSIGN TO "../restore_report.prt"
              ORGANIZATION IS LINE SEQUENTIAL.

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

      * Run-control log - read for the in-use check, and appended
      * with this job's own start/end records
       SELECT RUN-CONTROL-FILE ASSIGN TO "../run_control.txt"
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  BACKUP-FILE.
       01  BACKUP-LINE PIC X(88).

       FD  GENERATION-CATALOG-FILE.
       01  GENERATION-CATALOG-LINE PIC X(15).
       FD  RESTORE-REPORT-FILE.
       01  RESTORE-REPORT-LINE PIC X(60).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

      * log - a restore is never unattended
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

      * The jobs that open the employee file for update. A start
      * record from one of these with no matching end means the
      * file is (or may still be) in use and the restore must not


      * Prompts once per run for the operator ID stamped on the
      * run-control log, and signs it on against the operator
      * master - an operator who isn't on it, is inactive, or
      * hasn't been given the restore permission is turned away
      * before anything is opened
       198-ACCEPT-OPERATOR-ID.
           DISPLAY "Enter Operator ID".
           ACCEPT OPERATOR-ID.
           MOVE 5 TO OPERATOR-FUNCTION.
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
           MOVE "EMPLOYEE-RESTORE" TO SEC-JOB-NAME.
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


      * Prompts for the generation date and proves it against the
