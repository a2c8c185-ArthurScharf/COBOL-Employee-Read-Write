              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SERVICE-PERIOD-STATUS.

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

      * Run-control log - one start record appended when the run
      * begins and one end record when it closes out, feeding the
      * morning operations report
           COPY "FILE-EMPLOYEE-RECORD.CPY".

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  HISTORY-FILE.
       01  HISTORY-FILE-LINE PIC X(32).

       FD  SERVICE-PERIOD-FILE.
       01  SERVICE-PERIOD-LINE PIC X(31).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-LINE PIC X(106).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-LINE PIC X(49).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(65).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * Used for formatted display - same layout ASSIGNMENT-1 uses
       01  EMPLOYEE-RECORD-OUT.
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
      * Loads the department master, then repeatedly prompts for an
           MOVE FILE-YEARS-OF-SERVICE TO YEARS-OF-SERVICE.
           MOVE FILE-EMPLOYMENT-STATUS TO EMPLOYMENT-STATUS.
           MOVE FILE-STATUS-DATE TO STATUS-DATE.
           MOVE FILE-TERMINATION-REASON TO TERMINATION-REASON.
           PERFORM 252-DERIVE-CURRENT-TENURE.




      * Moves the record to the display layout, looks up the
      * department name, and displays it - with the termination
      * date and reason under a leaver
       301-DISPLAY-RECORD.
           MOVE EMPLOYEE-ID TO EMPLOYEE-ID-OUT
           MOVE DEPARTMENT-CODE TO DEPARTMENT-CODE-OUT
           DISPLAY HEADERS
           DISPLAY DASH-LINE
           DISPLAY EMPLOYEE-RECORD-OUT
           IF EMP-TERMINATED
              DISPLAY "   Terminated " STATUS-DATE
                 "   Reason " TERMINATION-REASON
           END-IF
           DISPLAY DASH-LINE.


           DISPLAY HEADERS.
           DISPLAY EMPLOYEE-RECORD-OUT.
           DISPLAY "   Hire Date " ARCH-HIRE-DATE
              "   Terminated " ARCH-STATUS-DATE
              "   Reason " ARCH-TERMINATION-REASON.
           DISPLAY DASH-LINE.


           ACCEPT FLG-LOOPING.

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
           MOVE "EMPLOYEE-INQUIRY" TO SEC-JOB-NAME.
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


      * Appends this run's start record to the run-control log.
