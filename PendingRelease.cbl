      *          queued for a later morning. The file is rewritten
      *          whole on the way out, DEPT-MAINT style; released
      *          and cancelled lines stay on it as the queue's own
      *          history. A released transfer is held to the
      *          to-department's authorized headcount as it stands on
      *          release day, unless the line was queued with the
      *          override, and so is a released status change that
      *          takes a terminated employee back to active or leave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-RELEASE.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEAVE-FILE-STATUS.

      * Department code + name + authorized headcount, read once at
      * startup for the headcount check on released transfers
       SELECT DEPARTMENT-MASTER-FILE
              ASSIGN TO "../department_master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPARTMENT-MASTER-STATUS.

      * Run-control log - this job updates the employee file, so
      * it logs start/end like the other updaters
       SELECT RUN-CONTROL-FILE ASSIGN TO "../run_control.txt"
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-LINE PIC X(104).

       FD  EMPLOYEE-FILE.
           COPY "FILE-EMPLOYEE-RECORD.CPY".
       FD  LEAVE-FILE.
       01  LEAVE-FILE-LINE PIC X(35).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-LINE PIC X(33).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

      * rewrite would then destroy, same discipline as DEPT-MAINT
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 500 TIMES
                  INDEXED BY PND-IDX PIC X(104).
       01  PENDING-COUNT            PIC 9(4) VALUE ZERO.

      * Set when the load refused to run (too many lines) so the
      * record before the transfer overwrites it
       01  TRANSFER-FROM-DEPARTMENT PIC 999.

      * One row per line of DEPARTMENT-MASTER-FILE with its
      * authorized headcount (blank leaves it uncontrolled) and how
      * many active and on-leave employees fill it - counted off the
      * employee file once it is open and kept current as lines
      * release, same as BATCH-UPDATE
       01  DEPARTMENT-MASTER-TABLE.
           05  DEPARTMENT-MASTER-ENTRY OCCURS 500 TIMES
                  INDEXED BY DM-IDX.
               10  DM-TBL-CODE      PIC 999.
               10  DM-TBL-CONTROLLED-FLAG PIC A.
                   88  DM-TBL-CONTROLLED VALUE 'Y'.
               10  DM-TBL-AUTHORIZED PIC 9(4).
               10  DM-TBL-FILLED    PIC 9(4).
       01  DEPARTMENT-MASTER-COUNT  PIC 9(4) VALUE ZERO.
       01  DEPARTMENT-MASTER-STATUS PIC XX.

      * Set once DEPARTMENT-MASTER-TABLE's 500 entries are full, so
      * 215-LOAD-DEPARTMENT-MASTER only warns about it one time
       01  DEPARTMENT-MASTER-TABLE-FULL-FLAG PIC A VALUE 'N'.

      * Record layout used only while loading DEPARTMENT-MASTER-FILE
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE         PIC 999.
           05  DM-DEPT-NAME         PIC A(20).
           05  DM-AUTHORIZED-HEADCOUNT PIC X(4).
           05  DM-COST-CENTER       PIC X(6).

      * One employee's position moving between departments' filled
      * counts, same as BATCH-UPDATE. 'X' = not on file
       01  HC-OLD-DEPARTMENT        PIC 999.
       01  HC-OLD-STATUS            PIC X.
           88  HC-OLD-COUNTED       VALUE 'A' 'L' SPACE.
       01  HC-NEW-DEPARTMENT        PIC 999.
       01  HC-NEW-STATUS            PIC X.
           88  HC-NEW-COUNTED       VALUE 'A' 'L' SPACE.
       01  HC-LOOKUP-DEPARTMENT     PIC 999.
       01  HC-ENTRY-NUMBER          PIC 9(4).

      * Set by 231 when the transfer in hand would take the
      * to-department past its authorized headcount
       01  HEADCOUNT-OVER-FLAG      PIC A VALUE 'N'.
           88  HEADCOUNT-OVER       VALUE 'Y'.

      * flag for the headcount scan of the employee file
       01  SCAN-DONE-FLAG           PIC A.
           88  SCAN-DONE            VALUE 'Y'.

      * Today - a queued transaction releases once its effective
      * date is on or before this
       01  RELEASE-RUN-DATE         PIC 9(8).
           END-IF.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 200-LOAD-PENDING-QUEUE.
           PERFORM 215-LOAD-DEPARTMENT-MASTER.
           EVALUATE TRUE
              WHEN QUEUE-LOAD-FAILED
                 DISPLAY "-- Queue not loaded, nothing released --"
              WHEN OTHER
                 PERFORM 210-OPEN-RELEASE-FILES
                 IF EMPLOYEE-FILE-STATUS = "00"
                    PERFORM 216-COUNT-DEPARTMENT-HEADCOUNTS
                    PERFORM 220-RELEASE-ONE-LINE
                       VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PENDING-COUNT
           END-IF.


      * Reads DEPARTMENT-MASTER-FILE once at startup. A missing
      * master leaves every department uncontrolled
       215-LOAD-DEPARTMENT-MASTER.
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


      * Counts the active and on-leave employees filling each
      * department on the master, off the employee file as it
      * stands before this morning's release, same as BATCH-UPDATE
       216-COUNT-DEPARTMENT-HEADCOUNTS.
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


      * One queue line: anything not still queued rides along
      * untouched, anything queued for a day that hasn't come stays
      * queued, and anything whose day has arrived applies

      * A released transfer. One queued before a same-department
      * move already happened lands in error rather than writing a
      * no-op history line, same rule as the immediate path. So does
      * one that would take an active or on-leave employee into a
      * department already filled to its authorized headcount,
      * unless it was queued with the override - that one goes
      * through and the override is audited
       231-APPLY-PENDING-TRANSFER.
           MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT.
           MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS.
           MOVE PEND-DEPARTMENT-CODE TO HC-NEW-DEPARTMENT.
           MOVE FILE-EMPLOYMENT-STATUS TO HC-NEW-STATUS.
           MOVE PEND-DEPARTMENT-CODE TO HC-LOOKUP-DEPARTMENT.
           PERFORM 238-FIND-HEADCOUNT-ENTRY.
           MOVE 'N' TO HEADCOUNT-OVER-FLAG.
           IF HC-NEW-COUNTED AND HC-ENTRY-NUMBER > ZERO
              IF DM-TBL-CONTROLLED(HC-ENTRY-NUMBER)
                 AND DM-TBL-FILLED(HC-ENTRY-NUMBER)
                    >= DM-TBL-AUTHORIZED(HC-ENTRY-NUMBER)
                 MOVE 'Y' TO HEADCOUNT-OVER-FLAG
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN FILE-DEPARTMENT-CODE = PEND-DEPARTMENT-CODE
                 MOVE 'E' TO PEND-STATE
                 ADD 1 TO ERRORED-COUNT
                 DISPLAY "-- Employee " PEND-EMPLOYEE-ID " is already "
                    "in department " PEND-DEPARTMENT-CODE
                    ", line marked in error --"
              WHEN HEADCOUNT-OVER
                 AND NOT PEND-OVERRIDE-HEADCOUNT
                 MOVE 'E' TO PEND-STATE
                 ADD 1 TO ERRORED-COUNT
                 DISPLAY "-- Department " PEND-DEPARTMENT-CODE
                    " is at its authorized headcount, Employee "
                    PEND-EMPLOYEE-ID " line marked in error --"
              WHEN OTHER
                 PERFORM 233-REWRITE-TRANSFER
           END-EVALUATE.


      * The transfer itself, once 231 has let it through
       233-REWRITE-TRANSFER.
           MOVE FILE-DEPARTMENT-CODE TO TRANSFER-FROM-DEPARTMENT.
           MOVE PEND-DEPARTMENT-CODE TO FILE-DEPARTMENT-CODE.
           REWRITE FILE-EMPLOYEE-RECORD
           END-REWRITE.
           IF EMPLOYEE-FILE-STATUS = "00" OR "02"
              PERFORM 246-WRITE-HISTORY-RECORD
              MOVE "XFER" TO AUDIT-TRANSACTION-TYPE
              PERFORM 240-WRITE-AUDIT-RECORD
              PERFORM 237-ADJUST-HEADCOUNT
              IF HEADCOUNT-OVER
                 MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                 PERFORM 240-WRITE-AUDIT-RECORD
              END-IF
              MOVE 'R' TO PEND-STATE
              ADD 1 TO RELEASED-COUNT
           ELSE
              MOVE 'E' TO PEND-STATE
              ADD 1 TO ERRORED-COUNT
              DISPLAY "-- Rewrite failed for Employee ID "
                 PEND-EMPLOYEE-ID ", status "
                 EMPLOYEE-FILE-STATUS " --"
           END-IF.


      * A released status change. Taking a terminated employee back
      * to active or on leave fills a position again, so it is held
      * to the department's authorized headcount as it stands on
      * release day the same way 231 holds a transfer, unless the
      * line was queued with the override
       232-APPLY-PENDING-STATUS.
           MOVE FILE-DEPARTMENT-CODE TO HC-OLD-DEPARTMENT.
           MOVE FILE-EMPLOYMENT-STATUS TO HC-OLD-STATUS.
           MOVE FILE-DEPARTMENT-CODE TO HC-NEW-DEPARTMENT.
           MOVE PEND-NEW-STATUS TO HC-NEW-STATUS.
           MOVE FILE-DEPARTMENT-CODE TO HC-LOOKUP-DEPARTMENT.
           PERFORM 238-FIND-HEADCOUNT-ENTRY.
           MOVE 'N' TO HEADCOUNT-OVER-FLAG.
           IF NOT HC-OLD-COUNTED AND HC-NEW-COUNTED
              AND HC-ENTRY-NUMBER > ZERO
              IF DM-TBL-CONTROLLED(HC-ENTRY-NUMBER)
                 AND DM-TBL-FILLED(HC-ENTRY-NUMBER)
                    >= DM-TBL-AUTHORIZED(HC-ENTRY-NUMBER)
                 MOVE 'Y' TO HEADCOUNT-OVER-FLAG
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN HEADCOUNT-OVER
                 AND NOT PEND-OVERRIDE-HEADCOUNT
                 MOVE 'E' TO PEND-STATE
                 ADD 1 TO ERRORED-COUNT
                 DISPLAY "-- Department " FILE-DEPARTMENT-CODE
                    " is at its authorized headcount, Employee "
                    PEND-EMPLOYEE-ID " line marked in error --"
              WHEN OTHER
                 PERFORM 234-REWRITE-STATUS
           END-EVALUATE.


      * The status change itself, once 232 has let it through. One
      * that puts the employee on leave writes the same leave line
      * the immediate path writes, carrying the type and expected
      * return captured when the transaction was queued; one that
      * terminates carries the termination reason keyed with it,
      * and any other clears it
       234-REWRITE-STATUS.
           MOVE PEND-NEW-STATUS TO FILE-EMPLOYMENT-STATUS.
           MOVE PEND-EFFECTIVE-DATE TO FILE-STATUS-DATE.
           IF PEND-NEW-STATUS = 'T'
              MOVE PEND-TERMINATION-REASON TO FILE-TERMINATION-REASON
           ELSE
              MOVE SPACES TO FILE-TERMINATION-REASON
           END-IF.
           REWRITE FILE-EMPLOYEE-RECORD
           END-REWRITE.
           IF EMPLOYEE-FILE-STATUS = "00" OR "02"
              MOVE "STATUS" TO AUDIT-TRANSACTION-TYPE
              PERFORM 240-WRITE-AUDIT-RECORD
              PERFORM 237-ADJUST-HEADCOUNT
              IF HEADCOUNT-OVER
                 MOVE "HC-OVR" TO AUDIT-TRANSACTION-TYPE
                 PERFORM 240-WRITE-AUDIT-RECORD
              END-IF
              IF PEND-NEW-STATUS = 'L'
                 PERFORM 247-WRITE-LEAVE-RECORD
              END-IF
           END-IF.


      * Moves one employee's position between the filled counts,
      * same as BATCH-UPDATE's 237. HC-OLD-* and HC-NEW-* must
      * already be set
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


      * Appends one line to HISTORY-FILE recording the released
      * transfer, same layout ASSIGNMENT-1 writes. The file is
      * already open EXTEND for the whole release
