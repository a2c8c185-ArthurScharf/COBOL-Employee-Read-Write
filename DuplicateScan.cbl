      ******************************************************************
      * Author:     Arthur Scharf
      * Student ID: 040797015
      * Course & Section  CST8283_310
      * Purpose: Duplicate-person candidate report. EMPLOYEE-ID is
      *          the only key the file enforces, so the same person
      *          can be keyed twice under two IDs - a double-entered
      *          ADD from the overnight load, or a returning leaver
      *          added fresh instead of rehired. Reads every record on
      *          employee_data.dat in last-name order (the alternate
      *          key) and every image in employee_archive.dat, scores
      *          every pair whose last and first names match or nearly
      *          match - a typo, a transposed pair of letters, a
      *          shortened name - with extra weight for the same or a
      *          close hire date, or for someone hired after the
      *          other record's termination, and prints the pairs that
      *          score high enough, best first, with both IDs,
      *          departments, statuses and dates. Nothing is changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Indexed (KSDS) by EMPLOYEE-ID, same file ASSIGNMENT-1
      * writes - read-only here, in last-name order
       SELECT EMPLOYEE-FILE ASSIGN TO "../employee_data.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-EMPLOYEE-ID
              ALTERNATE RECORD KEY IS FILE-LAST-NAME
                 WITH DUPLICATES
              FILE STATUS IS EMPLOYEE-FILE-STATUS.

      * Cumulative employee archive PURGE-TERMINATED writes
       SELECT ARCHIVE-FILE ASSIGN TO "../employee_archive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-FILE-STATUS.

      * Work file of candidate pairs written during the compare
      * pass, then fed to SORT - a file, not a table, so the report
      * has no fixed cap however many pairs turn up
       SELECT CANDIDATE-FILE ASSIGN TO "../duplicate_work.tmp"
              ORGANIZATION IS LINE SEQUENTIAL.

      * Sort scratch for ranking the pairs, best score first
       SELECT SORT-WORK-FILE ASSIGN TO "../duplicate_sort.tmp".

      * The candidate report handed to HR
       SELECT DUPLICATE-REPORT-FILE
              ASSIGN TO "../duplicate_candidates.prt"
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

       FD  CANDIDATE-FILE.
       01  CANDIDATE-FILE-LINE PIC X(178).

      * Sort record - the score leads so the SORT statement reads
      * front to back: best score first, then the first person's
      * last name, carried again as a key of its own. The two
      * people follow, the first always the one still on file
      * where there is a choice
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SCORE              PIC 999.
           05  SW-SORT-LAST-NAME     PIC A(20).
           05  SW-LAST-MATCH         PIC X(5).
           05  SW-FIRST-MATCH        PIC X(5).
           05  SW-HIRE-GAP           PIC 999.
           05  SW-HIRE-GAP-KNOWN     PIC A.
           05  SW-RETURNING          PIC A.
           05  SW-PERSON OCCURS 2 TIMES.
               10  SW-SOURCE         PIC X(4).
               10  SW-EMPLOYEE-ID    PIC 9(6).
               10  SW-LAST-NAME      PIC A(20).
               10  SW-FIRST-NAME     PIC A(20).
               10  SW-DEPARTMENT     PIC 999.
               10  SW-STATUS         PIC X.
               10  SW-HIRE-DATE      PIC 9(8).
               10  SW-STATUS-DATE    PIC 9(8).

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE PIC X(120).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(84).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-FILE-STATUS     PIC XX.

      * One archive line as read back in, and its image parsed
      * into fields - same layout PURGE-TERMINATED writes
       COPY "ARCHIVE-RECORD.CPY".
       COPY "ARCHIVE-EMPLOYEE-RECORD.CPY".
       01  ARCHIVE-FILE-STATUS      PIC XX.

      * Everyone to compare - the live file in last-name order,
      * then the archive in file order
       01  PERSON-TABLE.
           05  PERSON-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PT-IDX PT-IDX-2.
               10  PT-SOURCE        PIC X(4).
               10  PT-EMPLOYEE-ID   PIC 9(6).
               10  PT-LAST-NAME     PIC A(20).
               10  PT-FIRST-NAME    PIC A(20).
               10  PT-DEPARTMENT    PIC 999.
               10  PT-STATUS        PIC X.
               10  PT-HIRE-DATE     PIC 9(8).
               10  PT-STATUS-DATE   PIC 9(8).
       01  PERSON-COUNT             PIC 9(4) VALUE ZERO.

      * Set once PERSON-TABLE's 5000 entries are full, so the loads
      * only warn about it one time
       01  PERSON-TABLE-FULL-FLAG   PIC A VALUE 'N'.

      * A work record for the pair in hand, written to the
      * candidate file once it scores high enough - same layout as
      * the sort record
       01  CANDIDATE-WORK-RECORD.
           05  CW-SCORE              PIC 999.
           05  CW-SORT-LAST-NAME     PIC A(20).
           05  CW-LAST-MATCH         PIC X(5).
           05  CW-FIRST-MATCH        PIC X(5).
           05  CW-HIRE-GAP           PIC 999.
           05  CW-HIRE-GAP-KNOWN     PIC A.
           05  CW-RETURNING          PIC A.
           05  CW-PERSON OCCURS 2 TIMES.
               10  CW-SOURCE         PIC X(4).
               10  CW-EMPLOYEE-ID    PIC 9(6).
               10  CW-LAST-NAME      PIC A(20).
               10  CW-FIRST-NAME     PIC A(20).
               10  CW-DEPARTMENT     PIC 999.
               10  CW-STATUS         PIC X.
               10  CW-HIRE-DATE      PIC 9(8).
               10  CW-STATUS-DATE    PIC 9(8).

      * The two names 240 compares, and how alike it found them:
      * 'E' exact, 'N' near (no more than two letters differ, or
      * one is the other cut short), 'I' same initial only, space
      * nothing alike
       01  NAME-COMPARE-A           PIC A(20).
       01  NAME-COMPARE-B           PIC A(20).
       01  NAME-MATCH-LEVEL         PIC A.
           88  NAME-EXACT           VALUE 'E'.
           88  NAME-NEAR            VALUE 'N'.
           88  NAME-INITIAL         VALUE 'I'.
           88  NAME-NO-MATCH        VALUE SPACE.
       01  NAME-LENGTH-A            PIC 99.
       01  NAME-LENGTH-B            PIC 99.
       01  NAME-SHORTER-LENGTH      PIC 99.
       01  NAME-DIFF-COUNT          PIC 99.
       01  NAME-POS                 PIC 99.

      * How alike the pair in hand's last and first names came out
       01  LAST-MATCH-LEVEL         PIC A.
       01  FIRST-MATCH-LEVEL        PIC A.

      * Hire dates as year and month, for the gap between two
      * hires in whole months
       01  PAIR-HIRE-DATE-A         PIC 9(8).
       01  PAIR-HIRE-DATE-A-R REDEFINES PAIR-HIRE-DATE-A.
           05  PAIR-HIRE-A-YYYY     PIC 9(4).
           05  PAIR-HIRE-A-MM       PIC 99.
           05  PAIR-HIRE-A-DD       PIC 99.
       01  PAIR-HIRE-DATE-B         PIC 9(8).
       01  PAIR-HIRE-DATE-B-R REDEFINES PAIR-HIRE-DATE-B.
           05  PAIR-HIRE-B-YYYY     PIC 9(4).
           05  PAIR-HIRE-B-MM       PIC 99.
           05  PAIR-HIRE-B-DD       PIC 99.
       01  PAIR-MONTH-GAP           PIC S9(6).

      * Score weights. A pair is listed at the threshold or above:
      * an exact last and first name on their own make it, a
      * shortened or mistyped name needs a hire date to back it up
       01  PAIR-SCORE               PIC 999.
       01  CANDIDATE-THRESHOLD      PIC 999 VALUE 60.

      * Which of the pair goes first on the report - the one still
      * on file, or the lower ID when both are on the same side
       01  FIRST-PERSON-SUB         PIC 9(4).
       01  SECOND-PERSON-SUB        PIC 9(4).
       01  PERSON-SUB               PIC 9(4).
       01  CW-SUB                   PIC 9.

      * flag for exiting loops
       01  FLG-LOOPING              PIC A VALUE 'Y'.
       01  CANDIDATE-SORT-DONE-FLAG PIC A.
           88  CANDIDATE-SORT-DONE  VALUE 'Y'.

      * Run counters for the job log and the report trailer
       01  LIVE-RECORDS-COUNT       PIC 9(6) VALUE ZERO.
       01  ARCHIVE-IMAGES-COUNT     PIC 9(6) VALUE ZERO.
       01  CANDIDATE-PAIRS-COUNT    PIC 9(6) VALUE ZERO.

      * Report header, stamped with the run date
       01  DUPLICATE-RUN-DATE-RAW   PIC 9(8).
       01  DUPLICATE-REPORT-HEADER.
           05  FILLER               PIC X(42) VALUE
               "DUPLICATE-PERSON CANDIDATES      Run Date:".
           05  FILLER               PIC X     VALUE SPACE.
           05  DRH-RUN-DATE         PIC 9(8).

       01  DUPLICATE-COLUMN-HEADER.
           05  FILLER               PIC X(10) VALUE "RANK SCORE".
           05  FILLER               PIC X(12) VALUE "  FILE   ID".
           05  FILLER               PIC X(21) VALUE " LAST NAME".
           05  FILLER               PIC X(21) VALUE "FIRST NAME".
           05  FILLER               PIC X(6)  VALUE "DPT ST".
           05  FILLER               PIC X(18) VALUE
               " HIRED    STATUS".
           05  FILLER               PIC X(32) VALUE "  MATCH".

      * One line per person, two per pair. The rank and score only
      * print on the pair's first line, the match basis on the
      * first and the returning-leaver note on the second
       01  DUPLICATE-DETAIL-LINE.
           05  DDL-RANK             PIC X(4).
           05  DDL-RANK-NUM REDEFINES DDL-RANK
                                    PIC ZZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-SCORE            PIC X(3).
           05  DDL-SCORE-NUM REDEFINES DDL-SCORE
                                    PIC ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  DDL-SOURCE           PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-LAST-NAME        PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-FIRST-NAME       PIC A(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-DEPARTMENT       PIC 999.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DDL-STATUS           PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-HIRE-DATE        PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  DDL-STATUS-DATE      PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DDL-BASIS            PIC X(30).

      * The match basis, on the pair's first line
       01  MATCH-BASIS-TEXT.
           05  FILLER               PIC X(5)  VALUE "LAST ".
           05  MBT-LAST-MATCH       PIC X(5).
           05  FILLER               PIC X(7)  VALUE " FIRST ".
           05  MBT-FIRST-MATCH      PIC X(5).
           05  FILLER               PIC X(5)  VALUE " GAP ".
           05  MBT-HIRE-GAP         PIC X(3).
           05  MBT-HIRE-GAP-NUM REDEFINES MBT-HIRE-GAP
                                    PIC ZZ9.

      * The note on a pair's second line when one of them was hired
      * after the other's termination - the rehire-as-ADD pattern
       01  RETURNING-LEAVER-TEXT    PIC X(30) VALUE
           "RETURNING LEAVER? USE REHIRE".

      * Report trailer
       01  DUPLICATE-REPORT-TRAILER.
           05  FILLER               PIC X(13) VALUE "LIVE RECORDS ".
           05  DRT-LIVE-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  ARCHIVED ".
           05  DRT-ARCHIVE-COUNT    PIC ZZZZZ9.
           05  FILLER               PIC X(14) VALUE
               "  CANDIDATES ".
           05  DRT-CANDIDATE-COUNT  PIC ZZZZZ9.
       01  DUPLICATE-REPORT-LEGEND PIC X(120) VALUE
           "GAP = MONTHS BETWEEN HIRE DATES.  NEAR = UP TO TWO LETTERS
      -    " DIFFER OR ONE NAME IS THE OTHER CUT SHORT.".

       01  DASH-LINE PIC X(120) VALUE ALL "=".

      * Start/end records for the run-control log. The report
      * signs itself, same as the other read-only reports
       COPY "RUN-CONTROL.CPY".
       01  RUN-CONTROL-STATUS       PIC XX.
       01  OPERATOR-ID              PIC X(8) VALUE "DUPSCAN".


       PROCEDURE DIVISION.
      * Loads everyone, scores every pair, and prints the candidates
      * best first
       100-MAIN-PROCEDURE.
           PERFORM 260-WRITE-RUN-START.
           PERFORM 210-LOAD-LIVE-RECORDS.
           PERFORM 212-LOAD-ARCHIVE-IMAGES.
           OPEN OUTPUT CANDIDATE-FILE.
           PERFORM 220-COMPARE-ONE-PERSON
              VARYING PT-IDX FROM 1 BY 1
              UNTIL PT-IDX > PERSON-COUNT.
           CLOSE CANDIDATE-FILE.
           PERFORM 290-PRINT-DUPLICATE-REPORT.
           PERFORM 261-WRITE-RUN-END.
           STOP RUN.


      * Reads the employee file on its last-name alternate key, so
      * the table comes out grouped by surname
       210-LOAD-LIVE-RECORDS.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE 'Y' TO FLG-LOOPING.
           EVALUATE EMPLOYEE-FILE-STATUS
              WHEN "00"
                 MOVE SPACES TO FILE-LAST-NAME
                 START EMPLOYEE-FILE
                    KEY IS NOT LESS THAN FILE-LAST-NAME
                    INVALID KEY MOVE 'N' TO FLG-LOOPING
                 END-START
              WHEN "35"
                 DISPLAY "-- No employee records on file --"
                 MOVE 'N' TO FLG-LOOPING
              WHEN OTHER
                 DISPLAY "-- Employee file could not be opened, "
                    "status " EMPLOYEE-FILE-STATUS " --"
                 MOVE 'N' TO FLG-LOOPING
           END-EVALUATE.
           PERFORM 211-LOAD-ONE-LIVE-RECORD
              UNTIL FLG-LOOPING = 'N'.
           IF EMPLOYEE-FILE-STATUS NOT = "35"
              CLOSE EMPLOYEE-FILE
           END-IF.


      * Body of the live load - reads the next record in last-name
      * order and adds it to the table
       211-LOAD-ONE-LIVE-RECORD.
           READ EMPLOYEE-FILE NEXT RECORD
              AT END MOVE 'N' TO FLG-LOOPING
              NOT AT END
                 ADD 1 TO LIVE-RECORDS-COUNT
                 PERFORM 213-NEXT-PERSON-ENTRY
                 IF PERSON-SUB > ZERO
                    MOVE "LIVE" TO PT-SOURCE(PERSON-SUB)
                    MOVE FILE-EMPLOYEE-ID
                       TO PT-EMPLOYEE-ID(PERSON-SUB)
                    MOVE FILE-LAST-NAME TO PT-LAST-NAME(PERSON-SUB)
                    MOVE FILE-FIRST-NAME
                       TO PT-FIRST-NAME(PERSON-SUB)
                    MOVE FILE-DEPARTMENT-CODE
                       TO PT-DEPARTMENT(PERSON-SUB)
                    MOVE FILE-EMPLOYMENT-STATUS
                       TO PT-STATUS(PERSON-SUB)
                    MOVE FILE-HIRE-DATE TO PT-HIRE-DATE(PERSON-SUB)
                    MOVE FILE-STATUS-DATE
                       TO PT-STATUS-DATE(PERSON-SUB)
                 END-IF
           END-READ.


      * Reads the archive front to back, adding every image to the
      * table. No archive just means nothing has been purged yet
       212-LOAD-ARCHIVE-IMAGES.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "35"
              PERFORM UNTIL ARCHIVE-FILE-STATUS = "10"
                 READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                    AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                    NOT AT END
                       ADD 1 TO ARCHIVE-IMAGES-COUNT
                       MOVE ARCH-EMPLOYEE-IMAGE
                          TO ARCH-EMPLOYEE-RECORD
                       PERFORM 213-NEXT-PERSON-ENTRY
                       IF PERSON-SUB > ZERO
                          MOVE "ARCH" TO PT-SOURCE(PERSON-SUB)
                          MOVE ARCH-EMPLOYEE-ID
                             TO PT-EMPLOYEE-ID(PERSON-SUB)
                          MOVE ARCH-LAST-NAME
                             TO PT-LAST-NAME(PERSON-SUB)
                          MOVE ARCH-FIRST-NAME
                             TO PT-FIRST-NAME(PERSON-SUB)
                          MOVE ARCH-DEPARTMENT-CODE
                             TO PT-DEPARTMENT(PERSON-SUB)
                          MOVE ARCH-EMPLOYMENT-STATUS
                             TO PT-STATUS(PERSON-SUB)
                          MOVE ARCH-HIRE-DATE
                             TO PT-HIRE-DATE(PERSON-SUB)
                          MOVE ARCH-STATUS-DATE
                             TO PT-STATUS-DATE(PERSON-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.


      * Claims the next free table entry into PERSON-SUB - zero
      * once the table is full
       213-NEXT-PERSON-ENTRY.
           MOVE ZERO TO PERSON-SUB.
           IF PERSON-COUNT < 5000
              ADD 1 TO PERSON-COUNT
              MOVE PERSON-COUNT TO PERSON-SUB
           ELSE
              IF PERSON-TABLE-FULL-FLAG = 'N'
                 DISPLAY "-- more than 5000 people on file and in "
                    "the archive, extra people not compared --"
                 MOVE 'Y' TO PERSON-TABLE-FULL-FLAG
              END-IF
           END-IF.


      * Compares person PT-IDX with everyone after them in the
      * table, so each pair is met once
       220-COMPARE-ONE-PERSON.
           PERFORM 221-SCORE-PAIR
              VARYING PT-IDX-2 FROM PT-IDX BY 1
              UNTIL PT-IDX-2 > PERSON-COUNT.


      * Scores one pair. Two lines for the same ID are the same
      * record (a re-archived image, or one both live and archived
      * - the integrity sweep's business), not two people. Last
      * names must start alike before anything else is worked out
       221-SCORE-PAIR.
           IF PT-IDX-2 NOT = PT-IDX
              AND PT-EMPLOYEE-ID(PT-IDX-2) NOT = PT-EMPLOYEE-ID(PT-IDX)
              AND PT-LAST-NAME(PT-IDX-2)(1:1)
                 = PT-LAST-NAME(PT-IDX)(1:1)
              MOVE PT-LAST-NAME(PT-IDX) TO NAME-COMPARE-A
              MOVE PT-LAST-NAME(PT-IDX-2) TO NAME-COMPARE-B
              PERFORM 240-COMPARE-NAMES
              MOVE NAME-MATCH-LEVEL TO LAST-MATCH-LEVEL
              IF NAME-EXACT OR NAME-NEAR
                 MOVE PT-FIRST-NAME(PT-IDX) TO NAME-COMPARE-A
                 MOVE PT-FIRST-NAME(PT-IDX-2) TO NAME-COMPARE-B
                 PERFORM 240-COMPARE-NAMES
                 MOVE NAME-MATCH-LEVEL TO FIRST-MATCH-LEVEL
                 IF NOT NAME-NO-MATCH
                    PERFORM 222-WEIGH-PAIR
                 END-IF
              END-IF
           END-IF.


      * Adds up the pair's score - last name exact 40 or near 25,
      * first name exact 30, near 20 or initial 10, hire dates the
      * same month 30, a month apart 20 or within the year 10, and
      * 20 more when one was hired on or after the other's
      * termination - and writes the pair out when it reaches the
      * threshold
       222-WEIGH-PAIR.
           MOVE ZERO TO PAIR-SCORE.
           MOVE 'N' TO CW-RETURNING.
           MOVE 'N' TO CW-HIRE-GAP-KNOWN.
           MOVE ZERO TO CW-HIRE-GAP.
           IF LAST-MATCH-LEVEL = 'E'
              ADD 40 TO PAIR-SCORE
              MOVE "EXACT" TO CW-LAST-MATCH
           ELSE
              ADD 25 TO PAIR-SCORE
              MOVE "NEAR" TO CW-LAST-MATCH
           END-IF.
           EVALUATE FIRST-MATCH-LEVEL
              WHEN 'E'
                 ADD 30 TO PAIR-SCORE
                 MOVE "EXACT" TO CW-FIRST-MATCH
              WHEN 'N'
                 ADD 20 TO PAIR-SCORE
                 MOVE "NEAR" TO CW-FIRST-MATCH
              WHEN OTHER
                 ADD 10 TO PAIR-SCORE
                 MOVE "INIT" TO CW-FIRST-MATCH
           END-EVALUATE.
           IF PT-HIRE-DATE(PT-IDX) > ZERO
              AND PT-HIRE-DATE(PT-IDX-2) > ZERO
              MOVE PT-HIRE-DATE(PT-IDX) TO PAIR-HIRE-DATE-A
              MOVE PT-HIRE-DATE(PT-IDX-2) TO PAIR-HIRE-DATE-B
              COMPUTE PAIR-MONTH-GAP =
                 (PAIR-HIRE-A-YYYY - PAIR-HIRE-B-YYYY) * 12
                 + PAIR-HIRE-A-MM - PAIR-HIRE-B-MM
              IF PAIR-MONTH-GAP < ZERO
                 COMPUTE PAIR-MONTH-GAP = PAIR-MONTH-GAP * -1
              END-IF
              MOVE 'Y' TO CW-HIRE-GAP-KNOWN
              IF PAIR-MONTH-GAP > 999
                 MOVE 999 TO CW-HIRE-GAP
              ELSE
                 MOVE PAIR-MONTH-GAP TO CW-HIRE-GAP
              END-IF
              EVALUATE TRUE
                 WHEN PAIR-MONTH-GAP = ZERO
                    ADD 30 TO PAIR-SCORE
                 WHEN PAIR-MONTH-GAP = 1
                    ADD 20 TO PAIR-SCORE
                 WHEN PAIR-MONTH-GAP <= 12
                    ADD 10 TO PAIR-SCORE
              END-EVALUATE
           END-IF.
           IF (PT-STATUS(PT-IDX) = 'T'
                 AND PT-STATUS-DATE(PT-IDX) > ZERO
                 AND PT-STATUS(PT-IDX-2) NOT = 'T'
                 AND PT-HIRE-DATE(PT-IDX-2)
                    >= PT-STATUS-DATE(PT-IDX))
              OR (PT-STATUS(PT-IDX-2) = 'T'
                 AND PT-STATUS-DATE(PT-IDX-2) > ZERO
                 AND PT-STATUS(PT-IDX) NOT = 'T'
                 AND PT-HIRE-DATE(PT-IDX)
                    >= PT-STATUS-DATE(PT-IDX-2))
              ADD 20 TO PAIR-SCORE
              MOVE 'Y' TO CW-RETURNING
           END-IF.
           IF PAIR-SCORE >= CANDIDATE-THRESHOLD
              PERFORM 223-WRITE-CANDIDATE
           END-IF.


      * Writes the pair to the candidate file - the live record
      * first when only one is live, otherwise the lower ID
       223-WRITE-CANDIDATE.
           SET FIRST-PERSON-SUB TO PT-IDX.
           SET SECOND-PERSON-SUB TO PT-IDX-2.
           IF (PT-SOURCE(PT-IDX) = "ARCH"
                 AND PT-SOURCE(PT-IDX-2) = "LIVE")
              OR (PT-SOURCE(PT-IDX) = PT-SOURCE(PT-IDX-2)
                 AND PT-EMPLOYEE-ID(PT-IDX-2)
                    < PT-EMPLOYEE-ID(PT-IDX))
              SET FIRST-PERSON-SUB TO PT-IDX-2
              SET SECOND-PERSON-SUB TO PT-IDX
           END-IF.
           MOVE PAIR-SCORE TO CW-SCORE.
           MOVE PT-LAST-NAME(FIRST-PERSON-SUB) TO CW-SORT-LAST-NAME.
           MOVE 1 TO CW-SUB.
           MOVE FIRST-PERSON-SUB TO PERSON-SUB.
           PERFORM 224-MOVE-PERSON-TO-CANDIDATE.
           MOVE 2 TO CW-SUB.
           MOVE SECOND-PERSON-SUB TO PERSON-SUB.
           PERFORM 224-MOVE-PERSON-TO-CANDIDATE.
           WRITE CANDIDATE-FILE-LINE FROM CANDIDATE-WORK-RECORD.
           ADD 1 TO CANDIDATE-PAIRS-COUNT.


      * Copies table entry PERSON-SUB into candidate slot CW-SUB
       224-MOVE-PERSON-TO-CANDIDATE.
           MOVE PT-SOURCE(PERSON-SUB) TO CW-SOURCE(CW-SUB).
           MOVE PT-EMPLOYEE-ID(PERSON-SUB) TO CW-EMPLOYEE-ID(CW-SUB).
           MOVE PT-LAST-NAME(PERSON-SUB) TO CW-LAST-NAME(CW-SUB).
           MOVE PT-FIRST-NAME(PERSON-SUB) TO CW-FIRST-NAME(CW-SUB).
           MOVE PT-DEPARTMENT(PERSON-SUB) TO CW-DEPARTMENT(CW-SUB).
           MOVE PT-STATUS(PERSON-SUB) TO CW-STATUS(CW-SUB).
           MOVE PT-HIRE-DATE(PERSON-SUB) TO CW-HIRE-DATE(CW-SUB).
           MOVE PT-STATUS-DATE(PERSON-SUB)
              TO CW-STATUS-DATE(CW-SUB).


      * Compares NAME-COMPARE-A with NAME-COMPARE-B letter by letter
      * and sets NAME-MATCH-LEVEL. Near covers a mistyped or
      * swapped letter or two, and a name that is the other cut
      * short (CHRIS and CHRISTOPHER) - but only for names of four
      * letters or more, where that still means something
       240-COMPARE-NAMES.
           MOVE SPACE TO NAME-MATCH-LEVEL.
           IF NAME-COMPARE-A = NAME-COMPARE-B
              MOVE 'E' TO NAME-MATCH-LEVEL
           ELSE
              MOVE ZERO TO NAME-LENGTH-A NAME-LENGTH-B
              MOVE ZERO TO NAME-DIFF-COUNT
              PERFORM VARYING NAME-POS FROM 1 BY 1
                 UNTIL NAME-POS > 20
                 IF NAME-COMPARE-A(NAME-POS:1) NOT = SPACE
                    MOVE NAME-POS TO NAME-LENGTH-A
                 END-IF
                 IF NAME-COMPARE-B(NAME-POS:1) NOT = SPACE
                    MOVE NAME-POS TO NAME-LENGTH-B
                 END-IF
                 IF NAME-COMPARE-A(NAME-POS:1)
                    NOT = NAME-COMPARE-B(NAME-POS:1)
                    ADD 1 TO NAME-DIFF-COUNT
                 END-IF
              END-PERFORM
              MOVE NAME-LENGTH-A TO NAME-SHORTER-LENGTH
              IF NAME-LENGTH-B < NAME-SHORTER-LENGTH
                 MOVE NAME-LENGTH-B TO NAME-SHORTER-LENGTH
              END-IF
              EVALUATE TRUE
                 WHEN NAME-SHORTER-LENGTH >= 4
                    AND NAME-DIFF-COUNT <= 2
                    MOVE 'N' TO NAME-MATCH-LEVEL
                 WHEN NAME-SHORTER-LENGTH >= 4
                    AND NAME-COMPARE-A(1:NAME-SHORTER-LENGTH)
                       = NAME-COMPARE-B(1:NAME-SHORTER-LENGTH)
                    MOVE 'N' TO NAME-MATCH-LEVEL
                 WHEN NAME-SHORTER-LENGTH > ZERO
                    AND NAME-COMPARE-A(1:1) = NAME-COMPARE-B(1:1)
                    MOVE 'I' TO NAME-MATCH-LEVEL
              END-EVALUATE
           END-IF.


      * Sorts the candidate pairs best score first and prints them
       290-PRINT-DUPLICATE-REPORT.
           OPEN OUTPUT DUPLICATE-REPORT-FILE.
           ACCEPT DUPLICATE-RUN-DATE-RAW FROM DATE YYYYMMDD.
           MOVE DUPLICATE-RUN-DATE-RAW TO DRH-RUN-DATE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-REPORT-HEADER.
           WRITE DUPLICATE-REPORT-LINE FROM DASH-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-COLUMN-HEADER.
           MOVE ZERO TO PERSON-SUB.
           SORT SORT-WORK-FILE
              ON DESCENDING KEY SW-SCORE
              ON ASCENDING KEY SW-SORT-LAST-NAME
              USING CANDIDATE-FILE
              OUTPUT PROCEDURE IS 291-PRINT-SORTED-CANDIDATES.
           MOVE LIVE-RECORDS-COUNT TO DRT-LIVE-COUNT.
           MOVE ARCHIVE-IMAGES-COUNT TO DRT-ARCHIVE-COUNT.
           MOVE CANDIDATE-PAIRS-COUNT TO DRT-CANDIDATE-COUNT.
           WRITE DUPLICATE-REPORT-LINE FROM DASH-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-REPORT-TRAILER.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-REPORT-LEGEND.
           CLOSE DUPLICATE-REPORT-FILE.
           DISPLAY "---- DUPLICATE SCAN COMPLETE ----".
           DISPLAY "Live records read:  " LIVE-RECORDS-COUNT.
           DISPLAY "Archive images:     " ARCHIVE-IMAGES-COUNT.
           DISPLAY "Candidate pairs:    " CANDIDATE-PAIRS-COUNT.
           DISPLAY "-- Report written to duplicate_candidates.prt --".


      * SORT output procedure - drains the ranked pairs into the
      * report
       291-PRINT-SORTED-CANDIDATES.
           MOVE 'N' TO CANDIDATE-SORT-DONE-FLAG.
           PERFORM 292-RETURN-SORTED-CANDIDATE
              UNTIL CANDIDATE-SORT-DONE.


      * Body of the output-procedure loop - returns one ranked pair
      * and prints its two lines, numbered in rank order
       292-RETURN-SORTED-CANDIDATE.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO CANDIDATE-SORT-DONE-FLAG
              NOT AT END
                 ADD 1 TO PERSON-SUB
                 MOVE PERSON-SUB TO DDL-RANK-NUM
                 MOVE SW-SCORE TO DDL-SCORE-NUM
                 MOVE SW-LAST-MATCH TO MBT-LAST-MATCH
                 MOVE SW-FIRST-MATCH TO MBT-FIRST-MATCH
                 IF SW-HIRE-GAP-KNOWN = 'Y'
                    MOVE SW-HIRE-GAP TO MBT-HIRE-GAP-NUM
                 ELSE
                    MOVE "N/A" TO MBT-HIRE-GAP
                 END-IF
                 MOVE MATCH-BASIS-TEXT TO DDL-BASIS
                 MOVE 1 TO CW-SUB
                 PERFORM 293-PRINT-CANDIDATE-PERSON
                 MOVE SPACES TO DDL-RANK DDL-SCORE
                 IF SW-RETURNING = 'Y'
                    MOVE RETURNING-LEAVER-TEXT TO DDL-BASIS
                 ELSE
                    MOVE SPACES TO DDL-BASIS
                 END-IF
                 MOVE 2 TO CW-SUB
                 PERFORM 293-PRINT-CANDIDATE-PERSON
           END-RETURN.


      * One person of the returned pair - slot CW-SUB
       293-PRINT-CANDIDATE-PERSON.
           MOVE SW-SOURCE(CW-SUB) TO DDL-SOURCE.
           MOVE SW-EMPLOYEE-ID(CW-SUB) TO DDL-EMPLOYEE-ID.
           MOVE SW-LAST-NAME(CW-SUB) TO DDL-LAST-NAME.
           MOVE SW-FIRST-NAME(CW-SUB) TO DDL-FIRST-NAME.
           MOVE SW-DEPARTMENT(CW-SUB) TO DDL-DEPARTMENT.
           MOVE SW-STATUS(CW-SUB) TO DDL-STATUS.
           MOVE SW-HIRE-DATE(CW-SUB) TO DDL-HIRE-DATE.
           MOVE SW-STATUS-DATE(CW-SUB) TO DDL-STATUS-DATE.
           WRITE DUPLICATE-REPORT-LINE FROM DUPLICATE-DETAIL-LINE.

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
           MOVE "DUPLICATE-SCAN" TO RC-JOB-NAME.
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
           MOVE LIVE-RECORDS-COUNT TO RC-COUNT-1.
           MOVE ARCHIVE-IMAGES-COUNT TO RC-COUNT-2.
           MOVE CANDIDATE-PAIRS-COUNT TO RC-COUNT-3.
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       END PROGRAM DUPLICATE-SCAN.
