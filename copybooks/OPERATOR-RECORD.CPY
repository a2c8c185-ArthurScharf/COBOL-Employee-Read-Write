      ******************************************************************
      * Shared 01 OPERATOR-RECORD layout - one line per operator on
      * the operator master, maintained by OPERATOR-MAINT and read
      * by every interactive program when the operator signs on and
      * again before each restricted transaction. An operator not on
      * the master, or marked inactive, gets nowhere; an active one
      * gets only the functions whose permission byte is 'Y'.
      * Operators are never removed, only made inactive, so an ID on
      * an old audit line always still names somebody.
      * The seven permission bytes, by OPERATOR-FUNCTION:
      *   1  employee maintenance (ASSIGNMENT-1)
      *   2  compensation - RAISE, and any pay change on a CHANGE
      *   3  department and pay-grade master maintenance
      *   4  PURGE-TERMINATED
      *   5  EMPLOYEE-RESTORE
      *   6  cancelling a queued pending transaction
      *   7  operator master maintenance (OPERATOR-MAINT)
      * COPY this into WORKING-STORAGE wherever the master is read
      * or written so the line format only lives in one place
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID        PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  OP-OPERATOR-NAME      PIC X(30).
           05  FILLER                PIC X VALUE SPACE.
           05  OP-ACTIVE-FLAG        PIC A.
               88  OP-ACTIVE         VALUE 'Y'.
           05  FILLER                PIC X VALUE SPACE.
           05  OP-PERMISSIONS.
               10  OP-PERMISSION     PIC A OCCURS 7 TIMES.

      * The function being asked for - zero for a plain sign-on,
      * where only an active operator is needed, otherwise the
      * permission byte above that guards it
       01  OPERATOR-FUNCTION         PIC 9.
           88  FUNCTION-SIGN-ON      VALUE 0.

      * Function names for refusal messages and the security log,
      * in permission-byte order
       01  OPERATOR-FUNCTION-NAMES.
           05  FILLER                PIC X(12) VALUE "EMPLOYEE".
           05  FILLER                PIC X(12) VALUE "COMPENSATION".
           05  FILLER                PIC X(12) VALUE "DEPT/GRADE".
           05  FILLER                PIC X(12) VALUE "PURGE".
           05  FILLER                PIC X(12) VALUE "RESTORE".
           05  FILLER                PIC X(12) VALUE "PEND-CANCEL".
           05  FILLER                PIC X(12) VALUE "OPERATORS".
       01  OPERATOR-FUNCTION-TABLE REDEFINES OPERATOR-FUNCTION-NAMES.
           05  OPERATOR-FUNCTION-NAME PIC X(12) OCCURS 7 TIMES.
