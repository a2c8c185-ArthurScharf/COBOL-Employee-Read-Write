      ******************************************************************
      * Shared 01 SECURITY-RECORD layout - one line appended to the
      * security log every time an interactive program turns an
      * operator away: at sign-on, or before a restricted
      * transaction. Carries when, which program, the ID that was
      * keyed, the function asked for (SIGN-ON for a sign-on) and
      * why it was refused. OPS-REPORT summarizes it for the
      * morning shift. COPY this into WORKING-STORAGE wherever the
      * log is written or read so the line format only lives in one
      * place
       01  SECURITY-RECORD.
           05  SEC-DATE              PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SEC-TIME              PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SEC-JOB-NAME          PIC X(16).
           05  FILLER                PIC X VALUE SPACE.
           05  SEC-OPERATOR-ID       PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SEC-FUNCTION          PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  SEC-REASON            PIC X(8).
               88  SEC-UNKNOWN-OPERATOR  VALUE "UNKNOWN".
               88  SEC-INACTIVE-OPERATOR VALUE "INACTIVE".
               88  SEC-NOT-PERMITTED     VALUE "DENIED".
