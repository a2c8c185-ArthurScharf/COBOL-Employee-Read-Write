      * SALARY against that grade's band at entry time; a record
      * with a space grade and zero salary predates the fields
      * (converted before compensation moved off the spreadsheet)
      * and is left ungraded until maintenance touches it.
      * SUPERVISOR-ID is the EMPLOYEE-ID this employee reports to,
      * validated at entry time (on file, active, not the employee
      * and not a loop back down the chain); zero means nobody - the
      * top of the org chart, or a record converted before the field
      * existed and not yet placed.
      * TERMINATION-REASON is why a 'T' employee left, required
      * whenever the status goes to 'T' and cleared when it goes
      * back; spaces on a leaver means the termination predates the
      * field and was never coded
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-ID         PIC 9(6).
           05  DEPARTMENT-CODE     PIC 999.
           05  STATUS-DATE         PIC 9(8).
           05  PAY-GRADE           PIC XX.
           05  SALARY              PIC 9(7)V99.
           05  SUPERVISOR-ID       PIC 9(6).
           05  TERMINATION-REASON  PIC XX.
               88  TERM-RESIGNATION     VALUE 'RS'.
               88  TERM-RETIREMENT      VALUE 'RT'.
               88  TERM-DISMISSAL       VALUE 'DS'.
               88  TERM-END-OF-CONTRACT VALUE 'EC'.
               88  TERM-DECEASED        VALUE 'DC'.
               88  TERM-OTHER           VALUE 'OT'.
               88  TERM-REASON-VALID    VALUE 'RS' 'RT' 'DS' 'EC'
                                              'DC' 'OT'.
