      ******************************************************************
      * Shared 01 AWARD-LEDGER-RECORD layout - one line per employee
      * per service-award tier on the award ledger, maintained by
      * AWARD-MAINT as the pin and certificate are ordered and then
      * handed over, and read by the roster, the forecast and the
      * awards-owed report to tell presented from ordered from still
      * outstanding. Keyed by the employee ID, which a REHIRE keeps,
      * so a tier presented in an earlier employment period stays
      * presented and is never awarded a second time. The earned
      * date is the day bridged service reached the tier; a zero
      * ordered or presented date means that step hasn't happened.
      * The operator is whoever recorded the latest step.
      * COPY this into WORKING-STORAGE wherever the ledger is
      * written or loaded so the line format only lives in one place
       01  AWARD-LEDGER-RECORD.
           05  AWL-EMPLOYEE-ID       PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  AWL-TIER-YEARS        PIC 99.
           05  FILLER                PIC X VALUE SPACE.
           05  AWL-DATE-EARNED       PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  AWL-DATE-ORDERED      PIC 9(8).
               88  AWL-NOT-ORDERED   VALUE ZERO.
           05  FILLER                PIC X VALUE SPACE.
           05  AWL-DATE-PRESENTED    PIC 9(8).
               88  AWL-NOT-PRESENTED VALUE ZERO.
           05  FILLER                PIC X VALUE SPACE.
           05  AWL-OPERATOR-ID       PIC X(8).
