      ******************************************************************
      * Shared 01 SERVICE-PERIOD-RECORD layout - one line appended to
      * the service-period file per completed employment period when a
      * REHIRE brings a terminated employee back, or an ADD re-keys an
      * archived employee under the old ID: the period runs from the
      * hire date the record carried to the termination's status
      * date. Tenure derivation sums these completed periods on top of
      * the current one, so a rehire neither loses earned service (the
      * old fresh-ADD workaround) nor over-credits the gap (the old
      * STATUS-back-to-active workaround). COPY this into
      * WORKING-STORAGE wherever the file is written or loaded so the
      * line format only lives in one place.
      * The department and termination reason the period ended with
      * are carried too, so turnover can still be counted for a
      * leaver who has since been rehired; lines written before
      * those fields existed read them as spaces
       01  SERVICE-PERIOD-RECORD.
           05  SVC-EMPLOYEE-ID       PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  SVC-HIRE-DATE         PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SVC-TERM-DATE         PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SVC-DEPARTMENT-CODE   PIC X(3).
           05  FILLER                PIC X VALUE SPACE.
           05  SVC-TERMINATION-REASON PIC XX.
