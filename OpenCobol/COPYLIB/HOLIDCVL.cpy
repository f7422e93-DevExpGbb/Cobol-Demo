      ******************************************************************
      * HOLIDCVL - Holiday coverage fairness-ledger record: one day   *
      * an employee actually worked an observed closure.  HOLIDPRM    *
      * writes one per worked-on-holiday finding; HOLIDROS merges     *
      * them into the cumulative ledger (one record per employee and  *
      * date, so a finding fed twice counts once) and rosters the     *
      * people with the fewest covered holidays first.                *
      ******************************************************************
       01 COVERAGE-LEDGER-RECORD.
           05 CL-EMPLOYEE-ID           PIC X(08).
           05 CL-CALENDAR-ID           PIC X(04).
           05 CL-WORK-DATE             PIC 9(08).
           05 CL-HOURS                 PIC 9(02)V9.
           05 CL-HOLIDAY-NAME          PIC X(25).
      * Y = the day was on the duty roster, N = unscheduled.
           05 CL-SCHEDULED-FLAG        PIC X(01).
               88 CL-SCHEDULED                   VALUE 'Y'.
           05 FILLER                   PIC X(01).
