      ******************************************************************
      * HOLIDSRL - Job-scheduler calendar rule card for HOLIDSCX.     *
      * One card per scheduler calendar operations loads: its name in *
      * the scheduler, the holiday calendar (or joint calendar set)   *
      * it is derived from, and the rule that picks its run days:     *
      *   R  every business day            (run-day list)             *
      *   N  every non-business day        (non-run-day list)         *
      *   M  business day n of each month  (+1 first, -1 last)        *
      *   W  every business day falling on weekday w (5 = Friday)     *
      ******************************************************************
       01 SCHED-RULE-CARD.
           05 SR-SCHED-CALENDAR        PIC X(08).
           05 SR-CALENDAR-ID           PIC X(04).
           05 SR-RULE-TYPE             PIC X(01).
               88 SR-RUN-DAYS                    VALUE 'R'.
               88 SR-NON-RUN-DAYS                VALUE 'N'.
               88 SR-MONTH-BUSINESS-DAY          VALUE 'M'.
               88 SR-WEEKDAY-BUSINESS-DAY        VALUE 'W'.
               88 SR-VALID-RULE-TYPE             VALUES 'R' 'N'
                                                        'M' 'W'.
      * Rule M only: signed business day of the month.
           05 SR-BD-OFFSET             PIC S9(02) SIGN IS LEADING
                                       SEPARATE CHARACTER.
      * Rule W only: weekday, 1 = Monday ... 7 = Sunday.
           05 SR-WEEKDAY               PIC 9(01).
           05 SR-DESCRIPTION           PIC X(30).
