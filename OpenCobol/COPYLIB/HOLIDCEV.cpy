      ******************************************************************
      * HOLIDCEV - Dated closure event record.                        *
      * HOLIDAY-MASTER holds recurring rules only; a plant's year-end *
      * shutdown week or a snow day declared at 6am is a one-off      *
      * closure of one calendar over a date range, and it lives here  *
      * instead.  Operations appends a card to the closure-event file *
      * (HOLIDCLS job) and every BUSDAY caller, HOLIDVAC, HOLIDWKD    *
      * and HOLIDPRM see it on their next run - no master change, no  *
      * calendar rerun.  Lookups go through the HOLIDCEQ subprogram.  *
      * CE-START-DATE/CE-END-DATE are inclusive.  The file is only    *
      * ever appended to, and the last card for a calendar and start  *
      * date is the one in force: an event is amended by appending a  *
      * new card on the same key, and called off by appending one     *
      * with CE-ACTIVE-FLAG 'N', so the history of what was declared  *
      * stays on the file.                                            *
      ******************************************************************
       01 CLOSURE-EVENT-RECORD.
           05 CE-KEY.
               10 CE-CALENDAR-ID       PIC X(04).
               10 CE-START-DATE        PIC 9(08).
           05 CE-END-DATE              PIC 9(08).
      * P = paid closure (the site is closed, everyone is paid - a
      *     declared weather or outage closure);
      * U = unpaid shutdown (the plant is down and nobody is paid);
      * F = forced PTO (the site is closed and the day is charged to
      *     the employee's vacation - HOLIDVAC charges it).
           05 CE-EVENT-TYPE            PIC X(01).
               88 CE-PAID-CLOSURE               VALUE 'P'.
               88 CE-UNPAID-SHUTDOWN            VALUE 'U'.
               88 CE-FORCED-PTO                 VALUE 'F'.
               88 CE-VALID-TYPE                 VALUE 'P' 'U' 'F'.
           05 CE-ACTIVE-FLAG           PIC X(01).
               88 CE-ACTIVE                     VALUE 'Y'.
               88 CE-CANCELLED                  VALUE 'N'.
           05 CE-DESCRIPTION           PIC X(25).
      * Who declared it (site manager / operations user id).
           05 CE-DECLARED-BY           PIC X(08).
           05 FILLER                   PIC X(05).
