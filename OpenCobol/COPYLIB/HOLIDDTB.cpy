      ******************************************************************
      * HOLIDDTB - Holiday date table record                          *
      * One card per calendar / holiday code / year for holidays no   *
      * arithmetic rule can produce (lunar and religious holidays     *
      * such as Lunar New Year, Diwali or Eid, and government-        *
      * proclaimed one-off dates).  A master record with rule type    *
      * 'T' takes its month/day for a year from the card keyed on its *
      * own calendar id, holiday code and that year; a year with no   *
      * card cannot be resolved and the calculator rejects it (R007). *
      * The deck is kept in key order and maintained ahead of time -  *
      * HOLIDDTC reports every table-driven holiday not yet loaded    *
      * at least three years forward.                                 *
      ******************************************************************
       01 HOLIDAY-DATE-TABLE-RECORD.
           05 DT-KEY.
               10 DT-CALENDAR-ID       PIC X(04).
               10 DT-HOLIDAY-CODE      PIC 9(02).
               10 DT-YEAR              PIC 9(04).
           05 DT-HOLIDAY-MONTH         PIC 99.
           05 DT-HOLIDAY-DAY           PIC 99.
      * Free-text source of the date (proclamation, almanac edition)
      * so the loaded date can be traced back to where it came from.
           05 DT-SOURCE-NOTE           PIC X(20).
