      ******************************************************************
      * HOLIDBHP - Business-hours profile record, one per calendar.   *
      * The hours a site's service desk is staffed on each weekday,   *
      * read by the BUSHRS business-hours clock.  A day counts only   *
      * when BUSDAY calls it a business day AND the profile gives it  *
      * hours, so weekends, observed holidays and closure events stop *
      * the clock whatever the profile says.  Times are 24-hour HHMM; *
      * an opening time equal to the closing time (0000/0000) means   *
      * the desk is not staffed that weekday.  A half-day closure     *
      * ('H' class) closes early by its HM-CLOSURE-HOURS.             *
      ******************************************************************
       01 BUSINESS-HOURS-RECORD.
           05 BP-CALENDAR-ID           PIC X(04).
      * One entry per weekday, 1=Monday ... 7=Sunday.
           05 BP-DAY-HOURS OCCURS 7 TIMES.
               10 BP-OPEN-TIME         PIC 9(04).
               10 BP-CLOSE-TIME        PIC 9(04).
