      * employee's calendar - weekends and observed closures inside   *
      * the span are excluded, and VA-HOLIDAYS-EXCLUDED says how      *
      * many closure dates the span contained so HR can see why the   *
      * charge is lower than the span.  Days closed by a forced-PTO   *
      * closure event are charged to vacation like any business day   *
      * and counted again in VA-FORCED-PTO-DAYS; paid closures and    *
      * unpaid shutdowns are counted in VA-HOLIDAYS-EXCLUDED.         *
      ******************************************************************
       01 VACATION-ACCEPT-RECORD.
           05 VA-EMPLOYEE-ID           PIC X(08).
           05 VA-SPAN-DAYS             PIC 9(03).
           05 VA-DAYS-CHARGED          PIC 9(03).
           05 VA-HOLIDAYS-EXCLUDED     PIC 9(02).
           05 VA-FORCED-PTO-DAYS       PIC 9(02).
