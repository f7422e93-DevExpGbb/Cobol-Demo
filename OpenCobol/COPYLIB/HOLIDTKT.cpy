      ******************************************************************
      * HOLIDTKT - Service-desk ticket extract record for HOLIDSLA.   *
      * One record per ticket from the desk's nightly extract.        *
      * Timestamps are YYYYMMDDHHMM local to the ticket's calendar;   *
      * a zero responded/resolved timestamp means the ticket has not  *
      * reached that point yet, and its clock runs to the extract's   *
      * run time.                                                     *
      ******************************************************************
       01 TICKET-EXTRACT-RECORD.
           05 TK-TICKET-ID             PIC X(10).
           05 TK-CALENDAR-ID           PIC X(04).
      * 1 = critical ... 4 = low.
           05 TK-PRIORITY              PIC 9(01).
           05 TK-OPENED-TS             PIC 9(12).
           05 TK-RESPONDED-TS          PIC 9(12).
           05 TK-RESOLVED-TS           PIC 9(12).
