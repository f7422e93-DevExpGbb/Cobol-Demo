      ******************************************************************
      * HOLIDTKE - Ticket elapsed business-hours record.              *
      * Written by HOLIDSLA for every ticket on the extract: the      *
      * business hours (BUSHRS) from opened to responded and from     *
      * opened to resolved, and whether each broke the priority's     *
      * target.  A clock still running (no responded or resolved     *
      * timestamp yet) is measured to the run time and marked 'O'.    *
      ******************************************************************
       01 TICKET-ELAPSED-RECORD.
           05 TE-TICKET-ID             PIC X(10).
           05 TE-CALENDAR-ID           PIC X(04).
           05 TE-PRIORITY              PIC 9(01).
           05 TE-RESPONSE-HOURS        PIC 9(05)V99.
      * C = clock stopped by the timestamp, O = still open.
           05 TE-RESPONSE-STATE        PIC X(01).
           05 TE-RESPONSE-BREACH       PIC X(01).
               88 TE-RESPONSE-BREACHED           VALUE 'Y'.
           05 TE-RESOLVE-HOURS         PIC 9(05)V99.
           05 TE-RESOLVE-STATE         PIC X(01).
           05 TE-RESOLVE-BREACH        PIC X(01).
               88 TE-RESOLVE-BREACHED            VALUE 'Y'.
      * BUSHRS status: 00 measured, otherwise why the ticket could
      * not be timed (hours are then zero and no breach is set);
      * 05 is HOLIDSLA's own, a priority outside 1-4.
           05 TE-STATUS                PIC X(02).
