      ******************************************************************
      * HOLIDRBC - Recovery control card for HOLIDRBK.  One card per  *
      * run, naming what to recover from the HOLIDHST change history: *
      *   R  rebuild HOLIDAY-MASTER as it stood at the as-of date and *
      *      time, as a seed deck for review (the master itself is    *
      *      not touched);                                            *
      *   U  roll back every change keyed by RC-SELECT-USER-ID inside *
      *      the from/to date and time window, by writing             *
      *      compensating HOLIDMTX cards under RC-REQUESTER-ID for    *
      *      HOLIDMNT to queue and a different user to approve.       *
      * Times are HHMMSScc as HOLIDMNT stamps them; a blank from time *
      * means start of day and a blank as-of or to time end of day.   *
      ******************************************************************
       01 RECOVERY-CONTROL-RECORD.
           05 RC-FUNCTION              PIC X(01).
               88 RC-REBUILD                     VALUE 'R'.
               88 RC-ROLLBACK                    VALUE 'U'.
               88 RC-VALID-FUNCTION              VALUES 'R' 'U'.
      * As-of point (R) or start of the rollback window (U).
           05 RC-FROM-DATE             PIC X(08).
           05 RC-FROM-TIME             PIC X(08).
      * End of the rollback window (U only).
           05 RC-TO-DATE               PIC X(08).
           05 RC-TO-TIME               PIC X(08).
      * Maker whose changes are rolled back (U only).
           05 RC-SELECT-USER-ID        PIC X(08).
      * Person requesting the rollback (U only) - the HX-USER-ID,
      * and so the maker, of every compensating card written.
           05 RC-REQUESTER-ID          PIC X(08).
