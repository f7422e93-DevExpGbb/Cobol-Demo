      ******************************************************************
      * EMPSTAT - Employee status record for the HOLELIG eligibility  *
      * subprogram.                                                    *
      * The keyed employee master (PROD.HOLIDAY.EMPMAST) carries this *
      * layout and HOLEMNT maintains it from add/change/terminate/    *
      * transfer cards; the sequential EMPSTAT extract every batch    *
      * step reads is unloaded from it by the same run.  A short      *
      * (15-byte) card from an older deck reads with the dated fields *
      * as spaces, and HOLELIG then falls back to ES-TENURE-YEARS and *
      * ES-CALENDAR-ID as they stand.                                 *
      ******************************************************************
       01 EMPLOYEE-STATUS-RECORD.
           05 ES-EMPLOYEE-ID           PIC X(08).
           05 ES-EMPLOYMENT-STATUS     PIC X(01).
               88 ES-FULL-TIME                   VALUE 'F'.
               88 ES-PART-TIME                   VALUE 'P'.
      * Completed years of service as of the extract's run date,
      * refreshed by HOLEMNT from ES-HIRE-DATE on every unload.
           05 ES-TENURE-YEARS          PIC 9(02).
      * Calendar the employee is on today (after the latest transfer).
           05 ES-CALENDAR-ID           PIC X(04).
           05 ES-HIRE-DATE             PIC 9(08).
      * Last day worked; zero while the employee is still active.
           05 ES-TERM-DATE             PIC 9(08).
               88 ES-NOT-TERMINATED              VALUE ZERO.
      * Site transfers, oldest first: from each effective date the
      * employee is on the next entry's from-calendar (or, after the
      * last one, ES-CALENDAR-ID); before it, on this entry's.
           05 ES-TRANSFER-COUNT        PIC 9(01).
           05 ES-TRANSFER OCCURS 4 TIMES.
               10 ES-XFER-EFF-DATE     PIC 9(08).
               10 ES-XFER-FROM-CAL     PIC X(04).
