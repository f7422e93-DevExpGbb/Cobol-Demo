      * holiday change can be demonstrated after the fact.  The       *
      * before image is spaces for an ADD and the after image is      *
      * spaces for a DELETE.                                          *
      * Since maker-checker, HH-USER-ID is the maker who keyed the    *
      * change and HH-APPROVER-ID the different user who approved it, *
      * with the pending-queue change number; both are spaces on      *
      * entries written before the queue existed.                     *
      * A HOLIDRBK rollback writes no history itself: its             *
      * compensating cards are queued and approved through HOLIDMNT   *
      * like any change, so HH-USER-ID is the requester and           *
      * HH-APPROVER-ID the different user who approved the reversal.  *
      ******************************************************************
       01 HOLIDAY-HISTORY-RECORD.
           05 HH-CHANGE-DATE           PIC 9(08).
               10 HH-EFF-YEAR-FROM     PIC 9(04).
           05 HH-BEFORE-IMAGE          PIC X(71).
           05 HH-AFTER-IMAGE           PIC X(71).
           05 HH-APPROVER-ID           PIC X(08).
           05 HH-CHANGE-ID             PIC 9(08).
