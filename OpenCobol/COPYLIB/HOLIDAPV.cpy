      ******************************************************************
      * HOLIDAPV - Approval card for a queued HOLIDAY-MASTER change.  *
      * Keyed by the checker: the change number HOLIDMNT issued when  *
      * the maintenance card was queued, approve or reject, and the   *
      * checker's own user id - which must differ from the maker's    *
      * and be authorized to check the change's calendar (HOLIDUSR).  *
      * Submitted in the checker's own HOLIDAPR job; a change is      *
      * never approved in the run that queued it.                     *
      ******************************************************************
       01 APPROVAL-CARD-RECORD.
           05 AV-CHANGE-ID             PIC 9(08).
           05 AV-DECISION              PIC X(01).
               88 AV-APPROVE                     VALUE 'A'.
               88 AV-REJECT                      VALUE 'R'.
               88 AV-VALID-DECISION              VALUES 'A' 'R'.
           05 AV-USER-ID               PIC X(08).
      * Reason for a rejection (optional on an approval).
           05 AV-NOTE                  PIC X(30).
