      ******************************************************************
      * HOLIDPND - Pending-change queue record for HOLIDAY-MASTER.    *
      * HOLIDMNT no longer applies a maintenance card when it is      *
      * keyed: the card is queued here under a change number with     *
      * the maker's user id, and waits for a second, different        *
      * authorized user to approve or reject it by approval card      *
      * (HOLIDAPV).  Only an approved change reaches the master and   *
      * HOLIDHST.  Decided changes stay on the queue with their       *
      * outcome, so the queue is also the record of every decision.   *
      * Keyed on PQ-CHANGE-ID; change id zero is the control record  *
      * holding the last change number issued.                        *
      ******************************************************************
       01 PENDING-CHANGE-RECORD.
           05 PQ-CHANGE-ID             PIC 9(08).
      * P = pending, A = approved and applied, R = rejected by the
      * checker, F = approved but could not be applied (the master
      * had moved on - duplicate key on an add, key gone on a change).
           05 PQ-STATUS                PIC X(01).
               88 PQ-PENDING                     VALUE 'P'.
               88 PQ-APPLIED                     VALUE 'A'.
               88 PQ-REJECTED                    VALUE 'R'.
               88 PQ-APPLY-FAILED                VALUE 'F'.
           05 PQ-SUBMIT-DATE           PIC 9(08).
           05 PQ-SUBMIT-TIME           PIC 9(08).
           05 PQ-MAKER-ID              PIC X(08).
           05 PQ-CHECKER-ID            PIC X(08).
           05 PQ-DECISION-DATE         PIC 9(08).
           05 PQ-DECISION-TIME         PIC 9(08).
           05 PQ-DECISION-NOTE         PIC X(30).
      * The maintenance card as keyed (HOLIDMTX layout).
           05 PQ-MAINT-CARD            PIC X(77).
       01 PENDING-CONTROL-RECORD REDEFINES PENDING-CHANGE-RECORD.
           05 PC-CONTROL-KEY           PIC 9(08).
           05 PC-LAST-CHANGE-ID        PIC 9(08).
           05 FILLER                   PIC X(148).
