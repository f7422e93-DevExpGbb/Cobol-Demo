      ******************************************************************
      * HOLIDPUB - Authority-published holiday entry.                 *
      * One line per public holiday as a government gazette or state  *
      * proclamation declared it: the date the day off falls on, the  *
      * name it was declared under and the jurisdiction that declared *
      * it (any code the publisher uses - HOLIDJUR maps each one onto *
      * our calendar ids).  Read by HOLIDAUT to reconcile what our    *
      * rules calculated against what was actually declared.          *
      ******************************************************************
       01 PUBLISHED-HOLIDAY-RECORD.
           05 PB-HOLIDAY-DATE          PIC 9(08).
           05 PB-HOLIDAY-NAME          PIC X(40).
           05 PB-JURISDICTION          PIC X(08).
