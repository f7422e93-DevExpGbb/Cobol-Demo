      ******************************************************************
      * HOLEMTX - Maintenance transaction card for HOLEMNT            *
      * One card per employee-master change, the way HOLIDMTX cards   *
      * maintain HOLIDAY-MASTER.  Every action addresses one employee *
      * id; the meaning of the effective date depends on the action:  *
      *   A  add:       hire date (status and calendar required)      *
      *   C  change:    corrected hire date, or zero/blank to leave   *
      *                 it; a non-blank status replaces the status    *
      *   T  terminate: termination date (last day worked)            *
      *   X  transfer:  date the employee starts on the new calendar  *
      * The calendar is changed only by a dated X card, never by a C  *
      * card, so every holiday before a move stays on the old site.   *
      ******************************************************************
       01 EMPLOYEE-MAINT-RECORD.
           05 EX-ACTION                PIC X(01).
               88 EX-ADD                         VALUE 'A'.
               88 EX-CHANGE                      VALUE 'C'.
               88 EX-TERMINATE                   VALUE 'T'.
               88 EX-TRANSFER                    VALUE 'X'.
               88 EX-VALID-ACTION                VALUES 'A' 'C'
                                                        'T' 'X'.
           05 EX-EMPLOYEE-ID           PIC X(08).
           05 EX-EMPLOYMENT-STATUS     PIC X(01).
               88 EX-VALID-STATUS                VALUES 'F' 'P'.
           05 EX-CALENDAR-ID           PIC X(04).
           05 EX-EFFECTIVE-DATE        PIC 9(08).
           05 EX-EFFECTIVE-DATE-X REDEFINES EX-EFFECTIVE-DATE.
               10 EX-EFF-YEAR          PIC 9(04).
               10 EX-EFF-MONTH         PIC 9(02).
               10 EX-EFF-DAY           PIC 9(02).
           05 EX-USER-ID               PIC X(08).
