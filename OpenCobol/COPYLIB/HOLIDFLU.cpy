      ******************************************************************
      * HOLIDFLU - Floating-holiday usage record.                     *
      * Written by HOLIDVAC for every floater request it accepts and  *
      * posts to the balance file (HOLIDFLB): who took which day, on  *
      * which calendar, against which year's balance.  HOLIDREG       *
      * prices these alongside the closure entitlements, so payroll   *
      * pays a floater the same way it pays a closure.                *
      ******************************************************************
       01 FLOAT-USAGE-RECORD.
           05 FU-EMPLOYEE-ID           PIC X(08).
           05 FU-CALENDAR-ID           PIC X(04).
           05 FU-YEAR                  PIC 9(04).
           05 FU-FLOATER-DATE          PIC 9(08).
           05 FU-POSTED-DATE           PIC 9(08).
