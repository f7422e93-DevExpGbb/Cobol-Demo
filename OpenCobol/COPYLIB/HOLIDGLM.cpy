      ******************************************************************
      * HOLIDGLM - Holiday-pay GL account-mapping card, owned by      *
      * accounting.  Maps a calendar and cost center to the holiday-  *
      * pay expense account debited and the accrued-payroll account   *
      * credited.  HOLIDGLI takes the most specific card: calendar    *
      * and cost center, then calendar with cost center '******',     *
      * then '****' with the cost center, then '****' '******'.       *
      ******************************************************************
       01 GL-ACCOUNT-MAP-RECORD.
           05 GM-CALENDAR-ID           PIC X(04).
               88 GM-ALL-CALENDARS               VALUE '****'.
           05 GM-COST-CENTER           PIC X(06).
               88 GM-ALL-COST-CENTERS            VALUE '******'.
           05 GM-EXPENSE-ACCOUNT       PIC X(10).
           05 GM-ACCRUAL-ACCOUNT       PIC X(10).
           05 GM-DESCRIPTION           PIC X(20).
