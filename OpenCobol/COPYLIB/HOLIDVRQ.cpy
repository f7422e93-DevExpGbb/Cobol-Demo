      * One card per faxed request as the site keys it in: who, and   *
      * the inclusive calendar span asked for.  The days actually     *
      * charged are computed by HOLIDVAC against the employee's own   *
      * calendar, not keyed here.  Column 25 is the request type:     *
      * blank or V a vacation span, F a floating holiday (a single    *
      * day, from-date = to-date, posted against the employee's       *
      * floating-holiday balance).                                    *
      ******************************************************************
       01 VACATION-REQUEST-RECORD.
           05 VR-EMPLOYEE-ID           PIC X(08).
           05 VR-FROM-DATE             PIC 9(08).
           05 VR-TO-DATE               PIC 9(08).
           05 VR-REQUEST-TYPE          PIC X(01).
               88 VR-VACATION                    VALUE ' ' 'V'.
               88 VR-FLOATING-HOLIDAY            VALUE 'F'.
