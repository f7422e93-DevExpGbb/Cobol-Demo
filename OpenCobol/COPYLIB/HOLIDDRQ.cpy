      ******************************************************************
       01 DUE-REQUEST-RECORD.
           05 DR-REFERENCE             PIC X(10).
      * A calendar id, or a joint calendar set id (HOLIDJCS) when the
      * date must be open on every member calendar.
           05 DR-CALENDAR-ID           PIC X(04).
           05 DR-START-DATE            PIC 9(08).
           05 DR-DAY-COUNT             PIC S9(03) SIGN IS LEADING
