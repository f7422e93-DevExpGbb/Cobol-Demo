      ******************************************************************
      * HOLIDJCS - Joint calendar set definition card.                *
      * Names a set of calendars that must all be open for a day to   *
      * count: a treasury settlement between USHQ and INTL can only   *
      * land on a day that is a business day at both ends.  The set  *
      * id is used wherever a calendar id is (HOLIDDUE request cards, *
      * through the BUSJNT joint business-day subprogram) and must    *
      * not be a calendar id on HOLIDAY-MASTER itself.                *
      ******************************************************************
       01 CALENDAR-SET-RECORD.
           05 JS-SET-ID                PIC X(04).
           05 JS-SET-NAME              PIC X(30).
      * Number of member calendars that follow, 1-6.
           05 JS-MEMBER-COUNT          PIC 9(01).
           05 JS-MEMBER-ID             PIC X(04) OCCURS 6 TIMES.
