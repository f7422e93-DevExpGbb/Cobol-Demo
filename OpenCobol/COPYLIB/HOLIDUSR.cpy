      ******************************************************************
      * HOLIDUSR - HOLIDAY-MASTER maintenance authorization card.     *
      * One card per user per calendar, owned by security and audit:  *
      * who may key (make) and who may approve (check) changes to     *
      * which calendar.  A user with no card for a calendar can do    *
      * neither.  Calendar '****' grants the role on every calendar.  *
      ******************************************************************
       01 MAINT-AUTH-RECORD.
           05 AU-USER-ID               PIC X(08).
           05 AU-CALENDAR-ID           PIC X(04).
               88 AU-ALL-CALENDARS               VALUE '****'.
      * M = maker only, C = checker only, B = both (still never on
      * the same change).
           05 AU-ROLE                  PIC X(01).
               88 AU-MAY-MAKE                    VALUES 'M' 'B'.
               88 AU-MAY-CHECK                   VALUES 'C' 'B'.
