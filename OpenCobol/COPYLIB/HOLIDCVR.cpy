      ******************************************************************
      * HOLIDCVR - Holiday coverage requirement card for the HOLIDROS *
      * duty roster.  One card per calendar and on-call team (data    *
      * center, security, plant utilities ...): how many of the       *
      * team must be on duty on each observed holiday of the year, by *
      * holiday class.  A zero headcount means the team needs no      *
      * cover on that class of day.                                   *
      ******************************************************************
       01 COVERAGE-REQ-RECORD.
           05 CR-CALENDAR-ID           PIC X(04).
           05 CR-TEAM-ID               PIC X(06).
      * Staff needed on a full closure (class C), a half-day closure
      * (class H) and an observance (class O, normally zero).
           05 CR-CLOSURE-HEADCOUNT     PIC 9(02).
           05 CR-HALF-DAY-HEADCOUNT    PIC 9(02).
           05 CR-OBSERVANCE-HEADCOUNT  PIC 9(02).
           05 CR-DESCRIPTION           PIC X(24).
