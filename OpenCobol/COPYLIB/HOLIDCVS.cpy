      ******************************************************************
      * HOLIDCVS - Holiday coverage staff card for the HOLIDROS duty  *
      * roster: one card per employee eligible to cover for a team.   *
      * An employee may be on more than one team's list but is never  *
      * rostered twice on the same day.                               *
      ******************************************************************
       01 COVERAGE-STAFF-RECORD.
           05 CS-TEAM-ID               PIC X(06).
           05 CS-EMPLOYEE-ID           PIC X(08).
           05 CS-EMPLOYEE-NAME         PIC X(26).
