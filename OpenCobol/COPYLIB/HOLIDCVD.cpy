      ******************************************************************
      * HOLIDCVD - Holiday coverage duty record, written by HOLIDROS: *
      * one per employee rostered to cover an observed holiday.       *
      * HOLIDPRM reads the file back to tell scheduled holiday work   *
      * from unscheduled, and to list rostered staff who did not      *
      * clock in.                                                     *
      ******************************************************************
       01 COVERAGE-DUTY-RECORD.
           05 CD-EMPLOYEE-ID           PIC X(08).
           05 CD-CALENDAR-ID           PIC X(04).
           05 CD-DUTY-DATE             PIC 9(08).
           05 CD-TEAM-ID               PIC X(06).
           05 CD-HOLIDAY-CODE          PIC 9(02).
           05 CD-HOLIDAY-NAME          PIC X(25).
           05 CD-HOLIDAY-CLASS         PIC X(01).
           05 FILLER                   PIC X(06).
