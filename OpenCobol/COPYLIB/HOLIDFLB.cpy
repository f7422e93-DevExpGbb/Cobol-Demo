      ******************************************************************
      * HOLIDFLB - Floating-holiday balance record.                   *
      * One record per employee and year on the keyed balance file    *
      * (PROD.HOLIDAY.FLOATBAL), replacing the sites' spreadsheets:   *
      *   - HOLIDFLG grants the year's floaters at year start from    *
      *     EMPSTAT status and tenure (the HOLELIG decision) and      *
      *     sets FB-GRANTED / FB-GRANT-REASON;                        *
      *   - HOLIDVAC posts each accepted floater request: FB-USED is  *
      *     counted up and the day kept in FB-USED-DATE;              *
      *   - HOLIDFYE closes the year: what is left is carried out or  *
      *     forfeited, and the carryover lands in FB-CARRIED-IN of    *
      *     the following year's record (created if need be).         *
      * Available = FB-GRANTED + FB-CARRIED-IN - FB-USED.  Policy     *
      * grants at most two and carries at most one, so four used-    *
      * date slots always cover a year.                               *
      ******************************************************************
       01 FLOAT-BALANCE-RECORD.
           05 FB-KEY.
               10 FB-EMPLOYEE-ID       PIC X(08).
               10 FB-YEAR              PIC 9(04).
           05 FB-CALENDAR-ID           PIC X(04).
           05 FB-GRANTED               PIC 9(02).
           05 FB-CARRIED-IN            PIC 9(02).
           05 FB-USED                  PIC 9(02).
           05 FB-USED-DATES.
               10 FB-USED-DATE         PIC 9(08) OCCURS 4 TIMES.
      * HE-REASON from the grant's HOLELIG decision.
           05 FB-GRANT-REASON          PIC X(30).
           05 FB-YEAR-END-FLAG         PIC X(01).
               88 FB-YEAR-CLOSED                 VALUE 'Y'.
           05 FB-CARRIED-OUT           PIC 9(02).
           05 FB-FORFEITED             PIC 9(02).
           05 FILLER                   PIC X(11).
