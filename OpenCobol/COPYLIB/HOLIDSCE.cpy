      ******************************************************************
      * HOLIDSCE - Job-scheduler calendar-definition import record,   *
      * written by HOLIDSCX.  One record per scheduler calendar and   *
      * year: a 31-position day string per month, 'Y' = the job runs  *
      * that day, 'N' = it does not, space = no such day in the      *
      * month (Feb 29-31, Apr 31, ...).  Operations loads the file    *
      * into the scheduler as is; the previous generation is what    *
      * HOLIDSCX compares the new export against.                     *
      ******************************************************************
       01 SCHED-CALENDAR-RECORD.
           05 SE-SCHED-CALENDAR        PIC X(08).
           05 SE-CALENDAR-ID           PIC X(04).
           05 SE-YEAR                  PIC 9(04).
           05 SE-RULE-TYPE             PIC X(01).
           05 SE-BD-OFFSET             PIC S9(02) SIGN IS LEADING
                                       SEPARATE CHARACTER.
           05 SE-WEEKDAY               PIC 9(01).
           05 SE-RUN-DAY-COUNT         PIC 9(03).
           05 SE-DESCRIPTION           PIC X(30).
           05 SE-MONTH OCCURS 12 TIMES.
               10 SE-RUN-FLAG          PIC X(01) OCCURS 31 TIMES.
