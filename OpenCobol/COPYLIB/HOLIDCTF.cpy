      ******************************************************************
      * HOLIDCTF - Month-end close feed record written by HOLIDMEC    *
      * for the finance workflow tool: one record per task per        *
      * closing month, carrying the resolved due date.                *
      * CF-SHIFT-FLAG is 'Y' when an observed holiday or a closure    *
      * event on the task's calendar pushed the due date; a          *
      * CF-COLLAPSE-FLAG of 'Y' means another task of the same close  *
      * landed on the same day because of such a shift.  A task whose *
      * date could not be resolved is not written.                    *
      ******************************************************************
       01 CLOSE-FEED-RECORD.
      * Closing month YYYYMM (the month being closed, not the month
      * a WD+ task falls in).
           05 CF-CLOSE-PERIOD          PIC 9(06).
           05 CF-TASK-ID               PIC X(08).
           05 CF-CALENDAR-ID           PIC X(04).
           05 CF-WORKDAY-OFFSET        PIC S9(03) SIGN IS LEADING
                                       SEPARATE CHARACTER.
           05 CF-DUE-DATE              PIC 9(08).
           05 CF-OWNER                 PIC X(12).
           05 CF-DESCRIPTION           PIC X(30).
           05 CF-SHIFT-FLAG            PIC X(01).
               88 CF-HOLIDAY-SHIFTED             VALUE 'Y'.
           05 CF-COLLAPSE-FLAG         PIC X(01).
               88 CF-COLLAPSED                   VALUE 'Y'.
