      ******************************************************************
      * HOLIDCTD - Month-end close task definition card for HOLIDMEC. *
      * One card per close task finance runs every month: which       *
      * site calendar the task is worked on, its workday offset from  *
      * month end, who owns it and what it is.  Offsets follow the    *
      * close team's WD convention: WD-1 is the last working day of   *
      * the closing month, WD-2 the one before; WD+1 is the first     *
      * working day of the following month.  There is no WD0.        *
      ******************************************************************
       01 CLOSE-TASK-DEFINITION.
           05 CT-TASK-ID               PIC X(08).
           05 CT-CALENDAR-ID           PIC X(04).
           05 CT-WORKDAY-OFFSET        PIC S9(03) SIGN IS LEADING
                                       SEPARATE CHARACTER.
           05 CT-OWNER                 PIC X(12).
           05 CT-DESCRIPTION           PIC X(30).
