      * calendar run: the original card unchanged plus a reason.      *
      * Reasons: V001 employee not on EMPSTAT, V002 invalid date,     *
      * V003 to-date before from-date, V004 employee's calendar not   *
      * on HOLIDAY-MASTER.  Floating-holiday requests: V005 not a     *
      * single day, V006 day already a closure on the employee's      *
      * calendar, V007 day not a working day, V008 no balance record  *
      * for the year, V009 no floaters left, V010 floater already     *
      * posted for the day, V011 year already closed by year-end,     *
      * V012 balance record could not be updated (step ends RC 8).    *
      ******************************************************************
       01 VACATION-REJECT-RECORD.
           05 VJ-ORIGINAL-CARD         PIC X(25).
           05 VJ-REASON-CODE           PIC X(04).
           05 VJ-REASON-TEXT           PIC X(40).
