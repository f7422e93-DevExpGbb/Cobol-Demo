      ******************************************************************
      * HOLEHST - Change-history record for the employee master       *
      * Written by HOLEMNT for every maintenance card it applies, in  *
      * the same shape HOLIDHST keeps for HOLIDAY-MASTER: who changed *
      * which employee, when, and the full EMPSTAT record before and  *
      * after.  The before image is spaces for an ADD.                *
      ******************************************************************
       01 EMPLOYEE-HISTORY-RECORD.
           05 EH-CHANGE-DATE           PIC 9(08).
           05 EH-CHANGE-TIME           PIC 9(08).
           05 EH-USER-ID               PIC X(08).
           05 EH-ACTION                PIC X(01).
           05 EH-EMPLOYEE-ID           PIC X(08).
           05 EH-EFFECTIVE-DATE        PIC 9(08).
           05 EH-BEFORE-IMAGE          PIC X(80).
           05 EH-AFTER-IMAGE           PIC X(80).
