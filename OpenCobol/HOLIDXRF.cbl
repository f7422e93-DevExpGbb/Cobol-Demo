      *                                                                *
      * Modification History:                                        *
      *   02/09/2026 AI  Initial version.                             *
      *   15/10/2026 AI  EMPSTAT is now 80 bytes (hire, termination   *
      *                  and site-transfer dates, maintained by       *
      *                  HOLEMNT); only the record length changes     *
      *                  here.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDXRF.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  SUBSCRIBER-IN
           RECORD CONTAINS 28 CHARACTERS.
