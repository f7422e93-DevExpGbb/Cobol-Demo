      *                                                                *
      * Modification History:                                        *
      *   02/09/2026 AI  Initial version.                             *
      *   15/10/2026 AI  History record grows to 193 bytes (approver  *
      *                  and change number of a queued change).       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDIMP.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-HIST
           RECORD CONTAINS 193 CHARACTERS.
           COPY HOLIDHST.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
