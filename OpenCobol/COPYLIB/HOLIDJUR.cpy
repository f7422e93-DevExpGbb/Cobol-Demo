      ******************************************************************
      * HOLIDJUR - Jurisdiction-to-calendar map card for HOLIDAUT.    *
      * Names which of our calendar ids follow a publishing           *
      * authority's declared holidays.  A jurisdiction may map to     *
      * several calendars (every site in one state), and a calendar   *
      * may follow several jurisdictions (national plus state lists). *
      ******************************************************************
       01 JURISDICTION-MAP-RECORD.
           05 JU-JURISDICTION          PIC X(08).
           05 JU-CALENDAR-ID           PIC X(04).
           05 JU-DESCRIPTION           PIC X(28).
