      ******************************************************************
      * HOLIDRGX - Holiday-pay register extract, written by HOLIDREG  *
      * for the GL interface (HOLIDGLI).  One detail record per       *
      * calendar and cost center priced on the register run, then     *
      * one trailer carrying the register's grand total and priced    *
      * line count, which the journal's control totals must tie to.   *
      ******************************************************************
       01 REGISTER-EXTRACT-RECORD.
           05 RX-RECORD-TYPE           PIC X(01).
               88 RX-DETAIL                      VALUE 'D'.
               88 RX-TRAILER                     VALUE 'T'.
      * Spaces on the trailer.
           05 RX-CALENDAR-ID           PIC X(04).
           05 RX-COST-CENTER           PIC X(06).
      * Detail: the calendar/cost center's lines and dollars.
      * Trailer: all priced lines and the register grand total.
           05 RX-LINE-COUNT            PIC 9(07).
           05 RX-AMOUNT                PIC 9(09)V99.
           05 RX-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(03).
