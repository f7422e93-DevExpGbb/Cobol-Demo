      *                                                                *
      * Modification History:                                        *
      *   02/09/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Floating holidays: the floater usage file    *
      *                  HOLIDVAC posts (HOLIDFLU) is priced after    *
      *                  the entitlements, one full day at the        *
      *                  employee's rate capped at the standard day - *
      *                  the same pricing as a closure - and rolls    *
      *                  into the same cost-center, calendar and      *
      *                  grand totals.  Only usage for a year the     *
      *                  entitlement feed carries is priced, so a     *
      *                  rerun never pays an earlier year's floaters  *
      *                  again; floater control counts tie to the     *
      *                  usage file.  A run without the usage file    *
      *                  prices entitlements only.                    *
      *   15/10/2026 AI  GL interface: the register's dollars are     *
      *                  also written to the register extract         *
      *                  (HOLIDRGX), one record per calendar and cost *
      *                  center plus a trailer with the grand total,  *
      *                  for HOLIDGLI to journal instead of           *
      *                  accounting re-keying the printed subtotals.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDREG.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT  ASSIGN TO 'HOLIDRGR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-USAGE   ASSIGN TO 'HOLIDFLU'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLU-STATUS.
           SELECT REGISTER-EXTRACT ASSIGN TO 'HOLIDRGX'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLE-IN
       FD  REGISTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).
       FD  FLOAT-USAGE
           RECORD CONTAINS 32 CHARACTERS.
           COPY HOLIDFLU.
       FD  REGISTER-EXTRACT
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLIDRGX.

       WORKING-STORAGE SECTION.
       01 WS-ENT-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-PRICED-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-UNPRICED-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-NO-RATE-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-FLU-STATUS          PIC XX.
           88 WS-FLU-FILE-OK               VALUE '00'.
       01 WS-FLU-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-FLU-EOF                   VALUE 'Y'.
       01 WS-FLU-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-FLU-PRICED-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-FLU-OTHER-YEAR      PIC 9(8) COMP VALUE ZERO.
       01 WS-FLU-NO-RATE-COUNT   PIC 9(8) COMP VALUE ZERO.
      * A floater is a full day off, priced like a full closure.
       01 WS-FLOATER-HOURS       PIC 9(2) VALUE 8.
       01 WS-FLOATER-DATE-TEXT   PIC X(10).
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.

      * The line being priced - an entitlement or a floater.
       01 WS-PRICE-EMPLOYEE-ID   PIC X(08).
       01 WS-PRICE-CALENDAR-ID   PIC X(04).
       01 WS-PRICE-YEAR          PIC 9(04).
       01 WS-PRICE-NAME          PIC X(25).
       01 WS-PRICE-HOURS         PIC 9(02).

      * Years carried by the entitlement feed; floater usage is
      * priced for these years only.
       01 WS-YEAR-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-ENTRY OCCURS 10 TIMES.
               10 WSY-YEAR            PIC 9(04).
       01 WS-YSUB                PIC 9(2) COMP.
       01 WS-YEAR-FOUND-FLAG     PIC X(1).
           88 WS-YEAR-FOUND                VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
       01 WS-LSUB                PIC 9(2) COMP.
       01 WS-CUR-CAL             PIC 9(2) COMP.

      * Calendar within cost center, for the register extract.
       01 WS-CX-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-CX-MAX              PIC 9(3) COMP VALUE 200.
       01 WS-CX-TABLE.
           05 WS-CX-ENTRY OCCURS 200 TIMES.
               10 WSX-CALENDAR-ID     PIC X(04).
               10 WSX-COST-CENTER     PIC X(06).
               10 WSX-LINE-COUNT      PIC 9(8) COMP.
               10 WSX-AMOUNT          PIC 9(9)V99.
       01 WS-XSUB                PIC 9(3) COMP.
       01 WS-CUR-CX              PIC 9(3) COMP.
       01 WS-CX-DROPPED-COUNT    PIC 9(8) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
               PERFORM READ-ENTITLEMENT
               IF NOT WS-ENT-EOF
                   ADD 1 TO WS-ENT-READ-COUNT
                   PERFORM NOTE-ENTITLEMENT-YEAR
                   PERFORM PRICE-ONE-ENTITLEMENT
               END-IF
           END-PERFORM

           PERFORM PRICE-FLOATER-USAGE

           PERFORM WRITE-SUBTOTALS
           PERFORM WRITE-CONTROL-COUNTS
           PERFORM WRITE-REGISTER-EXTRACT
           PERFORM TERMINATE-RUN

           IF WS-NO-RATE-COUNT > 0 OR WS-FLU-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           OPEN INPUT ENTITLE-IN
           OPEN INPUT PAY-RATES
           OPEN OUTPUT REGISTER-RPT
           OPEN OUTPUT REGISTER-EXTRACT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-REPORT-HEADERS.

               EXIT PARAGRAPH
           END-IF

           MOVE EN-EMPLOYEE-ID TO WS-PRICE-EMPLOYEE-ID
           MOVE EN-CALENDAR-ID TO WS-PRICE-CALENDAR-ID
           MOVE EN-YEAR TO WS-PRICE-YEAR
           MOVE EN-HOLIDAY-NAME TO WS-PRICE-NAME
           MOVE EN-ENTITLE-HOURS TO WS-PRICE-HOURS
           PERFORM PRICE-ONE-LINE
           IF WS-CUR-RATE = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
           ELSE
               ADD 1 TO WS-PRICED-COUNT
           END-IF.

      ******************************************************************
      * PRICE-ONE-LINE - prices the WS-PRICE- line at the employee's  *
      * rate, hours capped at the standard day, and rolls it into the *
      * totals; with no rate record it prints the exception instead   *
      * and leaves WS-CUR-RATE zero for the caller to count.          *
      ******************************************************************
       PRICE-ONE-LINE.
           PERFORM FIND-RATE-RECORD
           IF WS-CUR-RATE = ZERO
               MOVE SPACES TO RPT-LINE
               STRING WS-PRICE-EMPLOYEE-ID '  ' WS-PRICE-CALENDAR-ID
                   '  ' WS-PRICE-NAME
                   '  *** NO PAY-RATE RECORD - NOT PRICED ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRICE-HOURS > WSR-STD-HOURS(WS-CUR-RATE)
               MOVE WSR-STD-HOURS(WS-CUR-RATE) TO WS-PAY-HOURS
           ELSE
               MOVE WS-PRICE-HOURS TO WS-PAY-HOURS
           END-IF
           COMPUTE WS-PAY-AMOUNT =
               WS-PAY-HOURS * WSR-HOURLY-RATE(WS-CUR-RATE)

           ADD WS-PAY-AMOUNT TO WS-GRAND-TOTAL
           PERFORM TALLY-COST-CENTER
           PERFORM TALLY-CALENDAR
           PERFORM TALLY-CAL-COST-CENTER
           PERFORM WRITE-REGISTER-LINE.

       NOTE-ENTITLEMENT-YEAR.
           MOVE EN-YEAR TO WS-PRICE-YEAR
           PERFORM FIND-FEED-YEAR
           IF NOT WS-YEAR-FOUND AND WS-YEAR-COUNT < 10
               ADD 1 TO WS-YEAR-COUNT
               MOVE EN-YEAR TO WSY-YEAR(WS-YEAR-COUNT)
           END-IF.

       FIND-FEED-YEAR.
           MOVE 'N' TO WS-YEAR-FOUND-FLAG
           PERFORM CHECK-ONE-YEAR
               VARYING WS-YSUB FROM 1 BY 1
               UNTIL WS-YSUB > WS-YEAR-COUNT OR WS-YEAR-FOUND.

       CHECK-ONE-YEAR.
           IF WSY-YEAR(WS-YSUB) = WS-PRICE-YEAR
               MOVE 'Y' TO WS-YEAR-FOUND-FLAG
           END-IF.

      ******************************************************************
      * PRICE-FLOATER-USAGE - every floater HOLIDVAC posted for a     *
      * year the entitlement feed carries is priced as one full-day   *
      * closure.  The usage file is optional: without it the register *
      * is the entitlements alone.                                    *
      ******************************************************************
       PRICE-FLOATER-USAGE.
           OPEN INPUT FLOAT-USAGE
           IF NOT WS-FLU-FILE-OK
               DISPLAY 'HOLIDREG: no floater usage file - floating'
                   ' holidays not priced'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FLU-EOF
               READ FLOAT-USAGE
                   AT END
                       MOVE 'Y' TO WS-FLU-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FLU-READ-COUNT
                       PERFORM PRICE-ONE-FLOATER
               END-READ
           END-PERFORM
           CLOSE FLOAT-USAGE.

       PRICE-ONE-FLOATER.
           MOVE FU-YEAR TO WS-PRICE-YEAR
           PERFORM FIND-FEED-YEAR
           IF NOT WS-YEAR-FOUND
               ADD 1 TO WS-FLU-OTHER-YEAR
               EXIT PARAGRAPH
           END-IF

           CALL 'DATECONV' USING FU-FLOATER-DATE,
               WS-RPT-DATE-FORMAT, WS-FLOATER-DATE-TEXT
           MOVE SPACES TO WS-PRICE-NAME
           STRING 'FLOATER ' WS-FLOATER-DATE-TEXT
               DELIMITED BY SIZE INTO WS-PRICE-NAME
           MOVE FU-EMPLOYEE-ID TO WS-PRICE-EMPLOYEE-ID
           MOVE FU-CALENDAR-ID TO WS-PRICE-CALENDAR-ID
           MOVE WS-FLOATER-HOURS TO WS-PRICE-HOURS
           PERFORM PRICE-ONE-LINE
           IF WS-CUR-RATE = ZERO
               ADD 1 TO WS-FLU-NO-RATE-COUNT
           ELSE
               ADD 1 TO WS-FLU-PRICED-COUNT
           END-IF.

       FIND-RATE-RECORD.
           MOVE ZERO TO WS-CUR-RATE
           PERFORM CHECK-ONE-RATE
               UNTIL WS-RSUB > WS-RATE-COUNT OR WS-CUR-RATE > ZERO.

       CHECK-ONE-RATE.
           IF WSR-EMPLOYEE-ID(WS-RSUB) = WS-PRICE-EMPLOYEE-ID
               MOVE WS-RSUB TO WS-CUR-RATE
           END-IF.

           IF WS-CUR-CAL = ZERO AND WS-CAL-COUNT < 8
               ADD 1 TO WS-CAL-COUNT
               MOVE WS-CAL-COUNT TO WS-CUR-CAL
               MOVE WS-PRICE-CALENDAR-ID
                   TO WSL-CALENDAR-ID(WS-CUR-CAL)
               MOVE ZERO TO WSL-LINE-COUNT(WS-CUR-CAL)
               MOVE ZERO TO WSL-AMOUNT(WS-CUR-CAL)
           END-IF
           END-IF.

       CHECK-ONE-CAL.
           IF WSL-CALENDAR-ID(WS-LSUB) = WS-PRICE-CALENDAR-ID
               MOVE WS-LSUB TO WS-CUR-CAL
           END-IF.

      * A line that does not fit the table is left out of the
      * extract, so the extract's details will not add up to its
      * trailer and HOLIDGLI refuses to journal the run.
       TALLY-CAL-COST-CENTER.
           MOVE ZERO TO WS-CUR-CX
           PERFORM CHECK-ONE-CX
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-CX-COUNT OR WS-CUR-CX > ZERO
           IF WS-CUR-CX = ZERO
               IF WS-CX-COUNT >= WS-CX-MAX
                   ADD 1 TO WS-CX-DROPPED-COUNT
                   DISPLAY 'HOLIDREG: extract table full, '
                       WS-PRICE-CALENDAR-ID ' '
                       WSR-COST-CENTER(WS-CUR-RATE)
                       ' left out of the extract'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CX-COUNT
               MOVE WS-CX-COUNT TO WS-CUR-CX
               MOVE WS-PRICE-CALENDAR-ID
                   TO WSX-CALENDAR-ID(WS-CUR-CX)
               MOVE WSR-COST-CENTER(WS-CUR-RATE)
                   TO WSX-COST-CENTER(WS-CUR-CX)
               MOVE ZERO TO WSX-LINE-COUNT(WS-CUR-CX)
               MOVE ZERO TO WSX-AMOUNT(WS-CUR-CX)
           END-IF
           ADD 1 TO WSX-LINE-COUNT(WS-CUR-CX)
           ADD WS-PAY-AMOUNT TO WSX-AMOUNT(WS-CUR-CX).

       CHECK-ONE-CX.
           IF WSX-CALENDAR-ID(WS-XSUB) = WS-PRICE-CALENDAR-ID
              AND WSX-COST-CENTER(WS-XSUB) =
                  WSR-COST-CENTER(WS-CUR-RATE)
               MOVE WS-XSUB TO WS-CUR-CX
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY-PAY REGISTER - RUN '
       WRITE-REGISTER-LINE.
           MOVE WS-PAY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-PRICE-EMPLOYEE-ID '  ' WS-PRICE-CALENDAR-ID '  '
               WSR-COST-CENTER(WS-CUR-RATE) '  ' WS-PRICE-YEAR '  '
               WS-PRICE-NAME '  ' WS-PAY-HOURS '   '
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING 'ELIGIBLE BUT NO RATE RECORD:  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

      *    Floater counts tie to the usage file the same way:
      *    priced + other year + no rate = usage records read.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FLU-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FLOATER USAGE RECORDS READ:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FLU-PRICED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FLOATERS PRICED:              ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FLU-OTHER-YEAR TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FLOATERS FOR OTHER YEARS:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FLU-NO-RATE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FLOATERS WITH NO RATE RECORD: ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * WRITE-REGISTER-EXTRACT - the calendar/cost-center dollars for *
      * the GL interface, then the trailer with the priced line count *
      * and the grand total printed above.                            *
      ******************************************************************
       WRITE-REGISTER-EXTRACT.
           PERFORM WRITE-ONE-EXTRACT
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-CX-COUNT

           MOVE SPACES TO REGISTER-EXTRACT-RECORD
           MOVE 'T' TO RX-RECORD-TYPE
           COMPUTE RX-LINE-COUNT = WS-PRICED-COUNT + WS-FLU-PRICED-COUNT
           MOVE WS-GRAND-TOTAL TO RX-AMOUNT
           MOVE WS-RUN-DATE TO RX-RUN-DATE
           WRITE REGISTER-EXTRACT-RECORD.

       WRITE-ONE-EXTRACT.
           MOVE SPACES TO REGISTER-EXTRACT-RECORD
           MOVE 'D' TO RX-RECORD-TYPE
           MOVE WSX-CALENDAR-ID(WS-XSUB) TO RX-CALENDAR-ID
           MOVE WSX-COST-CENTER(WS-XSUB) TO RX-COST-CENTER
           MOVE WSX-LINE-COUNT(WS-XSUB) TO RX-LINE-COUNT
           MOVE WSX-AMOUNT(WS-XSUB) TO RX-AMOUNT
           MOVE WS-RUN-DATE TO RX-RUN-DATE
           WRITE REGISTER-EXTRACT-RECORD.

       TERMINATE-RUN.
           CLOSE ENTITLE-IN PAY-RATES REGISTER-RPT REGISTER-EXTRACT
           DISPLAY 'HOLIDREG: ' WS-ENT-READ-COUNT ' entitlement(s), '
               WS-PRICED-COUNT ' priced, '
               WS-NO-RATE-COUNT ' without a rate record, '
               WS-FLU-PRICED-COUNT ' floater(s) priced'.

       END PROGRAM HOLIDREG.
