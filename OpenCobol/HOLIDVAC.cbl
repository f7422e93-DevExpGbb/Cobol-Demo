      *   - HOLIDVSR: a report with one line per request - the       *
      *     closure dates excluded are listed, so HR can see WHY the *
      *     charge is lower than the span - and a summary per site   *
      *     (calendar id);                                           *
      *   - HOLIDFLU: one usage record per floating holiday posted   *
      *     to the HOLIDFLB balance file (request type F).           *
      * RC=0 clean, 4 when any request was rejected, 8 when a         *
      * floater balance could not be updated.                         *
      *                                                                *
      * Modification History:                                        *
      *   02/09/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Dated closure events: BUSDAY already leaves  *
      *                  shutdown and emergency closure days out of   *
      *                  the business-day count (holiday flag 'E');   *
      *                  each such day is looked up through HOLIDCEQ  *
      *                  and a forced-PTO event day is charged to     *
      *                  vacation after all (new VA-FORCED-PTO-DAYS), *
      *                  while paid and unpaid event days are         *
      *                  excluded like holidays.  The report lists    *
      *                  every event day with the event's             *
      *                  description.                                 *
      *   15/10/2026 AI  Floating holidays: request type F (card      *
      *                  column 25) asks for one floater day.  It is  *
      *                  refused on a day already a closure (holiday  *
      *                  or closure event) on the employee's          *
      *                  calendar, on a non-working day, and when the *
      *                  employee's balance for the year (HOLIDFLB)   *
      *                  is missing, used up or closed; an accepted   *
      *                  floater is posted to the balance and written *
      *                  to the usage file (HOLIDFLU) HOLIDREG        *
      *                  prices.  Request card now 25 bytes, reject   *
      *                  record 69.                                   *
      *   15/10/2026 AI  EMPSTAT is now 80 bytes (hire, termination   *
      *                  and site-transfer dates, maintained by       *
      *                  HOLEMNT); only the record length changes     *
      *                  here.                                        *
      *   15/10/2026 AI  A floater whose balance REWRITE fails is now *
      *                  rejected V012 and not written to HOLIDFLU,   *
      *                  and the step ends RC 8 - it was accepted and *
      *                  paid with no deduction.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDVAC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VACATION-RPT   ASSIGN TO 'HOLIDVSR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-BALANCE  ASSIGN TO 'HOLIDFLB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FLB-STATUS.
           SELECT FLOAT-USAGE    ASSIGN TO 'HOLIDFLU'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  VACATION-REQ
           RECORD CONTAINS 25 CHARACTERS.
           COPY HOLIDVRQ.
       FD  VACATION-ACC
           RECORD CONTAINS 38 CHARACTERS.
           COPY HOLIDVAA.
       FD  VACATION-REJ
           RECORD CONTAINS 69 CHARACTERS.
           COPY HOLIDVRJ.
       FD  VACATION-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).
       FD  FLOAT-BALANCE.
           COPY HOLIDFLB.
       FD  FLOAT-USAGE
           RECORD CONTAINS 32 CHARACTERS.
           COPY HOLIDFLU.

       WORKING-STORAGE SECTION.
       01 WS-EMP-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-ACCEPT-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-FLOATER-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
       01 WS-SPAN-DAYS           PIC 9(3).
       01 WS-DAYS-CHARGED        PIC 9(3).
       01 WS-EXCLUDED-COUNT      PIC 9(2).
       01 WS-PTO-CHARGED-COUNT   PIC 9(2).
      * Closure days met in the span, listed under the request line:
      * kind H = observed holiday (excluded), E = paid/unpaid closure
      * event (excluded), F = forced-PTO event (charged).
       01 WS-LIST-COUNT          PIC 9(2) COMP.
       01 WS-LIST-KIND           PIC X(1).
       01 WS-EXCL-MAX            PIC 9(2) COMP VALUE 20.
       01 WS-EXCL-TABLE.
           05 WS-EXCL-ENTRY OCCURS 20 TIMES.
               10 WS-EXCL-DATE        PIC 9(8).
               10 WS-EXCL-KIND        PIC X(1).
               10 WS-EXCL-DESC        PIC X(25).
       01 WS-XSUB                PIC 9(2) COMP.
       01 WS-BAD-DATE-FLAG       PIC X(1).
           88 WS-BAD-DATE                  VALUE 'Y'.

      * Floating-holiday balance file.  A failed open does not stop
      * the vacation requests; floater requests are then refused as
      * having no balance.
       01 WS-FLB-STATUS          PIC XX.
           88 WS-FLB-OK                    VALUE '00'.
       01 WS-FLB-OPEN-FLAG       PIC X(1) VALUE 'N'.
           88 WS-FLB-OPEN                  VALUE 'Y'.
       01 WS-FLOATER-AVAILABLE   PIC S9(3).
       01 WS-FLOATER-LEFT        PIC 9(2).
       01 WS-FSUB                PIC 9(1) COMP.
       01 WS-FLOATER-DUP-FLAG    PIC X(1).
           88 WS-FLOATER-DUP               VALUE 'Y'.
      * Set when a balance REWRITE fails - the step then ends RC 8.
       01 WS-FLB-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88 WS-FLB-ERROR                 VALUE 'Y'.

      * Per-site (calendar) summary totals.
       01 WS-SITE-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-SITE-TABLE.
               10 WSS-REQUEST-COUNT   PIC 9(8) COMP.
               10 WSS-DAYS-CHARGED    PIC 9(8) COMP.
               10 WSS-EXCLUDED-COUNT  PIC 9(8) COMP.
               10 WSS-PTO-COUNT       PIC 9(8) COMP.
               10 WSS-FLOATER-COUNT   PIC 9(8) COMP.
       01 WS-SSUB                PIC 9(2) COMP.
       01 WS-CUR-SITE            PIC 9(2) COMP.

       01 WS-BD-RESULT-DATE      PIC 9(8).
       01 WS-BD-HOLIDAY-FLAG     PIC X(1).
           88 WS-BD-IS-HOLIDAY             VALUE 'Y'.
           88 WS-BD-IS-CLOSURE-EVENT       VALUE 'E'.
       01 WS-BD-BUSINESS-FLAG    PIC X(1).
           88 WS-BD-IS-BUSINESS            VALUE 'Y'.
       01 WS-BD-STATUS           PIC X(2).
           88 WS-BD-OK                     VALUE '00'.

      * HOLIDCEQ answer for a closure-event day.
       01 WS-CQ-STATUS           PIC X(2).
           88 WS-CQ-FOUND                  VALUE '00'.
           COPY HOLIDCEV.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM WRITE-SITE-SUMMARY
           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-FLB-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-RUN.
           OPEN OUTPUT VACATION-ACC
           OPEN OUTPUT VACATION-REJ
           OPEN OUTPUT VACATION-RPT
           OPEN OUTPUT FLOAT-USAGE
           OPEN I-O FLOAT-BALANCE
           IF WS-FLB-OK
               MOVE 'Y' TO WS-FLB-OPEN-FLAG
           ELSE
               DISPLAY 'HOLIDVAC: floating-holiday balance file not'
                   ' available, status ' WS-FLB-STATUS
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-REPORT-HEADERS.

      * PROCESS-ONE-REQUEST - validate the employee and the date      *
      * range, then walk the span one day at a time classifying each  *
      * through BUSDAY: business days are charged, observed closures  *
      * and closure-event days are collected for the report (a        *
      * forced-PTO event day is charged as well), weekends simply     *
      * pass.                                                         *
      ******************************************************************
       PROCESS-ONE-REQUEST.
           PERFORM FIND-EMPLOYEE
               EXIT PARAGRAPH
           END-IF

           IF VR-FLOATING-HOLIDAY
               PERFORM PROCESS-FLOATER-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DAYS-CHARGED
           MOVE ZERO TO WS-EXCLUDED-COUNT
           MOVE ZERO TO WS-PTO-CHARGED-COUNT
           MOVE ZERO TO WS-LIST-COUNT
           COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT + 1
           MOVE WS-FROM-INT TO WS-WALK-INT
           PERFORM CLASSIFY-ONE-DAY
               ADD 1 TO WS-DAYS-CHARGED
           END-IF
           IF WS-BD-IS-HOLIDAY
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE SPACES TO CE-DESCRIPTION
               MOVE 'H' TO WS-LIST-KIND
               PERFORM LIST-CLOSURE-DAY
           END-IF
           IF WS-BD-IS-CLOSURE-EVENT
               PERFORM CLASSIFY-EVENT-DAY
           END-IF
           ADD 1 TO WS-WALK-INT.

      ******************************************************************
      * CLASSIFY-EVENT-DAY - a weekday closed by a dated closure      *
      * event.  Forced PTO is the employee's own vacation day, so it  *
      * is charged; a paid closure or unpaid shutdown is excluded     *
      * the same as a holiday.                                        *
      ******************************************************************
       CLASSIFY-EVENT-DAY.
           CALL 'HOLIDCEQ' USING WS-CALENDAR-ID, WS-BD-DATE,
               CLOSURE-EVENT-RECORD, WS-CQ-STATUS
           IF NOT WS-CQ-FOUND
               MOVE SPACES TO CE-DESCRIPTION
               MOVE SPACE TO CE-EVENT-TYPE
           END-IF
           IF CE-FORCED-PTO
               ADD 1 TO WS-DAYS-CHARGED
               ADD 1 TO WS-PTO-CHARGED-COUNT
               MOVE 'F' TO WS-LIST-KIND
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE 'E' TO WS-LIST-KIND
           END-IF
           PERFORM LIST-CLOSURE-DAY.

      * Only the first WS-EXCL-MAX days are listed; every day is
      * counted.
       LIST-CLOSURE-DAY.
           IF WS-LIST-COUNT < WS-EXCL-MAX
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-KIND TO WS-EXCL-KIND(WS-LIST-COUNT)
               MOVE WS-BD-DATE TO WS-EXCL-DATE(WS-LIST-COUNT)
               MOVE CE-DESCRIPTION TO WS-EXCL-DESC(WS-LIST-COUNT)
           END-IF.

      ******************************************************************
      * PROCESS-FLOATER-REQUEST - a floating holiday is one working   *
      * day the employee picks.  It cannot land on a day the          *
      * employee's calendar already closes (an observed holiday or a  *
      * closure event - the day is off anyway), nor on a weekend, and *
      * it must come out of a balance for that year that is open and  *
      * not used up.  An accepted floater is posted to the balance    *
      * record and written to the usage file; if the balance cannot   *
      * be rewritten the floater is rejected (V012) and not written   *
      * to the usage file, so it is never paid without a deduction.   *
      ******************************************************************
       PROCESS-FLOATER-REQUEST.
           IF VR-TO-DATE NOT = VR-FROM-DATE
               MOVE 'V005' TO WS-REJECT-CODE
               MOVE 'FLOATER MUST BE A SINGLE DAY' TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE VR-FROM-DATE TO WS-BD-DATE
           CALL 'BUSDAY' USING WS-CALENDAR-ID, WS-BD-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS
           IF NOT WS-BD-OK
               MOVE 'V004' TO WS-REJECT-CODE
               MOVE 'CALENDAR NOT ON HOLIDAY-MASTER'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-IS-HOLIDAY OR WS-BD-IS-CLOSURE-EVENT
               MOVE 'V006' TO WS-REJECT-CODE
               MOVE 'DAY ALREADY A CLOSURE ON CALENDAR'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BD-IS-BUSINESS
               MOVE 'V007' TO WS-REJECT-CODE
               MOVE 'FLOATER DAY IS NOT A WORKING DAY'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-FLOATER-BALANCE
           IF WS-REJECT-CODE NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FB-USED
           MOVE VR-FROM-DATE TO FB-USED-DATE(FB-USED)
           REWRITE FLOAT-BALANCE-RECORD
               INVALID KEY
                   DISPLAY 'HOLIDVAC: balance rewrite failed for '
                       FB-KEY ' status ' WS-FLB-STATUS
                   MOVE 'Y' TO WS-FLB-ERROR-FLAG
                   MOVE 'V012' TO WS-REJECT-CODE
                   MOVE 'FLOATER BALANCE UPDATE FAILED'
                       TO WS-REJECT-TEXT
           END-REWRITE
           IF WS-REJECT-CODE NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE VR-EMPLOYEE-ID TO FU-EMPLOYEE-ID
           MOVE WS-CALENDAR-ID TO FU-CALENDAR-ID
           MOVE FB-YEAR TO FU-YEAR
           MOVE VR-FROM-DATE TO FU-FLOATER-DATE
           MOVE WS-RUN-DATE TO FU-POSTED-DATE
           WRITE FLOAT-USAGE-RECORD
           ADD 1 TO WS-ACCEPT-COUNT
           ADD 1 TO WS-FLOATER-COUNT

           PERFORM WRITE-FLOATER-LINE
           MOVE ZERO TO WS-DAYS-CHARGED
           MOVE ZERO TO WS-EXCLUDED-COUNT
           MOVE ZERO TO WS-PTO-CHARGED-COUNT
           PERFORM TALLY-SITE-TOTALS
           IF WS-CUR-SITE > ZERO
               ADD 1 TO WSS-FLOATER-COUNT(WS-CUR-SITE)
           END-IF.

      * Leaves the reject code blank when the floater can be posted.
       READ-FLOATER-BALANCE.
           MOVE SPACES TO WS-REJECT-CODE
           IF NOT WS-FLB-OPEN
               MOVE 'V008' TO WS-REJECT-CODE
               MOVE 'NO FLOATING-HOLIDAY BALANCE FOR YEAR'
                   TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE VR-EMPLOYEE-ID TO FB-EMPLOYEE-ID
           MOVE VR-FROM-DATE(1:4) TO FB-YEAR
           READ FLOAT-BALANCE
               INVALID KEY
                   MOVE 'V008' TO WS-REJECT-CODE
                   MOVE 'NO FLOATING-HOLIDAY BALANCE FOR YEAR'
                       TO WS-REJECT-TEXT
           END-READ
           IF WS-REJECT-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FB-YEAR-CLOSED
               MOVE 'V011' TO WS-REJECT-CODE
               MOVE 'FLOATING-HOLIDAY YEAR ALREADY CLOSED'
                   TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FLOATER-DUP-FLAG
           PERFORM CHECK-ONE-USED-DATE
               VARYING WS-FSUB FROM 1 BY 1
               UNTIL WS-FSUB > FB-USED OR WS-FSUB > 4
           IF WS-FLOATER-DUP
               MOVE 'V010' TO WS-REJECT-CODE
               MOVE 'FLOATER ALREADY POSTED FOR THIS DAY'
                   TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FLOATER-AVAILABLE =
               FB-GRANTED + FB-CARRIED-IN - FB-USED
           IF WS-FLOATER-AVAILABLE <= ZERO OR FB-USED >= 4
               MOVE 'V009' TO WS-REJECT-CODE
               MOVE 'NO FLOATING HOLIDAYS LEFT FOR YEAR'
                   TO WS-REJECT-TEXT
           END-IF.

       CHECK-ONE-USED-DATE.
           IF FB-USED-DATE(WS-FSUB) = VR-FROM-DATE
               MOVE 'Y' TO WS-FLOATER-DUP-FLAG
           END-IF.

       WRITE-FLOATER-LINE.
           CALL 'DATECONV' USING VR-FROM-DATE,
               WS-RPT-DATE-FORMAT, WS-RPT-FROM-DATE
           COMPUTE WS-FLOATER-LEFT =
               FB-GRANTED + FB-CARRIED-IN - FB-USED
           MOVE SPACES TO RPT-LINE
           STRING VR-EMPLOYEE-ID '  ' WS-CALENDAR-ID '  '
               WS-RPT-FROM-DATE '  FLOATING HOLIDAY POSTED  USED '
               FB-USED '  LEFT ' WS-FLOATER-LEFT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ACCEPT-RECORD.
           MOVE VR-EMPLOYEE-ID TO VA-EMPLOYEE-ID
           MOVE WS-CALENDAR-ID TO VA-CALENDAR-ID
           MOVE WS-SPAN-DAYS TO VA-SPAN-DAYS
           MOVE WS-DAYS-CHARGED TO VA-DAYS-CHARGED
           MOVE WS-EXCLUDED-COUNT TO VA-HOLIDAYS-EXCLUDED
           MOVE WS-PTO-CHARGED-COUNT TO VA-FORCED-PTO-DAYS
           WRITE VACATION-ACCEPT-RECORD
           ADD 1 TO WS-ACCEPT-COUNT.

               MOVE ZERO TO WSS-REQUEST-COUNT(WS-CUR-SITE)
               MOVE ZERO TO WSS-DAYS-CHARGED(WS-CUR-SITE)
               MOVE ZERO TO WSS-EXCLUDED-COUNT(WS-CUR-SITE)
               MOVE ZERO TO WSS-PTO-COUNT(WS-CUR-SITE)
               MOVE ZERO TO WSS-FLOATER-COUNT(WS-CUR-SITE)
           END-IF
           IF WS-CUR-SITE > ZERO
               ADD 1 TO WSS-REQUEST-COUNT(WS-CUR-SITE)
               ADD WS-DAYS-CHARGED TO WSS-DAYS-CHARGED(WS-CUR-SITE)
               ADD WS-EXCLUDED-COUNT
                   TO WSS-EXCLUDED-COUNT(WS-CUR-SITE)
               ADD WS-PTO-CHARGED-COUNT
                   TO WSS-PTO-COUNT(WS-CUR-SITE)
           END-IF.

       CHECK-ONE-SITE.

      ******************************************************************
      * WRITE-REQUEST-LINE - one line per accepted request; the       *
      * closure dates excluded from the charge, and the forced-PTO    *
      * days charged, are listed after it one per line, so the charge *
      * is self-explanatory.                                          *
      ******************************************************************
       WRITE-REQUEST-LINE.
           CALL 'DATECONV' USING VR-FROM-DATE,

           PERFORM WRITE-EXCLUDED-LINE
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-LIST-COUNT.

       WRITE-EXCLUDED-LINE.
           CALL 'DATECONV' USING WS-EXCL-DATE(WS-XSUB),
               WS-RPT-DATE-FORMAT, WS-RPT-HOL-DATE
           MOVE SPACES TO RPT-LINE
           IF WS-EXCL-KIND(WS-XSUB) = 'F'
               STRING '                            FORCED PTO CHARGED'
                   WS-RPT-HOL-DATE '  ' WS-EXCL-DESC(WS-XSUB)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING '                            EXCLUDED CLOSURE  '
                   WS-RPT-HOL-DATE '  ' WS-EXCL-DESC(WS-XSUB)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       WRITE-SITE-SUMMARY.

           MOVE SPACES TO RPT-LINE
           STRING 'SITE SUMMARY   REQUESTS  DAYS CHARGED'
               '  CLOSURES EXCLUDED  FORCED PTO  FLOATERS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FLOATER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING '  FLOATERS POSTED: ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'REQUESTS REJECTED: ' WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(26:12)
           MOVE WSS-EXCLUDED-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(40:18)
           MOVE WSS-PTO-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(61:8)
           MOVE WSS-FLOATER-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(71:8)
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE EMPLOYEE-STAT VACATION-REQ VACATION-ACC
               VACATION-REJ VACATION-RPT FLOAT-USAGE
           IF WS-FLB-OPEN
               CLOSE FLOAT-BALANCE
           END-IF
           DISPLAY 'HOLIDVAC: ' WS-READ-COUNT ' request(s) read, '
               WS-ACCEPT-COUNT ' accepted (' WS-FLOATER-COUNT
               ' floater(s)), '
               WS-REJECT-COUNT ' rejected'.

       END PROGRAM HOLIDVAC.
