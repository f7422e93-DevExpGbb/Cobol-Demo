      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDSLA - service-desk SLA clock and breach report.  The     *
      * desk's SLAs are in business hours, and every breach was       *
      * argued over because nobody subtracted nights, weekends and    *
      * holidays the same way twice.  This step reads the nightly     *
      * ticket extract (HOLIDTKT layout: ticket id, calendar,         *
      * priority, opened/responded/resolved timestamps), times each   *
      * ticket through the BUSHRS business-hours clock on the         *
      * ticket's own calendar, and writes:                            *
      *   - HOLIDTKE: elapsed business hours per ticket, opened to   *
      *     responded and opened to resolved, each with its breach    *
      *     flag against the priority's target;                      *
      *   - HOLIDSLR: a breach report - every breached clock, then   *
      *     ticket and breach counts by site and priority.           *
      * A clock with no stop timestamp yet runs to the run time, so   *
      * a ticket that has already blown its target is reported the    *
      * night it does, not the night it is finally closed.            *
      * RC=0 clean, 4 when one or more tickets could not be timed     *
      * (bad timestamp or priority, unknown calendar, no profile).    *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDSLA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-IN     ASSIGN TO 'HOLIDTKT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELAPSED-OUT   ASSIGN TO 'HOLIDTKE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BREACH-RPT    ASSIGN TO 'HOLIDSLR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-IN
           RECORD CONTAINS 51 CHARACTERS.
           COPY HOLIDTKT.
       FD  ELAPSED-OUT
           RECORD CONTAINS 35 CHARACTERS.
           COPY HOLIDTKE.
       FD  BREACH-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TKT-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-TKT-EOF                   VALUE 'Y'.
       01 WS-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-TIMED-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-ERROR-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-RESP-BREACH-COUNT   PIC 9(8) COMP VALUE ZERO.
       01 WS-RES-BREACH-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-RUN-TIME            PIC 9(8).
       01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05 WS-RUN-HH           PIC 99.
           05 WS-RUN-MI           PIC 99.
           05 FILLER              PIC 9(4).
      * The run time as a clock-stop timestamp for running clocks.
       01 WS-RUN-TS              PIC 9(12).
       01 WS-RUN-TS-X REDEFINES WS-RUN-TS.
           05 WS-RUN-TS-DATE      PIC 9(8).
           05 WS-RUN-TS-HH        PIC 99.
           05 WS-RUN-TS-MI        PIC 99.
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 40.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-DISPLAY-HOURS       PIC ZZZZ9.99.
       01 WS-DISPLAY-TARGET      PIC ZZZZ9.99.

      * Business-hour targets per priority (1 = critical ... 4 = low):
      * time to first response and time to resolution.
       01 WS-TARGET-VALUES.
           05 FILLER              PIC 9(3)V99 VALUE 001.00.
           05 FILLER              PIC 9(3)V99 VALUE 004.00.
           05 FILLER              PIC 9(3)V99 VALUE 004.00.
           05 FILLER              PIC 9(3)V99 VALUE 016.00.
           05 FILLER              PIC 9(3)V99 VALUE 008.00.
           05 FILLER              PIC 9(3)V99 VALUE 040.00.
           05 FILLER              PIC 9(3)V99 VALUE 016.00.
           05 FILLER              PIC 9(3)V99 VALUE 080.00.
       01 WS-TARGET-TABLE REDEFINES WS-TARGET-VALUES.
           05 WS-TARGET-ENTRY OCCURS 4 TIMES.
               10 WST-RESPONSE-TARGET PIC 9(3)V99.
               10 WST-RESOLVE-TARGET  PIC 9(3)V99.

      * Parameters for the BUSHRS call.
       01 WS-BH-START-TS         PIC 9(12).
       01 WS-BH-END-TS           PIC 9(12).
       01 WS-BH-ELAPSED-MINUTES  PIC 9(8).
       01 WS-BH-ELAPSED-HOURS    PIC 9(5)V99.
       01 WS-BH-STATUS           PIC X(2).
           88 WS-BH-OK                     VALUE '00'.

      * One clock being reported (RESPONSE or RESOLVE).
       01 WS-CLOCK-NAME          PIC X(8).
       01 WS-CLOCK-STATE         PIC X(1).
       01 WS-CLOCK-HOURS         PIC 9(5)V99.
       01 WS-CLOCK-TARGET        PIC 9(3)V99.
       01 WS-ERROR-TEXT          PIC X(30).

      * Ticket and breach counts by site (calendar) and priority.
       01 WS-SITE-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-SITE-MAX            PIC 9(2) COMP VALUE 20.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WSS-CALENDAR-ID     PIC X(04).
               10 WSS-PRIORITY OCCURS 4 TIMES.
                   15 WSS-TICKET-COUNT    PIC 9(8) COMP.
                   15 WSS-RESP-BREACHES   PIC 9(8) COMP.
                   15 WSS-RES-BREACHES    PIC 9(8) COMP.
       01 WS-SSUB                PIC 9(2) COMP.
       01 WS-PSUB                PIC 9(2) COMP.
       01 WS-CUR-SITE            PIC 9(2) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM UNTIL WS-TKT-EOF
               READ TICKET-IN
                   AT END
                       MOVE 'Y' TO WS-TKT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-TICKET
               END-READ
           END-PERFORM

           PERFORM WRITE-SITE-SUMMARY
           PERFORM WRITE-RUN-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDSLA: timing service-desk tickets'
           OPEN INPUT TICKET-IN
           OPEN OUTPUT ELAPSED-OUT
           OPEN OUTPUT BREACH-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-TS-DATE
           MOVE WS-RUN-HH TO WS-RUN-TS-HH
           MOVE WS-RUN-MI TO WS-RUN-TS-MI.

      ******************************************************************
      * PROCESS-ONE-TICKET - both clocks start at the opened time;    *
      * each stops at its own timestamp, or at the run time while it  *
      * is still running.  A ticket either clock cannot time is       *
      * written with zero hours and its status, and listed.           *
      ******************************************************************
       PROCESS-ONE-TICKET.
           MOVE SPACES TO TICKET-ELAPSED-RECORD
           MOVE TK-TICKET-ID TO TE-TICKET-ID
           MOVE TK-CALENDAR-ID TO TE-CALENDAR-ID
           MOVE TK-PRIORITY TO TE-PRIORITY
           MOVE ZERO TO TE-RESPONSE-HOURS
           MOVE ZERO TO TE-RESOLVE-HOURS
           MOVE 'N' TO TE-RESPONSE-BREACH
           MOVE 'N' TO TE-RESOLVE-BREACH
           MOVE '00' TO TE-STATUS

           IF TK-PRIORITY IS NOT NUMERIC OR TK-PRIORITY < 1
              OR TK-PRIORITY > 4
               MOVE '05' TO TE-STATUS
               MOVE 'PRIORITY NOT 1-4' TO WS-ERROR-TEXT
               PERFORM REPORT-UNTIMED-TICKET
               EXIT PARAGRAPH
           END-IF

      * Time to first response.
           MOVE TK-OPENED-TS TO WS-BH-START-TS
           IF TK-RESPONDED-TS IS NUMERIC AND TK-RESPONDED-TS > ZERO
               MOVE TK-RESPONDED-TS TO WS-BH-END-TS
               MOVE 'C' TO TE-RESPONSE-STATE
           ELSE
               MOVE WS-RUN-TS TO WS-BH-END-TS
               MOVE 'O' TO TE-RESPONSE-STATE
           END-IF
           PERFORM CALL-BUSINESS-HOURS
           IF NOT WS-BH-OK
               PERFORM REPORT-BUSHRS-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BH-ELAPSED-HOURS TO TE-RESPONSE-HOURS

      * Time to resolution.
           IF TK-RESOLVED-TS IS NUMERIC AND TK-RESOLVED-TS > ZERO
               MOVE TK-RESOLVED-TS TO WS-BH-END-TS
               MOVE 'C' TO TE-RESOLVE-STATE
           ELSE
               MOVE WS-RUN-TS TO WS-BH-END-TS
               MOVE 'O' TO TE-RESOLVE-STATE
           END-IF
           PERFORM CALL-BUSINESS-HOURS
           IF NOT WS-BH-OK
               MOVE ZERO TO TE-RESPONSE-HOURS
               PERFORM REPORT-BUSHRS-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BH-ELAPSED-HOURS TO TE-RESOLVE-HOURS

           IF TE-RESPONSE-HOURS > WST-RESPONSE-TARGET(TK-PRIORITY)
               MOVE 'Y' TO TE-RESPONSE-BREACH
               ADD 1 TO WS-RESP-BREACH-COUNT
           END-IF
           IF TE-RESOLVE-HOURS > WST-RESOLVE-TARGET(TK-PRIORITY)
               MOVE 'Y' TO TE-RESOLVE-BREACH
               ADD 1 TO WS-RES-BREACH-COUNT
           END-IF

           WRITE TICKET-ELAPSED-RECORD
           ADD 1 TO WS-TIMED-COUNT
           PERFORM TALLY-SITE

           IF TE-RESPONSE-BREACHED
               MOVE 'RESPONSE' TO WS-CLOCK-NAME
               MOVE TE-RESPONSE-STATE TO WS-CLOCK-STATE
               MOVE TE-RESPONSE-HOURS TO WS-CLOCK-HOURS
               MOVE WST-RESPONSE-TARGET(TK-PRIORITY) TO WS-CLOCK-TARGET
               PERFORM WRITE-BREACH-LINE
           END-IF
           IF TE-RESOLVE-BREACHED
               MOVE 'RESOLVE' TO WS-CLOCK-NAME
               MOVE TE-RESOLVE-STATE TO WS-CLOCK-STATE
               MOVE TE-RESOLVE-HOURS TO WS-CLOCK-HOURS
               MOVE WST-RESOLVE-TARGET(TK-PRIORITY) TO WS-CLOCK-TARGET
               PERFORM WRITE-BREACH-LINE
           END-IF.

       CALL-BUSINESS-HOURS.
           CALL 'BUSHRS' USING TK-CALENDAR-ID, WS-BH-START-TS,
               WS-BH-END-TS, WS-BH-ELAPSED-MINUTES,
               WS-BH-ELAPSED-HOURS, WS-BH-STATUS.

       REPORT-BUSHRS-ERROR.
           MOVE WS-BH-STATUS TO TE-STATUS
           EVALUATE WS-BH-STATUS
               WHEN '01'
                   MOVE 'INVALID TIMESTAMP' TO WS-ERROR-TEXT
               WHEN '02'
                   MOVE 'CALENDAR NOT ON HOLIDAY-MASTER'
                       TO WS-ERROR-TEXT
               WHEN '03'
                   MOVE 'NO BUSINESS-HOURS PROFILE' TO WS-ERROR-TEXT
               WHEN '04'
                   MOVE 'CLOCK STOPS BEFORE IT STARTS' TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE 'NOT TIMED' TO WS-ERROR-TEXT
           END-EVALUATE
           PERFORM REPORT-UNTIMED-TICKET.

       REPORT-UNTIMED-TICKET.
           MOVE ZERO TO TE-RESPONSE-HOURS
           MOVE ZERO TO TE-RESOLVE-HOURS
           WRITE TICKET-ELAPSED-RECORD
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY 'HOLIDSLA: not timed ' TK-TICKET-ID ' '
               TE-STATUS ' ' WS-ERROR-TEXT

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING TK-TICKET-ID '  ' TK-CALENDAR-ID '   '
               TK-PRIORITY '   NOT TIMED - ' WS-ERROR-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       TALLY-SITE.
           MOVE ZERO TO WS-CUR-SITE
           PERFORM CHECK-ONE-SITE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT OR WS-CUR-SITE > ZERO
           IF WS-CUR-SITE = ZERO AND WS-SITE-COUNT < WS-SITE-MAX
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-CUR-SITE
               MOVE TK-CALENDAR-ID TO WSS-CALENDAR-ID(WS-CUR-SITE)
               PERFORM CLEAR-ONE-PRIORITY
                   VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 4
           END-IF
           IF WS-CUR-SITE > ZERO
               ADD 1 TO WSS-TICKET-COUNT(WS-CUR-SITE, TK-PRIORITY)
               IF TE-RESPONSE-BREACHED
                   ADD 1 TO WSS-RESP-BREACHES(WS-CUR-SITE, TK-PRIORITY)
               END-IF
               IF TE-RESOLVE-BREACHED
                   ADD 1 TO WSS-RES-BREACHES(WS-CUR-SITE, TK-PRIORITY)
               END-IF
           END-IF.

       CHECK-ONE-SITE.
           IF WSS-CALENDAR-ID(WS-SSUB) = TK-CALENDAR-ID
               MOVE WS-SSUB TO WS-CUR-SITE
           END-IF.

       CLEAR-ONE-PRIORITY.
           MOVE ZERO TO WSS-TICKET-COUNT(WS-CUR-SITE, WS-PSUB)
           MOVE ZERO TO WSS-RESP-BREACHES(WS-CUR-SITE, WS-PSUB)
           MOVE ZERO TO WSS-RES-BREACHES(WS-CUR-SITE, WS-PSUB).

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          SERVICE-DESK SLA BREACH REPORT - RUN '
               WS-RUN-MONTH '/' WS-RUN-DAY '/' WS-RUN-YEAR ' '
               WS-RUN-HH ':' WS-RUN-MI
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'TICKET      CAL   PRI  CLOCK       BUS HRS'
               '    TARGET  CLOCK STATE'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----------  ----  ---  --------  ---------'
               '  --------  -----------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-BREACH-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF

           MOVE WS-CLOCK-HOURS TO WS-DISPLAY-HOURS
           MOVE WS-CLOCK-TARGET TO WS-DISPLAY-TARGET
           MOVE SPACES TO RPT-LINE
           STRING TK-TICKET-ID '  ' TK-CALENDAR-ID '   '
               TK-PRIORITY '   ' WS-CLOCK-NAME '   '
               WS-DISPLAY-HOURS '  ' WS-DISPLAY-TARGET '  '
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-CLOCK-STATE = 'O'
               MOVE 'STILL OPEN' TO RPT-LINE(55:11)
           ELSE
               MOVE 'STOPPED' TO RPT-LINE(55:11)
           END-IF
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * WRITE-SITE-SUMMARY - tickets and breaches by site, one line   *
      * per priority the site had tickets for.                        *
      ******************************************************************
       WRITE-SITE-SUMMARY.
           IF WS-PAGE-COUNT = ZERO
               PERFORM WRITE-REPORT-HEADERS
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'BREACHES BY SITE AND PRIORITY'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'SITE  PRI   TICKETS  RESP BREACH   RES BREACH'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----  ---  --------  -----------  -----------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-ONE-SITE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT.

       WRITE-ONE-SITE.
           PERFORM WRITE-ONE-PRIORITY-LINE
               VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 4.

       WRITE-ONE-PRIORITY-LINE.
           IF WSS-TICKET-COUNT(WS-SSUB, WS-PSUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WSS-CALENDAR-ID(WS-SSUB) TO RPT-LINE(1:4)
           MOVE WS-PSUB TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT(8:1) TO RPT-LINE(8:1)
           MOVE WSS-TICKET-COUNT(WS-SSUB, WS-PSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(12:8)
           MOVE WSS-RESP-BREACHES(WS-SSUB, WS-PSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(25:8)
           MOVE WSS-RES-BREACHES(WS-SSUB, WS-PSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(38:8)
           WRITE RPT-LINE.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TICKETS READ:          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TIMED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TICKETS TIMED:         ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RESP-BREACH-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'RESPONSE BREACHES:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RES-BREACH-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'RESOLUTION BREACHES:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ERROR-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TICKETS NOT TIMED:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE TICKET-IN ELAPSED-OUT BREACH-RPT
           DISPLAY 'HOLIDSLA: ' WS-READ-COUNT ' ticket(s) read, '
               WS-TIMED-COUNT ' timed, ' WS-ERROR-COUNT ' not timed'.

       END PROGRAM HOLIDSLA.
