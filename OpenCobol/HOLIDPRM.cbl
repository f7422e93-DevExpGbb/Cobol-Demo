      * half-day ('H') closure is a working day and is neither a     *
      * premium day nor part of a non-working block.                 *
      * Totals print by site (calendar id).  RC=4 when any           *
      * premium-pay case was found, so payroll cannot miss the page, *
      * or duties were dropped from a full duty table; 0 otherwise.  *
      *                                                                *
      * Modification History:                                        *
      *   02/09/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Dated closure events: a clock-in on a        *
      *                  weekday closed by a shutdown or declared     *
      *                  closure on the closure-event file is a       *
      *                  premium case too, reported with the event's  *
      *                  description - an emergency closure keyed in  *
      *                  the morning is caught that night with no     *
      *                  master change.  Event days also extend the   *
      *                  non-working blocks through BUSDAY.           *
      *   15/10/2026 AI  EMPSTAT is now 80 bytes (hire, termination   *
      *                  and site-transfer dates, maintained by       *
      *                  HOLEMNT); only the record length changes     *
      *                  here.                                        *
      *   15/10/2026 AI  Coverage roster: each premium case is marked *
      *                  SCHEDULED (with the team) when the HOLIDROS  *
      *                  duty file rosters the employee that day, or  *
      *                  UNSCHEDULED; rostered staff with no clock-in *
      *                  on a day the timesheet feed covers are       *
      *                  listed as no-shows; every premium case is    *
      *                  written to HOLIDCVW for the fairness ledger. *
      *                  A no-show also sets RC=4.                    *
      *   15/10/2026 AI  Duty table raised to 3000 entries to match   *
      *                  the HOLIDROS carry table; duties dropped     *
      *                  from a full table are counted, printed in    *
      *                  the totals and set RC=4.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDPRM.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-RPT  ASSIGN TO 'HOLIDPXR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUTY-IN ASSIGN TO 'HOLIDCVD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKED-OUT     ASSIGN TO 'HOLIDCVW'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMESHEET-IN
           RECORD CONTAINS 19 CHARACTERS.
           COPY HOLIDTMS.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  HOLIDAY-OUT
           RECORD CONTAINS 92 CHARACTERS.
       FD  EXCEPTION-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).
       FD  DUTY-IN
           RECORD CONTAINS 60 CHARACTERS.
           COPY HOLIDCVD.
       FD  WORKED-OUT
           RECORD CONTAINS 50 CHARACTERS.
           COPY HOLIDCVL.

       WORKING-STORAGE SECTION.
       01 WS-TMS-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-EMP-EOF                   VALUE 'Y'.
       01 WS-OUT-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-OUT-EOF                   VALUE 'Y'.
       01 WS-DUTY-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-DUTY-EOF                  VALUE 'Y'.
       01 WS-TRAILER-ID          PIC X(8) VALUE '**TRL***'.
       01 WS-PREMIUM-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-ABSENCE-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-SCHEDULED-COUNT     PIC 9(8) COMP VALUE ZERO.
       01 WS-UNSCHEDULED-COUNT   PIC 9(8) COMP VALUE ZERO.
       01 WS-NO-SHOW-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-DUTY-DROPPED-COUNT  PIC 9(8) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
               10 WST-WORK-INT        PIC 9(08) COMP.
               10 WST-HOURS           PIC 9(02)V9.
       01 WS-TSUB                PIC 9(4) COMP.
      * Days the timesheet feed covers - a rostered day outside them
      * cannot be judged a no-show.
       01 WS-TMS-FIRST-INT       PIC 9(8) COMP VALUE ZERO.
       01 WS-TMS-LAST-INT        PIC 9(8) COMP VALUE ZERO.

      * Coverage duties rostered by HOLIDROS - sized to its carry
      * table, which keeps the previous year's duties as well.
       01 WS-DUTY-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-DUTY-MAX            PIC 9(4) COMP VALUE 3000.
       01 WS-DUTY-TABLE.
           05 WS-DUTY-ENTRY OCCURS 3000 TIMES.
               10 WSD-EMPLOYEE-ID     PIC X(08).
               10 WSD-CALENDAR-ID     PIC X(04).
               10 WSD-DUTY-INT        PIC 9(08) COMP.
               10 WSD-TEAM-ID         PIC X(06).
               10 WSD-HOLIDAY-NAME    PIC X(25).
       01 WS-DSUB                PIC 9(4) COMP.
       01 WS-CUR-DUTY            PIC 9(4) COMP.
       01 WS-COVERAGE-TEXT       PIC X(18).

      * Employee roster with calendars, from EMPSTAT.
       01 WS-EMP-COUNT           PIC 9(4) COMP VALUE ZERO.
               10 WSH-OBS-INT         PIC 9(08) COMP.
       01 WS-HSUB                PIC 9(3) COMP.
       01 WS-CUR-HOL             PIC 9(3) COMP.
      * Name printed on a premium line - the holiday, or the closure
      * event's description.
       01 WS-PREMIUM-NAME        PIC X(25).
       01 WS-CQ-STATUS           PIC X(2).
           88 WS-CQ-FOUND                  VALUE '00'.
           COPY HOLIDCEV.

      * Bridge days already reported, so a block carrying two
      * closures does not report the same bridge day twice.
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-CLOSURE-TABLE
           PERFORM LOAD-TIMESHEET-TABLE
           PERFORM LOAD-DUTY-TABLE

           PERFORM WRITE-PREMIUM-HEADERS
           PERFORM MATCH-ONE-TIMESHEET
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT

           PERFORM WRITE-NO-SHOW-HEADERS
           PERFORM CHECK-ONE-DUTY
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DUTY-COUNT

           PERFORM WRITE-SITE-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-PREMIUM-COUNT > 0 OR WS-NO-SHOW-COUNT > 0
              OR WS-DUTY-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           OPEN INPUT EMPLOYEE-STAT
           OPEN INPUT HOLIDAY-OUT
           OPEN OUTPUT EXCEPTION-RPT
           OPEN INPUT DUTY-IN
           OPEN OUTPUT WORKED-OUT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       LOAD-EMPLOYEE-TABLE.
                           COMPUTE WST-WORK-INT(WS-TMS-COUNT) =
                               FUNCTION INTEGER-OF-DATE(TS-WORK-DATE)
                           MOVE TS-HOURS TO WST-HOURS(WS-TMS-COUNT)
                           PERFORM NOTE-TIMESHEET-RANGE
                       ELSE
                           DISPLAY 'HOLIDPRM: timesheet table full,'
                               ' record dropped ' TS-EMPLOYEE-ID
               END-READ
           END-PERFORM.

       NOTE-TIMESHEET-RANGE.
           IF WS-TMS-FIRST-INT = ZERO
              OR WST-WORK-INT(WS-TMS-COUNT) < WS-TMS-FIRST-INT
               MOVE WST-WORK-INT(WS-TMS-COUNT) TO WS-TMS-FIRST-INT
           END-IF
           IF WST-WORK-INT(WS-TMS-COUNT) > WS-TMS-LAST-INT
               MOVE WST-WORK-INT(WS-TMS-COUNT) TO WS-TMS-LAST-INT
           END-IF.

       LOAD-DUTY-TABLE.
           PERFORM UNTIL WS-DUTY-EOF
               READ DUTY-IN
                   AT END
                       MOVE 'Y' TO WS-DUTY-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-DUTY
               END-READ
           END-PERFORM.

       STORE-ONE-DUTY.
           IF CD-DUTY-DATE IS NOT NUMERIC
               DISPLAY 'HOLIDPRM: duty record ignored, bad date '
                   CD-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-DUTY-COUNT < WS-DUTY-MAX
               ADD 1 TO WS-DUTY-COUNT
               MOVE CD-EMPLOYEE-ID TO WSD-EMPLOYEE-ID(WS-DUTY-COUNT)
               MOVE CD-CALENDAR-ID TO WSD-CALENDAR-ID(WS-DUTY-COUNT)
               COMPUTE WSD-DUTY-INT(WS-DUTY-COUNT) =
                   FUNCTION INTEGER-OF-DATE(CD-DUTY-DATE)
               MOVE CD-TEAM-ID TO WSD-TEAM-ID(WS-DUTY-COUNT)
               MOVE CD-HOLIDAY-NAME TO WSD-HOLIDAY-NAME(WS-DUTY-COUNT)
           ELSE
               DISPLAY 'HOLIDPRM: duty table full, record dropped '
                   CD-EMPLOYEE-ID
               ADD 1 TO WS-DUTY-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * MATCH-ONE-TIMESHEET - premium case: the employee's calendar   *
      * observed a full closure on the day they clocked in, or BUSDAY *
      * finds the day closed by a dated closure event.                *
      ******************************************************************
       MATCH-ONE-TIMESHEET.
           PERFORM FIND-TIMESHEET-EMPLOYEE
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT OR WS-CUR-HOL > ZERO
           IF WS-CUR-HOL > ZERO
               MOVE WSH-HOLIDAY-NAME(WS-CUR-HOL) TO WS-PREMIUM-NAME
               PERFORM REPORT-PREMIUM-CASE
               EXIT PARAGRAPH
           END-IF

           MOVE WSE-CALENDAR-ID(WS-CUR-EMP) TO WS-BD-CALENDAR-ID
           MOVE WST-WORK-INT(WS-TSUB) TO WS-TEST-INT
           PERFORM CLASSIFY-TEST-DAY
           IF WS-BD-HOLIDAY-FLAG = 'E'
               CALL 'HOLIDCEQ' USING WS-BD-CALENDAR-ID, WS-BD-DATE,
                   CLOSURE-EVENT-RECORD, WS-CQ-STATUS
               IF WS-CQ-FOUND
                   MOVE CE-DESCRIPTION TO WS-PREMIUM-NAME
               ELSE
                   MOVE 'CLOSURE EVENT' TO WS-PREMIUM-NAME
               END-IF
               PERFORM REPORT-PREMIUM-CASE
           END-IF.

               MOVE WS-HSUB TO WS-CUR-HOL
           END-IF.

      ******************************************************************
      * REPORT-PREMIUM-CASE - the case is scheduled work when the     *
      * coverage roster put the employee on duty that day; either     *
      * way it goes to HOLIDCVW for the fairness ledger.              *
      ******************************************************************
       REPORT-PREMIUM-CASE.
           ADD 1 TO WS-PREMIUM-COUNT
           MOVE WSE-CALENDAR-ID(WS-CUR-EMP) TO WS-SITE-CALENDAR
           MOVE 'P' TO WS-SITE-KIND
           PERFORM TALLY-SITE

           MOVE ZERO TO WS-CUR-DUTY
           PERFORM MATCH-ONE-DUTY
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DUTY-COUNT OR WS-CUR-DUTY > ZERO
           MOVE SPACES TO WS-COVERAGE-TEXT
           IF WS-CUR-DUTY > ZERO
               ADD 1 TO WS-SCHEDULED-COUNT
               STRING 'SCHEDULED ' WSD-TEAM-ID(WS-CUR-DUTY)
                   DELIMITED BY SIZE INTO WS-COVERAGE-TEXT
           ELSE
               ADD 1 TO WS-UNSCHEDULED-COUNT
               MOVE 'UNSCHEDULED' TO WS-COVERAGE-TEXT
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(WST-WORK-INT(WS-TSUB))
               TO WS-BD-DATE
           CALL 'DATECONV' USING WS-BD-DATE,
               WSE-CALENDAR-ID(WS-CUR-EMP) '  '
               WS-RPT-DATE '  '
               WST-HOURS(WS-TSUB) ' HRS  '
               WS-PREMIUM-NAME '  '
               WS-COVERAGE-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO COVERAGE-LEDGER-RECORD
           MOVE WST-EMPLOYEE-ID(WS-TSUB) TO CL-EMPLOYEE-ID
           MOVE WSE-CALENDAR-ID(WS-CUR-EMP) TO CL-CALENDAR-ID
           MOVE WS-BD-DATE TO CL-WORK-DATE
           MOVE WST-HOURS(WS-TSUB) TO CL-HOURS
           MOVE WS-PREMIUM-NAME TO CL-HOLIDAY-NAME
           IF WS-CUR-DUTY > ZERO
               MOVE 'Y' TO CL-SCHEDULED-FLAG
           ELSE
               MOVE 'N' TO CL-SCHEDULED-FLAG
           END-IF
           WRITE COVERAGE-LEDGER-RECORD.

       MATCH-ONE-DUTY.
           IF WSD-EMPLOYEE-ID(WS-DSUB) = WST-EMPLOYEE-ID(WS-TSUB)
              AND WSD-DUTY-INT(WS-DSUB) = WST-WORK-INT(WS-TSUB)
               MOVE WS-DSUB TO WS-CUR-DUTY
           END-IF.

      ******************************************************************
      * CHECK-ONE-CLOSURE - bridge-day absence: expand the closure's  *
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * CHECK-ONE-DUTY - a rostered duty on a day the timesheet feed  *
      * covers, with no clock-in by the employee that day.            *
      ******************************************************************
       CHECK-ONE-DUTY.
           IF WSD-DUTY-INT(WS-DSUB) < WS-TMS-FIRST-INT
              OR WSD-DUTY-INT(WS-DSUB) > WS-TMS-LAST-INT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-DUTY-TIMESHEET
               VARYING WS-TSUB FROM 1 BY 1
               UNTIL WS-TSUB > WS-TMS-COUNT OR WS-FOUND
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NO-SHOW-COUNT
           MOVE FUNCTION DATE-OF-INTEGER(WSD-DUTY-INT(WS-DSUB))
               TO WS-BD-DATE
           CALL 'DATECONV' USING WS-BD-DATE,
               WS-RPT-DATE-FORMAT, WS-RPT-DATE
           MOVE SPACES TO RPT-LINE
           STRING WSD-EMPLOYEE-ID(WS-DSUB) '  '
               WSD-CALENDAR-ID(WS-DSUB) '  '
               WS-RPT-DATE '  '
               WSD-TEAM-ID(WS-DSUB) '  '
               WSD-HOLIDAY-NAME(WS-DSUB)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       CHECK-ONE-DUTY-TIMESHEET.
           IF WST-EMPLOYEE-ID(WS-TSUB) = WSD-EMPLOYEE-ID(WS-DSUB)
              AND WST-WORK-INT(WS-TSUB) = WSD-DUTY-INT(WS-DSUB)
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       TALLY-SITE.
           MOVE ZERO TO WS-CUR-SITE
           PERFORM CHECK-ONE-SITE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEE  CAL   WORK DATE   HOURS    HOLIDAY'
               '                    COVERAGE'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '--------  ----  ----------  -------  '
               '-------------------------  ------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-NO-SHOW-HEADERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '     ROSTERED COVERAGE NOT WORKED (NO CLOCK-IN)'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEE  CAL   DUTY DATE   TEAM    HOLIDAY'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '--------  ----  ----------  ------  '
               '-------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BRIDGE-DAY ABSENCES:  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SCHEDULED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING '  SCHEDULED WORK:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-UNSCHEDULED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING '  UNSCHEDULED WORK:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NO-SHOW-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'ROSTERED NO-SHOWS:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-DUTY-DROPPED-COUNT > 0
               MOVE WS-DUTY-DROPPED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '*** DUTIES DROPPED, TABLE FULL: '
                   WS-DISPLAY-COUNT
                   ' - COVERAGE AND NO-SHOWS INCOMPLETE ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-ONE-SITE-TOTAL.
           MOVE SPACES TO RPT-LINE

       TERMINATE-RUN.
           CLOSE TIMESHEET-IN EMPLOYEE-STAT HOLIDAY-OUT EXCEPTION-RPT
               DUTY-IN WORKED-OUT
           DISPLAY 'HOLIDPRM: ' WS-PREMIUM-COUNT ' premium case(s), '
               WS-ABSENCE-COUNT ' bridge-day absence(s)'.

