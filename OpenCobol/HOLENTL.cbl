      *                  record - partial entitlement instead of      *
      *                  all-or-nothing.  Entitlement record is now   *
      *                  87 bytes, HOLIDOUT 92.                       *
      *   15/10/2026 AI  Entitlement is decided as of each holiday's  *
      *                  observed date: HOLELIG is passed that date,  *
      *                  so a mid-year hire is not paid the holidays  *
      *                  before the hire date, a leaver is not paid   *
      *                  those after the termination date, and tenure *
      *                  is counted to the day.  A transferred        *
      *                  employee is paired with the holidays of      *
      *                  every calendar in the EMPSTAT transfer       *
      *                  history, and is paid each one only if it     *
      *                  falls while the employee was on that         *
      *                  calendar.  EMPSTAT is now 80 bytes.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLENTL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  HOLIDAY-OUT
           RECORD CONTAINS 92 CHARACTERS.
               10 WSH-OBSERVED-DATE   PIC X(10).
               10 WSH-HOLIDAY-CLASS   PIC X(01).
               10 WSH-CLOSURE-HOURS   PIC 9(02).
               10 WSH-OBSERVED-YYYYMMDD PIC 9(08).

      * Eligible/ineligible counts by distinct HOLELIG reason text.
       01 WS-REASON-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-HE-CALENDAR-ID      PIC X(04).
       01 WS-HE-ACTIVE-FLAG      PIC X(01) VALUE 'Y'.
       01 WS-HE-CLASS            PIC X(01).
       01 WS-HE-AS-OF-DATE       PIC 9(08).
       01 WS-HE-ELIGIBLE-FLAG    PIC X(01).
           88 WS-HE-ELIGIBLE               VALUE 'Y'.
       01 WS-HE-REASON           PIC X(30).
       01 WS-TRAILER-ID          PIC X(8) VALUE '**TRL***'.
       01 WS-XSUB                PIC 9(4) COMP.
       01 WS-ON-HISTORY-FLAG     PIC X(1).
           88 WS-ON-HISTORY                VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           TO WSH-HOLIDAY-CLASS(WS-HOLIDAY-COUNT)
                       MOVE HO-CLOSURE-HOURS
                           TO WSH-CLOSURE-HOURS(WS-HOLIDAY-COUNT)
                       MOVE HO-OBSERVED-YYYYMMDD
                           TO WSH-OBSERVED-YYYYMMDD(WS-HOLIDAY-COUNT)
                   ELSE
                       DISPLAY 'HOLENTL: holiday table full, record'
                           ' dropped ' HO-CALENDAR-ID HO-HOLIDAY-CODE
           END-READ.

      ******************************************************************
      * PROCESS-EMPLOYEE - one HOLELIG call per holiday on any        *
      * calendar the employee has been on (the current one plus each  *
      * transfer's from-calendar); an employee whose calendars        *
      * matched nothing in HOLIDAY-OUT is counted for the summary and *
      * RC.                                                           *
      ******************************************************************
       PROCESS-EMPLOYEE.
           MOVE ZERO TO WS-MATCH-COUNT
           END-IF.

       EVALUATE-ONE-PAIR.
           MOVE 'N' TO WS-ON-HISTORY-FLAG
           IF WSH-CALENDAR-ID(WS-SUB) = ES-CALENDAR-ID
               MOVE 'Y' TO WS-ON-HISTORY-FLAG
           END-IF
           IF NOT WS-ON-HISTORY AND ES-TRANSFER-COUNT IS NUMERIC
               PERFORM CHECK-ONE-FROM-CALENDAR
                   VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > ES-TRANSFER-COUNT
                      OR WS-XSUB > 4 OR WS-ON-HISTORY
           END-IF

           IF WS-ON-HISTORY
               ADD 1 TO WS-MATCH-COUNT
               ADD 1 TO WS-PAIR-COUNT
               MOVE WSH-CALENDAR-ID(WS-SUB) TO WS-HE-CALENDAR-ID
               MOVE WSH-HOLIDAY-CLASS(WS-SUB) TO WS-HE-CLASS
               MOVE WSH-OBSERVED-YYYYMMDD(WS-SUB) TO WS-HE-AS-OF-DATE
               CALL 'HOLELIG' USING EMPLOYEE-STATUS-RECORD,
                   WS-HE-CALENDAR-ID, WS-HE-ACTIVE-FLAG,
                   WS-HE-CLASS, WS-HE-AS-OF-DATE,
                   WS-HE-ELIGIBLE-FLAG, WS-HE-REASON
               IF WS-HE-ELIGIBLE
                   ADD 1 TO WS-ELIGIBLE-COUNT
               ELSE
               PERFORM WRITE-ENTITLE-RECORD
           END-IF.

       CHECK-ONE-FROM-CALENDAR.
           IF WSH-CALENDAR-ID(WS-SUB) = ES-XFER-FROM-CAL(WS-XSUB)
               MOVE 'Y' TO WS-ON-HISTORY-FLAG
           END-IF.

       COUNT-REASON.
           MOVE 'N' TO WS-REASON-FOUND-FLAG
           PERFORM CHECK-ONE-REASON
