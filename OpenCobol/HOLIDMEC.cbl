      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDMEC - month-end close calendar.  Finance runs its close  *
      * on workday offsets from month end (journals WD-2, accruals    *
      * WD+1, flash WD+3, consolidation WD+5) and every year someone  *
      * hand-built the twelve close calendars around each site's      *
      * holidays.  This step reads the close-task deck (HOLIDCTD      *
      * layout: task id, owning calendar, workday offset, owner,      *
      * description) and, for every month of the year in the PARM    *
      * (the run year when none is given), walks each task's offset  *
      * through BUSDAY on the task's own calendar - so the calendar's *
      * weekend pattern, observed holidays and dated closure events   *
      * are all honored - and writes:                                 *
      *   - HOLIDCTF: one feed record per task per closing month for *
      *     the finance workflow tool;                               *
      *   - HOLIDMCR: the printed close calendar, a page per month   *
      *     in due-date order with the task owners, with every task  *
      *     a holiday pushed marked HOLIDAY SHIFT.                   *
      * A month where a holiday shift lands two tasks of the close on *
      * the same day has both tasks marked COLLAPSED, a warning line  *
      * under the month and a line in the run totals.                 *
      * Cards with a bad or zero offset (there is no WD0) or an      *
      * unknown calendar are listed at the front of the report and   *
      * left out.  RC=0 clean, 4 when a card was rejected or a task  *
      * could not be resolved.                                        *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDMEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-TASK-IN ASSIGN TO 'HOLIDCTD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-FEED    ASSIGN TO 'HOLIDCTF'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-RPT     ASSIGN TO 'HOLIDMCR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-TASK-IN
           RECORD CONTAINS 58 CHARACTERS.
           COPY HOLIDCTD.
       FD  CLOSE-FEED
           RECORD CONTAINS 74 CHARACTERS.
           COPY HOLIDCTF.
       FD  CLOSE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TASK-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-TASK-EOF                  VALUE 'Y'.
       01 WS-CARD-OK-FLAG        PIC X(1).
           88 WS-CARD-OK                   VALUE 'Y'.
       01 WS-WALK-ERROR-FLAG     PIC X(1).
           88 WS-WALK-ERROR                VALUE 'Y'.
       01 WS-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-FEED-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-UNRESOLVED-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-COLLAPSE-MONTHS     PIC 9(8) COMP VALUE ZERO.
       01 WS-MONTH-COLLAPSES     PIC 9(4) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-CLOSE-YEAR          PIC 9(4).
       01 WS-CLOSE-MONTH         PIC 99.
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 40.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-PAGE-TITLE          PIC X(60).
       01 WS-COLUMN-HEAD         PIC X(132).
       01 WS-COLUMN-RULE         PIC X(132).
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-DUE-DATE        PIC X(10).
       01 WS-RPT-OFFSET          PIC +++9.
       01 WS-REJECT-TEXT         PIC X(40).

      * The close-task deck, held for the twelve monthly passes.  The
      * WST- date and flags are the current closing month's answer.
       01 WS-TASK-MAX            PIC 9(4) COMP VALUE 60.
       01 WS-TASK-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-TASK-SUB            PIC 9(4) COMP.
       01 WS-PAIR-SUB            PIC 9(4) COMP.
       01 WS-PICK-SUB            PIC 9(4) COMP.
       01 WS-TASK-TABLE.
           05 WS-TASK-ENTRY OCCURS 60 TIMES.
               10 WST-TASK-ID        PIC X(08).
               10 WST-CALENDAR-ID    PIC X(04).
               10 WST-OFFSET         PIC S9(03).
               10 WST-OWNER          PIC X(12).
               10 WST-DESCRIPTION    PIC X(30).
               10 WST-DUE-DATE       PIC 9(08).
               10 WST-RESOLVED-FLAG  PIC X(01).
                   88 WST-RESOLVED             VALUE 'Y'.
               10 WST-SHIFT-FLAG     PIC X(01).
                   88 WST-SHIFTED              VALUE 'Y'.
               10 WST-COLLAPSE-FLAG  PIC X(01).
                   88 WST-COLLAPSED            VALUE 'Y'.
               10 WST-PRINTED-FLAG   PIC X(01).
                   88 WST-PRINTED              VALUE 'Y'.

      * Collapses found per closing month, for the run totals.
       01 WS-MONTH-SUMMARY.
           05 WS-MONTH-COLLAPSE-COUNT PIC 9(4) COMP OCCURS 12 TIMES.

      * Month end of the closing month and the business-day walk.
       01 WS-MONTH-END-DATE      PIC 9(8).
       01 WS-MONTH-END-X REDEFINES WS-MONTH-END-DATE.
           05 WS-MONTH-END-YEAR   PIC 9(4).
           05 WS-MONTH-END-MONTH  PIC 99.
           05 WS-MONTH-END-DAY    PIC 99.
       01 WS-NEXT-FIRST-DATE     PIC 9(8).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST-DATE.
           05 WS-NEXT-FIRST-YEAR  PIC 9(4).
           05 WS-NEXT-FIRST-MONTH PIC 99.
           05 WS-NEXT-FIRST-DAY   PIC 99.
       01 WS-MONTH-END-INT       PIC 9(8) COMP.
       01 WS-WALK-INT            PIC 9(8) COMP.
       01 WS-WALK-STEP           PIC S9(1) COMP.
       01 WS-WALK-REMAIN         PIC 9(4) COMP.
       01 WS-WALK-DAYS           PIC 9(4) COMP.
      * A walk that has not found its day within a year of the month
      * end never will (a calendar with every weekday closed).
       01 WS-WALK-LIMIT          PIC 9(4) COMP VALUE 366.

      * Weekday names on DAYOFWEEK's 1=Monday scale.
       01 WS-DAY-NAME-VALUES     PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.
       01 WS-DOW                 PIC 9(1).
       01 WS-DOW-STATUS          PIC X(2).
           88 WS-DOW-STATUS-OK             VALUE '00'.

      * Parameters for the BUSDAY call.
       01 WS-BD-CALENDAR-ID      PIC X(4).
       01 WS-BD-DATE             PIC 9(8).
       01 WS-BD-DAY-COUNT        PIC S9(4).
       01 WS-BD-RESULT-DATE      PIC 9(8).
       01 WS-BD-HOLIDAY-FLAG     PIC X(1).
       01 WS-BD-BUSINESS-FLAG    PIC X(1).
       01 WS-BD-STATUS           PIC X(2).
           88 WS-BD-OK                     VALUE '00'.
           88 WS-BD-INVALID-DATE           VALUE '01'.
           88 WS-BD-UNKNOWN-CALENDAR       VALUE '02'.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM UNTIL WS-TASK-EOF
               READ CLOSE-TASK-IN
                   AT END
                       MOVE 'Y' TO WS-TASK-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-TASK
               END-READ
           END-PERFORM

           PERFORM PROCESS-ONE-MONTH
               VARYING WS-CLOSE-MONTH FROM 1 BY 1
               UNTIL WS-CLOSE-MONTH > 12

           PERFORM WRITE-RUN-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-REJECT-COUNT > 0 OR WS-UNRESOLVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDMEC: building the month-end close calendar'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-CLOSE-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-CLOSE-YEAR
           END-IF
           DISPLAY 'HOLIDMEC: close year ' WS-CLOSE-YEAR

           OPEN INPUT CLOSE-TASK-IN
           OPEN OUTPUT CLOSE-FEED
           OPEN OUTPUT CLOSE-RPT
           INITIALIZE WS-MONTH-SUMMARY

           MOVE 'MONTH-END CLOSE CALENDAR - TASK CARDS REJECTED'
               TO WS-PAGE-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           STRING 'TASK CARD' DELIMITED BY SIZE INTO WS-COLUMN-HEAD
           MOVE 'REASON' TO WS-COLUMN-HEAD(62:6)
           MOVE SPACES TO WS-COLUMN-RULE
           MOVE ALL '-' TO WS-COLUMN-RULE(1:58)
           MOVE ALL '-' TO WS-COLUMN-RULE(62:40).

      ******************************************************************
      * LOAD-ONE-TASK - edit one close-task card and hold it for the  *
      * monthly passes.  The calendar is checked once here, by having *
      * BUSDAY classify 1 January of the close year on it, so an      *
      * unknown calendar is one reject rather than twelve.            *
      ******************************************************************
       LOAD-ONE-TASK.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           EVALUATE TRUE
               WHEN CT-WORKDAY-OFFSET IS NOT NUMERIC
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   MOVE 'WORKDAY OFFSET NOT NUMERIC' TO WS-REJECT-TEXT
               WHEN CT-WORKDAY-OFFSET = ZERO
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   MOVE 'WORKDAY OFFSET ZERO - THERE IS NO WD0'
                       TO WS-REJECT-TEXT
               WHEN WS-TASK-COUNT >= WS-TASK-MAX
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   MOVE 'CLOSE-TASK TABLE FULL' TO WS-REJECT-TEXT
           END-EVALUATE

           IF WS-CARD-OK
               MOVE CT-CALENDAR-ID TO WS-BD-CALENDAR-ID
               COMPUTE WS-BD-DATE = WS-CLOSE-YEAR * 10000 + 101
               MOVE ZERO TO WS-BD-DAY-COUNT
               CALL 'BUSDAY' USING WS-BD-CALENDAR-ID, WS-BD-DATE,
                   WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
                   WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG,
                   WS-BD-STATUS
               IF NOT WS-BD-OK
                   MOVE 'N' TO WS-CARD-OK-FLAG
                   MOVE 'CALENDAR NOT ON HOLIDAY-MASTER'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF NOT WS-CARD-OK
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TASK-COUNT
           MOVE CT-TASK-ID TO WST-TASK-ID(WS-TASK-COUNT)
           MOVE CT-CALENDAR-ID TO WST-CALENDAR-ID(WS-TASK-COUNT)
           MOVE CT-WORKDAY-OFFSET TO WST-OFFSET(WS-TASK-COUNT)
           MOVE CT-OWNER TO WST-OWNER(WS-TASK-COUNT)
           MOVE CT-DESCRIPTION TO WST-DESCRIPTION(WS-TASK-COUNT).

       WRITE-REJECT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE CLOSE-TASK-DEFINITION TO RPT-LINE(1:58)
           MOVE WS-REJECT-TEXT TO RPT-LINE(62:40)
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'HOLIDMEC: rejected ' CT-TASK-ID ' '
               WS-REJECT-TEXT.

      ******************************************************************
      * PROCESS-ONE-MONTH - resolve every task for one closing month, *
      * look for collapsed pairs, then feed and print the month.      *
      ******************************************************************
       PROCESS-ONE-MONTH.
           IF WS-CLOSE-MONTH = 12
               COMPUTE WS-NEXT-FIRST-YEAR = WS-CLOSE-YEAR + 1
               MOVE 1 TO WS-NEXT-FIRST-MONTH
           ELSE
               MOVE WS-CLOSE-YEAR TO WS-NEXT-FIRST-YEAR
               COMPUTE WS-NEXT-FIRST-MONTH = WS-CLOSE-MONTH + 1
           END-IF
           MOVE 1 TO WS-NEXT-FIRST-DAY
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
               TO WS-MONTH-END-DATE

           PERFORM RESOLVE-ONE-TASK
               VARYING WS-TASK-SUB FROM 1 BY 1
               UNTIL WS-TASK-SUB > WS-TASK-COUNT

           MOVE ZERO TO WS-MONTH-COLLAPSES
           PERFORM CHECK-COLLAPSE-ROW
               VARYING WS-TASK-SUB FROM 1 BY 1
               UNTIL WS-TASK-SUB > WS-TASK-COUNT
           MOVE WS-MONTH-COLLAPSES
               TO WS-MONTH-COLLAPSE-COUNT(WS-CLOSE-MONTH)
           IF WS-MONTH-COLLAPSES > 0
               ADD 1 TO WS-COLLAPSE-MONTHS
           END-IF

           PERFORM WRITE-FEED-RECORD
               VARYING WS-TASK-SUB FROM 1 BY 1
               UNTIL WS-TASK-SUB > WS-TASK-COUNT

           PERFORM PRINT-CLOSE-MONTH.

      ******************************************************************
      * RESOLVE-ONE-TASK - walk the task's offset one day at a time   *
      * from month end, letting BUSDAY classify each day on the       *
      * task's calendar: WD-n counts back from the month end itself   *
      * (WD-1 is the last working day on or before it), WD+n counts   *
      * forward from the day after.  Walking rather than asking       *
      * BUSDAY for the whole count shows whether an observed holiday  *
      * or closure event was stepped over - a HOLIDAY SHIFT.          *
      ******************************************************************
       RESOLVE-ONE-TASK.
           MOVE ZERO TO WST-DUE-DATE(WS-TASK-SUB)
           MOVE 'N' TO WST-RESOLVED-FLAG(WS-TASK-SUB)
           MOVE 'N' TO WST-SHIFT-FLAG(WS-TASK-SUB)
           MOVE 'N' TO WST-COLLAPSE-FLAG(WS-TASK-SUB)
           MOVE 'N' TO WST-PRINTED-FLAG(WS-TASK-SUB)
           MOVE 'N' TO WS-WALK-ERROR-FLAG
           MOVE ZERO TO WS-WALK-DAYS

           IF WST-OFFSET(WS-TASK-SUB) < ZERO
               MOVE WS-MONTH-END-INT TO WS-WALK-INT
               MOVE -1 TO WS-WALK-STEP
               COMPUTE WS-WALK-REMAIN = 0 - WST-OFFSET(WS-TASK-SUB)
           ELSE
               COMPUTE WS-WALK-INT = WS-MONTH-END-INT + 1
               MOVE 1 TO WS-WALK-STEP
               MOVE WST-OFFSET(WS-TASK-SUB) TO WS-WALK-REMAIN
           END-IF
           MOVE WST-CALENDAR-ID(WS-TASK-SUB) TO WS-BD-CALENDAR-ID

           PERFORM WALK-ONE-DAY
               UNTIL WST-RESOLVED(WS-TASK-SUB) OR WS-WALK-ERROR
                  OR WS-WALK-DAYS > WS-WALK-LIMIT

           IF NOT WST-RESOLVED(WS-TASK-SUB)
               MOVE 99999999 TO WST-DUE-DATE(WS-TASK-SUB)
               ADD 1 TO WS-UNRESOLVED-COUNT
               DISPLAY 'HOLIDMEC: ' WST-TASK-ID(WS-TASK-SUB)
                   ' not resolved for close of ' WS-CLOSE-MONTH '/'
                   WS-CLOSE-YEAR
           END-IF.

       WALK-ONE-DAY.
           ADD 1 TO WS-WALK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-INT) TO WS-BD-DATE
           MOVE ZERO TO WS-BD-DAY-COUNT
           CALL 'BUSDAY' USING WS-BD-CALENDAR-ID, WS-BD-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS
           IF NOT WS-BD-OK
               MOVE 'Y' TO WS-WALK-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF

           IF WS-BD-BUSINESS-FLAG = 'Y'
               SUBTRACT 1 FROM WS-WALK-REMAIN
               IF WS-WALK-REMAIN = ZERO
                   MOVE WS-BD-DATE TO WST-DUE-DATE(WS-TASK-SUB)
                   MOVE 'Y' TO WST-RESOLVED-FLAG(WS-TASK-SUB)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-BD-HOLIDAY-FLAG = 'Y' OR WS-BD-HOLIDAY-FLAG = 'E'
                   MOVE 'Y' TO WST-SHIFT-FLAG(WS-TASK-SUB)
               END-IF
           END-IF
           ADD WS-WALK-STEP TO WS-WALK-INT.

      ******************************************************************
      * CHECK-COLLAPSE-ROW - pair the task with every later task of   *
      * the month.  Two tasks collapse when they are meant for        *
      * different workdays (different offsets) but land on the same   *
      * day, and at least one of them was pushed there by a holiday   *
      * shift.  Tasks with the same offset - the same step run at     *
      * several sites - share a day by design and are not a collapse. *
      ******************************************************************
       CHECK-COLLAPSE-ROW.
           IF NOT WST-RESOLVED(WS-TASK-SUB)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COLLAPSE-PAIR
               VARYING WS-PAIR-SUB FROM WS-TASK-SUB BY 1
               UNTIL WS-PAIR-SUB > WS-TASK-COUNT.

       CHECK-COLLAPSE-PAIR.
           IF WS-PAIR-SUB = WS-TASK-SUB
               EXIT PARAGRAPH
           END-IF
           IF NOT WST-RESOLVED(WS-PAIR-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WST-DUE-DATE(WS-PAIR-SUB) NOT =
              WST-DUE-DATE(WS-TASK-SUB)
               EXIT PARAGRAPH
           END-IF
           IF NOT WST-SHIFTED(WS-TASK-SUB) AND
              NOT WST-SHIFTED(WS-PAIR-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WST-OFFSET(WS-PAIR-SUB) = WST-OFFSET(WS-TASK-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WST-COLLAPSE-FLAG(WS-TASK-SUB)
           MOVE 'Y' TO WST-COLLAPSE-FLAG(WS-PAIR-SUB)
           ADD 1 TO WS-MONTH-COLLAPSES.

       WRITE-FEED-RECORD.
           IF NOT WST-RESOLVED(WS-TASK-SUB)
               EXIT PARAGRAPH
           END-IF
           COMPUTE CF-CLOSE-PERIOD =
               WS-CLOSE-YEAR * 100 + WS-CLOSE-MONTH
           MOVE WST-TASK-ID(WS-TASK-SUB) TO CF-TASK-ID
           MOVE WST-CALENDAR-ID(WS-TASK-SUB) TO CF-CALENDAR-ID
           MOVE WST-OFFSET(WS-TASK-SUB) TO CF-WORKDAY-OFFSET
           MOVE WST-DUE-DATE(WS-TASK-SUB) TO CF-DUE-DATE
           MOVE WST-OWNER(WS-TASK-SUB) TO CF-OWNER
           MOVE WST-DESCRIPTION(WS-TASK-SUB) TO CF-DESCRIPTION
           MOVE WST-SHIFT-FLAG(WS-TASK-SUB) TO CF-SHIFT-FLAG
           MOVE WST-COLLAPSE-FLAG(WS-TASK-SUB) TO CF-COLLAPSE-FLAG
           WRITE CLOSE-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT.

      ******************************************************************
      * PRINT-CLOSE-MONTH - a new page per closing month, tasks in    *
      * due-date order (deck order within a day; unresolved tasks     *
      * last), then the month's collapse warning.                     *
      ******************************************************************
       PRINT-CLOSE-MONTH.
           MOVE SPACES TO WS-PAGE-TITLE
           STRING 'MONTH-END CLOSE CALENDAR - CLOSE OF '
               WS-CLOSE-MONTH '/' WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO WS-PAGE-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           STRING 'DUE DATE    DAY    WD  CAL   TASK      '
               'OWNER         DESCRIPTION'
               DELIMITED BY SIZE INTO WS-COLUMN-HEAD
           MOVE 'NOTE' TO WS-COLUMN-HEAD(86:4)
           MOVE SPACES TO WS-COLUMN-RULE
           STRING '----------  ---  ----  ----  --------  '
               '------------  ------------------------------'
               DELIMITED BY SIZE INTO WS-COLUMN-RULE
           MOVE ALL '-' TO WS-COLUMN-RULE(86:24)
           MOVE 99 TO WS-LINE-COUNT

           IF WS-TASK-COUNT = ZERO
               PERFORM WRITE-REPORT-HEADERS
               MOVE SPACES TO RPT-LINE
               MOVE 'NO CLOSE TASKS ON THE DECK' TO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-EARLIEST-TASK WS-TASK-COUNT TIMES

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-MONTH-COLLAPSES > 0
               MOVE WS-MONTH-COLLAPSES TO WS-DISPLAY-COUNT
               STRING '*** COLLAPSE: ' WS-DISPLAY-COUNT
                   ' PAIR(S) OF TASKS PUSHED ONTO THE SAME DAY BY A'
                   ' HOLIDAY - SEE COLLAPSED TASKS ABOVE ***'
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE 'NO COLLAPSED TASKS THIS MONTH' TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.

       PRINT-EARLIEST-TASK.
           MOVE ZERO TO WS-PICK-SUB
           PERFORM CHECK-EARLIEST-TASK
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-TASK-COUNT
           IF WS-PICK-SUB > ZERO
               MOVE 'Y' TO WST-PRINTED-FLAG(WS-PICK-SUB)
               PERFORM WRITE-TASK-LINE
           END-IF.

       CHECK-EARLIEST-TASK.
           IF WST-PRINTED(WS-PAIR-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-PICK-SUB = ZERO
               MOVE WS-PAIR-SUB TO WS-PICK-SUB
               EXIT PARAGRAPH
           END-IF
           IF WST-DUE-DATE(WS-PAIR-SUB) < WST-DUE-DATE(WS-PICK-SUB)
               MOVE WS-PAIR-SUB TO WS-PICK-SUB
           END-IF.

       WRITE-TASK-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF

           MOVE SPACES TO RPT-LINE
           IF WST-RESOLVED(WS-PICK-SUB)
               CALL 'DATECONV' USING WST-DUE-DATE(WS-PICK-SUB),
                   WS-RPT-DATE-FORMAT, WS-RPT-DUE-DATE
               MOVE WS-RPT-DUE-DATE TO RPT-LINE(1:10)
               CALL 'DAYOFWEEK' USING WST-DUE-DATE(WS-PICK-SUB),
                   WS-DOW, WS-DOW-STATUS
               IF WS-DOW-STATUS-OK
                   MOVE WS-DAY-NAME(WS-DOW) TO RPT-LINE(13:3)
               END-IF
           ELSE
               MOVE ALL '*' TO RPT-LINE(1:10)
           END-IF
           MOVE WST-OFFSET(WS-PICK-SUB) TO WS-RPT-OFFSET
           MOVE WS-RPT-OFFSET TO RPT-LINE(18:4)
           MOVE WST-CALENDAR-ID(WS-PICK-SUB) TO RPT-LINE(24:4)
           MOVE WST-TASK-ID(WS-PICK-SUB) TO RPT-LINE(30:8)
           MOVE WST-OWNER(WS-PICK-SUB) TO RPT-LINE(40:12)
           MOVE WST-DESCRIPTION(WS-PICK-SUB) TO RPT-LINE(54:30)
           EVALUATE TRUE
               WHEN NOT WST-RESOLVED(WS-PICK-SUB)
                   MOVE 'NOT RESOLVED' TO RPT-LINE(86:12)
               WHEN WST-COLLAPSED(WS-PICK-SUB)
                   IF WST-SHIFTED(WS-PICK-SUB)
                       MOVE 'HOLIDAY SHIFT' TO RPT-LINE(86:13)
                   END-IF
                   MOVE 'COLLAPSED' TO RPT-LINE(101:9)
               WHEN WST-SHIFTED(WS-PICK-SUB)
                   MOVE 'HOLIDAY SHIFT' TO RPT-LINE(86:13)
           END-EVALUATE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          ' WS-PAGE-TITLE
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-COLUMN-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-RULE TO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-PAGE-TITLE
           STRING 'MONTH-END CLOSE CALENDAR - RUN TOTALS '
               WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO WS-PAGE-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           MOVE SPACES TO WS-COLUMN-RULE
           PERFORM WRITE-REPORT-HEADERS

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TASK CARDS READ:         ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TASK CARDS REJECTED:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FEED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DUE DATES FED:           ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-UNRESOLVED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TASKS NOT RESOLVED:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-COLLAPSE-MONTHS TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'MONTHS WITH COLLAPSES:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-COLLAPSE-MONTH
               VARYING WS-CLOSE-MONTH FROM 1 BY 1
               UNTIL WS-CLOSE-MONTH > 12.

       WRITE-COLLAPSE-MONTH.
           IF WS-MONTH-COLLAPSE-COUNT(WS-CLOSE-MONTH) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-COLLAPSE-COUNT(WS-CLOSE-MONTH)
               TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING '    CLOSE OF ' WS-CLOSE-MONTH '/' WS-CLOSE-YEAR
               ' COLLAPSED PAIRS: ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE CLOSE-TASK-IN CLOSE-FEED CLOSE-RPT
           DISPLAY 'HOLIDMEC: ' WS-READ-COUNT ' card(s) read, '
               WS-TASK-COUNT ' task(s) scheduled, '
               WS-FEED-COUNT ' due date(s) fed, '
               WS-COLLAPSE-MONTHS ' month(s) with collapses'.

       END PROGRAM HOLIDMEC.
