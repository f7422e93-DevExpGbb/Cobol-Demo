      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDGRD - month-at-a-glance grid calendar print.  What gets  *
      * pinned on walls and sent to the sites is a month grid, and    *
      * retyping it from the HOLIDRPT/HOLCORP lists has put wrong     *
      * dates on the wall.  For the calendar id and year in the PARM  *
      * ('USHQ2027'; the run year when only the calendar is given)    *
      * this step prints twelve pages, one per month:                 *
      *   - a seven-column week grid whose weeks start on the         *
      *     calendar's own first working day - the day after its      *
      *     weekend in the HM-WEEKEND-PATTERN of the code-00 policy   *
      *     version in force that year (Saturday/Sunday when the      *
      *     calendar has none) - with the weekend days shaded;        *
      *   - each day marked ** CLOSED **, HALF DAY nn HR or           *
      *     (OBSERVANCE) on its observed date, and <ACTUAL DATE> on   *
      *     the real date of a holiday observed on another day, the   *
      *     observed cell noting the date it stands in for;           *
      *   - a legend, and a footer listing the month's holidays by    *
      *     name with class, weekday and the actual/observed dates.   *
      * The holidays come from the published results repository       *
      * (HOLIDRPS), so any year already published prints without a    *
      * recalculation; a holiday of the year before or after whose    *
      * actual or observed date falls in the year is shown too.       *
      * RC=0 clean, 4 when the master was not available (default      *
      * weekend used), 8 when the PARM is bad, the repository is not  *
      * available or nothing is published for the calendar and year.  *
      *                                                                *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDGRD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-MASTER ASSIGN TO 'HOLIDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLIDAY-REPO   ASSIGN TO 'HOLIDRPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT GRID-RPT       ASSIGN TO 'HOLIDGRP'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  HOLIDAY-REPO.
           COPY HOLIDRPS.
       FD  GRID-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS       PIC XX.
           88 WS-MASTER-OK                 VALUE '00'.
       01 WS-REPO-STATUS         PIC XX.
           88 WS-REPO-OK                   VALUE '00'.
       01 WS-MASTER-OPEN-FLAG    PIC X(1) VALUE 'N'.
           88 WS-MASTER-IS-OPEN            VALUE 'Y'.
       01 WS-REPO-OPEN-FLAG      PIC X(1) VALUE 'N'.
           88 WS-REPO-IS-OPEN              VALUE 'Y'.
       01 WS-BROWSE-END-FLAG     PIC X(1).
           88 WS-BROWSE-END                VALUE 'Y'.
       01 WS-POLICY-FOUND-FLAG   PIC X(1) VALUE 'N'.
           88 WS-POLICY-FOUND              VALUE 'Y'.
       01 WS-PARM-BAD-FLAG       PIC X(1) VALUE 'N'.
           88 WS-PARM-BAD                  VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-CALENDAR-ID         PIC X(4).
       01 WS-GRID-YEAR           PIC 9(4).
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-DATE            PIC X(10).
       01 WS-DISPLAY-COUNT       PIC Z(7)9.

      * Weekend pattern in force for the year (1=Monday ... 7=Sunday)
      * and the weekday the grid's weeks start on.
       01 WS-WEEKEND-PATTERN.
           05 WS-WEEKEND-DAY OCCURS 7 TIMES PIC X(1).
       01 WS-WEEK-START-DOW      PIC 9(1) VALUE 1.
       01 WS-PREV-DOW            PIC 9(1).
       01 WS-DOW                 PIC 9(1).
       01 WS-DSUB                PIC 9(1) COMP.
       01 WS-WEEKEND-TEXT        PIC X(70).
       01 WS-TEXT-POS            PIC 9(3) COMP.

       01 WS-DOW-NAME-VALUES.
           05 FILLER             PIC X(9) VALUE 'MONDAY'.
           05 FILLER             PIC X(9) VALUE 'TUESDAY'.
           05 FILLER             PIC X(9) VALUE 'WEDNESDAY'.
           05 FILLER             PIC X(9) VALUE 'THURSDAY'.
           05 FILLER             PIC X(9) VALUE 'FRIDAY'.
           05 FILLER             PIC X(9) VALUE 'SATURDAY'.
           05 FILLER             PIC X(9) VALUE 'SUNDAY'.
       01 WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAME-VALUES.
           05 WS-DOW-NAME         OCCURS 7 TIMES PIC X(9).

       01 WS-MONTH-NAME-VALUES.
           05 FILLER             PIC X(9) VALUE 'JANUARY'.
           05 FILLER             PIC X(9) VALUE 'FEBRUARY'.
           05 FILLER             PIC X(9) VALUE 'MARCH'.
           05 FILLER             PIC X(9) VALUE 'APRIL'.
           05 FILLER             PIC X(9) VALUE 'MAY'.
           05 FILLER             PIC X(9) VALUE 'JUNE'.
           05 FILLER             PIC X(9) VALUE 'JULY'.
           05 FILLER             PIC X(9) VALUE 'AUGUST'.
           05 FILLER             PIC X(9) VALUE 'SEPTEMBER'.
           05 FILLER             PIC X(9) VALUE 'OCTOBER'.
           05 FILLER             PIC X(9) VALUE 'NOVEMBER'.
           05 FILLER             PIC X(9) VALUE 'DECEMBER'.
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05 WS-MONTH-NAME       OCCURS 12 TIMES PIC X(9).

      * The year's holidays from the repository, in key order.
       01 WS-HOL-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-HOL-MAX             PIC 9(3) COMP VALUE 100.
       01 WS-HSUB                PIC 9(3) COMP.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 100 TIMES.
               10 WSH-HOLIDAY-NAME    PIC X(25).
               10 WSH-HOLIDAY-CLASS   PIC X(01).
                   88 WSH-HALF-DAY               VALUE 'H'.
                   88 WSH-OBSERVANCE             VALUE 'O'.
               10 WSH-CLOSURE-HOURS   PIC 9(02).
               10 WSH-ACTUAL-DATE     PIC 9(08).
               10 WSH-ACTUAL-DOW      PIC X(09).
               10 WSH-OBS-DATE        PIC 9(08).
               10 WSH-OBS-DOW         PIC X(09).
       01 WS-DROPPED-COUNT       PIC 9(8) COMP VALUE ZERO.

      * Month being printed.
       01 WS-MONTH               PIC 99.
       01 WS-MONTH-FIRST         PIC 9(8).
       01 WS-NEXT-MONTH-FIRST    PIC 9(8).
       01 WS-MONTH-FIRST-INT     PIC 9(8) COMP.
       01 WS-DAYS-IN-MONTH       PIC 9(2).
       01 WS-LEAD-CELLS          PIC 9(1).
       01 WS-WEEK-COUNT          PIC 9(1).
       01 WS-WEEK                PIC 9(1).
       01 WS-COL-SUB             PIC 9(1) COMP.
       01 WS-LINE-SUB            PIC 9(1) COMP.
       01 WS-CELL-DAY            PIC S9(3).
       01 WS-CELL-DATE           PIC 9(8).
       01 WS-DAY-EDIT            PIC Z9.
       01 WS-HOURS-EDIT          PIC Z9.
       01 WS-MONTH-HOL-COUNT     PIC 9(3) COMP.

      * Weekday of each grid column, and the week being built: seven
      * cells of three 17-character lines.
       01 WS-COL-DOW-TABLE.
           05 WS-COL-DOW OCCURS 7 TIMES PIC 9(1).
       01 WS-WEEK-CELLS.
           05 WS-CELL OCCURS 7 TIMES.
               10 WS-CELL-LINE OCCURS 3 TIMES PIC X(17).
       01 WS-SHADE-LINE          PIC X(17).
       01 WS-SHADE-POS           PIC S9(2) COMP.
       01 WS-SHADE-DONE-FLAG     PIC X(1).
           88 WS-SHADE-DONE                VALUE 'Y'.

      * Holidays falling on the cell: the strongest mark wins the
      * cell (observed closure, half day, observance, then an actual
      * date observed elsewhere); a second one is named underneath.
       01 WS-EVENT-RANK          PIC 9(1).
       01 WS-BEST-RANK           PIC 9(1).
       01 WS-BEST-SUB            PIC 9(3) COMP.
       01 WS-SECOND-SUB          PIC 9(3) COMP.
       01 WS-NOTE-DATE           PIC 9(8).
       01 WS-NOTE-DATE-X REDEFINES WS-NOTE-DATE.
           05 WS-NOTE-YEAR        PIC 9(4).
           05 WS-NOTE-MONTH       PIC 99.
           05 WS-NOTE-DAY         PIC 99.
       01 WS-CLASS-TEXT          PIC X(16).

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(8).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           IF WS-PARM-BAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-WEEKEND-POLICY
           PERFORM FIND-WEEK-START
           PERFORM LOAD-HOLIDAYS
           IF NOT WS-REPO-IS-OPEN OR WS-HOL-COUNT = ZERO
               DISPLAY 'HOLIDGRD: nothing published for ' WS-CALENDAR-ID
                   ' ' WS-GRID-YEAR ' - no grid printed'
               PERFORM TERMINATE-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRINT-ONE-MONTH
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12
           PERFORM TERMINATE-RUN

           IF NOT WS-MASTER-IS-OPEN OR WS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDGRD: printing month grid calendar'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YEAR TO WS-GRID-YEAR
           MOVE SPACES TO WS-CALENDAR-ID
           IF LK-PARM-LEN >= 4
               MOVE LK-PARM-TEXT(1:4) TO WS-CALENDAR-ID
           END-IF
           IF LK-PARM-LEN >= 8
               IF LK-PARM-TEXT(5:4) IS NUMERIC
                   MOVE LK-PARM-TEXT(5:4) TO WS-GRID-YEAR
               ELSE
                   MOVE 'Y' TO WS-PARM-BAD-FLAG
               END-IF
           END-IF
           IF WS-CALENDAR-ID = SPACES
               MOVE 'Y' TO WS-PARM-BAD-FLAG
           END-IF
           IF WS-PARM-BAD
               DISPLAY 'HOLIDGRD: PARM must be calendar id and year,'
                   ' e.g. USHQ2027'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'HOLIDGRD: calendar ' WS-CALENDAR-ID
               ' year ' WS-GRID-YEAR

           OPEN INPUT HOLIDAY-MASTER
           IF WS-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'HOLIDGRD: master not available, status '
                   WS-MASTER-STATUS ' - Saturday/Sunday weekend used'
           END-IF
           OPEN INPUT HOLIDAY-REPO
           IF WS-REPO-OK
               MOVE 'Y' TO WS-REPO-OPEN-FLAG
           ELSE
               DISPLAY 'HOLIDGRD: repository not available, status '
                   WS-REPO-STATUS
           END-IF
           OPEN OUTPUT GRID-RPT.

      ******************************************************************
      * LOAD-WEEKEND-POLICY - the calendar's code-00 policy versions  *
      * sit in ascending effective-from order; the first active one   *
      * covering the year wins, exactly as BUSDAY selects it.         *
      ******************************************************************
       LOAD-WEEKEND-POLICY.
           MOVE 'NNNNNYY' TO WS-WEEKEND-PATTERN
           IF NOT WS-MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BROWSE-END-FLAG
           MOVE WS-CALENDAR-ID TO HM-CALENDAR-ID
           MOVE ZERO TO HM-HOLIDAY-CODE
           MOVE ZERO TO HM-EFF-YEAR-FROM
           START HOLIDAY-MASTER KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
           END-START
           PERFORM UNTIL WS-BROWSE-END OR WS-POLICY-FOUND
               READ HOLIDAY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-END-FLAG
                   NOT AT END
                       IF HM-CALENDAR-ID NOT = WS-CALENDAR-ID
                          OR NOT HM-CALENDAR-RECORD
                           MOVE 'Y' TO WS-BROWSE-END-FLAG
                       ELSE
                           PERFORM CHECK-ONE-POLICY-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-POLICY-VERSION.
           IF HM-ACTIVE AND HM-WEEKEND-PATTERN NOT = SPACES
              AND HM-EFF-YEAR-FROM <= WS-GRID-YEAR
              AND (HM-EFF-YEAR-TO = ZERO OR
                   HM-EFF-YEAR-TO >= WS-GRID-YEAR)
               MOVE HM-WEEKEND-PATTERN TO WS-WEEKEND-PATTERN
               MOVE 'Y' TO WS-POLICY-FOUND-FLAG
           END-IF.

      ******************************************************************
      * FIND-WEEK-START - the first working day after a weekend day;  *
      * a calendar with no weekend at all starts its weeks Monday.    *
      * The weekend text for the page heading is built alongside.     *
      ******************************************************************
       FIND-WEEK-START.
           MOVE ZERO TO WS-WEEK-START-DOW
           MOVE SPACES TO WS-WEEKEND-TEXT
           MOVE 1 TO WS-TEXT-POS
           PERFORM CHECK-ONE-WEEKDAY
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > 7
           IF WS-WEEK-START-DOW = ZERO
               MOVE 1 TO WS-WEEK-START-DOW
           END-IF
           IF WS-WEEKEND-TEXT = SPACES
               MOVE 'NONE' TO WS-WEEKEND-TEXT
           END-IF
           PERFORM SET-ONE-COLUMN-DOW
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.

       CHECK-ONE-WEEKDAY.
           IF WS-DSUB = 1
               MOVE 7 TO WS-PREV-DOW
           ELSE
               COMPUTE WS-PREV-DOW = WS-DSUB - 1
           END-IF
           IF WS-WEEKEND-DAY(WS-DSUB) NOT = 'Y'
              AND WS-WEEKEND-DAY(WS-PREV-DOW) = 'Y'
              AND WS-WEEK-START-DOW = ZERO
               MOVE WS-DSUB TO WS-WEEK-START-DOW
           END-IF
           IF WS-WEEKEND-DAY(WS-DSUB) = 'Y'
               MOVE WS-DOW-NAME(WS-DSUB)
                   TO WS-WEEKEND-TEXT(WS-TEXT-POS:9)
               ADD 10 TO WS-TEXT-POS
           END-IF.

       SET-ONE-COLUMN-DOW.
           COMPUTE WS-COL-DOW(WS-COL-SUB) =
               FUNCTION MOD(WS-WEEK-START-DOW + WS-COL-SUB - 2, 7) + 1.

      ******************************************************************
      * LOAD-HOLIDAYS - one keyed browse of the calendar's repository *
      * records.  A holiday of the year before or after whose actual  *
      * or observed date falls in the year (New Year's Day observed   *
      * on the prior 31 December) belongs on this grid as well.       *
      ******************************************************************
       LOAD-HOLIDAYS.
           IF NOT WS-REPO-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BROWSE-END-FLAG
           MOVE WS-CALENDAR-ID TO RP-CALENDAR-ID
           MOVE ZERO TO RP-HOLIDAY-CODE
           MOVE ZERO TO RP-YEAR
           START HOLIDAY-REPO KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
           END-START
           PERFORM UNTIL WS-BROWSE-END
               READ HOLIDAY-REPO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-END-FLAG
                   NOT AT END
                       IF RP-CALENDAR-ID NOT = WS-CALENDAR-ID
                           MOVE 'Y' TO WS-BROWSE-END-FLAG
                       ELSE
                           PERFORM STORE-ONE-HOLIDAY
                       END-IF
               END-READ
           END-PERFORM.

       STORE-ONE-HOLIDAY.
           IF RP-DATE-YYYYMMDD(1:4) NOT = WS-GRID-YEAR
              AND RP-OBSERVED-YYYYMMDD(1:4) NOT = WS-GRID-YEAR
               EXIT PARAGRAPH
           END-IF
           IF WS-HOL-COUNT >= WS-HOL-MAX
               DISPLAY 'HOLIDGRD: holiday table full, record dropped '
                   RP-CALENDAR-ID RP-HOLIDAY-CODE RP-YEAR
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOL-COUNT
           MOVE RP-HOLIDAY-NAME TO WSH-HOLIDAY-NAME(WS-HOL-COUNT)
           MOVE RP-HOLIDAY-CLASS TO WSH-HOLIDAY-CLASS(WS-HOL-COUNT)
           MOVE RP-CLOSURE-HOURS TO WSH-CLOSURE-HOURS(WS-HOL-COUNT)
           MOVE RP-DATE-YYYYMMDD TO WSH-ACTUAL-DATE(WS-HOL-COUNT)
           MOVE RP-HOLIDAY-DOW TO WSH-ACTUAL-DOW(WS-HOL-COUNT)
           MOVE RP-OBSERVED-YYYYMMDD TO WSH-OBS-DATE(WS-HOL-COUNT)
           MOVE RP-OBSERVED-DOW TO WSH-OBS-DOW(WS-HOL-COUNT).

      ******************************************************************
      * PRINT-ONE-MONTH - heading, the week grid, legend and the      *
      * month's holiday list on a page of its own.                    *
      ******************************************************************
       PRINT-ONE-MONTH.
           COMPUTE WS-MONTH-FIRST =
               WS-GRID-YEAR * 10000 + WS-MONTH * 100 + 1
           IF WS-MONTH = 12
               COMPUTE WS-NEXT-MONTH-FIRST =
                   (WS-GRID-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-FIRST =
                   WS-MONTH-FIRST + 100
           END-IF
           COMPUTE WS-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
               - WS-MONTH-FIRST-INT
           COMPUTE WS-DOW =
               FUNCTION MOD(WS-MONTH-FIRST-INT + 6, 7) + 1
           COMPUTE WS-LEAD-CELLS =
               FUNCTION MOD(WS-DOW - WS-WEEK-START-DOW + 7, 7)
           COMPUTE WS-WEEK-COUNT =
               (WS-LEAD-CELLS + WS-DAYS-IN-MONTH + 6) / 7

           PERFORM WRITE-MONTH-HEADERS
           PERFORM PRINT-ONE-WEEK
               VARYING WS-WEEK FROM 1 BY 1
               UNTIL WS-WEEK > WS-WEEK-COUNT
           PERFORM WRITE-LEGEND
           PERFORM WRITE-MONTH-FOOTER.

       WRITE-MONTH-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ALL '=' TO RPT-LINE(1:127)
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY CALENDAR - ' WS-CALENDAR-ID
               ' - ' DELIMITED BY SIZE
               WS-MONTH-NAME(WS-MONTH) DELIMITED BY SPACE
               ' ' WS-GRID-YEAR DELIMITED BY SIZE
               INTO RPT-LINE
           STRING 'PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE(110:9)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          WEEKEND (SHADED): ' WS-WEEKEND-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-GRID-RULE
           MOVE SPACES TO RPT-LINE
           MOVE '|' TO RPT-LINE(1:1)
           PERFORM SET-ONE-DAY-HEADING
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7
           WRITE RPT-LINE
           PERFORM WRITE-GRID-RULE.

       SET-ONE-DAY-HEADING.
           MOVE WS-DOW-NAME(WS-COL-DOW(WS-COL-SUB))
               TO RPT-LINE((WS-COL-SUB - 1) * 18 + 6:9)
           MOVE '|' TO RPT-LINE(WS-COL-SUB * 18 + 1:1).

       WRITE-GRID-RULE.
           MOVE SPACES TO RPT-LINE
           MOVE ALL '-' TO RPT-LINE(1:127)
           PERFORM SET-ONE-RULE-CORNER
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7
           MOVE '+' TO RPT-LINE(1:1)
           WRITE RPT-LINE.

       SET-ONE-RULE-CORNER.
           MOVE '+' TO RPT-LINE(WS-COL-SUB * 18 + 1:1).

      ******************************************************************
      * PRINT-ONE-WEEK - build the seven cells, then print them three *
      * lines deep under a rule.                                      *
      ******************************************************************
       PRINT-ONE-WEEK.
           PERFORM BUILD-ONE-CELL
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7
           PERFORM WRITE-ONE-CELL-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 3
           PERFORM WRITE-GRID-RULE.

       WRITE-ONE-CELL-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE '|' TO RPT-LINE(1:1)
           PERFORM SET-ONE-CELL-TEXT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7
           WRITE RPT-LINE.

       SET-ONE-CELL-TEXT.
           MOVE WS-CELL-LINE(WS-COL-SUB, WS-LINE-SUB)
               TO RPT-LINE((WS-COL-SUB - 1) * 18 + 2:17)
           MOVE '|' TO RPT-LINE(WS-COL-SUB * 18 + 1:1).

       BUILD-ONE-CELL.
           MOVE SPACES TO WS-CELL(WS-COL-SUB)
           COMPUTE WS-CELL-DAY = (WS-WEEK - 1) * 7 + WS-COL-SUB
               - WS-LEAD-CELLS
           IF WS-CELL-DAY < 1 OR WS-CELL-DAY > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CELL-DATE = WS-MONTH-FIRST + WS-CELL-DAY - 1
           MOVE WS-CELL-DAY TO WS-DAY-EDIT
           MOVE WS-DAY-EDIT TO WS-CELL-LINE(WS-COL-SUB, 1)(1:2)

           MOVE ZERO TO WS-BEST-RANK
           MOVE ZERO TO WS-BEST-SUB
           MOVE ZERO TO WS-SECOND-SUB
           PERFORM RANK-ONE-HOLIDAY
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT
           IF WS-BEST-SUB > ZERO
               PERFORM MARK-CELL
           END-IF

           IF WS-WEEKEND-DAY(WS-COL-DOW(WS-COL-SUB)) = 'Y'
               PERFORM SHADE-ONE-CELL-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 3
           END-IF.

      * Rank 4 observed closure, 3 observed half day, 2 observance,
      * 1 the actual date of a holiday observed on another day.
       RANK-ONE-HOLIDAY.
           MOVE ZERO TO WS-EVENT-RANK
           IF WSH-OBS-DATE(WS-HSUB) = WS-CELL-DATE
               EVALUATE TRUE
                   WHEN WSH-HALF-DAY(WS-HSUB)
                       MOVE 3 TO WS-EVENT-RANK
                   WHEN WSH-OBSERVANCE(WS-HSUB)
                       MOVE 2 TO WS-EVENT-RANK
                   WHEN OTHER
                       MOVE 4 TO WS-EVENT-RANK
               END-EVALUATE
           ELSE
               IF WSH-ACTUAL-DATE(WS-HSUB) = WS-CELL-DATE
                   MOVE 1 TO WS-EVENT-RANK
               END-IF
           END-IF
           IF WS-EVENT-RANK = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-RANK > WS-BEST-RANK
               MOVE WS-BEST-SUB TO WS-SECOND-SUB
               MOVE WS-HSUB TO WS-BEST-SUB
               MOVE WS-EVENT-RANK TO WS-BEST-RANK
           ELSE
               IF WS-SECOND-SUB = ZERO
                   MOVE WS-HSUB TO WS-SECOND-SUB
               END-IF
           END-IF.

       MARK-CELL.
           EVALUATE WS-BEST-RANK
               WHEN 4
                   MOVE '** CLOSED **'
                       TO WS-CELL-LINE(WS-COL-SUB, 1)(4:14)
               WHEN 3
                   MOVE WSH-CLOSURE-HOURS(WS-BEST-SUB) TO WS-HOURS-EDIT
                   STRING 'HALF DAY ' WS-HOURS-EDIT ' HR'
                       DELIMITED BY SIZE
                       INTO WS-CELL-LINE(WS-COL-SUB, 1)(4:14)
               WHEN 2
                   MOVE '(OBSERVANCE)'
                       TO WS-CELL-LINE(WS-COL-SUB, 1)(4:14)
               WHEN OTHER
                   MOVE '<ACTUAL DATE>'
                       TO WS-CELL-LINE(WS-COL-SUB, 1)(4:14)
           END-EVALUATE
           MOVE WSH-HOLIDAY-NAME(WS-BEST-SUB)
               TO WS-CELL-LINE(WS-COL-SUB, 2)

           IF WS-SECOND-SUB > ZERO
               MOVE WSH-HOLIDAY-NAME(WS-SECOND-SUB)
                   TO WS-CELL-LINE(WS-COL-SUB, 3)
               EXIT PARAGRAPH
           END-IF
           IF WSH-ACTUAL-DATE(WS-BEST-SUB) = WSH-OBS-DATE(WS-BEST-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-BEST-RANK = 1
               MOVE WSH-OBS-DATE(WS-BEST-SUB) TO WS-NOTE-DATE
               STRING 'OBSERVED ' WS-NOTE-MONTH '/' WS-NOTE-DAY
                   DELIMITED BY SIZE
                   INTO WS-CELL-LINE(WS-COL-SUB, 3)
           ELSE
               MOVE WSH-ACTUAL-DATE(WS-BEST-SUB) TO WS-NOTE-DATE
               STRING 'OBS FOR ' WS-NOTE-MONTH '/' WS-NOTE-DAY
                   DELIMITED BY SIZE
                   INTO WS-CELL-LINE(WS-COL-SUB, 3)
           END-IF.

      * Weekend shading fills the unused right-hand part of each line.
       SHADE-ONE-CELL-LINE.
           MOVE WS-CELL-LINE(WS-COL-SUB, WS-LINE-SUB) TO WS-SHADE-LINE
           MOVE 'N' TO WS-SHADE-DONE-FLAG
           PERFORM SHADE-ONE-POSITION
               VARYING WS-SHADE-POS FROM 17 BY -1
               UNTIL WS-SHADE-POS < 1 OR WS-SHADE-DONE
           MOVE WS-SHADE-LINE TO WS-CELL-LINE(WS-COL-SUB, WS-LINE-SUB).

       SHADE-ONE-POSITION.
           IF WS-SHADE-LINE(WS-SHADE-POS:1) = SPACE
               MOVE '.' TO WS-SHADE-LINE(WS-SHADE-POS:1)
           ELSE
               MOVE 'Y' TO WS-SHADE-DONE-FLAG
           END-IF.

       WRITE-LEGEND.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LEGEND:  ** CLOSED **   FULL CLOSURE          '
               'HALF DAY nn HR  HALF-DAY CLOSURE, nn PAID HOURS'
               '     (OBSERVANCE)  OPEN'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '         <ACTUAL DATE>  HOLIDAY FALLS HERE BUT IS '
               'OBSERVED ON ANOTHER DAY   OBS FOR mm/dd  OBSERVED '
               'HERE FOR mm/dd   ....  WEEKEND'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * WRITE-MONTH-FOOTER - the month's holidays by name in date     *
      * order: each on its observed date, and again on its actual     *
      * date when that differs and falls in the month.                *
      ******************************************************************
       WRITE-MONTH-FOOTER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'HOLIDAYS IN ' DELIMITED BY SIZE
               WS-MONTH-NAME(WS-MONTH) DELIMITED BY SPACE
               ' ' WS-GRID-YEAR ':' DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-MONTH-HOL-COUNT
           PERFORM LIST-ONE-DAY
               VARYING WS-CELL-DAY FROM 1 BY 1
               UNTIL WS-CELL-DAY > WS-DAYS-IN-MONTH
           IF WS-MONTH-HOL-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE '  NO HOLIDAYS THIS MONTH' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       LIST-ONE-DAY.
           COMPUTE WS-CELL-DATE = WS-MONTH-FIRST + WS-CELL-DAY - 1
           PERFORM LIST-ONE-HOLIDAY
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT.

       LIST-ONE-HOLIDAY.
           IF WSH-OBS-DATE(WS-HSUB) NOT = WS-CELL-DATE
              AND WSH-ACTUAL-DATE(WS-HSUB) NOT = WS-CELL-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MONTH-HOL-COUNT
           EVALUATE TRUE
               WHEN WSH-HALF-DAY(WS-HSUB)
                   MOVE WSH-CLOSURE-HOURS(WS-HSUB) TO WS-HOURS-EDIT
                   MOVE SPACES TO WS-CLASS-TEXT
                   STRING 'HALF DAY ' WS-HOURS-EDIT ' HRS'
                       DELIMITED BY SIZE INTO WS-CLASS-TEXT
               WHEN WSH-OBSERVANCE(WS-HSUB)
                   MOVE 'OBSERVANCE' TO WS-CLASS-TEXT
               WHEN OTHER
                   MOVE 'CLOSURE' TO WS-CLASS-TEXT
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           CALL 'DATECONV' USING WS-CELL-DATE,
               WS-RPT-DATE-FORMAT, WS-RPT-DATE
           MOVE WS-RPT-DATE TO RPT-LINE(3:10)
           MOVE WSH-HOLIDAY-NAME(WS-HSUB) TO RPT-LINE(27:25)
           MOVE WS-CLASS-TEXT TO RPT-LINE(54:16)
           IF WSH-OBS-DATE(WS-HSUB) = WS-CELL-DATE
               MOVE WSH-OBS-DOW(WS-HSUB) TO RPT-LINE(15:9)
               IF WSH-ACTUAL-DATE(WS-HSUB) NOT = WS-CELL-DATE
                   CALL 'DATECONV' USING WSH-ACTUAL-DATE(WS-HSUB),
                       WS-RPT-DATE-FORMAT, WS-RPT-DATE
                   STRING 'OBSERVED FOR ' WSH-ACTUAL-DOW(WS-HSUB)
                       ' ' WS-RPT-DATE
                       DELIMITED BY SIZE INTO RPT-LINE(72:40)
               END-IF
           ELSE
               MOVE WSH-ACTUAL-DOW(WS-HSUB) TO RPT-LINE(15:9)
               CALL 'DATECONV' USING WSH-OBS-DATE(WS-HSUB),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               STRING 'ACTUAL DATE - OBSERVED ' WSH-OBS-DOW(WS-HSUB)
                   ' ' WS-RPT-DATE
                   DELIMITED BY SIZE INTO RPT-LINE(72:50)
           END-IF
           WRITE RPT-LINE.

       TERMINATE-RUN.
           IF WS-MASTER-IS-OPEN
               CLOSE HOLIDAY-MASTER
           END-IF
           IF WS-REPO-IS-OPEN
               CLOSE HOLIDAY-REPO
           END-IF
           CLOSE GRID-RPT
           MOVE WS-HOL-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'HOLIDGRD: ' WS-PAGE-COUNT ' page(s), '
               WS-DISPLAY-COUNT ' holiday(s) on the grid'.

       END PROGRAM HOLIDGRD.
