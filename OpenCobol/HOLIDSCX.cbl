      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDSCX - job-scheduler run-calendar export.  The data       *
      * center's scheduler calendars were keyed by hand every         *
      * December from the printed HOLIDRPT, and a missed USNE         *
      * Patriots Day let the AP extract run against a closed site.    *
      * For the year in the PARM (the run year when none is given),   *
      * this step reads the scheduler rule deck (HOLIDSRL: one card  *
      * per scheduler calendar), classifies every day of the year on *
      * the card's holiday calendar - or joint calendar set - through *
      * BUSJNT/BUSDAY, and writes:                                    *
      *   - HOLIDSCE: the scheduler's calendar-definition import,    *
      *     one record per scheduler calendar with a Y/N day string  *
      *     per month - run-day lists (rule R), non-run-day lists    *
      *     (rule N), business day n of each month (rule M, +1 =     *
      *     first, -1 = last) and every business day on a given      *
      *     weekday (rule W, e.g. every business Friday);            *
      *   - HOLIDSCR: the export listing, each scheduler calendar's  *
      *     run days month by month;                                 *
      *   - HOLIDSCC: the compare listing against the previously     *
      *     exported file (HOLIDSCP), day by day on month and day,   *
      *     with the reason a day stopped running, plus calendars    *
      *     new to or dropped from the export - what operations      *
      *     checks before loading.                                   *
      * RC=0 clean, 4 when a rule card was rejected (bad rule,       *
      * duplicate name, calendar not on HOLIDAY-MASTER).             *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDSCX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-RULES   ASSIGN TO 'HOLIDSRL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHED-EXPORT  ASSIGN TO 'HOLIDSCE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREV-EXPORT ASSIGN TO 'HOLIDSCP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-RPT    ASSIGN TO 'HOLIDSCR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPARE-RPT   ASSIGN TO 'HOLIDSCC'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-RULES
           RECORD CONTAINS 47 CHARACTERS.
           COPY HOLIDSRL.
       FD  SCHED-EXPORT
           RECORD CONTAINS 426 CHARACTERS.
           COPY HOLIDSCE.
       FD  PREV-EXPORT
           RECORD CONTAINS 426 CHARACTERS.
       01 PREV-EXPORT-RECORD        PIC X(426).
       FD  EXPORT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).
       FD  COMPARE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 CMP-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULE-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-RULE-EOF                  VALUE 'Y'.
       01 WS-PREV-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-PREV-EOF                  VALUE 'Y'.
       01 WS-CAL-ERROR-FLAG      PIC X(1).
           88 WS-CAL-ERROR                 VALUE 'Y'.
       01 WS-FOUND-FLAG          PIC X(1).
           88 WS-FOUND                     VALUE 'Y'.
       01 WS-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-EXPORT-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-UNCHANGED-COUNT     PIC 9(8) COMP VALUE ZERO.
       01 WS-CHANGED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-NEW-COUNT           PIC 9(8) COMP VALUE ZERO.
       01 WS-DROPPED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-DAY-CHANGE-COUNT    PIC 9(4) COMP.
       01 WS-SHORT-MONTH-COUNT   PIC 9(4) COMP.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-EXPORT-YEAR         PIC 9(4).
       01 WS-PREV-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CMP-LINE-COUNT      PIC 9(3) VALUE 99.
       01 WS-CMP-PAGE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 40.
       01 WS-BLOCK-LINES         PIC 9(3) VALUE 16.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RPT-COUNT           PIC ZZ9.
       01 WS-RPT-OFFSET          PIC +99.
       01 WS-RPT-COL             PIC 9(3) COMP.
       01 WS-RPT-MM              PIC 99.
       01 WS-RPT-DD              PIC 99.
       01 WS-REJECT-TEXT         PIC X(40).
       01 WS-SAVE-LINE           PIC X(132).
       01 WS-RULE-TEXT           PIC X(40).

      * The year's day range and the day in hand.
       01 WS-FIRST-DATE          PIC 9(8).
       01 WS-LAST-DATE           PIC 9(8).
       01 WS-FIRST-INT           PIC 9(8) COMP.
       01 WS-LAST-INT            PIC 9(8) COMP.
       01 WS-DAY-INT             PIC 9(8) COMP.
       01 WS-DAY-DATE            PIC 9(8).
       01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05 WS-DAY-YEAR         PIC 9(4).
           05 WS-DAY-MONTH        PIC 99.
           05 WS-DAY-DAY          PIC 99.
       01 WS-MONTH-SUB           PIC 9(2) COMP.
       01 WS-DAY-SUB             PIC 9(2) COMP.
       01 WS-BD-SEEN             PIC 9(2) COMP.
       01 WS-BD-WANTED           PIC 9(2) COMP.
       01 WS-CUR-FLAG            PIC X(1).
       01 WS-PREV-FLAG           PIC X(1).

      * The year on the calendar last classified, by month and day:
      * business flag Y/N (space = no such day), BUSDAY's holiday
      * flag and the weekday.  Consecutive cards on one calendar
      * share the classification.
       01 WS-CLASSIFIED-CALENDAR PIC X(4) VALUE SPACES.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-MONTH OCCURS 12 TIMES.
               10 WS-YEAR-DAY OCCURS 31 TIMES.
                   15 WSY-BUSINESS-FLAG   PIC X(01).
                   15 WSY-HOLIDAY-FLAG    PIC X(01).
                   15 WSY-DOW             PIC 9(01).

      * Scheduler calendars already exported this run.
       01 WS-DONE-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-DONE-MAX            PIC 9(4) COMP VALUE 100.
       01 WS-DONE-SUB            PIC 9(4) COMP.
       01 WS-DONE-TABLE.
           05 WSD-SCHED-CALENDAR  PIC X(08) OCCURS 100 TIMES.

      * The previous export, held whole for the compare.
       01 WS-PREV-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-PREV-MAX            PIC 9(4) COMP VALUE 100.
       01 WS-PREV-SUB            PIC 9(4) COMP.
       01 WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 100 TIMES.
               10 WSP-RECORD.
                   15 WSP-SCHED-CALENDAR  PIC X(08).
                   15 WSP-CALENDAR-ID     PIC X(04).
                   15 WSP-YEAR            PIC 9(04).
                   15 WSP-RULE-TYPE       PIC X(01).
                   15 WSP-BD-OFFSET       PIC S9(02) SIGN IS LEADING
                                          SEPARATE CHARACTER.
                   15 WSP-WEEKDAY         PIC 9(01).
                   15 WSP-RUN-DAY-COUNT   PIC 9(03).
                   15 WSP-DESCRIPTION     PIC X(30).
                   15 WSP-MONTH OCCURS 12 TIMES.
                       20 WSP-RUN-FLAG    PIC X(01) OCCURS 31 TIMES.
               10 WSP-MATCHED-FLAG    PIC X(01).
                   88 WSP-MATCHED                 VALUE 'Y'.

       01 WS-MONTH-NAME-VALUES   PIC X(36)
               VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05 WS-MONTH-NAME       PIC X(3) OCCURS 12 TIMES.

      * Weekday names on DAYOFWEEK's 1=Monday scale.
       01 WS-DAY-NAME-VALUES     PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.
       01 WS-DOW                 PIC 9(1).
       01 WS-DOW-STATUS          PIC X(2).
           88 WS-DOW-STATUS-OK             VALUE '00'.

      * Parameters for the BUSJNT call.
       01 WS-BD-CALENDAR-ID      PIC X(4).
       01 WS-BD-DAY-COUNT        PIC S9(4) VALUE ZERO.
       01 WS-BD-RESULT-DATE      PIC 9(8).
       01 WS-BD-HOLIDAY-FLAG     PIC X(1).
       01 WS-BD-BUSINESS-FLAG    PIC X(1).
       01 WS-BD-STATUS           PIC X(2).
           88 WS-BD-OK                     VALUE '00'.
       01 WS-BD-CLOSED-BY        PIC X(4).

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM UNTIL WS-RULE-EOF
               READ SCHED-RULES
                   AT END
                       MOVE 'Y' TO WS-RULE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-RULE
               END-READ
           END-PERFORM

           IF WS-PREV-COUNT > 0
               PERFORM LIST-ONE-DROPPED
                   VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB > WS-PREV-COUNT
           END-IF

           PERFORM WRITE-RUN-TOTALS
           PERFORM WRITE-COMPARE-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDSCX: exporting job-scheduler calendars'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-EXPORT-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-EXPORT-YEAR
           END-IF
           DISPLAY 'HOLIDSCX: export year ' WS-EXPORT-YEAR

           COMPUTE WS-FIRST-DATE = WS-EXPORT-YEAR * 10000 + 101
           COMPUTE WS-LAST-DATE = WS-EXPORT-YEAR * 10000 + 1231
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)

           PERFORM LOAD-PREVIOUS-EXPORT

           OPEN INPUT SCHED-RULES
           OPEN OUTPUT SCHED-EXPORT
           OPEN OUTPUT EXPORT-RPT
           OPEN OUTPUT COMPARE-RPT
           PERFORM WRITE-REPORT-HEADERS
           PERFORM WRITE-COMPARE-HEADERS.

      ******************************************************************
      * LOAD-PREVIOUS-EXPORT - the last generation operations loaded. *
      * None (first export, or DD DUMMY) just means nothing to        *
      * compare against.                                              *
      ******************************************************************
       LOAD-PREVIOUS-EXPORT.
           OPEN INPUT PREV-EXPORT
           PERFORM UNTIL WS-PREV-EOF
               READ PREV-EXPORT
                   AT END
                       MOVE 'Y' TO WS-PREV-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-PREVIOUS
               END-READ
           END-PERFORM
           CLOSE PREV-EXPORT
           IF WS-PREV-COUNT > 0
               MOVE WSP-YEAR(1) TO WS-PREV-YEAR
           END-IF.

       STORE-ONE-PREVIOUS.
           IF WS-PREV-COUNT < WS-PREV-MAX
               ADD 1 TO WS-PREV-COUNT
               MOVE PREV-EXPORT-RECORD TO WSP-RECORD(WS-PREV-COUNT)
               MOVE 'N' TO WSP-MATCHED-FLAG(WS-PREV-COUNT)
           ELSE
               DISPLAY 'HOLIDSCX: previous export table full, '
                   PREV-EXPORT-RECORD(1:8) ' not compared'
           END-IF.

      ******************************************************************
      * PROCESS-ONE-RULE - edit the card, classify its calendar's     *
      * year (unless the previous card already did), build the day    *
      * strings, export, list and compare.                            *
      ******************************************************************
       PROCESS-ONE-RULE.
           PERFORM EDIT-RULE-CARD
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF SR-CALENDAR-ID NOT = WS-CLASSIFIED-CALENDAR
               PERFORM CLASSIFY-YEAR
           END-IF
           IF WS-CAL-ERROR
               MOVE 'CALENDAR OR SET MEMBER NOT ON MASTER'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-EXPORT-RECORD
           WRITE SCHED-CALENDAR-RECORD
           ADD 1 TO WS-EXPORT-COUNT
           ADD 1 TO WS-DONE-COUNT
           MOVE SR-SCHED-CALENDAR TO WSD-SCHED-CALENDAR(WS-DONE-COUNT)

           PERFORM WRITE-CALENDAR-LISTING
           IF WS-PREV-COUNT > 0
               PERFORM COMPARE-ONE-CALENDAR
           END-IF.

       EDIT-RULE-CARD.
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN SR-SCHED-CALENDAR = SPACES
                   MOVE 'SCHEDULER CALENDAR NAME MISSING'
                       TO WS-REJECT-TEXT
               WHEN NOT SR-VALID-RULE-TYPE
                   MOVE 'RULE TYPE NOT R, N, M OR W' TO WS-REJECT-TEXT
               WHEN SR-MONTH-BUSINESS-DAY AND
                    (SR-BD-OFFSET IS NOT NUMERIC OR SR-BD-OFFSET = 0)
                   MOVE 'RULE M NEEDS A NON-ZERO BUSINESS DAY'
                       TO WS-REJECT-TEXT
               WHEN SR-MONTH-BUSINESS-DAY AND
                    (SR-BD-OFFSET > 23 OR SR-BD-OFFSET < -23)
                   MOVE 'RULE M BUSINESS DAY BEYOND 23'
                       TO WS-REJECT-TEXT
               WHEN SR-WEEKDAY-BUSINESS-DAY AND
                    (SR-WEEKDAY IS NOT NUMERIC OR SR-WEEKDAY < 1
                     OR SR-WEEKDAY > 7)
                   MOVE 'RULE W NEEDS A WEEKDAY 1-7' TO WS-REJECT-TEXT
               WHEN WS-DONE-COUNT >= WS-DONE-MAX
                   MOVE 'EXPORT TABLE FULL' TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-DONE
               VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-COUNT OR WS-FOUND
           IF WS-FOUND
               MOVE 'DUPLICATE SCHEDULER CALENDAR NAME'
                   TO WS-REJECT-TEXT
           END-IF.

       CHECK-ONE-DONE.
           IF WSD-SCHED-CALENDAR(WS-DONE-SUB) = SR-SCHED-CALENDAR
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

      ******************************************************************
      * CLASSIFY-YEAR - every day of the export year on the card's    *
      * calendar.  BUSJNT passes a plain calendar id to BUSDAY and    *
      * answers for a joint calendar set itself.                      *
      ******************************************************************
       CLASSIFY-YEAR.
           MOVE 'N' TO WS-CAL-ERROR-FLAG
           MOVE SPACES TO WS-YEAR-TABLE
           MOVE SR-CALENDAR-ID TO WS-CLASSIFIED-CALENDAR
           PERFORM CLASSIFY-ONE-DAY
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-INT OR WS-CAL-ERROR
           IF WS-CAL-ERROR
               MOVE SPACES TO WS-CLASSIFIED-CALENDAR
           END-IF.

       CLASSIFY-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE
           MOVE SR-CALENDAR-ID TO WS-BD-CALENDAR-ID
           CALL 'BUSJNT' USING WS-BD-CALENDAR-ID, WS-DAY-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS,
               WS-BD-CLOSED-BY
           IF NOT WS-BD-OK
               MOVE 'Y' TO WS-CAL-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-BUSINESS-FLAG = 'Y'
               MOVE 'Y' TO WSY-BUSINESS-FLAG(WS-DAY-MONTH, WS-DAY-DAY)
           ELSE
               MOVE 'N' TO WSY-BUSINESS-FLAG(WS-DAY-MONTH, WS-DAY-DAY)
           END-IF
           MOVE WS-BD-HOLIDAY-FLAG
               TO WSY-HOLIDAY-FLAG(WS-DAY-MONTH, WS-DAY-DAY)
           CALL 'DAYOFWEEK' USING WS-DAY-DATE, WS-DOW, WS-DOW-STATUS
           IF WS-DOW-STATUS-OK
               MOVE WS-DOW TO WSY-DOW(WS-DAY-MONTH, WS-DAY-DAY)
           END-IF.

      ******************************************************************
      * BUILD-EXPORT-RECORD - one Y/N per day that exists.  Rules R,  *
      * N and W decide each day on its own; rule M marks every day    *
      * N and then picks the nth business day of each month, counting *
      * from the first (+n) or from the last (-n).  A month with too  *
      * few business days gets no run day and is noted on the        *
      * listing.                                                      *
      ******************************************************************
       BUILD-EXPORT-RECORD.
           MOVE SPACES TO SCHED-CALENDAR-RECORD
           MOVE SR-SCHED-CALENDAR TO SE-SCHED-CALENDAR
           MOVE SR-CALENDAR-ID TO SE-CALENDAR-ID
           MOVE WS-EXPORT-YEAR TO SE-YEAR
           MOVE SR-RULE-TYPE TO SE-RULE-TYPE
           IF SR-MONTH-BUSINESS-DAY
               MOVE SR-BD-OFFSET TO SE-BD-OFFSET
           ELSE
               MOVE ZERO TO SE-BD-OFFSET
           END-IF
           IF SR-WEEKDAY-BUSINESS-DAY
               MOVE SR-WEEKDAY TO SE-WEEKDAY
           ELSE
               MOVE ZERO TO SE-WEEKDAY
           END-IF
           MOVE ZERO TO SE-RUN-DAY-COUNT
           MOVE SR-DESCRIPTION TO SE-DESCRIPTION
           MOVE ZERO TO WS-SHORT-MONTH-COUNT

           PERFORM MARK-ONE-DAY
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               AFTER WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31

           IF SR-MONTH-BUSINESS-DAY
               IF SR-BD-OFFSET > 0
                   MOVE SR-BD-OFFSET TO WS-BD-WANTED
               ELSE
                   COMPUTE WS-BD-WANTED = 0 - SR-BD-OFFSET
               END-IF
               PERFORM PICK-MONTH-BUSINESS-DAY
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           END-IF.

       MARK-ONE-DAY.
           IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SE-RUN-FLAG(WS-MONTH-SUB, WS-DAY-SUB)
           EVALUATE TRUE
               WHEN SR-RUN-DAYS
                   IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB)
                      = 'Y'
                       PERFORM MARK-RUN-DAY
                   END-IF
               WHEN SR-NON-RUN-DAYS
                   IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB)
                      = 'N'
                       PERFORM MARK-RUN-DAY
                   END-IF
               WHEN SR-WEEKDAY-BUSINESS-DAY
                   IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB)
                      = 'Y' AND
                      WSY-DOW(WS-MONTH-SUB, WS-DAY-SUB) = SR-WEEKDAY
                       PERFORM MARK-RUN-DAY
                   END-IF
           END-EVALUATE.

       MARK-RUN-DAY.
           MOVE 'Y' TO SE-RUN-FLAG(WS-MONTH-SUB, WS-DAY-SUB)
           ADD 1 TO SE-RUN-DAY-COUNT.

       PICK-MONTH-BUSINESS-DAY.
           MOVE ZERO TO WS-BD-SEEN
           MOVE 'N' TO WS-FOUND-FLAG
           IF SR-BD-OFFSET > 0
               PERFORM COUNT-ONE-BUSINESS-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31 OR WS-FOUND
           ELSE
               PERFORM COUNT-ONE-BUSINESS-DAY
                   VARYING WS-DAY-SUB FROM 31 BY -1
                   UNTIL WS-DAY-SUB < 1 OR WS-FOUND
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-SHORT-MONTH-COUNT
           END-IF.

       COUNT-ONE-BUSINESS-DAY.
           IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BD-SEEN
           IF WS-BD-SEEN = WS-BD-WANTED
               PERFORM MARK-RUN-DAY
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

      ******************************************************************
      * WRITE-CALENDAR-LISTING - the calendar's definition, then one  *
      * line per month listing the days it runs.                      *
      ******************************************************************
       WRITE-CALENDAR-LISTING.
           IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           PERFORM BUILD-RULE-TEXT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SCHEDULER CALENDAR ' SR-SCHED-CALENDAR
               '  FROM ' SR-CALENDAR-ID '  ' WS-RULE-TEXT
               '  ' SR-DESCRIPTION
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT

           PERFORM WRITE-MONTH-LINE
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12

           MOVE SE-RUN-DAY-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS ON CALENDAR: ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-SHORT-MONTH-COUNT > 0
               MOVE WS-SHORT-MONTH-COUNT TO WS-RPT-COUNT
               STRING '    *** ' WS-RPT-COUNT
                   ' MONTH(S) HAVE TOO FEW BUSINESS DAYS - NO RUN ***'
                   DELIMITED BY SIZE INTO RPT-LINE(22:70)
           END-IF
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       BUILD-RULE-TEXT.
           MOVE SPACES TO WS-RULE-TEXT
           EVALUATE TRUE
               WHEN SR-RUN-DAYS
                   MOVE 'RUN DAYS - EVERY BUSINESS DAY'
                       TO WS-RULE-TEXT
               WHEN SR-NON-RUN-DAYS
                   MOVE 'NON-RUN DAYS - EVERY CLOSED DAY'
                       TO WS-RULE-TEXT
               WHEN SR-MONTH-BUSINESS-DAY
                   MOVE SR-BD-OFFSET TO WS-RPT-OFFSET
                   STRING 'BUSINESS DAY ' WS-RPT-OFFSET
                       ' OF EACH MONTH'
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
               WHEN SR-WEEKDAY-BUSINESS-DAY
                   STRING 'EVERY BUSINESS ' WS-DAY-NAME(SR-WEEKDAY)
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
           END-EVALUATE.

       WRITE-MONTH-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO RPT-LINE(3:3)
           MOVE 9 TO WS-RPT-COL
           PERFORM WRITE-ONE-RUN-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-ONE-RUN-DAY.
           IF SE-RUN-FLAG(WS-MONTH-SUB, WS-DAY-SUB) = 'Y'
               MOVE WS-DAY-SUB TO WS-RPT-DD
               MOVE WS-RPT-DD TO RPT-LINE(WS-RPT-COL:2)
               ADD 3 TO WS-RPT-COL
           END-IF.

       WRITE-REJECT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '*** RULE CARD REJECTED - ' SR-SCHED-CALENDAR ' '
               SR-CALENDAR-ID ' ' SR-RULE-TYPE ' - '
               DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY '  '
               ' ***' DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'HOLIDSCX: rejected ' SR-SCHED-CALENDAR ' '
               WS-REJECT-TEXT.

      ******************************************************************
      * COMPARE-ONE-CALENDAR - against the same scheduler calendar    *
      * in the previous export, on month and day.  A day that no      *
      * longer runs shows why on the new year (HOLIDAY, CLOSURE,      *
      * WEEKEND); one that stopped for no closure moved under a       *
      * derived rule.                                                 *
      ******************************************************************
       COMPARE-ONE-CALENDAR.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM FIND-ONE-PREVIOUS
               VARYING WS-PREV-SUB FROM 1 BY 1
               UNTIL WS-PREV-SUB > WS-PREV-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               ADD 1 TO WS-NEW-COUNT
               MOVE SPACES TO CMP-LINE
               STRING SR-SCHED-CALENDAR
                   '  NEW - NOT IN THE PREVIOUS EXPORT'
                   DELIMITED BY SIZE INTO CMP-LINE
               PERFORM WRITE-COMPARE-LINE
               EXIT PARAGRAPH
           END-IF
      * FIND-ONE-PREVIOUS stepped once past the match.
           SUBTRACT 1 FROM WS-PREV-SUB
           MOVE 'Y' TO WSP-MATCHED-FLAG(WS-PREV-SUB)

           IF WSP-CALENDAR-ID(WS-PREV-SUB) NOT = SE-CALENDAR-ID OR
              WSP-RULE-TYPE(WS-PREV-SUB) NOT = SE-RULE-TYPE OR
              WSP-BD-OFFSET(WS-PREV-SUB) NOT = SE-BD-OFFSET OR
              WSP-WEEKDAY(WS-PREV-SUB) NOT = SE-WEEKDAY
               MOVE WSP-BD-OFFSET(WS-PREV-SUB) TO WS-RPT-OFFSET
               MOVE SPACES TO CMP-LINE
               STRING SR-SCHED-CALENDAR
                   '  DEFINITION CHANGED - WAS CALENDAR '
                   WSP-CALENDAR-ID(WS-PREV-SUB) ' RULE '
                   WSP-RULE-TYPE(WS-PREV-SUB) ' ' WS-RPT-OFFSET
                   ' WEEKDAY ' WSP-WEEKDAY(WS-PREV-SUB)
                   DELIMITED BY SIZE INTO CMP-LINE
               PERFORM WRITE-COMPARE-LINE
           END-IF

           MOVE ZERO TO WS-DAY-CHANGE-COUNT
           PERFORM COMPARE-ONE-DAY
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               AFTER WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31

           MOVE SPACES TO CMP-LINE
           IF WS-DAY-CHANGE-COUNT = 0
               ADD 1 TO WS-UNCHANGED-COUNT
               STRING SR-SCHED-CALENDAR '  NO CHANGE'
                   DELIMITED BY SIZE INTO CMP-LINE
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-DAY-CHANGE-COUNT TO WS-RPT-COUNT
               STRING SR-SCHED-CALENDAR '  ' WS-RPT-COUNT
                   ' DAY(S) CHANGED'
                   DELIMITED BY SIZE INTO CMP-LINE
           END-IF
           MOVE WSP-RUN-DAY-COUNT(WS-PREV-SUB) TO WS-RPT-COUNT
           STRING 'DAYS ON CALENDAR WAS ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CMP-LINE(34:24)
           MOVE SE-RUN-DAY-COUNT TO WS-RPT-COUNT
           STRING 'NOW ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CMP-LINE(59:7)
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO CMP-LINE
           PERFORM WRITE-COMPARE-LINE.

       FIND-ONE-PREVIOUS.
           IF WSP-SCHED-CALENDAR(WS-PREV-SUB) = SR-SCHED-CALENDAR
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       COMPARE-ONE-DAY.
           MOVE SE-RUN-FLAG(WS-MONTH-SUB, WS-DAY-SUB) TO WS-CUR-FLAG
           MOVE WSP-RUN-FLAG(WS-PREV-SUB, WS-MONTH-SUB, WS-DAY-SUB)
               TO WS-PREV-FLAG
           IF WS-CUR-FLAG NOT = 'Y'
               MOVE 'N' TO WS-CUR-FLAG
           END-IF
           IF WS-PREV-FLAG NOT = 'Y'
               MOVE 'N' TO WS-PREV-FLAG
           END-IF
           IF WS-CUR-FLAG = WS-PREV-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DAY-CHANGE-COUNT
           MOVE WS-MONTH-SUB TO WS-RPT-MM
           MOVE WS-DAY-SUB TO WS-RPT-DD
           MOVE SPACES TO CMP-LINE
           MOVE SR-SCHED-CALENDAR TO CMP-LINE(1:8)
           STRING WS-RPT-MM '/' WS-RPT-DD
               DELIMITED BY SIZE INTO CMP-LINE(11:5)
           IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB) = SPACE
               MOVE 'N/A' TO CMP-LINE(18:3)
               MOVE 'NO SUCH DAY THIS YEAR' TO CMP-LINE(40:21)
           ELSE
               MOVE WS-DAY-NAME(WSY-DOW(WS-MONTH-SUB, WS-DAY-SUB))
                   TO CMP-LINE(18:3)
           END-IF
           IF WS-PREV-FLAG = 'Y'
               MOVE 'RUN' TO CMP-LINE(23:6)
               MOVE 'NO RUN' TO CMP-LINE(31:6)
           ELSE
               MOVE 'NO RUN' TO CMP-LINE(23:6)
               MOVE 'RUN' TO CMP-LINE(31:6)
           END-IF
           IF WSY-BUSINESS-FLAG(WS-MONTH-SUB, WS-DAY-SUB) = 'N'
               EVALUATE WSY-HOLIDAY-FLAG(WS-MONTH-SUB, WS-DAY-SUB)
                   WHEN 'Y'
                       MOVE 'HOLIDAY' TO CMP-LINE(40:7)
                   WHEN 'E'
                       MOVE 'CLOSURE' TO CMP-LINE(40:7)
                   WHEN OTHER
                       MOVE 'WEEKEND' TO CMP-LINE(40:7)
               END-EVALUATE
           END-IF
           PERFORM WRITE-COMPARE-LINE.

       LIST-ONE-DROPPED.
           IF WSP-MATCHED(WS-PREV-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DROPPED-COUNT
           MOVE SPACES TO CMP-LINE
           STRING WSP-SCHED-CALENDAR(WS-PREV-SUB)
               '  DROPPED - IN THE PREVIOUS EXPORT, NOT IN THIS ONE'
               DELIMITED BY SIZE INTO CMP-LINE
           PERFORM WRITE-COMPARE-LINE.

       WRITE-COMPARE-LINE.
           IF WS-CMP-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE CMP-LINE TO WS-SAVE-LINE
               PERFORM WRITE-COMPARE-HEADERS
               MOVE WS-SAVE-LINE TO CMP-LINE
           END-IF
           WRITE CMP-LINE
           ADD 1 TO WS-CMP-LINE-COUNT.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          JOB SCHEDULER CALENDAR EXPORT - '
               WS-EXPORT-YEAR '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-COMPARE-HEADERS.
           ADD 1 TO WS-CMP-PAGE-COUNT
           MOVE SPACES TO CMP-LINE
           WRITE CMP-LINE

           MOVE SPACES TO CMP-LINE
           STRING '          SCHEDULER CALENDAR COMPARE - '
               WS-EXPORT-YEAR ' EXPORT AGAINST PREVIOUS '
               WS-PREV-YEAR '          PAGE: ' WS-CMP-PAGE-COUNT
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE

           MOVE SPACES TO CMP-LINE
           WRITE CMP-LINE

           MOVE SPACES TO CMP-LINE
           STRING 'CALENDAR  DATE   DAY  WAS     NOW      REASON'
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE

           MOVE SPACES TO CMP-LINE
           STRING '--------  -----  ---  ------  ------   -------'
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE

           MOVE ZERO TO WS-CMP-LINE-COUNT.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'RULE CARDS READ:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-EXPORT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'CALENDARS EXPORTED:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'RULE CARDS REJECTED:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-COMPARE-TOTALS.
           MOVE SPACES TO CMP-LINE
           WRITE CMP-LINE

           IF WS-PREV-COUNT = 0
               MOVE SPACES TO CMP-LINE
               MOVE 'NO PREVIOUS EXPORT - NOTHING TO COMPARE'
                   TO CMP-LINE
               WRITE CMP-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-UNCHANGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CMP-LINE
           STRING 'CALENDARS UNCHANGED:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE

           MOVE WS-CHANGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CMP-LINE
           STRING 'CALENDARS CHANGED:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE

           MOVE WS-NEW-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CMP-LINE
           STRING 'CALENDARS NEW:          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE

           MOVE WS-DROPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CMP-LINE
           STRING 'CALENDARS DROPPED:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CMP-LINE
           WRITE CMP-LINE.

       TERMINATE-RUN.
           CLOSE SCHED-RULES SCHED-EXPORT EXPORT-RPT COMPARE-RPT
           DISPLAY 'HOLIDSCX: ' WS-READ-COUNT ' rule card(s) read, '
               WS-EXPORT-COUNT ' exported, '
               WS-REJECT-COUNT ' rejected'.

       END PROGRAM HOLIDSCX.
