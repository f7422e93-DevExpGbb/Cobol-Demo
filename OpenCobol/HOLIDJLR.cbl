      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDJLR - joint calendar loss report.  Treasury used to lay  *
      * two printed calendars side by side to find the days a USHQ/   *
      * INTL settlement could not land, and missed the Easter Monday  *
      * cases.  For every joint calendar set on the HOLIDJCS deck     *
      * and the year in the PARM (the run year when none is given),   *
      * this step classifies each day of the year on every member     *
      * through BUSDAY and lists the days the set LOSES - days that   *
      * are business days on at least one member but closed on       *
      * another - with the member(s) that closed each one and why     *
      * (observed holiday, closure event, or the member's weekend).   *
      * A day every member is closed is no loss and is not listed.    *
      * Each set ends with its business-day and lost-day counts and,  *
      * per member, the lost days it closed and how many it closed    *
      * alone.  RC=0 clean, 4 when a set card was bad or names a      *
      * calendar that is not on HOLIDAY-MASTER.                       *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDJLR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-SETS ASSIGN TO 'HOLIDJCS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOSS-RPT      ASSIGN TO 'HOLIDJLR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-SETS
           RECORD CONTAINS 59 CHARACTERS.
           COPY HOLIDJCS.
       FD  LOSS-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SET-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-SET-EOF                   VALUE 'Y'.
       01 WS-SET-ERROR-FLAG      PIC X(1).
           88 WS-SET-ERROR                 VALUE 'Y'.
       01 WS-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-REPORTED-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-ERROR-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-REPORT-YEAR         PIC 9(4).
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 40.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-DATE            PIC X(10).
       01 WS-RPT-COL             PIC 9(3) COMP.

      * The year's day range and the day in hand.
       01 WS-FIRST-DATE          PIC 9(8).
       01 WS-LAST-DATE           PIC 9(8).
       01 WS-FIRST-INT           PIC 9(8) COMP.
       01 WS-LAST-INT            PIC 9(8) COMP.
       01 WS-DAY-INT             PIC 9(8) COMP.
       01 WS-DAY-DATE            PIC 9(8).

      * The set in hand: each member's answer for the day, and its
      * loss tallies for the year.
       01 WS-SET-BUSINESS-DAYS   PIC 9(4) COMP.
       01 WS-SET-LOST-DAYS       PIC 9(4) COMP.
       01 WS-OPEN-COUNT          PIC 9(1) COMP.
       01 WS-CLOSED-COUNT        PIC 9(1) COMP.
       01 WS-MEMBER-SUB          PIC 9(1) COMP.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 6 TIMES.
               10 WSM-CALENDAR-ID     PIC X(04).
               10 WSM-BUSINESS-FLAG   PIC X(01).
                   88 WSM-IS-BUSINESS          VALUE 'Y'.
               10 WSM-HOLIDAY-FLAG    PIC X(01).
               10 WSM-LOSS-COUNT      PIC 9(4) COMP.
               10 WSM-SOLE-COUNT      PIC 9(4) COMP.

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
       01 WS-BD-DAY-COUNT        PIC S9(4) VALUE ZERO.
       01 WS-BD-RESULT-DATE      PIC 9(8).
       01 WS-BD-HOLIDAY-FLAG     PIC X(1).
       01 WS-BD-BUSINESS-FLAG    PIC X(1).
       01 WS-BD-STATUS           PIC X(2).
           88 WS-BD-OK                     VALUE '00'.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM UNTIL WS-SET-EOF
               READ CALENDAR-SETS
                   AT END
                       MOVE 'Y' TO WS-SET-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-SET
               END-READ
           END-PERFORM

           PERFORM WRITE-RUN-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDJLR: reporting joint calendar losses'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-REPORT-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
           END-IF
           DISPLAY 'HOLIDJLR: report year ' WS-REPORT-YEAR

           COMPUTE WS-FIRST-DATE = WS-REPORT-YEAR * 10000 + 101
           COMPUTE WS-LAST-DATE = WS-REPORT-YEAR * 10000 + 1231
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)

           OPEN INPUT CALENDAR-SETS
           OPEN OUTPUT LOSS-RPT.

      ******************************************************************
      * PROCESS-ONE-SET - a new page per set, then the year a day at  *
      * a time.  A member BUSDAY does not know stops the set: its     *
      * losses cannot be stated without that member.                  *
      ******************************************************************
       PROCESS-ONE-SET.
           MOVE 'N' TO WS-SET-ERROR-FLAG
           MOVE ZERO TO WS-SET-BUSINESS-DAYS
           MOVE ZERO TO WS-SET-LOST-DAYS
           MOVE SPACES TO WS-MEMBER-TABLE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM WRITE-REPORT-HEADERS

           IF JS-MEMBER-COUNT IS NOT NUMERIC OR
              JS-MEMBER-COUNT < 1 OR JS-MEMBER-COUNT > 6
               MOVE SPACES TO RPT-LINE
               MOVE '*** SET CARD REJECTED - MEMBER COUNT NOT 1-6 ***'
                   TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > JS-MEMBER-COUNT

           PERFORM CLASSIFY-ONE-DAY
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-INT OR WS-SET-ERROR

           IF WS-SET-ERROR
               MOVE SPACES TO RPT-LINE
               STRING '*** SET NOT REPORTED - MEMBER '
                   WS-BD-CALENDAR-ID
                   ' IS NOT A CALENDAR ON HOLIDAY-MASTER ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REPORTED-COUNT
           PERFORM WRITE-SET-TOTALS.

       LOAD-ONE-MEMBER.
           MOVE JS-MEMBER-ID(WS-MEMBER-SUB)
               TO WSM-CALENDAR-ID(WS-MEMBER-SUB)
           MOVE ZERO TO WSM-LOSS-COUNT(WS-MEMBER-SUB)
           MOVE ZERO TO WSM-SOLE-COUNT(WS-MEMBER-SUB).

      ******************************************************************
      * CLASSIFY-ONE-DAY - the day on every member.  Open on all is a *
      * set business day; open on some and closed on others is a     *
      * lost day; closed on all is no loss.                           *
      ******************************************************************
       CLASSIFY-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           PERFORM CLASSIFY-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > JS-MEMBER-COUNT OR WS-SET-ERROR
           IF WS-SET-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-CLOSED-COUNT = ZERO
               ADD 1 TO WS-SET-BUSINESS-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SET-LOST-DAYS
           PERFORM TALLY-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > JS-MEMBER-COUNT
           PERFORM WRITE-LOSS-LINE.

       CLASSIFY-ONE-MEMBER.
           MOVE WSM-CALENDAR-ID(WS-MEMBER-SUB) TO WS-BD-CALENDAR-ID
           CALL 'BUSDAY' USING WS-BD-CALENDAR-ID, WS-DAY-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS
           IF NOT WS-BD-OK
               MOVE 'Y' TO WS-SET-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-BUSINESS-FLAG
               TO WSM-BUSINESS-FLAG(WS-MEMBER-SUB)
           MOVE WS-BD-HOLIDAY-FLAG TO WSM-HOLIDAY-FLAG(WS-MEMBER-SUB)
           IF WSM-IS-BUSINESS(WS-MEMBER-SUB)
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

       TALLY-ONE-MEMBER.
           IF WSM-IS-BUSINESS(WS-MEMBER-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WSM-LOSS-COUNT(WS-MEMBER-SUB)
           IF WS-CLOSED-COUNT = 1
               ADD 1 TO WSM-SOLE-COUNT(WS-MEMBER-SUB)
           END-IF.

       WRITE-LOSS-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF

           CALL 'DATECONV' USING WS-DAY-DATE,
               WS-RPT-DATE-FORMAT, WS-RPT-DATE
           MOVE SPACES TO RPT-LINE
           MOVE WS-RPT-DATE TO RPT-LINE(1:10)
           CALL 'DAYOFWEEK' USING WS-DAY-DATE, WS-DOW, WS-DOW-STATUS
           IF WS-DOW-STATUS-OK
               MOVE WS-DAY-NAME(WS-DOW) TO RPT-LINE(13:3)
           END-IF
           MOVE 18 TO WS-RPT-COL
           PERFORM WRITE-ONE-CLOSER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > JS-MEMBER-COUNT
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-ONE-CLOSER.
           IF WSM-IS-BUSINESS(WS-MEMBER-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE WSM-CALENDAR-ID(WS-MEMBER-SUB)
               TO RPT-LINE(WS-RPT-COL:4)
           EVALUATE WSM-HOLIDAY-FLAG(WS-MEMBER-SUB)
               WHEN 'Y'
                   MOVE 'HOLIDAY' TO RPT-LINE(WS-RPT-COL + 5:7)
               WHEN 'E'
                   MOVE 'CLOSURE' TO RPT-LINE(WS-RPT-COL + 5:7)
               WHEN OTHER
                   MOVE 'WEEKEND' TO RPT-LINE(WS-RPT-COL + 5:7)
           END-EVALUATE
           ADD 14 TO WS-RPT-COL.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          JOINT CALENDAR LOSS REPORT - '
               WS-REPORT-YEAR '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'SET ' JS-SET-ID '  ' JS-SET-NAME '  MEMBERS:'
               DELIMITED BY SIZE INTO RPT-LINE
           IF JS-MEMBER-COUNT IS NUMERIC
               MOVE 54 TO WS-RPT-COL
               PERFORM WRITE-ONE-MEMBER-ID
                   VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > JS-MEMBER-COUNT
                      OR WS-MEMBER-SUB > 6
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'LOST DATE   DAY  CLOSED BY (MEMBER / REASON)'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----------  ---  ----------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-ONE-MEMBER-ID.
           MOVE JS-MEMBER-ID(WS-MEMBER-SUB) TO RPT-LINE(WS-RPT-COL:4)
           ADD 5 TO WS-RPT-COL.

       WRITE-SET-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SET-BUSINESS-DAYS TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SET BUSINESS DAYS:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SET-LOST-DAYS TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS LOST TO THE SET:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'MEMBER    LOST DAYS CLOSED    OF WHICH ALONE'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-MEMBER-TOTAL
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > JS-MEMBER-COUNT.

       WRITE-MEMBER-TOTAL.
           MOVE SPACES TO RPT-LINE
           MOVE WSM-CALENDAR-ID(WS-MEMBER-SUB) TO RPT-LINE(1:4)
           MOVE WSM-LOSS-COUNT(WS-MEMBER-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(15:8)
           MOVE WSM-SOLE-COUNT(WS-MEMBER-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(37:8)
           WRITE RPT-LINE.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SET CARDS READ:         ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REPORTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SETS REPORTED:          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ERROR-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SETS NOT REPORTED:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE CALENDAR-SETS LOSS-RPT
           DISPLAY 'HOLIDJLR: ' WS-READ-COUNT ' set(s) read, '
               WS-REPORTED-COUNT ' reported, '
               WS-ERROR-COUNT ' not reported'.

       END PROGRAM HOLIDJLR.
