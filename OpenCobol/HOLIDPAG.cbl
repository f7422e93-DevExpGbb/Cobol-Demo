      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDPAG - daily aging report of the HOLIDAY-MASTER pending-  *
      * change queue.  Under maker-checker a keyed change sits on     *
      * HOLIDPND until a second user approves or rejects it, and a    *
      * change nobody looks at never reaches the master.  This step   *
      * browses the queue and prints every change still pending more *
      * than N calendar days after it was queued (PARM, three digits, *
      * default 003), oldest change number first, with its maker,     *
      * action and key, so the checkers' manager can chase them.      *
      * Changes already approved, rejected or failed are not listed;  *
      * the totals show how many are pending in all.                  *
      * RC=0 nothing overdue, 4 one or more changes overdue, 8 the    *
      * queue could not be opened.                                    *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDPAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-QUEUE ASSIGN TO 'HOLIDPND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-CHANGE-ID
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT AGING-RPT      ASSIGN TO 'HOLIDPAR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-QUEUE.
           COPY HOLIDPND.
       FD  AGING-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-QUEUE-EOF                 VALUE 'Y'.
      * Status 05 is "optional file not present": no queue yet means
      * nothing is pending.
       01 WS-QUEUE-STATUS        PIC XX.
           88 WS-QUEUE-OPEN-OK             VALUES '00' '05'.
       01 WS-QUEUE-FAIL-FLAG     PIC X(1) VALUE 'N'.
           88 WS-QUEUE-OPEN-FAILED         VALUE 'Y'.
       01 WS-PENDING-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-OVERDUE-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-OLDEST-AGE          PIC 9(5) VALUE ZERO.
       01 WS-AGE-LIMIT           PIC 9(3) VALUE 3.
       01 WS-AGE-DAYS            PIC S9(7) COMP.
       01 WS-RPT-AGE             PIC ZZZZ9.
       01 WS-RPT-LIMIT           PIC ZZ9.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 40.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-SUBMIT-DATE     PIC X(10).

      * The queued maintenance card, for its action and key.
           COPY HOLIDMTX.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(3).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-QUEUE-OPEN-FAILED
               PERFORM UNTIL WS-QUEUE-EOF
                   READ PENDING-QUEUE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-QUEUE-EOF-FLAG
                       NOT AT END
                           PERFORM PROCESS-ONE-CHANGE
                   END-READ
               END-PERFORM
           END-IF

           PERFORM WRITE-RUN-TOTALS
           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-QUEUE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDPAG: aging the pending-change queue'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 3 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-AGE-LIMIT
           END-IF
           DISPLAY 'HOLIDPAG: listing changes pending more than '
               WS-AGE-LIMIT ' day(s)'

           OPEN OUTPUT AGING-RPT
           PERFORM WRITE-REPORT-HEADERS

           OPEN INPUT PENDING-QUEUE
           IF NOT WS-QUEUE-OPEN-OK
               DISPLAY 'HOLIDPAG: pending queue open failed, status '
                   WS-QUEUE-STATUS
               MOVE 'Y' TO WS-QUEUE-FAIL-FLAG
               EXIT PARAGRAPH
           END-IF

      * Skip the control record (change number zero).
           MOVE ZERO TO PQ-CHANGE-ID
           START PENDING-QUEUE KEY IS GREATER THAN PQ-CHANGE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF-FLAG
           END-START.

      ******************************************************************
      * PROCESS-ONE-CHANGE - count every pending change; list it when *
      * it has waited longer than the limit.  Age is whole calendar   *
      * days from the day it was queued to the run date.              *
      ******************************************************************
       PROCESS-ONE-CHANGE.
           IF NOT PQ-PENDING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PENDING-COUNT

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(PQ-SUBMIT-DATE)
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               PERFORM WRITE-AGING-LINE
           END-IF.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-AGE-LIMIT TO WS-RPT-LIMIT
           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY MASTER CHANGES PENDING OVER '
               WS-RPT-LIMIT ' DAYS - RUN '
               WS-RUN-MONTH '/' WS-RUN-DAY '/' WS-RUN-YEAR
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'CHANGE NO  SUBMITTED    AGE  MAKER     ACT  CAL'
               '   CD  EFF   HOLIDAY NAME'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '---------  ----------  ----  --------  ---  ----'
               '  --  ----  -------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-AGING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF

           MOVE PQ-MAINT-CARD TO HOLIDAY-MAINT-RECORD
           CALL 'DATECONV' USING PQ-SUBMIT-DATE,
               WS-RPT-DATE-FORMAT, WS-RPT-SUBMIT-DATE
           MOVE WS-AGE-DAYS TO WS-RPT-AGE

           MOVE SPACES TO RPT-LINE
           STRING PQ-CHANGE-ID '   ' WS-RPT-SUBMIT-DATE ' '
               WS-RPT-AGE '  ' PQ-MAKER-ID '   ' HX-ACTION '   '
               HX-CALENDAR-ID '  ' HX-HOLIDAY-CODE '  '
               HX-EFF-YEAR-FROM '  ' HX-HOLIDAY-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-QUEUE-OPEN-FAILED
               MOVE SPACES TO RPT-LINE
               STRING '*** PENDING QUEUE COULD NOT BE OPENED, STATUS '
                   WS-QUEUE-STATUS ' ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'CHANGES PENDING:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'PENDING OVER LIMIT:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-OLDEST-AGE TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'OLDEST PENDING, DAYS: ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           IF NOT WS-QUEUE-OPEN-FAILED
               CLOSE PENDING-QUEUE
           END-IF
           CLOSE AGING-RPT
           DISPLAY 'HOLIDPAG: ' WS-PENDING-COUNT ' change(s) pending, '
               WS-OVERDUE-COUNT ' over the limit'.

       END PROGRAM HOLIDPAG.
