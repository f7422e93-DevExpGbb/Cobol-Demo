      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDDTC - holiday date table coverage report.                *
      * A rule-type 'T' holiday (Lunar New Year, Diwali, Eid, a       *
      * proclaimed day) has no arithmetic rule: every year's date     *
      * has to be keyed onto the holiday date table (HOLIDDTB) ahead  *
      * of time, and a year nobody loaded only surfaces as an R007    *
      * reject on the night the calendar run reaches it - or, worse,  *
      * as a due date BUSDAY counted straight through the closure.    *
      * This step reads the master in key order and, for every        *
      * active 'T' rule version, checks that the table carries the    *
      * current year and each of the next WS-HORIZON-YEARS years the  *
      * version is in force for.  Every holiday short of the horizon  *
      * prints with the last year loaded and the years missing, so    *
      * the calendar team can key the cards before they are needed.   *
      * RC=0 when every table-driven holiday is covered, 4 when any   *
      * is short.                                                     *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Corrected the HOLIDAY-DTB RECORD CONTAINS    *
      *                  clause to 34 characters to match the         *
      *                  HOLIDDTB copybook, which carries the 20-byte *
      *                  source note.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDDTC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-MASTER ASSIGN TO 'HOLIDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLIDAY-DTB    ASSIGN TO 'HOLIDDTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
           SELECT COVERAGE-RPT   ASSIGN TO 'HOLIDDCR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  HOLIDAY-DTB
           RECORD CONTAINS 34 CHARACTERS.
           COPY HOLIDDTB.
       FD  COVERAGE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS       PIC XX.
           88 WS-MASTER-OK                 VALUE '00'.
       01 WS-DTB-STATUS          PIC XX.
           88 WS-DTB-FILE-OK               VALUE '00'.
       01 WS-MST-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-MST-EOF                   VALUE 'Y'.
       01 WS-DTB-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-DTB-EOF                   VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RULE-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-SHORT-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-COVERED-COUNT       PIC 9(8) COMP VALUE ZERO.

      * Coverage horizon: the current year plus this many years must
      * be on the table for every 'T' rule version in force.
       01 WS-HORIZON-YEARS       PIC 9(2) VALUE 3.
       01 WS-HORIZON-END         PIC 9(4).
       01 WS-CHECK-YEAR          PIC 9(4).
       01 WS-LAST-LOADED         PIC 9(4).
       01 WS-MISSING-COUNT       PIC 9(2) COMP.
       01 WS-MISSING-LIST        PIC X(50).
       01 WS-MISSING-POS         PIC 9(2) COMP.

      * Holiday date table keys, loaded up front.
       01 WS-DTB-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-DTB-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-DTB-TABLE.
           05 WS-DTB-ENTRY OCCURS 1000 TIMES.
               10 WST-CALENDAR-ID     PIC X(04).
               10 WST-HOLIDAY-CODE    PIC 9(02).
               10 WST-YEAR            PIC 9(04).
       01 WS-DTB-SUB             PIC 9(4) COMP.
       01 WS-YEAR-FOUND-FLAG     PIC X(1).
           88 WS-YEAR-FOUND                VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-DATE-TABLE

           PERFORM UNTIL WS-MST-EOF
               READ HOLIDAY-MASTER
                   AT END
                       MOVE 'Y' TO WS-MST-EOF-FLAG
                   NOT AT END
                       IF HM-TABLE-DATE AND HM-ACTIVE AND
                          NOT HM-CALENDAR-RECORD
                           ADD 1 TO WS-RULE-COUNT
                           PERFORM CHECK-ONE-TABLE-RULE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-RUN-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDDTC: checking holiday date table coverage'
           OPEN INPUT HOLIDAY-MASTER
           OPEN OUTPUT COVERAGE-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-HORIZON-END = WS-RUN-YEAR + WS-HORIZON-YEARS
           PERFORM WRITE-REPORT-HEADERS.

      ******************************************************************
      * LOAD-DATE-TABLE - keys of every holiday date table card.  A   *
      * missing dataset is an empty table, so every 'T' rule reports  *
      * short - which is exactly the situation.                       *
      ******************************************************************
       LOAD-DATE-TABLE.
           OPEN INPUT HOLIDAY-DTB
           IF NOT WS-DTB-FILE-OK
               DISPLAY 'HOLIDDTC: no holiday date table dataset'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DTB-EOF
               READ HOLIDAY-DTB
                   AT END
                       MOVE 'Y' TO WS-DTB-EOF-FLAG
                   NOT AT END
                       IF WS-DTB-COUNT < WS-DTB-MAX
                           ADD 1 TO WS-DTB-COUNT
                           MOVE DT-CALENDAR-ID
                               TO WST-CALENDAR-ID(WS-DTB-COUNT)
                           MOVE DT-HOLIDAY-CODE
                               TO WST-HOLIDAY-CODE(WS-DTB-COUNT)
                           MOVE DT-YEAR TO WST-YEAR(WS-DTB-COUNT)
                       ELSE
                           DISPLAY 'HOLIDDTC: date table full, card'
                               ' dropped ' DT-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-DTB.

      ******************************************************************
      * CHECK-ONE-TABLE-RULE - every year from the current year to    *
      * the horizon that this rule version is in force for must have  *
      * a card; the missing ones are listed on the holiday's line.    *
      ******************************************************************
       CHECK-ONE-TABLE-RULE.
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-LAST-LOADED
           MOVE SPACES TO WS-MISSING-LIST
           MOVE 1 TO WS-MISSING-POS
           PERFORM FIND-LAST-LOADED
               VARYING WS-DTB-SUB FROM 1 BY 1
               UNTIL WS-DTB-SUB > WS-DTB-COUNT
           PERFORM CHECK-ONE-YEAR
               VARYING WS-CHECK-YEAR FROM WS-RUN-YEAR BY 1
               UNTIL WS-CHECK-YEAR > WS-HORIZON-END
           IF WS-MISSING-COUNT = ZERO
               ADD 1 TO WS-COVERED-COUNT
           ELSE
               ADD 1 TO WS-SHORT-COUNT
               PERFORM WRITE-SHORT-LINE
           END-IF.

       FIND-LAST-LOADED.
           IF WST-CALENDAR-ID(WS-DTB-SUB) = HM-CALENDAR-ID AND
              WST-HOLIDAY-CODE(WS-DTB-SUB) = HM-HOLIDAY-CODE AND
              WST-YEAR(WS-DTB-SUB) > WS-LAST-LOADED
               MOVE WST-YEAR(WS-DTB-SUB) TO WS-LAST-LOADED
           END-IF.

       CHECK-ONE-YEAR.
           IF WS-CHECK-YEAR < HM-EFF-YEAR-FROM
               EXIT PARAGRAPH
           END-IF
           IF HM-EFF-YEAR-TO NOT = ZERO AND
              WS-CHECK-YEAR > HM-EFF-YEAR-TO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-YEAR-FOUND-FLAG
           PERFORM CHECK-ONE-DATE-ENTRY
               VARYING WS-DTB-SUB FROM 1 BY 1
               UNTIL WS-DTB-SUB > WS-DTB-COUNT OR WS-YEAR-FOUND
           IF NOT WS-YEAR-FOUND
               ADD 1 TO WS-MISSING-COUNT
               IF WS-MISSING-POS < 46
                   MOVE WS-CHECK-YEAR
                       TO WS-MISSING-LIST(WS-MISSING-POS:4)
                   ADD 5 TO WS-MISSING-POS
               END-IF
           END-IF.

       CHECK-ONE-DATE-ENTRY.
           IF WST-CALENDAR-ID(WS-DTB-SUB) = HM-CALENDAR-ID AND
              WST-HOLIDAY-CODE(WS-DTB-SUB) = HM-HOLIDAY-CODE AND
              WST-YEAR(WS-DTB-SUB) = WS-CHECK-YEAR
               MOVE 'Y' TO WS-YEAR-FOUND-FLAG
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO RPT-LINE
           STRING '     HOLIDAY DATE TABLE COVERAGE - RUN '
               WS-RUN-MONTH '/' WS-RUN-DAY '/' WS-RUN-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'TABLE-DRIVEN HOLIDAYS NOT LOADED THROUGH '
               WS-HORIZON-END
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'CAL   CD  EFF-FROM  HOLIDAY NAME               '
               'LAST LOADED  YEARS MISSING'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----  --  --------  -------------------------  '
               '-----------  ------------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SHORT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING HM-CALENDAR-ID '  ' HM-HOLIDAY-CODE '  '
               HM-EFF-YEAR-FROM '      ' HM-HOLIDAY-NAME '  '
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-LAST-LOADED = ZERO
               MOVE 'NONE' TO RPT-LINE(48:4)
           ELSE
               MOVE WS-LAST-LOADED TO RPT-LINE(48:4)
           END-IF
           MOVE WS-MISSING-LIST TO RPT-LINE(61:50)
           WRITE RPT-LINE.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RULE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'TABLE-DRIVEN RULE VERSIONS:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-COVERED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'COVERED THROUGH HORIZON:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SHORT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SHORT OF HORIZON:             ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-SHORT-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               STRING 'EVERY TABLE-DRIVEN HOLIDAY IS LOADED THROUGH '
                   WS-HORIZON-END
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       TERMINATE-RUN.
           CLOSE HOLIDAY-MASTER COVERAGE-RPT
           DISPLAY 'HOLIDDTC: ' WS-RULE-COUNT ' table-driven rule(s), '
               WS-SHORT-COUNT ' short of the horizon'.

       END PROGRAM HOLIDDTC.
