      *                         just classify BD-DATE)               *
      *   BD-RESULT-DATE  9(8)  YYYYMMDD result                      *
      *   BD-HOLIDAY-FLAG X(1)  'Y' when BD-DATE is an observed      *
      *                         holiday on the calendar, 'E' when it *
      *                         is a weekday closed by a dated       *
      *                         closure event (HOLIDCEV)             *
      *   BD-BUSINESS-FLAG X(1) 'Y' when BD-DATE is a business day   *
      *                         (not a weekend day of the calendar,  *
      *                         an observed holiday or a closure     *
      *                         event day)                           *
      *   BD-STATUS       X(2)  00 ok, 01 invalid date, 02 calendar  *
      *                         not on HOLIDAY-MASTER                *
      *                                                                *
      *                  code, even an inactive one, overrides the    *
      *                  base's), so composed calendars count         *
      *                  inherited holidays without carrying them.    *
      *   15/10/2026 AI  Table-driven rule type 'T': the holiday date *
      *                  table (HOLIDDTB) is loaded once on the first *
      *                  calendar load, each cached rule remembers    *
      *                  the calendar that owns it, and a 'T' rule    *
      *                  resolves from the table card for that        *
      *                  calendar/code/year - a year not on the table *
      *                  contributes nothing, the year HOLIDAY-CALC   *
      *                  rejects R007.  An offset rule may use a 'T'  *
      *                  base.                                        *
      *   15/10/2026 AI  Dated closure events: a weekday that is not  *
      *                  a holiday is checked against the closure-    *
      *                  event file through HOLIDCEQ, and a shutdown  *
      *                  or emergency closure day is non-working      *
      *                  with BD-HOLIDAY-FLAG 'E' - so a closure      *
      *                  keyed in the morning moves that night's due  *
      *                  dates and pay dates without a master change. *
      *   15/10/2026 AI  Corrected the HOLIDAY-DTB RECORD CONTAINS    *
      *                  clause to 34 characters to match the         *
      *                  HOLIDDTB copybook, which carries the 20-byte *
      *                  source note.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLIDAY-DTB  ASSIGN TO 'HOLIDDTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  HOLIDAY-DTB
           RECORD CONTAINS 34 CHARACTERS.
           COPY HOLIDDTB.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS       PIC XX.
                   15 WSCR-EFF-FROM       PIC 9(4).
                   15 WSCR-EFF-TO         PIC 9(4).
                   15 WSCR-CLASS          PIC X(1).
      * Calendar whose master record the rule came from (the base
      * calendar for an inherited code) - the key a 'T' rule's
      * date-table cards are filed under.
                   15 WSCR-OWNER-CAL      PIC X(4).
       01 WS-CAL-SUB             PIC 9(2) COMP.
       01 WS-CUR-CAL             PIC 9(2) COMP.
       01 WS-RULE-SUB            PIC 9(2) COMP.
       01 WS-EASTER-DATE         PIC X(8).
       01 WS-EASTER-INTEGER      PIC 9(8) COMP.

      * Holiday date table for rule type 'T', loaded on the first
      * calendar load of the run unit.  No HOLIDDTB dataset leaves it
      * empty, so only 'T' holidays go uncounted.
       01 WS-DTB-STATUS          PIC XX.
           88 WS-DTB-FILE-OK               VALUE '00'.
       01 WS-DTB-LOADED-FLAG     PIC X(1) VALUE 'N'.
           88 WS-DTB-LOADED                VALUE 'Y'.
       01 WS-DTB-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-DTB-EOF                   VALUE 'Y'.
       01 WS-DTB-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-DTB-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-DTB-TABLE.
           05 WS-DTB-ENTRY OCCURS 1000 TIMES.
               10 WST-CALENDAR-ID     PIC X(04).
               10 WST-HOLIDAY-CODE    PIC 9(02).
               10 WST-YEAR            PIC 9(04).
               10 WST-HOLIDAY-MONTH   PIC 99.
               10 WST-HOLIDAY-DAY     PIC 99.
       01 WS-DTB-SUB             PIC 9(4) COMP.
       01 WS-DTB-HIT             PIC 9(4) COMP.

      * Closure-event lookup through HOLIDCEQ (no HOLIDCEV dataset
      * simply means no event days).
       01 WS-CEV-RECORD          PIC X(60).
       01 WS-CEV-STATUS          PIC X(2).
           88 WS-CEV-FOUND                 VALUE '00'.

       LINKAGE SECTION.
       01 BD-CALENDAR-ID             PIC X(4).
       01 BD-DATE                    PIC 9(8).
      * for the day number in WS-TEST-INT.  Day of week comes from    *
      * the same MOD arithmetic DAYOFWEEK uses (1=Monday...7=Sunday); *
      * the observed-holiday set for the date's calendar year is      *
      * loaded on first touch.  A weekday that is no holiday is then  *
      * tested against the dated closure events: a covering event     *
      * makes it non-working with the holiday flag 'E'.               *
      ******************************************************************
       CLASSIFY-TEST-DATE.
           MOVE 'N' TO WS-HOLIDAY-FLAG
           COMPUTE WS-DOW = FUNCTION MOD(WS-TEST-INT + 6, 7) + 1
           IF WSY-WEEKEND-DAY(WS-CUR-YEAR-SLOT, WS-DOW) NOT = 'Y'
              AND NOT WS-IS-HOLIDAY
               CALL 'HOLIDCEQ' USING BD-CALENDAR-ID, WS-TEST-DATE,
                   WS-CEV-RECORD, WS-CEV-STATUS
               IF WS-CEV-FOUND
                   MOVE 'E' TO WS-HOLIDAY-FLAG
               ELSE
                   MOVE 'Y' TO WS-BUSINESS-FLAG
               END-IF
           END-IF.

       SEARCH-HOLIDAY-SET.
           IF NOT WS-MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DATE-TABLE-ONCE

           IF WS-CAL-COUNT < 8
               ADD 1 TO WS-CAL-COUNT
                   TO WSCR-EFF-TO(WS-CAL-SUB, WS-RULE-SUB)
               MOVE HM-HOLIDAY-CLASS
                   TO WSCR-CLASS(WS-CAL-SUB, WS-RULE-SUB)
               MOVE HM-CALENDAR-ID
                   TO WSCR-OWNER-CAL(WS-CAL-SUB, WS-RULE-SUB)
           END-IF.

      ******************************************************************
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-DATE-TABLE-ONCE - reads the holiday date table into      *
      * WS-DTB-TABLE on the first calendar load; later calls find it  *
      * already in hand.  Cards past WS-DTB-MAX are dropped.          *
      ******************************************************************
       LOAD-DATE-TABLE-ONCE.
           IF WS-DTB-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DTB-LOADED-FLAG
           MOVE ZERO TO WS-DTB-COUNT
           OPEN INPUT HOLIDAY-DTB
           IF NOT WS-DTB-FILE-OK
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
                           MOVE DT-HOLIDAY-MONTH
                               TO WST-HOLIDAY-MONTH(WS-DTB-COUNT)
                           MOVE DT-HOLIDAY-DAY
                               TO WST-HOLIDAY-DAY(WS-DTB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-DTB.

      ******************************************************************
      * ENSURE-YEAR-LOADED - finds the observed-holiday set for the   *
      * current calendar and WS-LOAD-YEAR in the year cache, loading  *
      * adds it to the year slot when the observed date lands in the  *
      * slot's own year (WS-TARGET-YEAR).  Inactive rules, rule       *
      * versions not in force for the year, and offset rules whose    *
      * base cannot be resolved, and 'T' rules whose year is not on   *
      * the date table, contribute nothing - the same records         *
      * HOLIDAY-CALC would skip or reject.  A half-day                *
      * closure ('H') contributes nothing either: the plant works     *
      * that morning, so it is a business day for due-date counting.  *
      ******************************************************************
      ******************************************************************
      * RESOLVE-RULE-TO-INT - day number of rule WS-RULE-SUB (of the  *
      * current calendar) in WS-LOAD-YEAR.  An offset ('O') rule      *
      * resolves its base rule first - base must be F, N, E or T, the *
      * same no-chaining restriction HOLIDAY-CALC enforces.  A 'T'    *
      * rule is the year's card on the holiday date table.            *
      ******************************************************************
       SHIFT-RESOLVED-FORWARD.
           ADD 1 TO WS-RESOLVED-INT
                       WSCR-OFFSET-DAYS(WS-CUR-CAL, WS-RULE-SUB)
               WHEN 'O'
                   PERFORM RESOLVE-OFFSET-RULE
               WHEN 'T'
                   PERFORM RESOLVE-TABLE-RULE
               WHEN OTHER
                   PERFORM RESOLVE-FIXED-RULE
           END-EVALUATE.

      ******************************************************************
      * RESOLVE-OFFSET-RULE - rule 'O': finds the base holiday's rule *
      * in the cached rule set, resolves it (F, N, E or T only - no   *
      * chained O rules), then applies this rule's own day offset.    *
      * A base that is missing or itself an O rule leaves the rule    *
      * unresolved, so it simply contributes no holiday.              *
                       WSCR-OFFSET-DAYS(WS-CUR-CAL, WS-RULE-SUB)
               WHEN 'F'
                   PERFORM RESOLVE-FIXED-RULE
               WHEN 'T'
                   PERFORM RESOLVE-TABLE-RULE
               WHEN OTHER
                   MOVE 'N' TO WS-RESOLVE-OK-FLAG
           END-EVALUATE
                   WSCR-OFFSET-DAYS(WS-CUR-CAL, WS-RULE-SUB)
           END-IF.

      ******************************************************************
      * RESOLVE-TABLE-RULE - rule 'T': the date table card for the    *
      * rule's owning calendar, its code and WS-LOAD-YEAR.  No card   *
      * leaves the rule unresolved.                                   *
      ******************************************************************
       RESOLVE-TABLE-RULE.
           MOVE ZERO TO WS-DTB-HIT
           PERFORM CHECK-ONE-DATE-ENTRY
               VARYING WS-DTB-SUB FROM 1 BY 1
               UNTIL WS-DTB-SUB > WS-DTB-COUNT OR WS-DTB-HIT > ZERO
           IF WS-DTB-HIT = ZERO
               MOVE 'N' TO WS-RESOLVE-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-YEAR TO WS-RULE-DATE(1:4)
           MOVE WST-HOLIDAY-MONTH(WS-DTB-HIT) TO WS-RULE-DATE(5:2)
           MOVE WST-HOLIDAY-DAY(WS-DTB-HIT) TO WS-RULE-DATE(7:2)
           COMPUTE WS-RESOLVED-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RULE-DATE)).

       CHECK-ONE-DATE-ENTRY.
           IF WST-CALENDAR-ID(WS-DTB-SUB) =
              WSCR-OWNER-CAL(WS-CUR-CAL, WS-RULE-SUB) AND
              WST-HOLIDAY-CODE(WS-DTB-SUB) =
              WSCR-HOLIDAY-CODE(WS-CUR-CAL, WS-RULE-SUB) AND
              WST-YEAR(WS-DTB-SUB) = WS-LOAD-YEAR
               MOVE WS-DTB-SUB TO WS-DTB-HIT
           END-IF.

       FIND-BASE-RULE.
           IF WSCR-HOLIDAY-CODE(WS-CUR-CAL, WS-SCAN-SUB) =
              WSCR-BASE-CODE(WS-CUR-CAL, WS-RULE-SUB) AND
