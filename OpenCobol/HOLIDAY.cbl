      *                  corrected in DAYOFWEEK today), so an nth-    *
      *                  weekday rule resolved to the day before the  *
      *                  one intended.  Aligned with the +6 fix.      *
      *   15/10/2026 AI  Table-driven rule type 'T': lunar/religious  *
      *                  and proclaimed holidays take their month/day *
      *                  per year from the holiday date table         *
      *                  (HOLIDDTB, loaded into WS-DTB-TABLE at the   *
      *                  start of the run) keyed on the calendar that *
      *                  owns the rule, its code and the year.  A     *
      *                  year not on the table rejects with new       *
      *                  reason R007; an offset rule may now use a    *
      *                  'T' holiday as its base.  Checkpoint record  *
      *                  is now 128 bytes (R007 count).               *
      *   15/10/2026 AI  Corrected the HOLIDAY-DTB RECORD CONTAINS    *
      *                  clause to 34 characters to match the         *
      *                  HOLIDDTB copybook, which carries the 20-byte *
      *                  source note.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-CALC.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLIDAY-DTB  ASSIGN TO 'HOLIDDTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-TRAN
           RECORD CONTAINS 46 CHARACTERS.
           COPY HOLIDAUD.
       FD  HOLIDAY-CKP
           RECORD CONTAINS 128 CHARACTERS.
           COPY HOLIDCKP.
       FD  HOLIDAY-RUN
           RECORD CONTAINS 71 CHARACTERS.
           COPY HOLIDRUN.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  HOLIDAY-DTB
           RECORD CONTAINS 34 CHARACTERS.
           COPY HOLIDDTB.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-YEAR          PIC 9(4) VALUE ZEROS.
       01 WS-R004-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-R005-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-R006-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-R007-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-END-DATE            PIC 9(8).
       01 WS-END-TIME            PIC 9(8).
       01 WS-STAT-COUNT          PIC Z(7)9.
       01 WS-VSCAN-END-FLAG      PIC X(1) VALUE 'N'.
           88 WS-VSCAN-END                 VALUE 'Y'.
       01 WS-SAVED-MASTER        PIC X(71).
      * Holiday date table for rule type 'T', loaded once per run.
      * A missing HOLIDDTB dataset is an empty table: calendars with
      * no 'T' rules are unaffected, and any 'T' year rejects R007.
       01 WS-DTB-STATUS          PIC XX.
           88 WS-DTB-FILE-OK               VALUE '00'.
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
      * The transaction calendar's policy, refreshed per year from
      * the code-00 calendar record (defaults when there is none).
       01 WS-CAL-POLICY.
           END-IF
           OPEN EXTEND HOLIDAY-AUD
           OPEN INPUT HOLIDAY-MASTER
           PERFORM LOAD-DATE-TABLE
           PERFORM READ-LAST-CHECKPOINT.

      ******************************************************************
                   MOVE CK-R004-COUNT TO WS-R004-COUNT
                   MOVE CK-R005-COUNT TO WS-R005-COUNT
                   MOVE CK-R006-COUNT TO WS-R006-COUNT
                   MOVE CK-R007-COUNT TO WS-R007-COUNT
           END-READ.

      ******************************************************************
           MOVE WS-R004-COUNT TO CK-R004-COUNT
           MOVE WS-R005-COUNT TO CK-R005-COUNT
           MOVE WS-R006-COUNT TO CK-R006-COUNT
           MOVE WS-R007-COUNT TO CK-R007-COUNT
           WRITE HOLIDAY-CHECKPOINT-RECORD
           ADD 1 TO WS-CHECKPOINTS-TAKEN.

                   ADD 1 TO WS-R005-COUNT
               WHEN 'R006'
                   ADD 1 TO WS-R006-COUNT
               WHEN 'R007'
                   ADD 1 TO WS-R007-COUNT
           END-EVALUATE.

      ******************************************************************
      * offset in days from Easter Sunday of the year, and rule 'O'   *
      * as an offset in days from another holiday on the same         *
      * calendar.  An offset rule that cannot be resolved sets        *
      * WS-ERROR-FLAG and rejects the year with R005.  Rule 'T' takes *
      * the year's date off the holiday date table; a year missing    *
      * from the table rejects with R007.                             *
      ******************************************************************
       SET-HOLIDAY-DATA.
           MOVE HM-HOLIDAY-NAME TO WS-HOLIDAY-NAME
                   PERFORM RESOLVE-EASTER-OFFSET
               WHEN HM-HOLIDAY-OFFSET
                   PERFORM RESOLVE-HOLIDAY-OFFSET
               WHEN HM-TABLE-DATE
                   PERFORM RESOLVE-TABLE-DATE
               WHEN OTHER
                   MOVE HM-HOLIDAY-MONTH TO WS-HOLIDAY-MONTH
                   MOVE HM-HOLIDAY-DAY TO WS-HOLIDAY-DAY
      * HM-OFFSET-DAYS days from the base holiday named by            *
      * HM-BASE-HOLIDAY-CODE on the same calendar.  The base's rule   *
      * version in force for WS-INPUT-YEAR is located the same way    *
      * the offset holiday's own was, and may itself be rule F, N, E  *
      * or T (not another O - no chaining).  The master record area  *
      * is saved across the base lookup and restored afterwards, so   *
      * the remaining years of the range still resolve from the       *
      * offset holiday's own record.                                  *
      ******************************************************************
       RESOLVE-HOLIDAY-OFFSET.
           MOVE HOLIDAY-MASTER-RECORD TO WS-SAVED-MASTER
                   MOVE HM-HOLIDAY-DAY TO WS-BASE-DATE(7:2)
                   COMPUTE WS-BASE-INTEGER = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-BASE-DATE))
               WHEN HM-TABLE-DATE
                   PERFORM RESOLVE-TABLE-DATE
                   IF WS-ERROR-FLAG = 'N'
                       MOVE WS-INPUT-YEAR TO WS-BASE-DATE(1:4)
                       MOVE WS-HOLIDAY-MONTH TO WS-BASE-DATE(5:2)
                       MOVE WS-HOLIDAY-DAY TO WS-BASE-DATE(7:2)
                       COMPUTE WS-BASE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-BASE-DATE))
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-OFFSET-RULE
           END-EVALUATE.
               MOVE WS-OFFSET-DAY TO WS-HOLIDAY-DAY
           END-IF.

      ******************************************************************
      * RESOLVE-TABLE-DATE - rule 'T': the month/day for              *
      * WS-INPUT-YEAR is whatever the holiday date table carries for  *
      * the calendar that owns the rule record in hand (the base      *
      * calendar, for a code a composed site inherits), its code and  *
      * the year.  No card for the year rejects it with R007 - the    *
      * date has simply not been loaded yet.                          *
      ******************************************************************
       RESOLVE-TABLE-DATE.
           MOVE ZERO TO WS-DTB-HIT
           PERFORM CHECK-ONE-DATE-ENTRY
               VARYING WS-DTB-SUB FROM 1 BY 1
               UNTIL WS-DTB-SUB > WS-DTB-COUNT OR WS-DTB-HIT > ZERO
           IF WS-DTB-HIT = ZERO
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'R007' TO WS-REJECT-CODE
               MOVE 'YEAR NOT LOADED ON HOLIDAY DATE TABLE'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT
           ELSE
               MOVE WST-HOLIDAY-MONTH(WS-DTB-HIT) TO WS-HOLIDAY-MONTH
               MOVE WST-HOLIDAY-DAY(WS-DTB-HIT) TO WS-HOLIDAY-DAY
           END-IF.

       CHECK-ONE-DATE-ENTRY.
           IF WST-CALENDAR-ID(WS-DTB-SUB) = HM-CALENDAR-ID AND
              WST-HOLIDAY-CODE(WS-DTB-SUB) = HM-HOLIDAY-CODE AND
              WST-YEAR(WS-DTB-SUB) = WS-INPUT-YEAR
               MOVE WS-DTB-SUB TO WS-DTB-HIT
           END-IF.

      ******************************************************************
      * LOAD-DATE-TABLE - the whole holiday date table into           *
      * WS-DTB-TABLE, so a 'T' rule is a table scan rather than a     *
      * file pass.  Cards past WS-DTB-MAX are dropped with a console  *
      * warning; a missing dataset leaves the table empty.            *
      ******************************************************************
       LOAD-DATE-TABLE.
           MOVE ZERO TO WS-DTB-COUNT
           OPEN INPUT HOLIDAY-DTB
           IF NOT WS-DTB-FILE-OK
               DISPLAY 'HOLIDAY-CALC: no holiday date table - rule T'
                   ' years will reject R007'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DTB-EOF
               READ HOLIDAY-DTB
                   AT END
                       MOVE 'Y' TO WS-DTB-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-DATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-DTB.

       STORE-DATE-ENTRY.
           IF WS-DTB-COUNT < WS-DTB-MAX
               ADD 1 TO WS-DTB-COUNT
               MOVE DT-CALENDAR-ID TO WST-CALENDAR-ID(WS-DTB-COUNT)
               MOVE DT-HOLIDAY-CODE TO WST-HOLIDAY-CODE(WS-DTB-COUNT)
               MOVE DT-YEAR TO WST-YEAR(WS-DTB-COUNT)
               MOVE DT-HOLIDAY-MONTH
                   TO WST-HOLIDAY-MONTH(WS-DTB-COUNT)
               MOVE DT-HOLIDAY-DAY TO WST-HOLIDAY-DAY(WS-DTB-COUNT)
           ELSE
               DISPLAY 'HOLIDAY-CALC: date table full, card dropped '
                   DT-KEY
           END-IF.

       REJECT-OFFSET-RULE.
           MOVE 'Y' TO WS-ERROR-FLAG
           MOVE 'R005' TO WS-REJECT-CODE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-R007-COUNT TO WS-STAT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING '  R007 DATE NOT ON TABLE:   ' WS-STAT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CHECKPOINTS-TAKEN TO WS-STAT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'CHECKPOINTS TAKEN:          ' WS-STAT-COUNT
