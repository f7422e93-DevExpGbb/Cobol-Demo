      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDROS - holiday coverage duty roster with fairness ledger. *
      * Every observed closure still needs on-call cover (data        *
      * center, security, plant utilities), and supervisors kept      *
      * picking the same "volunteers" for Christmas every year.  For  *
      * the year in the PARM (the run year when none is given) this   *
      * step:                                                         *
      *   - merges the worked-on-holiday findings HOLIDPRM wrote      *
      *     (HOLIDCVW) into the cumulative fairness ledger (HOLIDCVL  *
      *     in, HOLIDCVN out - a GDG), one record per employee and    *
      *     date so a finding fed twice counts once;                  *
      *   - takes every observed holiday of the year from HOLIDOUT    *
      *     in date order and, for each team on the coverage          *
      *     requirement deck (HOLIDCVR) for that calendar, rosters    *
      *     the headcount the holiday's class needs from the team's   *
      *     staff list (HOLIDCVS): fewest holidays covered over the   *
      *     fairness window first (the ledger's last five years plus  *
      *     the roster year, counting duties already given out on     *
      *     this roster), then longest since last covering, then      *
      *     staff-list order - so the duty rotates;                   *
      *   - rewrites the duty file (HOLIDCVD) HOLIDPRM compares the   *
      *     clock-ins against - duties on or before the run date are  *
      *     carried forward as they stood and only later holidays are *
      *     rostered, so the step can be re-run when the staff lists  *
      *     change - prints the roster per team (HOLIDCVT)            *
      *     and the fairness report (HOLIDCVF) of each person's       *
      *     covered holidays year by year.                            *
      * Staff must be on EMPSTAT and employed on the day to be        *
      * rostered, and no one is rostered twice on one day.  RC=0      *
      * clean, 4 when a holiday could not be fully covered, a staff   *
      * card was rejected or ledger records outgrew the table (they   *
      * are passed straight through), 8 when the duty file could not  *
      * be opened or the existing duties could not all be carried     *
      * forward (nothing is rostered and the duty file is left as it  *
      * was).                                                         *
      *                                                                *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Re-runs keep the duties on or before the run *
      *                  date and roster only later holidays, and a   *
      *                  roster-year day now counts once in the       *
      *                  rotation.  Ledger records beyond the table   *
      *                  are written straight through to the new      *
      *                  generation instead of being dropped (RC 4),  *
      *                  and a full carried-duty table refuses the    *
      *                  run (RC 8, duty file untouched).             *
      *   15/10/2026 AI  The HOLIDCVD status is checked on both       *
      *                  opens; a failed open refuses the roster (RC  *
      *                  8) and the refusal banner gives the reason.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-STAT  ASSIGN TO 'EMPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-OUT    ASSIGN TO 'HOLIDOUT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVERAGE-REQ   ASSIGN TO 'HOLIDCVR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVERAGE-STAFF ASSIGN TO 'HOLIDCVS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORKED-IN ASSIGN TO 'HOLIDCVW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO 'HOLIDCVL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-OUT     ASSIGN TO 'HOLIDCVN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUTY-FILE ASSIGN TO 'HOLIDCVD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUTY-STATUS.
           SELECT ROSTER-RPT     ASSIGN TO 'HOLIDCVT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAIRNESS-RPT   ASSIGN TO 'HOLIDCVF'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  HOLIDAY-OUT
           RECORD CONTAINS 92 CHARACTERS.
           COPY HOLIDOUT.
       FD  COVERAGE-REQ
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLIDCVR.
       FD  COVERAGE-STAFF
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLIDCVS.
       FD  WORKED-IN
           RECORD CONTAINS 50 CHARACTERS.
       01 WORKED-IN-RECORD          PIC X(50).
       FD  LEDGER-IN
           RECORD CONTAINS 50 CHARACTERS.
       01 LEDGER-IN-RECORD          PIC X(50).
       FD  LEDGER-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 LEDGER-OUT-RECORD         PIC X(50).
       FD  DUTY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HOLIDCVD.
       FD  ROSTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).
       FD  FAIRNESS-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 FAIR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMP-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-EMP-EOF                   VALUE 'Y'.
       01 WS-OUT-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-OUT-EOF                   VALUE 'Y'.
       01 WS-REQ-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-REQ-EOF                   VALUE 'Y'.
       01 WS-STAFF-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-STAFF-EOF                 VALUE 'Y'.
       01 WS-WORKED-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 WS-WORKED-EOF                VALUE 'Y'.
       01 WS-LEDGER-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 WS-LEDGER-EOF                VALUE 'Y'.
       01 WS-DUTY-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-DUTY-EOF                  VALUE 'Y'.
       01 WS-DUTY-STATUS         PIC XX.
           88 WS-DUTY-OPEN-OK              VALUES '00' '05'.
      * Set when the old duties cannot all be carried forward: the
      * duty file is then left as it was and nothing is rostered.
       01 WS-REFUSED-FLAG        PIC X(1) VALUE 'N'.
           88 WS-ROSTER-REFUSED            VALUE 'Y'.
       01 WS-REFUSE-TEXT         PIC X(40) VALUE SPACES.
      * Set once a ledger record has been written straight through.
       01 WS-LEDGER-SPILL-FLAG   PIC X(1) VALUE 'N'.
           88 WS-LEDGER-SPILLED            VALUE 'Y'.
       01 WS-FOUND-FLAG          PIC X(1).
           88 WS-FOUND                     VALUE 'Y'.
       01 WS-TRAILER-ID          PIC X(8) VALUE '**TRL***'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-ROSTER-YEAR         PIC 9(4).
      * The fairness window: the ledger's last five years before the
      * roster year, plus the roster year itself.
       01 WS-FAIR-YEARS          PIC 9(1) VALUE 5.
       01 WS-FIRST-FAIR-YEAR     PIC 9(4).
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-FAIR-LINE-COUNT     PIC 9(3) VALUE 99.
       01 WS-FAIR-PAGE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 50.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RPT-COUNT           PIC ZZ9.
       01 WS-RPT-YEAR-COUNT      PIC ZZZ9.
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-DATE            PIC X(10).
       01 WS-CLASS-TEXT          PIC X(10).
       01 WS-WORK-DATE           PIC 9(8).
       01 WS-WORK-YEAR           PIC 9(4).
       01 WS-COL                 PIC 9(3) COMP.

      * Counts.
       01 WS-DAY-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-STAFF-READ-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-STAFF-REJECT-COUNT  PIC 9(8) COMP VALUE ZERO.
       01 WS-REQ-REJECT-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-LEDGER-READ-COUNT   PIC 9(8) COMP VALUE ZERO.
       01 WS-WORKED-READ-COUNT   PIC 9(8) COMP VALUE ZERO.
       01 WS-WORKED-NEW-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-WORKED-DUP-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-DUTY-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-SHORT-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-DROPPED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-LEDGER-SPILL-COUNT  PIC 9(8) COMP VALUE ZERO.
       01 WS-CARRY-READ-COUNT    PIC 9(8) COMP VALUE ZERO.

      * EMPSTAT employment dates, for who can be rostered when.
       01 WS-EMP-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-EMP-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-ESUB                PIC 9(4) COMP.
       01 WS-CUR-EMP             PIC 9(4) COMP.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
               10 WSE-EMPLOYEE-ID     PIC X(08).
               10 WSE-HIRE-DATE       PIC 9(08).
               10 WSE-TERM-DATE       PIC 9(08).

      * The year's observed holidays, kept in date order (calendar
      * within date); one entry per calendar and observed date.
       01 WS-DAY-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-DAY-MAX             PIC 9(3) COMP VALUE 300.
       01 WS-DSUB                PIC 9(3) COMP.
       01 WS-CUR-DAY             PIC 9(3) COMP.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 300 TIMES.
               10 WSD-CALENDAR-ID     PIC X(04).
               10 WSD-OBS-DATE        PIC 9(08).
               10 WSD-OBS-DOW         PIC X(09).
               10 WSD-HOLIDAY-CODE    PIC 9(02).
               10 WSD-HOLIDAY-NAME    PIC X(25).
               10 WSD-HOLIDAY-CLASS   PIC X(01).
                   88 WSD-HALF-DAY               VALUE 'H'.
                   88 WSD-OBSERVANCE             VALUE 'O'.

      * Coverage requirements, deck order.
       01 WS-REQ-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-REQ-MAX             PIC 9(3) COMP VALUE 50.
       01 WS-QSUB                PIC 9(3) COMP.
       01 WS-PRIOR-QSUB          PIC 9(3) COMP.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
               10 WSQ-CALENDAR-ID     PIC X(04).
               10 WSQ-TEAM-ID         PIC X(06).
               10 WSQ-CLOSURE-HC      PIC 9(02).
               10 WSQ-HALF-DAY-HC     PIC 9(02).
               10 WSQ-OBSERVANCE-HC   PIC 9(02).
               10 WSQ-DESCRIPTION     PIC X(24).
               10 WSQ-DUTY-COUNT      PIC 9(8) COMP.
               10 WSQ-SHORT-COUNT     PIC 9(8) COMP.
       01 WS-NEEDED              PIC 9(2).

      * Staff cards, deck order; each points at its person entry.
       01 WS-STAFF-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-STAFF-MAX           PIC 9(4) COMP VALUE 500.
       01 WS-SSUB                PIC 9(4) COMP.
       01 WS-STAFF-TABLE.
           05 WS-STAFF-ENTRY OCCURS 500 TIMES.
               10 WSS-TEAM-ID         PIC X(06).
               10 WSS-EMPLOYEE-ID     PIC X(08).
               10 WSS-EMPLOYEE-NAME   PIC X(26).
               10 WSS-PERSON-SUB      PIC 9(4) COMP.
               10 WSS-EMP-SUB         PIC 9(4) COMP.

      * One entry per person on any staff list: ledger counts by
      * year of the window, the roster year's count (ledger plus
      * duties given out on this roster), the last day covered and
      * the last day given a duty on this roster.
       01 WS-PERSON-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-PSUB                PIC 9(4) COMP.
       01 WS-CUR-PERSON          PIC 9(4) COMP.
       01 WS-SEEK-EMPLOYEE-ID    PIC X(08).
       01 WS-PERSON-TABLE.
           05 WS-PERSON-ENTRY OCCURS 500 TIMES.
               10 WSP-EMPLOYEE-ID     PIC X(08).
               10 WSP-YEAR-COUNT      PIC 9(4) COMP OCCURS 5 TIMES.
               10 WSP-WORKED-THIS-YEAR PIC 9(4) COMP.
               10 WSP-ROSTERED-COUNT  PIC 9(4) COMP.
               10 WSP-FAIR-COUNT      PIC 9(4) COMP.
               10 WSP-LAST-COVERED    PIC 9(08).
               10 WSP-LAST-ROSTERED   PIC 9(08).
       01 WS-YSUB                PIC 9(1) COMP.

      * The fairness ledger, old records plus merged findings.
       01 WS-LEDGER-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-LEDGER-MAX          PIC 9(5) COMP VALUE 6000.
       01 WS-LSUB                PIC 9(5) COMP.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 6000 TIMES.
               10 WSL-EMPLOYEE-ID     PIC X(08).
               10 WSL-CALENDAR-ID     PIC X(04).
               10 WSL-WORK-DATE       PIC 9(08).
               10 WSL-HOURS           PIC 9(02)V9.
               10 WSL-HOLIDAY-NAME    PIC X(25).
               10 WSL-SCHEDULED-FLAG  PIC X(01).

      * Findings not on the ledger table, held while the ledger
      * records written straight through are read again for them.
       01 WS-HELD-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-HELD-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-HSUB                PIC 9(4) COMP.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 500 TIMES.
               10 WSH-EMPLOYEE-ID     PIC X(08).
               10 WSH-WORK-DATE       PIC 9(08).
               10 WSH-RECORD          PIC X(50).
               10 WSH-DUP-FLAG        PIC X(01).
                   88 WSH-DUPLICATE              VALUE 'Y'.

      * Duties already on the duty file that stand: every duty on or
      * before the run date (worked or missed, HOLIDPRM still checks
      * it) and any other year's roster.  Duties dated before the
      * previous year are not carried.
       01 WS-CARRY-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-CARRY-MAX           PIC 9(4) COMP VALUE 3000.
       01 WS-CSUB                PIC 9(4) COMP.
       01 WS-KEEP-FROM-YEAR      PIC 9(4).
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 3000 TIMES.
               10 WSC-DUTY-RECORD     PIC X(60).

      * Duties given out on this roster; a person sub of zero is a
      * slot no one eligible could fill.
       01 WS-ASSIGN-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-ASSIGN-MAX          PIC 9(4) COMP VALUE 3000.
       01 WS-ASUB                PIC 9(4) COMP.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 3000 TIMES.
               10 WSA-REQ-SUB         PIC 9(3) COMP.
               10 WSA-DAY-SUB         PIC 9(3) COMP.
               10 WSA-STAFF-SUB       PIC 9(4) COMP.

      * Candidate selection.
       01 WS-BEST-STAFF          PIC 9(4) COMP.
       01 WS-BEST-PERSON         PIC 9(4) COMP.
       01 WS-SLOT                PIC 9(2).

           COPY HOLIDCVL.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-HOLIDAY-DAYS
           PERFORM LOAD-REQUIREMENTS
           PERFORM LOAD-STAFF
           PERFORM MERGE-LEDGER
           PERFORM CARRY-FORWARD-DUTIES

           IF NOT WS-ROSTER-REFUSED
               PERFORM ROSTER-ONE-DAY
                   VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > WS-DAY-COUNT
           END-IF

           PERFORM WRITE-ONE-TEAM-ROSTER
               VARYING WS-QSUB FROM 1 BY 1
               UNTIL WS-QSUB > WS-REQ-COUNT
           PERFORM WRITE-ROSTER-TOTALS
           PERFORM WRITE-FAIRNESS-REPORT
           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-ROSTER-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SHORT-COUNT > 0 OR WS-STAFF-REJECT-COUNT > 0
                  OR WS-REQ-REJECT-COUNT > 0 OR WS-DROPPED-COUNT > 0
                  OR WS-LEDGER-SPILL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDROS: building holiday coverage roster'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-ROSTER-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-ROSTER-YEAR
           END-IF
           COMPUTE WS-FIRST-FAIR-YEAR = WS-ROSTER-YEAR - WS-FAIR-YEARS
           COMPUTE WS-KEEP-FROM-YEAR = WS-RUN-YEAR - 1
           DISPLAY 'HOLIDROS: roster year ' WS-ROSTER-YEAR

           OPEN INPUT EMPLOYEE-STAT
           OPEN INPUT HOLIDAY-OUT
           OPEN INPUT COVERAGE-REQ
           OPEN INPUT COVERAGE-STAFF
           OPEN INPUT WORKED-IN
           OPEN INPUT LEDGER-IN
           OPEN OUTPUT LEDGER-OUT
           OPEN OUTPUT ROSTER-RPT
           OPEN OUTPUT FAIRNESS-RPT.

       LOAD-EMPLOYEE-TABLE.
           PERFORM UNTIL WS-EMP-EOF
               READ EMPLOYEE-STAT
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

       STORE-ONE-EMPLOYEE.
           IF WS-EMP-COUNT >= WS-EMP-MAX
               DISPLAY 'HOLIDROS: employee table full, record'
                   ' dropped ' ES-EMPLOYEE-ID
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE ES-EMPLOYEE-ID TO WSE-EMPLOYEE-ID(WS-EMP-COUNT)
           MOVE ZERO TO WSE-HIRE-DATE(WS-EMP-COUNT)
           MOVE ZERO TO WSE-TERM-DATE(WS-EMP-COUNT)
           IF ES-HIRE-DATE IS NUMERIC
               MOVE ES-HIRE-DATE TO WSE-HIRE-DATE(WS-EMP-COUNT)
           END-IF
           IF ES-TERM-DATE IS NUMERIC
               MOVE ES-TERM-DATE TO WSE-TERM-DATE(WS-EMP-COUNT)
           END-IF.

      ******************************************************************
      * LOAD-HOLIDAY-DAYS - the roster year's observed holidays from  *
      * HOLIDOUT, slotted into date order.  Two holidays a calendar   *
      * observes on the same date need one day's cover, staffed for   *
      * the stronger class (closure, then half day, then observance). *
      ******************************************************************
       LOAD-HOLIDAY-DAYS.
           PERFORM UNTIL WS-OUT-EOF
               READ HOLIDAY-OUT
                   AT END
                       MOVE 'Y' TO WS-OUT-EOF-FLAG
                   NOT AT END
                       IF HOLIDAY-OUT-RECORD(1:8) NOT = WS-TRAILER-ID
                          AND HO-YEAR = WS-ROSTER-YEAR
                           PERFORM STORE-ONE-DAY
                       END-IF
               END-READ
           END-PERFORM.

       STORE-ONE-DAY.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-DAY
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DAY-COUNT OR WS-FOUND
           IF WS-FOUND
               PERFORM MERGE-ONE-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-COUNT >= WS-DAY-MAX
               DISPLAY 'HOLIDROS: holiday table full, record'
                   ' dropped ' HO-CALENDAR-ID HO-HOLIDAY-CODE
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DAY-READ-COUNT
           ADD 1 TO WS-DAY-COUNT
           MOVE WS-DAY-COUNT TO WS-DSUB
           PERFORM SHIFT-ONE-DAY
               UNTIL WS-DSUB = 1
                  OR WSD-OBS-DATE(WS-DSUB - 1) < HO-OBSERVED-YYYYMMDD
                  OR (WSD-OBS-DATE(WS-DSUB - 1) = HO-OBSERVED-YYYYMMDD
                  AND WSD-CALENDAR-ID(WS-DSUB - 1) < HO-CALENDAR-ID)
           MOVE HO-CALENDAR-ID TO WSD-CALENDAR-ID(WS-DSUB)
           MOVE HO-OBSERVED-YYYYMMDD TO WSD-OBS-DATE(WS-DSUB)
           MOVE HO-OBSERVED-DOW TO WSD-OBS-DOW(WS-DSUB)
           MOVE HO-HOLIDAY-CODE TO WSD-HOLIDAY-CODE(WS-DSUB)
           MOVE HO-HOLIDAY-NAME TO WSD-HOLIDAY-NAME(WS-DSUB)
           MOVE HO-HOLIDAY-CLASS TO WSD-HOLIDAY-CLASS(WS-DSUB).

       CHECK-ONE-DAY.
           IF WSD-CALENDAR-ID(WS-DSUB) = HO-CALENDAR-ID
              AND WSD-OBS-DATE(WS-DSUB) = HO-OBSERVED-YYYYMMDD
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-DSUB TO WS-CUR-DAY
           END-IF.

       MERGE-ONE-DAY.
           IF HO-HOLIDAY-CLASS = 'O'
               EXIT PARAGRAPH
           END-IF
           IF HO-HOLIDAY-CLASS = 'H'
              AND NOT WSD-OBSERVANCE(WS-CUR-DAY)
               EXIT PARAGRAPH
           END-IF
           IF NOT WSD-HALF-DAY(WS-CUR-DAY)
              AND NOT WSD-OBSERVANCE(WS-CUR-DAY)
               EXIT PARAGRAPH
           END-IF
           MOVE HO-HOLIDAY-CODE TO WSD-HOLIDAY-CODE(WS-CUR-DAY)
           MOVE HO-HOLIDAY-NAME TO WSD-HOLIDAY-NAME(WS-CUR-DAY)
           MOVE HO-HOLIDAY-CLASS TO WSD-HOLIDAY-CLASS(WS-CUR-DAY).

       SHIFT-ONE-DAY.
           MOVE WS-DAY-ENTRY(WS-DSUB - 1) TO WS-DAY-ENTRY(WS-DSUB)
           SUBTRACT 1 FROM WS-DSUB.

       LOAD-REQUIREMENTS.
           PERFORM UNTIL WS-REQ-EOF
               READ COVERAGE-REQ
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-REQUIREMENT
               END-READ
           END-PERFORM.

       STORE-ONE-REQUIREMENT.
           IF CR-CALENDAR-ID = SPACES OR CR-TEAM-ID = SPACES
              OR CR-CLOSURE-HEADCOUNT IS NOT NUMERIC
              OR CR-HALF-DAY-HEADCOUNT IS NOT NUMERIC
              OR CR-OBSERVANCE-HEADCOUNT IS NOT NUMERIC
               DISPLAY 'HOLIDROS: requirement card rejected - '
                   CR-CALENDAR-ID ' ' CR-TEAM-ID
               ADD 1 TO WS-REQ-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COUNT >= WS-REQ-MAX
               DISPLAY 'HOLIDROS: requirement table full, card'
                   ' dropped ' CR-CALENDAR-ID ' ' CR-TEAM-ID
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE CR-CALENDAR-ID TO WSQ-CALENDAR-ID(WS-REQ-COUNT)
           MOVE CR-TEAM-ID TO WSQ-TEAM-ID(WS-REQ-COUNT)
           MOVE CR-CLOSURE-HEADCOUNT TO WSQ-CLOSURE-HC(WS-REQ-COUNT)
           MOVE CR-HALF-DAY-HEADCOUNT TO WSQ-HALF-DAY-HC(WS-REQ-COUNT)
           MOVE CR-OBSERVANCE-HEADCOUNT
               TO WSQ-OBSERVANCE-HC(WS-REQ-COUNT)
           MOVE CR-DESCRIPTION TO WSQ-DESCRIPTION(WS-REQ-COUNT)
           MOVE ZERO TO WSQ-DUTY-COUNT(WS-REQ-COUNT)
           MOVE ZERO TO WSQ-SHORT-COUNT(WS-REQ-COUNT).

      ******************************************************************
      * LOAD-STAFF - a staff card needs an employee on EMPSTAT and    *
      * must not repeat a team/employee pair.                         *
      ******************************************************************
       LOAD-STAFF.
           PERFORM UNTIL WS-STAFF-EOF
               READ COVERAGE-STAFF
                   AT END
                       MOVE 'Y' TO WS-STAFF-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STAFF-READ-COUNT
                       PERFORM STORE-ONE-STAFF
               END-READ
           END-PERFORM.

       STORE-ONE-STAFF.
           MOVE ZERO TO WS-CUR-EMP
           PERFORM CHECK-ONE-EMPLOYEE
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EMP-COUNT OR WS-CUR-EMP > ZERO
           IF WS-CUR-EMP = ZERO
               DISPLAY 'HOLIDROS: staff card rejected, not on'
                   ' EMPSTAT - ' CS-TEAM-ID ' ' CS-EMPLOYEE-ID
               ADD 1 TO WS-STAFF-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-STAFF
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-STAFF-COUNT OR WS-FOUND
           IF WS-FOUND
               DISPLAY 'HOLIDROS: staff card rejected, duplicate - '
                   CS-TEAM-ID ' ' CS-EMPLOYEE-ID
               ADD 1 TO WS-STAFF-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-STAFF-COUNT >= WS-STAFF-MAX
               DISPLAY 'HOLIDROS: staff table full, card dropped - '
                   CS-TEAM-ID ' ' CS-EMPLOYEE-ID
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE CS-EMPLOYEE-ID TO WS-SEEK-EMPLOYEE-ID
           PERFORM FIND-PERSON
           IF WS-CUR-PERSON = ZERO
               ADD 1 TO WS-PERSON-COUNT
               MOVE WS-PERSON-COUNT TO WS-CUR-PERSON
               INITIALIZE WS-PERSON-ENTRY(WS-CUR-PERSON)
               MOVE CS-EMPLOYEE-ID TO WSP-EMPLOYEE-ID(WS-CUR-PERSON)
           END-IF

           ADD 1 TO WS-STAFF-COUNT
           MOVE CS-TEAM-ID TO WSS-TEAM-ID(WS-STAFF-COUNT)
           MOVE CS-EMPLOYEE-ID TO WSS-EMPLOYEE-ID(WS-STAFF-COUNT)
           MOVE CS-EMPLOYEE-NAME TO WSS-EMPLOYEE-NAME(WS-STAFF-COUNT)
           MOVE WS-CUR-PERSON TO WSS-PERSON-SUB(WS-STAFF-COUNT)
           MOVE WS-CUR-EMP TO WSS-EMP-SUB(WS-STAFF-COUNT).

       CHECK-ONE-EMPLOYEE.
           IF WSE-EMPLOYEE-ID(WS-ESUB) = CS-EMPLOYEE-ID
               MOVE WS-ESUB TO WS-CUR-EMP
           END-IF.

       CHECK-ONE-STAFF.
           IF WSS-TEAM-ID(WS-SSUB) = CS-TEAM-ID
              AND WSS-EMPLOYEE-ID(WS-SSUB) = CS-EMPLOYEE-ID
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       FIND-PERSON.
           MOVE ZERO TO WS-CUR-PERSON
           PERFORM CHECK-ONE-PERSON
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PERSON-COUNT OR WS-CUR-PERSON > ZERO.

       CHECK-ONE-PERSON.
           IF WSP-EMPLOYEE-ID(WS-PSUB) = WS-SEEK-EMPLOYEE-ID
               MOVE WS-PSUB TO WS-CUR-PERSON
           END-IF.

      ******************************************************************
      * MERGE-LEDGER - the old ledger plus every finding not already  *
      * on it (same employee and date) becomes the new generation.    *
      * Old records that no longer fit the ledger table are written   *
      * straight through, so the new generation never loses history;  *
      * a finding not on the table is then held until those records   *
      * have been read again, so it is still added only once.  Every  *
      * record written is tallied for the rotation as it goes out.    *
      ******************************************************************
       MERGE-LEDGER.
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-IN
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ-COUNT
                       MOVE LEDGER-IN-RECORD TO COVERAGE-LEDGER-RECORD
                       PERFORM STORE-ONE-LEDGER
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-WORKED-EOF
               READ WORKED-IN
                   AT END
                       MOVE 'Y' TO WS-WORKED-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-WORKED-READ-COUNT
                       MOVE WORKED-IN-RECORD TO COVERAGE-LEDGER-RECORD
                       PERFORM MERGE-ONE-FINDING
               END-READ
           END-PERFORM

           IF WS-HELD-COUNT > ZERO
               PERFORM CHECK-HELD-FINDINGS
           END-IF

           PERFORM WRITE-ONE-LEDGER
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB > WS-LEDGER-COUNT.

       MERGE-ONE-FINDING.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-LEDGER
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB > WS-LEDGER-COUNT OR WS-FOUND
           IF WS-FOUND
               ADD 1 TO WS-WORKED-DUP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-SPILLED OR WS-LEDGER-COUNT >= WS-LEDGER-MAX
               PERFORM HOLD-ONE-FINDING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORKED-NEW-COUNT
           PERFORM STORE-ONE-LEDGER.

      * A finding that cannot go on the ledger table waits here for
      * CHECK-HELD-FINDINGS; a second copy of it is a duplicate.
       HOLD-ONE-FINDING.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-HELD
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HELD-COUNT OR WS-FOUND
           IF WS-FOUND
               ADD 1 TO WS-WORKED-DUP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-HELD-COUNT >= WS-HELD-MAX
               DISPLAY 'HOLIDROS: held-finding table full, finding '
                   'left for a later run ' CL-EMPLOYEE-ID ' '
                   CL-WORK-DATE
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE CL-EMPLOYEE-ID TO WSH-EMPLOYEE-ID(WS-HELD-COUNT)
           MOVE CL-WORK-DATE TO WSH-WORK-DATE(WS-HELD-COUNT)
           MOVE COVERAGE-LEDGER-RECORD TO WSH-RECORD(WS-HELD-COUNT)
           MOVE 'N' TO WSH-DUP-FLAG(WS-HELD-COUNT).

       CHECK-ONE-HELD.
           IF WSH-EMPLOYEE-ID(WS-HSUB) = CL-EMPLOYEE-ID
              AND WSH-WORK-DATE(WS-HSUB) = CL-WORK-DATE
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

      ******************************************************************
      * CHECK-HELD-FINDINGS - read the old ledger again, past the     *
      * records the table holds, and mark every held finding already  *
      * there; the rest are new and are written straight through.     *
      ******************************************************************
       CHECK-HELD-FINDINGS.
           CLOSE LEDGER-IN
           OPEN INPUT LEDGER-IN
           MOVE 'N' TO WS-LEDGER-EOF-FLAG
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-IN
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF-FLAG
                   NOT AT END
                       MOVE LEDGER-IN-RECORD TO COVERAGE-LEDGER-RECORD
                       PERFORM MARK-HELD-DUPLICATE
               END-READ
           END-PERFORM
           PERFORM RELEASE-ONE-HELD
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HELD-COUNT.

       MARK-HELD-DUPLICATE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-HELD
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HELD-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-HSUB
               MOVE 'Y' TO WSH-DUP-FLAG(WS-HSUB)
           END-IF.

       RELEASE-ONE-HELD.
           IF WSH-DUPLICATE(WS-HSUB)
               ADD 1 TO WS-WORKED-DUP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORKED-NEW-COUNT
           MOVE WSH-RECORD(WS-HSUB) TO COVERAGE-LEDGER-RECORD
           PERFORM SPILL-ONE-LEDGER.

       CHECK-ONE-LEDGER.
           IF WSL-EMPLOYEE-ID(WS-LSUB) = CL-EMPLOYEE-ID
              AND WSL-WORK-DATE(WS-LSUB) = CL-WORK-DATE
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       STORE-ONE-LEDGER.
           IF WS-LEDGER-COUNT >= WS-LEDGER-MAX
               PERFORM SPILL-ONE-LEDGER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEDGER-COUNT
           MOVE CL-EMPLOYEE-ID TO WSL-EMPLOYEE-ID(WS-LEDGER-COUNT)
           MOVE CL-CALENDAR-ID TO WSL-CALENDAR-ID(WS-LEDGER-COUNT)
           MOVE CL-WORK-DATE TO WSL-WORK-DATE(WS-LEDGER-COUNT)
           MOVE CL-HOURS TO WSL-HOURS(WS-LEDGER-COUNT)
           MOVE CL-HOLIDAY-NAME TO WSL-HOLIDAY-NAME(WS-LEDGER-COUNT)
           MOVE CL-SCHEDULED-FLAG
               TO WSL-SCHEDULED-FLAG(WS-LEDGER-COUNT).

       WRITE-ONE-LEDGER.
           MOVE SPACES TO COVERAGE-LEDGER-RECORD
           MOVE WSL-EMPLOYEE-ID(WS-LSUB) TO CL-EMPLOYEE-ID
           MOVE WSL-CALENDAR-ID(WS-LSUB) TO CL-CALENDAR-ID
           MOVE WSL-WORK-DATE(WS-LSUB) TO CL-WORK-DATE
           MOVE WSL-HOURS(WS-LSUB) TO CL-HOURS
           MOVE WSL-HOLIDAY-NAME(WS-LSUB) TO CL-HOLIDAY-NAME
           MOVE WSL-SCHEDULED-FLAG(WS-LSUB) TO CL-SCHEDULED-FLAG
           MOVE COVERAGE-LEDGER-RECORD TO LEDGER-OUT-RECORD
           WRITE LEDGER-OUT-RECORD
           PERFORM TALLY-ONE-LEDGER.

      * A record that does not fit the ledger table goes straight to
      * the new generation; it still counts for the rotation, but a
      * later finding cannot be checked against it in storage.
       SPILL-ONE-LEDGER.
           IF NOT WS-LEDGER-SPILLED
               DISPLAY 'HOLIDROS: ledger table full, records from '
                   CL-EMPLOYEE-ID ' ' CL-WORK-DATE
                   ' written straight through'
               MOVE 'Y' TO WS-LEDGER-SPILL-FLAG
           END-IF
           ADD 1 TO WS-LEDGER-SPILL-COUNT
           MOVE COVERAGE-LEDGER-RECORD TO LEDGER-OUT-RECORD
           WRITE LEDGER-OUT-RECORD
           PERFORM TALLY-ONE-LEDGER.

      ******************************************************************
      * TALLY-ONE-LEDGER - each covered day on the new ledger         *
      * generation (COVERAGE-LEDGER-RECORD as written) counts against *
      * the person in its year of the fairness window; older history  *
      * stays on the ledger but no longer weighs on the rotation.     *
      * Roster-year days come only from here up to the run date and   *
      * only from this roster after it, so no day counts twice.       *
      ******************************************************************
       TALLY-ONE-LEDGER.
           MOVE CL-EMPLOYEE-ID TO WS-SEEK-EMPLOYEE-ID
           PERFORM FIND-PERSON
           IF WS-CUR-PERSON = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CL-WORK-DATE > WSP-LAST-COVERED(WS-CUR-PERSON)
               MOVE CL-WORK-DATE TO WSP-LAST-COVERED(WS-CUR-PERSON)
           END-IF
           MOVE CL-WORK-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR
           IF WS-WORK-YEAR < WS-FIRST-FAIR-YEAR
              OR WS-WORK-YEAR > WS-ROSTER-YEAR
              OR WS-WORK-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-YEAR = WS-ROSTER-YEAR
               ADD 1 TO WSP-WORKED-THIS-YEAR(WS-CUR-PERSON)
           ELSE
               COMPUTE WS-YSUB = WS-WORK-YEAR - WS-FIRST-FAIR-YEAR + 1
               ADD 1 TO WSP-YEAR-COUNT(WS-CUR-PERSON, WS-YSUB)
           END-IF
           ADD 1 TO WSP-FAIR-COUNT(WS-CUR-PERSON).

      ******************************************************************
      * ROSTER-ONE-DAY - every team required on the day's calendar    *
      * gets the headcount its class calls for.  A holiday on or      *
      * before the run date is not rostered again: its duties were    *
      * carried forward as they stood.                                *
      ******************************************************************
       ROSTER-ONE-DAY.
           IF WSD-OBS-DATE(WS-DSUB) <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM ROSTER-ONE-REQUIREMENT
               VARYING WS-QSUB FROM 1 BY 1
               UNTIL WS-QSUB > WS-REQ-COUNT.

       ROSTER-ONE-REQUIREMENT.
           IF WSQ-CALENDAR-ID(WS-QSUB) NOT = WSD-CALENDAR-ID(WS-DSUB)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WSD-HALF-DAY(WS-DSUB)
                   MOVE WSQ-HALF-DAY-HC(WS-QSUB) TO WS-NEEDED
               WHEN WSD-OBSERVANCE(WS-DSUB)
                   MOVE WSQ-OBSERVANCE-HC(WS-QSUB) TO WS-NEEDED
               WHEN OTHER
                   MOVE WSQ-CLOSURE-HC(WS-QSUB) TO WS-NEEDED
           END-EVALUATE
           PERFORM FILL-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-NEEDED.

      ******************************************************************
      * FILL-ONE-SLOT - the team member employed on the day and not   *
      * already on duty that day with the fewest covered holidays in  *
      * the window; ties go to whoever covered longest ago, then to   *
      * staff-list order.                                             *
      ******************************************************************
       FILL-ONE-SLOT.
           MOVE ZERO TO WS-BEST-STAFF
           MOVE ZERO TO WS-BEST-PERSON
           PERFORM CHECK-ONE-CANDIDATE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-STAFF-COUNT

           IF WS-ASSIGN-COUNT >= WS-ASSIGN-MAX
               DISPLAY 'HOLIDROS: duty table full, '
                   WSQ-TEAM-ID(WS-QSUB) ' '
                   WSD-CALENDAR-ID(WS-DSUB) ' '
                   WSD-OBS-DATE(WS-DSUB) ' not rostered'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE WS-QSUB TO WSA-REQ-SUB(WS-ASSIGN-COUNT)
           MOVE WS-DSUB TO WSA-DAY-SUB(WS-ASSIGN-COUNT)
           MOVE WS-BEST-STAFF TO WSA-STAFF-SUB(WS-ASSIGN-COUNT)

           IF WS-BEST-STAFF = ZERO
               ADD 1 TO WS-SHORT-COUNT
               ADD 1 TO WSQ-SHORT-COUNT(WS-QSUB)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUTY-COUNT
           ADD 1 TO WSQ-DUTY-COUNT(WS-QSUB)
           ADD 1 TO WSP-ROSTERED-COUNT(WS-BEST-PERSON)
           ADD 1 TO WSP-FAIR-COUNT(WS-BEST-PERSON)
           MOVE WSD-OBS-DATE(WS-DSUB)
               TO WSP-LAST-ROSTERED(WS-BEST-PERSON)
           IF WSD-OBS-DATE(WS-DSUB) > WSP-LAST-COVERED(WS-BEST-PERSON)
               MOVE WSD-OBS-DATE(WS-DSUB)
                   TO WSP-LAST-COVERED(WS-BEST-PERSON)
           END-IF

           MOVE SPACES TO COVERAGE-DUTY-RECORD
           MOVE WSS-EMPLOYEE-ID(WS-BEST-STAFF) TO CD-EMPLOYEE-ID
           MOVE WSD-CALENDAR-ID(WS-DSUB) TO CD-CALENDAR-ID
           MOVE WSD-OBS-DATE(WS-DSUB) TO CD-DUTY-DATE
           MOVE WSQ-TEAM-ID(WS-QSUB) TO CD-TEAM-ID
           MOVE WSD-HOLIDAY-CODE(WS-DSUB) TO CD-HOLIDAY-CODE
           MOVE WSD-HOLIDAY-NAME(WS-DSUB) TO CD-HOLIDAY-NAME
           MOVE WSD-HOLIDAY-CLASS(WS-DSUB) TO CD-HOLIDAY-CLASS
           WRITE COVERAGE-DUTY-RECORD.

      ******************************************************************
      * CARRY-FORWARD-DUTIES - the duty file is read before it is     *
      * rewritten.  Duties on or before the run date, and any other   *
      * year's roster, are written back unchanged; only the roster    *
      * year's duties after the run date are replaced by this roster. *
      * If they do not all fit the table the file is left untouched   *
      * and the roster is refused rather than losing any of them.     *
      ******************************************************************
       CARRY-FORWARD-DUTIES.
           OPEN INPUT DUTY-FILE
           IF NOT WS-DUTY-OPEN-OK
               DISPLAY 'HOLIDROS: HOLIDCVD open failed, status '
                   WS-DUTY-STATUS
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'DUTY FILE COULD NOT BE OPENED' TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DUTY-EOF
               READ DUTY-FILE
                   AT END
                       MOVE 'Y' TO WS-DUTY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CARRY-READ-COUNT
                       PERFORM KEEP-ONE-DUTY
               END-READ
           END-PERFORM
           CLOSE DUTY-FILE

           IF WS-ROSTER-REFUSED
               DISPLAY 'HOLIDROS: roster refused, duty file left as it'
                   ' was'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DUTY-FILE
           IF NOT WS-DUTY-OPEN-OK
               DISPLAY 'HOLIDROS: HOLIDCVD open failed, status '
                   WS-DUTY-STATUS
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'DUTY FILE COULD NOT BE OPENED' TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-CARRIED
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CARRY-COUNT.

       KEEP-ONE-DUTY.
           IF CD-DUTY-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CD-DUTY-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR
           IF WS-WORK-YEAR < WS-KEEP-FROM-YEAR
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-YEAR = WS-ROSTER-YEAR
              AND WS-WORK-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CARRY-COUNT >= WS-CARRY-MAX
               IF NOT WS-ROSTER-REFUSED
                   DISPLAY 'HOLIDROS: carried-duty table full at '
                       CD-EMPLOYEE-ID ' ' CD-DUTY-DATE
               END-IF
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'TOO MANY DUTIES TO CARRY FORWARD'
                   TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARRY-COUNT
           MOVE COVERAGE-DUTY-RECORD TO WSC-DUTY-RECORD(WS-CARRY-COUNT).

       WRITE-ONE-CARRIED.
           MOVE WSC-DUTY-RECORD(WS-CSUB) TO COVERAGE-DUTY-RECORD
           WRITE COVERAGE-DUTY-RECORD.

       CHECK-ONE-CANDIDATE.
           IF WSS-TEAM-ID(WS-SSUB) NOT = WSQ-TEAM-ID(WS-QSUB)
               EXIT PARAGRAPH
           END-IF
           MOVE WSS-EMP-SUB(WS-SSUB) TO WS-ESUB
           IF WSE-HIRE-DATE(WS-ESUB) > WSD-OBS-DATE(WS-DSUB)
               EXIT PARAGRAPH
           END-IF
           IF WSE-TERM-DATE(WS-ESUB) > ZERO
              AND WSE-TERM-DATE(WS-ESUB) < WSD-OBS-DATE(WS-DSUB)
               EXIT PARAGRAPH
           END-IF
      *    Days are rostered in date order, so a last-rostered date
      *    equal to the day means already on duty today.
           MOVE WSS-PERSON-SUB(WS-SSUB) TO WS-PSUB
           IF WSP-LAST-ROSTERED(WS-PSUB) = WSD-OBS-DATE(WS-DSUB)
               EXIT PARAGRAPH
           END-IF

           IF WS-BEST-STAFF = ZERO
               MOVE WS-SSUB TO WS-BEST-STAFF
               MOVE WS-PSUB TO WS-BEST-PERSON
               EXIT PARAGRAPH
           END-IF
           IF WSP-FAIR-COUNT(WS-PSUB) < WSP-FAIR-COUNT(WS-BEST-PERSON)
              OR (WSP-FAIR-COUNT(WS-PSUB) =
                  WSP-FAIR-COUNT(WS-BEST-PERSON)
              AND WSP-LAST-COVERED(WS-PSUB) <
                  WSP-LAST-COVERED(WS-BEST-PERSON))
               MOVE WS-SSUB TO WS-BEST-STAFF
               MOVE WS-PSUB TO WS-BEST-PERSON
           END-IF.

      ******************************************************************
      * WRITE-ONE-TEAM-ROSTER - one page per team and calendar: each  *
      * holiday the team covers, who is on duty, and any shortfall.   *
      ******************************************************************
       WRITE-ONE-TEAM-ROSTER.
           PERFORM WRITE-ROSTER-HEADERS
           PERFORM WRITE-ONE-ROSTER-DUTY
               VARYING WS-ASUB FROM 1 BY 1
               UNTIL WS-ASUB > WS-ASSIGN-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WSQ-DUTY-COUNT(WS-QSUB) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DUTIES ROSTERED:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WSQ-SHORT-COUNT(WS-QSUB) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SLOTS NOT COVERED:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 3 TO WS-LINE-COUNT.

       WRITE-ROSTER-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ALL '=' TO RPT-LINE(1:90)
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY COVERAGE ROSTER - '
               WS-ROSTER-YEAR ' - TEAM ' WSQ-TEAM-ID(WS-QSUB)
               ' - CALENDAR ' WSQ-CALENDAR-ID(WS-QSUB)
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING WSQ-DESCRIPTION(WS-QSUB) '   STAFF NEEDED: '
               WSQ-CLOSURE-HC(WS-QSUB) ' CLOSURE, '
               WSQ-HALF-DAY-HC(WS-QSUB) ' HALF DAY, '
               WSQ-OBSERVANCE-HC(WS-QSUB) ' OBSERVANCE'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'DATE        DAY        HOLIDAY                    '
               'CLASS       EMPLOYEE  NAME'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----------  ---------  -------------------------  '
               '----------  --------  --------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 7 TO WS-LINE-COUNT.

       WRITE-ONE-ROSTER-DUTY.
           IF WSA-REQ-SUB(WS-ASUB) NOT = WS-QSUB
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-ROSTER-HEADERS
           END-IF
           MOVE WSA-DAY-SUB(WS-ASUB) TO WS-DSUB

           MOVE SPACES TO RPT-LINE
           CALL 'DATECONV' USING WSD-OBS-DATE(WS-DSUB),
               WS-RPT-DATE-FORMAT, WS-RPT-DATE
           MOVE WS-RPT-DATE TO RPT-LINE(1:10)
           MOVE WSD-OBS-DOW(WS-DSUB) TO RPT-LINE(13:9)
           MOVE WSD-HOLIDAY-NAME(WS-DSUB) TO RPT-LINE(24:25)
           EVALUATE TRUE
               WHEN WSD-HALF-DAY(WS-DSUB)
                   MOVE 'HALF DAY' TO WS-CLASS-TEXT
               WHEN WSD-OBSERVANCE(WS-DSUB)
                   MOVE 'OBSERVANCE' TO WS-CLASS-TEXT
               WHEN OTHER
                   MOVE 'CLOSURE' TO WS-CLASS-TEXT
           END-EVALUATE
           MOVE WS-CLASS-TEXT TO RPT-LINE(51:10)
           IF WSA-STAFF-SUB(WS-ASUB) = ZERO
               MOVE '*** NOT COVERED - NO ELIGIBLE STAFF ***'
                   TO RPT-LINE(63:40)
           ELSE
               MOVE WSA-STAFF-SUB(WS-ASUB) TO WS-SSUB
               MOVE WSS-EMPLOYEE-ID(WS-SSUB) TO RPT-LINE(63:8)
               MOVE WSS-EMPLOYEE-NAME(WS-SSUB) TO RPT-LINE(73:26)
           END-IF
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-ROSTER-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '=' TO RPT-LINE(1:90)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DAY-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'HOLIDAYS ON THE RESULTS:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DUTY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DUTIES ROSTERED:              ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CARRY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DUTIES CARRIED FORWARD:       ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SHORT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SLOTS NOT COVERED:            ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-STAFF-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'STAFF CARDS READ:             ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-STAFF-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'STAFF CARDS REJECTED:         ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REQ-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'REQUIREMENT CARDS REJECTED:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LEDGER-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'LEDGER RECORDS READ:          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WORKED-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'WORKED-HOLIDAY FINDINGS READ: ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WORKED-NEW-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FINDINGS ADDED TO LEDGER:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WORKED-DUP-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FINDINGS ALREADY ON LEDGER:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DROPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'ITEMS DROPPED (TABLES FULL):  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LEDGER-SPILL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'LEDGER RECORDS PASSED THROUGH:' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-ROSTER-REFUSED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '*** ROSTER REFUSED - ' DELIMITED BY SIZE
                   WS-REFUSE-TEXT DELIMITED BY '  '
                   ' - DUTY FILE NOT CHANGED ***' DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      ******************************************************************
      * WRITE-FAIRNESS-REPORT - per team, each person's covered       *
      * holidays for each year of the window from the ledger, the     *
      * roster year worked so far and rostered, and the total the     *
      * rotation weighed.                                             *
      ******************************************************************
       WRITE-FAIRNESS-REPORT.
           PERFORM WRITE-ONE-FAIRNESS-TEAM
               VARYING WS-QSUB FROM 1 BY 1
               UNTIL WS-QSUB > WS-REQ-COUNT.

       WRITE-ONE-FAIRNESS-TEAM.
      *    A team on more than one calendar is reported once.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-TEAM-REPORTED
               VARYING WS-PRIOR-QSUB FROM 1 BY 1
               UNTIL WS-PRIOR-QSUB >= WS-QSUB OR WS-FOUND
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-FAIRNESS-HEADERS
           PERFORM WRITE-ONE-FAIRNESS-LINE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-STAFF-COUNT.

       CHECK-TEAM-REPORTED.
           IF WSQ-TEAM-ID(WS-PRIOR-QSUB) = WSQ-TEAM-ID(WS-QSUB)
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       WRITE-FAIRNESS-HEADERS.
           ADD 1 TO WS-FAIR-PAGE-COUNT
           MOVE SPACES TO FAIR-LINE
           WRITE FAIR-LINE

           MOVE SPACES TO FAIR-LINE
           STRING '          HOLIDAY COVERAGE FAIRNESS - TEAM '
               WSQ-TEAM-ID(WS-QSUB) ' - ROSTER YEAR ' WS-ROSTER-YEAR
               '          PAGE: ' WS-FAIR-PAGE-COUNT
               DELIMITED BY SIZE INTO FAIR-LINE
           WRITE FAIR-LINE

           MOVE SPACES TO FAIR-LINE
           WRITE FAIR-LINE

           MOVE SPACES TO FAIR-LINE
           STRING 'EMPLOYEE  NAME                      '
               DELIMITED BY SIZE INTO FAIR-LINE
           MOVE 39 TO WS-COL
           PERFORM WRITE-ONE-YEAR-HEADING
               VARYING WS-YSUB FROM 1 BY 1
               UNTIL WS-YSUB > WS-FAIR-YEARS
           MOVE WS-ROSTER-YEAR TO WS-WORK-YEAR
           STRING WS-WORK-YEAR ' WORKED  ' WS-WORK-YEAR
               ' ROSTERED  WINDOW TOTAL'
               DELIMITED BY SIZE INTO FAIR-LINE(WS-COL:50)
           WRITE FAIR-LINE

           MOVE SPACES TO FAIR-LINE
           STRING '--------  --------------------------'
               DELIMITED BY SIZE INTO FAIR-LINE
           MOVE 39 TO WS-COL
           PERFORM WRITE-ONE-YEAR-RULE
               VARYING WS-YSUB FROM 1 BY 1
               UNTIL WS-YSUB > WS-FAIR-YEARS
           STRING '-----------  -------------  ------------'
               DELIMITED BY SIZE INTO FAIR-LINE(WS-COL:50)
           WRITE FAIR-LINE

           MOVE 5 TO WS-FAIR-LINE-COUNT.

       WRITE-ONE-YEAR-HEADING.
           COMPUTE WS-WORK-YEAR = WS-FIRST-FAIR-YEAR + WS-YSUB - 1
           MOVE WS-WORK-YEAR TO FAIR-LINE(WS-COL:4)
           ADD 6 TO WS-COL.

       WRITE-ONE-YEAR-RULE.
           MOVE '----' TO FAIR-LINE(WS-COL:4)
           ADD 6 TO WS-COL.

       WRITE-ONE-FAIRNESS-LINE.
           IF WSS-TEAM-ID(WS-SSUB) NOT = WSQ-TEAM-ID(WS-QSUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-FAIR-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-FAIRNESS-HEADERS
           END-IF
           MOVE WSS-PERSON-SUB(WS-SSUB) TO WS-PSUB
           MOVE SPACES TO FAIR-LINE
           MOVE WSS-EMPLOYEE-ID(WS-SSUB) TO FAIR-LINE(1:8)
           MOVE WSS-EMPLOYEE-NAME(WS-SSUB) TO FAIR-LINE(11:26)
           MOVE 39 TO WS-COL
           PERFORM WRITE-ONE-YEAR-COUNT
               VARYING WS-YSUB FROM 1 BY 1
               UNTIL WS-YSUB > WS-FAIR-YEARS
           MOVE WSP-WORKED-THIS-YEAR(WS-PSUB) TO WS-RPT-YEAR-COUNT
           COMPUTE WS-COL = WS-COL + 7
           MOVE WS-RPT-YEAR-COUNT TO FAIR-LINE(WS-COL:4)
           MOVE WSP-ROSTERED-COUNT(WS-PSUB) TO WS-RPT-YEAR-COUNT
           COMPUTE WS-COL = WS-COL + 15
           MOVE WS-RPT-YEAR-COUNT TO FAIR-LINE(WS-COL:4)
           MOVE WSP-FAIR-COUNT(WS-PSUB) TO WS-RPT-YEAR-COUNT
           COMPUTE WS-COL = WS-COL + 14
           MOVE WS-RPT-YEAR-COUNT TO FAIR-LINE(WS-COL:4)
           WRITE FAIR-LINE
           ADD 1 TO WS-FAIR-LINE-COUNT.

       WRITE-ONE-YEAR-COUNT.
           MOVE WSP-YEAR-COUNT(WS-PSUB, WS-YSUB) TO WS-RPT-YEAR-COUNT
           MOVE WS-RPT-YEAR-COUNT TO FAIR-LINE(WS-COL:4)
           ADD 6 TO WS-COL.

       TERMINATE-RUN.
           CLOSE EMPLOYEE-STAT HOLIDAY-OUT COVERAGE-REQ COVERAGE-STAFF
               WORKED-IN LEDGER-IN LEDGER-OUT ROSTER-RPT FAIRNESS-RPT
           IF NOT WS-ROSTER-REFUSED
               CLOSE DUTY-FILE
           END-IF
           DISPLAY 'HOLIDROS: ' WS-DUTY-COUNT ' duty(ies) rostered, '
               WS-SHORT-COUNT ' slot(s) not covered'.

       END PROGRAM HOLIDROS.
