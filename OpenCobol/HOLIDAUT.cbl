      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDAUT - reconciliation of our calculated holidays against  *
      * the lists the authorities publish.  The INTL and state        *
      * calendars are meant to follow what the government gazette or  *
      * state proclamation declares each year, but our rules compute  *
      * the dates and nobody checked them against what was actually   *
      * declared (a one-off moved holiday, an extra declared day).    *
      * For the year in the PARM ('2027'; the run year when omitted)  *
      * this step reads the published lists (HOLIDPUB - date, name,   *
      * jurisdiction), maps each jurisdiction onto our calendar ids   *
      * (HOLIDJUR), and for every calendar with a declared list       *
      * matches the declared days against the published results       *
      * repository (HOLIDRPS):                                        *
      *   - first by date - the declared day against our observed or  *
      *     actual date;                                              *
      *   - then by name - the first 10 letters, case ignored - so a  *
      *     holiday both sides know but on different days is a date   *
      *     disagreement rather than one missing on each side.        *
      * The report (HOLIDAUR) lists, per calendar, each holiday       *
      * DECLARED, NOT ON CALENDAR; declared but only an OBSERVANCE    *
      * on our calendar; a DATE DISAGREEMENT; and each closure ON     *
      * CALENDAR, NOT DECLARED.  For each finding draft HOLIDMTX      *
      * maintenance cards are written to HOLIDAUM for review, built   *
      * the way rule changes are kept: the rule version in force is   *
      * closed off before the year and reopened after it, with a one- *
      * off fixed-date version for the year where a day was declared, *
      * or a new holiday code for a day we do not have.  The cards    *
      * carry no user id - the reviewer keys their own before they go *
      * through HOLIDMNT's maker-checker like any other change.       *
      * RC=0 when every calendar agrees, 4 when there are findings, a *
      * jurisdiction has no calendar or a table overflowed, 8 when    *
      * the repository or master is not available or nothing was      *
      * declared for the year.                                        *
      *                                                                *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  A finding on a holiday of the year either    *
      *                  side that falls in the year now gets a draft *
      *                  note only: the rule year is kept with each   *
      *                  holiday, and splitting the version around    *
      *                  the reconciliation year would not have taken *
      *                  that holiday out.                            *
      *   15/10/2026 AI  A drafted new holiday code is now also clear *
      *                  of the codes of the calendar's base and of   *
      *                  every calendar composed on it, since any     *
      *                  site record for a code overrides the base's  *
      *                  rule; a note is printed when none is free.   *
      *   15/10/2026 AI  A holiday matched by more than one declared  *
      *                  day is drafted for once only; later findings *
      *                  on it print with a note instead of duplicate *
      *                  cards.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISHED-LIST ASSIGN TO 'HOLIDPUB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JURISDICTION-MAP ASSIGN TO 'HOLIDJUR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-REPO   ASSIGN TO 'HOLIDRPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO 'HOLIDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECON-RPT      ASSIGN TO 'HOLIDAUR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAFT-CARDS    ASSIGN TO 'HOLIDAUM'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PUBLISHED-LIST
           RECORD CONTAINS 56 CHARACTERS.
           COPY HOLIDPUB.
       FD  JURISDICTION-MAP
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLIDJUR.
       FD  HOLIDAY-REPO.
           COPY HOLIDRPS.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  RECON-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).
       FD  DRAFT-CARDS
           RECORD CONTAINS 77 CHARACTERS.
           COPY HOLIDMTX.

       WORKING-STORAGE SECTION.
       01 WS-PUB-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-PUB-EOF                   VALUE 'Y'.
       01 WS-MAP-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-MAP-EOF                   VALUE 'Y'.
       01 WS-REPO-STATUS         PIC XX.
           88 WS-REPO-OK                   VALUE '00'.
       01 WS-MASTER-STATUS       PIC XX.
           88 WS-MASTER-OK                 VALUE '00'.
       01 WS-REPO-OPEN-FLAG      PIC X(1) VALUE 'N'.
           88 WS-REPO-IS-OPEN              VALUE 'Y'.
       01 WS-MASTER-OPEN-FLAG    PIC X(1) VALUE 'N'.
           88 WS-MASTER-IS-OPEN            VALUE 'Y'.
       01 WS-ABORT-FLAG          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.
       01 WS-BROWSE-END-FLAG     PIC X(1).
           88 WS-BROWSE-END                VALUE 'Y'.
       01 WS-FOUND-FLAG          PIC X(1).
           88 WS-FOUND                     VALUE 'Y'.
       01 WS-VERSION-FOUND-FLAG  PIC X(1).
           88 WS-VERSION-FOUND             VALUE 'Y'.
       01 WS-ONE-OFF-FLAG        PIC X(1).
           88 WS-ONE-OFF-WANTED            VALUE 'Y'.
       01 WS-OUR-SIDE-FLAG       PIC X(1).
           88 WS-OUR-SIDE-SHOWN            VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-RECON-YEAR          PIC 9(4).
       01 WS-PRIOR-YEAR          PIC 9(4).
       01 WS-NEXT-YEAR           PIC 9(4).
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-DATE            PIC X(10).
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 50.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-CODE-EDIT           PIC 99.

      * Run totals.
       01 WS-PUB-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-OTHER-YEAR-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-UNMAPPED-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-DROPPED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-UNPUBLISHED-COUNT   PIC 9(8) COMP VALUE ZERO.
       01 WS-AGREED-TOTAL        PIC 9(8) COMP VALUE ZERO.
       01 WS-NOT-ON-CAL-TOTAL    PIC 9(8) COMP VALUE ZERO.
       01 WS-OBSERVANCE-TOTAL    PIC 9(8) COMP VALUE ZERO.
       01 WS-DISAGREE-TOTAL      PIC 9(8) COMP VALUE ZERO.
       01 WS-NOT-DECLARED-TOTAL  PIC 9(8) COMP VALUE ZERO.
       01 WS-NO-DRAFT-TOTAL      PIC 9(8) COMP VALUE ZERO.
       01 WS-CARD-TOTAL          PIC 9(8) COMP VALUE ZERO.
      * The calendar being reconciled.
       01 WS-AGREED-COUNT        PIC 9(8) COMP.
       01 WS-FINDING-COUNT       PIC 9(8) COMP.
       01 WS-CARD-COUNT          PIC 9(8) COMP.

      * Jurisdiction map (HOLIDJUR).
       01 WS-MAP-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-MAP-MAX             PIC 9(4) COMP VALUE 200.
       01 WS-JSUB                PIC 9(4) COMP.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WSJ-JURISDICTION    PIC X(08).
               10 WSJ-CALENDAR-ID     PIC X(04).

      * The year's declared holidays from every published list.
       01 WS-PUB-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-PUB-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-PSUB                PIC 9(4) COMP.
       01 WS-PUB-TABLE.
           05 WS-PUB-ENTRY OCCURS 1000 TIMES.
               10 WSP-HOLIDAY-DATE    PIC 9(08).
               10 WSP-HOLIDAY-NAME    PIC X(40).
               10 WSP-JURISDICTION    PIC X(08).
               10 WSP-NAME-KEY        PIC X(10).

      * Calendars with a declared list, in calendar-id order.
       01 WS-CAL-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-CAL-MAX             PIC 9(4) COMP VALUE 100.
       01 WS-CSUB                PIC 9(4) COMP.
       01 WS-SLOT                PIC 9(4) COMP.
       01 WS-SLOT-FLAG           PIC X(1).
           88 WS-SLOT-FOUND                VALUE 'Y'.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 100 TIMES.
               10 WSC-CALENDAR-ID     PIC X(04).
       01 WS-CALENDAR-ID         PIC X(4).

      * Declared days for the calendar being reconciled, in date
      * order, with how each was matched: D on date, N on name (a
      * date disagreement), blank not matched.
       01 WS-DEC-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-DEC-MAX             PIC 9(4) COMP VALUE 200.
       01 WS-DSUB                PIC 9(4) COMP.
       01 WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 200 TIMES.
               10 WSD-PUB-SUB         PIC 9(4) COMP.
               10 WSD-MATCH-TYPE      PIC X(01).
                   88 WSD-DATE-MATCH             VALUE 'D'.
                   88 WSD-NAME-MATCH             VALUE 'N'.
                   88 WSD-UNMATCHED              VALUE ' '.
               10 WSD-HOL-SUB         PIC 9(4) COMP.

      * Our holidays for the calendar from the repository: those of
      * the year, and of the years either side whose actual or
      * observed date falls in the year.
       01 WS-HOL-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-HOL-MAX             PIC 9(4) COMP VALUE 100.
       01 WS-HSUB                PIC 9(4) COMP.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 100 TIMES.
               10 WSH-HOLIDAY-CODE    PIC 9(02).
               10 WSH-YEAR            PIC 9(04).
               10 WSH-HOLIDAY-NAME    PIC X(25).
               10 WSH-NAME-KEY        PIC X(10).
               10 WSH-HOLIDAY-CLASS   PIC X(01).
                   88 WSH-OBSERVANCE             VALUE 'O'.
               10 WSH-ACTUAL-DATE     PIC 9(08).
               10 WSH-OBS-DATE        PIC 9(08).
               10 WSH-MATCHED-FLAG    PIC X(01).
                   88 WSH-MATCHED                VALUE 'Y'.
               10 WSH-DRAFTED-FLAG    PIC X(01).
                   88 WSH-DRAFTED                VALUE 'Y'.

      * The calendar's own rule versions from the master, and the
      * next free holiday code for a drafted new holiday.
       01 WS-VER-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-VER-MAX             PIC 9(4) COMP VALUE 200.
       01 WS-VSUB                PIC 9(4) COMP.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 200 TIMES.
               10 WSV-IMAGE           PIC X(71).
       01 WS-NEXT-CODE           PIC 9(3).
       01 WS-OWN-NEXT-CODE       PIC 9(3).

      * Codes a new holiday must also stay clear of: those of the
      * calendar's base, and those of every calendar composed on it.
       01 WS-BASE-CALENDAR-ID    PIC X(4).
       01 WS-PASS-CALENDAR-ID    PIC X(4).
       01 WS-RELATED-FLAG        PIC X(1).
           88 WS-RELATED-CALENDAR          VALUE 'Y'.
       01 WS-SEEK-CODE           PIC 9(2).
       01 WS-VERSION-IMAGE       PIC X(71).

      * Finding being reported and the card being drafted.
       01 WS-NAME-WORK           PIC X(40).
       01 WS-FINDING-TEXT        PIC X(26).
       01 WS-DRAFT-TEXT          PIC X(50).
       01 WS-DECLARED-DATE       PIC 9(8).
       01 WS-DECLARED-DATE-X REDEFINES WS-DECLARED-DATE.
           05 WS-DECLARED-YEAR    PIC 9(4).
           05 WS-DECLARED-MONTH   PIC 99.
           05 WS-DECLARED-DAY     PIC 99.
       01 WS-ONE-OFF-CLASS       PIC X(1).
       01 WS-ONE-OFF-HOURS       PIC 9(2).

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-RUN-ABORTED
               PERFORM LOAD-JURISDICTION-MAP
               PERFORM LOAD-PUBLISHED-LISTS
               IF WS-CAL-COUNT = 0
                   DISPLAY 'HOLIDAUT: no holidays declared for '
                       WS-RECON-YEAR ' on any mapped jurisdiction'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF

           IF NOT WS-RUN-ABORTED
               PERFORM RECONCILE-ONE-CALENDAR
                   VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CAL-COUNT
               PERFORM WRITE-RUN-TOTALS
           END-IF

           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-ON-CAL-TOTAL > 0 OR WS-OBSERVANCE-TOTAL > 0
                 OR WS-DISAGREE-TOTAL > 0 OR WS-NOT-DECLARED-TOTAL > 0
                 OR WS-UNMAPPED-COUNT > 0 OR WS-DROPPED-COUNT > 0
                 OR WS-UNPUBLISHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDAUT: reconciling holidays against published '
               'lists'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-RECON-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-RECON-YEAR
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-RECON-YEAR - 1
           COMPUTE WS-NEXT-YEAR = WS-RECON-YEAR + 1
           DISPLAY 'HOLIDAUT: reconciliation year ' WS-RECON-YEAR

           OPEN INPUT HOLIDAY-REPO
           IF NOT WS-REPO-OK
               DISPLAY 'HOLIDAUT: results repository not available, '
                   'status ' WS-REPO-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REPO-OPEN-FLAG

           OPEN INPUT HOLIDAY-MASTER
           IF NOT WS-MASTER-OK
               DISPLAY 'HOLIDAUT: HOLIDAY-MASTER not available, '
                   'status ' WS-MASTER-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN-FLAG

           OPEN INPUT PUBLISHED-LIST
           OPEN INPUT JURISDICTION-MAP
           OPEN OUTPUT RECON-RPT
           OPEN OUTPUT DRAFT-CARDS.

       LOAD-JURISDICTION-MAP.
           PERFORM UNTIL WS-MAP-EOF
               READ JURISDICTION-MAP
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-MAPPING
               END-READ
           END-PERFORM.

       STORE-ONE-MAPPING.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY 'HOLIDAUT: jurisdiction map full, card dropped '
                   JU-JURISDICTION ' ' JU-CALENDAR-ID
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE JU-JURISDICTION TO WSJ-JURISDICTION(WS-MAP-COUNT)
           MOVE JU-CALENDAR-ID TO WSJ-CALENDAR-ID(WS-MAP-COUNT).

      ******************************************************************
      * LOAD-PUBLISHED-LISTS - keep the year's declared days, and     *
      * note every calendar one of them maps to.  A jurisdiction with *
      * no calendar is reported, since its list then checks nothing.  *
      ******************************************************************
       LOAD-PUBLISHED-LISTS.
           PERFORM UNTIL WS-PUB-EOF
               READ PUBLISHED-LIST
                   AT END
                       MOVE 'Y' TO WS-PUB-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PUB-READ-COUNT
                       PERFORM STORE-ONE-PUBLISHED
               END-READ
           END-PERFORM.

       STORE-ONE-PUBLISHED.
           IF PB-HOLIDAY-DATE IS NOT NUMERIC
              OR PB-HOLIDAY-DATE(1:4) NOT = WS-RECON-YEAR
               ADD 1 TO WS-OTHER-YEAR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM NOTE-ONE-MAPPED-CALENDAR
               VARYING WS-JSUB FROM 1 BY 1
               UNTIL WS-JSUB > WS-MAP-COUNT
           IF NOT WS-FOUND
               DISPLAY 'HOLIDAUT: jurisdiction ' PB-JURISDICTION
                   ' has no calendar, ' PB-HOLIDAY-DATE ' '
                   PB-HOLIDAY-NAME(1:25) ' not reconciled'
               ADD 1 TO WS-UNMAPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PUB-COUNT >= WS-PUB-MAX
               DISPLAY 'HOLIDAUT: published table full, entry '
                   'dropped ' PB-JURISDICTION ' ' PB-HOLIDAY-DATE
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PUB-COUNT
           MOVE PB-HOLIDAY-DATE TO WSP-HOLIDAY-DATE(WS-PUB-COUNT)
           MOVE PB-HOLIDAY-NAME TO WSP-HOLIDAY-NAME(WS-PUB-COUNT)
           MOVE PB-JURISDICTION TO WSP-JURISDICTION(WS-PUB-COUNT)
           MOVE PB-HOLIDAY-NAME TO WS-NAME-WORK
           PERFORM FOLD-NAME-WORK
           MOVE WS-NAME-WORK(1:10) TO WSP-NAME-KEY(WS-PUB-COUNT).

       NOTE-ONE-MAPPED-CALENDAR.
           IF WSJ-JURISDICTION(WS-JSUB) NOT = PB-JURISDICTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND-FLAG
           MOVE WSJ-CALENDAR-ID(WS-JSUB) TO WS-CALENDAR-ID
           PERFORM ADD-CALENDAR.

      * Calendars are kept in id order so the report runs that way.
       ADD-CALENDAR.
           MOVE 'N' TO WS-SLOT-FLAG
           COMPUTE WS-SLOT = WS-CAL-COUNT + 1
           PERFORM CHECK-ONE-CALENDAR-SLOT
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CAL-COUNT OR WS-SLOT-FOUND
           IF WS-SLOT <= WS-CAL-COUNT
               IF WSC-CALENDAR-ID(WS-SLOT) = WS-CALENDAR-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY 'HOLIDAUT: calendar table full, calendar '
                   WS-CALENDAR-ID ' not reconciled'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-COUNT TO WS-HSUB
           PERFORM SHIFT-ONE-CALENDAR
               UNTIL WS-HSUB = WS-SLOT
           MOVE WS-CALENDAR-ID TO WSC-CALENDAR-ID(WS-SLOT).

       CHECK-ONE-CALENDAR-SLOT.
           IF WSC-CALENDAR-ID(WS-CSUB) NOT < WS-CALENDAR-ID
               MOVE WS-CSUB TO WS-SLOT
               MOVE 'Y' TO WS-SLOT-FLAG
           END-IF.

       SHIFT-ONE-CALENDAR.
           MOVE WS-CAL-ENTRY(WS-HSUB - 1) TO WS-CAL-ENTRY(WS-HSUB)
           SUBTRACT 1 FROM WS-HSUB.

      * Names are matched on their first 10 letters, case folded.
       FOLD-NAME-WORK.
           INSPECT WS-NAME-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      ******************************************************************
      * RECONCILE-ONE-CALENDAR - gather the calendar's declared days, *
      * its published results and its rule versions, match them on    *
      * date then on name, and report and draft cards for whatever    *
      * is left over.                                                 *
      ******************************************************************
       RECONCILE-ONE-CALENDAR.
           MOVE WSC-CALENDAR-ID(WS-CSUB) TO WS-CALENDAR-ID
           MOVE ZERO TO WS-AGREED-COUNT
           MOVE ZERO TO WS-FINDING-COUNT
           MOVE ZERO TO WS-CARD-COUNT
           PERFORM WRITE-CALENDAR-HEADERS

           MOVE ZERO TO WS-DEC-COUNT
           PERFORM COLLECT-ONE-DECLARED
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PUB-COUNT
           PERFORM LOAD-CALENDAR-HOLIDAYS
           PERFORM LOAD-CALENDAR-VERSIONS

           IF WS-HOL-COUNT = 0
               ADD 1 TO WS-UNPUBLISHED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '*** NOTHING PUBLISHED ON THE RESULTS REPOSITORY'
                   ' FOR ' WS-CALENDAR-ID ' ' WS-RECON-YEAR
                   ' - NOT RECONCILED ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-ONE-ON-DATE
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DEC-COUNT
           PERFORM MATCH-ONE-ON-NAME
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DEC-COUNT

           PERFORM REPORT-ONE-DECLARED
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DEC-COUNT
           PERFORM REPORT-ONE-UNDECLARED
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT

           PERFORM WRITE-CALENDAR-TOTALS.

      ******************************************************************
      * COLLECT-ONE-DECLARED - a published day belongs to the         *
      * calendar when its jurisdiction maps there.  The same day      *
      * declared by two of the calendar's jurisdictions (national and *
      * state lists both carrying it) is kept once.                   *
      ******************************************************************
       COLLECT-ONE-DECLARED.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-JURISDICTION
               VARYING WS-JSUB FROM 1 BY 1
               UNTIL WS-JSUB > WS-MAP-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-DUPLICATE
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DEC-COUNT OR WS-FOUND
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-COUNT >= WS-DEC-MAX
               DISPLAY 'HOLIDAUT: declared table full, entry dropped '
                   WS-CALENDAR-ID ' ' WSP-HOLIDAY-DATE(WS-PSUB)
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEC-COUNT
           MOVE WS-DEC-COUNT TO WS-DSUB
           PERFORM SHIFT-ONE-DECLARED
               UNTIL WS-DSUB = 1
                  OR WSP-HOLIDAY-DATE(WSD-PUB-SUB(WS-DSUB - 1))
                     NOT > WSP-HOLIDAY-DATE(WS-PSUB)
           MOVE WS-PSUB TO WSD-PUB-SUB(WS-DSUB)
           MOVE SPACE TO WSD-MATCH-TYPE(WS-DSUB)
           MOVE ZERO TO WSD-HOL-SUB(WS-DSUB).

       CHECK-ONE-JURISDICTION.
           IF WSJ-JURISDICTION(WS-JSUB) = WSP-JURISDICTION(WS-PSUB)
              AND WSJ-CALENDAR-ID(WS-JSUB) = WS-CALENDAR-ID
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       CHECK-ONE-DUPLICATE.
           IF WSP-HOLIDAY-DATE(WSD-PUB-SUB(WS-DSUB)) =
              WSP-HOLIDAY-DATE(WS-PSUB)
              AND WSP-NAME-KEY(WSD-PUB-SUB(WS-DSUB)) =
              WSP-NAME-KEY(WS-PSUB)
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       SHIFT-ONE-DECLARED.
           MOVE WS-DEC-ENTRY(WS-DSUB - 1) TO WS-DEC-ENTRY(WS-DSUB)
           SUBTRACT 1 FROM WS-DSUB.

      ******************************************************************
      * LOAD-CALENDAR-HOLIDAYS - keyed browse of the repository from  *
      * the calendar's first key.  Key order is code then year, so    *
      * every year is read and the neighbouring years are kept only   *
      * when their actual or observed date falls in the year.         *
      ******************************************************************
       LOAD-CALENDAR-HOLIDAYS.
           MOVE ZERO TO WS-HOL-COUNT
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
           IF RP-YEAR < WS-PRIOR-YEAR OR RP-YEAR > WS-NEXT-YEAR
               EXIT PARAGRAPH
           END-IF
           IF RP-DATE-YYYYMMDD(1:4) NOT = WS-RECON-YEAR
              AND RP-OBSERVED-YYYYMMDD(1:4) NOT = WS-RECON-YEAR
               EXIT PARAGRAPH
           END-IF
           IF WS-HOL-COUNT >= WS-HOL-MAX
               DISPLAY 'HOLIDAUT: holiday table full, record dropped '
                   RP-CALENDAR-ID RP-HOLIDAY-CODE RP-YEAR
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOL-COUNT
           MOVE RP-HOLIDAY-CODE TO WSH-HOLIDAY-CODE(WS-HOL-COUNT)
           MOVE RP-YEAR TO WSH-YEAR(WS-HOL-COUNT)
           MOVE RP-HOLIDAY-NAME TO WSH-HOLIDAY-NAME(WS-HOL-COUNT)
           MOVE RP-HOLIDAY-CLASS TO WSH-HOLIDAY-CLASS(WS-HOL-COUNT)
           MOVE RP-DATE-YYYYMMDD TO WSH-ACTUAL-DATE(WS-HOL-COUNT)
           MOVE RP-OBSERVED-YYYYMMDD TO WSH-OBS-DATE(WS-HOL-COUNT)
           MOVE 'N' TO WSH-MATCHED-FLAG(WS-HOL-COUNT)
           MOVE 'N' TO WSH-DRAFTED-FLAG(WS-HOL-COUNT)
           MOVE RP-HOLIDAY-NAME TO WS-NAME-WORK
           PERFORM FOLD-NAME-WORK
           MOVE WS-NAME-WORK(1:10) TO WSH-NAME-KEY(WS-HOL-COUNT).

      ******************************************************************
      * LOAD-CALENDAR-VERSIONS - the calendar's own rule versions     *
      * (code-00 policy included, for the next free code).  A holiday *
      * a composed calendar inherits from its base has no version     *
      * here, and is reported without a draft.                        *
      * Any site record for a code, even an inactive one, overrides   *
      * the base calendar's rule for it, so a new holiday code must   *
      * be clear of the base's codes as well as the calendar's own,   *
      * and of those of every calendar composed on this one - else a  *
      * drafted new holiday would replace an inherited one on the     *
      * site, or never reach a site that already uses the code.       *
      ******************************************************************
       LOAD-CALENDAR-VERSIONS.
           MOVE ZERO TO WS-VER-COUNT
           MOVE 1 TO WS-NEXT-CODE
           MOVE SPACES TO WS-BASE-CALENDAR-ID
           MOVE 'N' TO WS-BROWSE-END-FLAG
           MOVE WS-CALENDAR-ID TO HM-CALENDAR-ID
           MOVE ZERO TO HM-HOLIDAY-CODE
           MOVE ZERO TO HM-EFF-YEAR-FROM
           START HOLIDAY-MASTER KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
           END-START
           PERFORM UNTIL WS-BROWSE-END
               READ HOLIDAY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-END-FLAG
                   NOT AT END
                       IF HM-CALENDAR-ID NOT = WS-CALENDAR-ID
                           MOVE 'Y' TO WS-BROWSE-END-FLAG
                       ELSE
                           PERFORM STORE-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-NEXT-CODE TO WS-OWN-NEXT-CODE
           PERFORM SKIP-RELATED-CODES.

      ******************************************************************
      * SKIP-RELATED-CODES - one pass of the whole master moving      *
      * WS-NEXT-CODE past every code of the base calendar and of any  *
      * calendar whose policy record names this one as its base.  A   *
      * calendar's code-00 policy record is the first of its keys, so *
      * it is known to be composed on this one before its codes are   *
      * read.                                                         *
      ******************************************************************
       SKIP-RELATED-CODES.
           MOVE 'N' TO WS-BROWSE-END-FLAG
           MOVE SPACES TO WS-PASS-CALENDAR-ID
           MOVE 'N' TO WS-RELATED-FLAG
           MOVE LOW-VALUES TO HM-KEY
           START HOLIDAY-MASTER KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
           END-START
           PERFORM UNTIL WS-BROWSE-END
               READ HOLIDAY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-END-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-RELATED
               END-READ
           END-PERFORM.

       CHECK-ONE-RELATED.
           IF HM-CALENDAR-ID = WS-CALENDAR-ID
               EXIT PARAGRAPH
           END-IF
           IF HM-CALENDAR-ID NOT = WS-PASS-CALENDAR-ID
               MOVE HM-CALENDAR-ID TO WS-PASS-CALENDAR-ID
               IF WS-BASE-CALENDAR-ID NOT = SPACES AND
                  HM-CALENDAR-ID = WS-BASE-CALENDAR-ID
                   MOVE 'Y' TO WS-RELATED-FLAG
               ELSE
                   MOVE 'N' TO WS-RELATED-FLAG
               END-IF
           END-IF
           IF HM-HOLIDAY-CODE = ZERO AND
              HM-BASE-CALENDAR-ID = WS-CALENDAR-ID
               MOVE 'Y' TO WS-RELATED-FLAG
           END-IF
           IF WS-RELATED-CALENDAR AND HM-HOLIDAY-CODE >= WS-NEXT-CODE
               COMPUTE WS-NEXT-CODE = HM-HOLIDAY-CODE + 1
           END-IF.

       STORE-ONE-VERSION.
           IF HM-HOLIDAY-CODE = ZERO
               MOVE HM-BASE-CALENDAR-ID TO WS-BASE-CALENDAR-ID
           END-IF
           IF HM-HOLIDAY-CODE >= WS-NEXT-CODE
               COMPUTE WS-NEXT-CODE = HM-HOLIDAY-CODE + 1
           END-IF
           IF WS-VER-COUNT >= WS-VER-MAX
               DISPLAY 'HOLIDAUT: version table full, record dropped '
                   HM-CALENDAR-ID HM-HOLIDAY-CODE HM-EFF-YEAR-FROM
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VER-COUNT
           MOVE HOLIDAY-MASTER-RECORD TO WSV-IMAGE(WS-VER-COUNT).

      ******************************************************************
      * MATCH-ONE-ON-DATE - the declared day is the day off, which is *
      * our observed date; a list that names the holiday on its real  *
      * date matches our actual date instead.                         *
      ******************************************************************
       MATCH-ONE-ON-DATE.
           MOVE WSD-PUB-SUB(WS-DSUB) TO WS-PSUB
           PERFORM CHECK-ONE-DATE
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT
                  OR NOT WSD-UNMATCHED(WS-DSUB).

       CHECK-ONE-DATE.
           IF WSH-OBS-DATE(WS-HSUB) = WSP-HOLIDAY-DATE(WS-PSUB)
              OR WSH-ACTUAL-DATE(WS-HSUB) = WSP-HOLIDAY-DATE(WS-PSUB)
               MOVE 'D' TO WSD-MATCH-TYPE(WS-DSUB)
               MOVE WS-HSUB TO WSD-HOL-SUB(WS-DSUB)
               MOVE 'Y' TO WSH-MATCHED-FLAG(WS-HSUB)
           END-IF.

       MATCH-ONE-ON-NAME.
           IF NOT WSD-UNMATCHED(WS-DSUB)
               EXIT PARAGRAPH
           END-IF
           MOVE WSD-PUB-SUB(WS-DSUB) TO WS-PSUB
           PERFORM CHECK-ONE-NAME
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT
                  OR NOT WSD-UNMATCHED(WS-DSUB).

       CHECK-ONE-NAME.
           IF NOT WSH-MATCHED(WS-HSUB)
              AND WSH-NAME-KEY(WS-HSUB) = WSP-NAME-KEY(WS-PSUB)
               MOVE 'N' TO WSD-MATCH-TYPE(WS-DSUB)
               MOVE WS-HSUB TO WSD-HOL-SUB(WS-DSUB)
               MOVE 'Y' TO WSH-MATCHED-FLAG(WS-HSUB)
           END-IF.

      ******************************************************************
      * REPORT-ONE-DECLARED - a day matched on date to one of our     *
      * closures agrees.  Matched to an observance, it was declared   *
      * but we stay open; matched on name only, the dates disagree.   *
      * Both are drafted as a one-off version for the year on the     *
      * declared date.  Not matched at all, it is drafted as a new    *
      * holiday for the year.                                         *
      ******************************************************************
       REPORT-ONE-DECLARED.
           MOVE WSD-PUB-SUB(WS-DSUB) TO WS-PSUB
           MOVE WSP-HOLIDAY-DATE(WS-PSUB) TO WS-DECLARED-DATE
           MOVE WSD-HOL-SUB(WS-DSUB) TO WS-HSUB

           EVALUATE TRUE
               WHEN WSD-UNMATCHED(WS-DSUB)
                   MOVE 'DECLARED, NOT ON CALENDAR' TO WS-FINDING-TEXT
                   ADD 1 TO WS-NOT-ON-CAL-TOTAL
               WHEN WSH-OBSERVANCE(WS-HSUB)
                   MOVE 'DECLARED, OBSERVANCE ONLY' TO WS-FINDING-TEXT
                   ADD 1 TO WS-OBSERVANCE-TOTAL
               WHEN WSD-NAME-MATCH(WS-DSUB)
                   MOVE 'DATE DISAGREEMENT' TO WS-FINDING-TEXT
                   ADD 1 TO WS-DISAGREE-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-AGREED-COUNT
                   ADD 1 TO WS-AGREED-TOTAL
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-FINDING-COUNT
           IF WSD-UNMATCHED(WS-DSUB)
               MOVE 'N' TO WS-OUR-SIDE-FLAG
           ELSE
               MOVE 'Y' TO WS-OUR-SIDE-FLAG
           END-IF
           PERFORM WRITE-FINDING-LINE

           IF WSD-UNMATCHED(WS-DSUB)
               PERFORM DRAFT-NEW-HOLIDAY
           ELSE
               MOVE WSH-HOLIDAY-CODE(WS-HSUB) TO WS-SEEK-CODE
               MOVE 'Y' TO WS-ONE-OFF-FLAG
               PERFORM DRAFT-VERSION-SPLIT
           END-IF.

      ******************************************************************
      * REPORT-ONE-UNDECLARED - one of our closures observed in the   *
      * year that no list declared.  Observances are not expected on  *
      * an authority's list, and a holiday only actual in the year    *
      * (observed in the year either side) is that year's business.   *
      ******************************************************************
       REPORT-ONE-UNDECLARED.
           IF WSH-MATCHED(WS-HSUB) OR WSH-OBSERVANCE(WS-HSUB)
               EXIT PARAGRAPH
           END-IF
           IF WSH-OBS-DATE(WS-HSUB)(1:4) NOT = WS-RECON-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PSUB
           MOVE 'ON CALENDAR, NOT DECLARED' TO WS-FINDING-TEXT
           ADD 1 TO WS-NOT-DECLARED-TOTAL
           ADD 1 TO WS-FINDING-COUNT
           MOVE 'Y' TO WS-OUR-SIDE-FLAG
           PERFORM WRITE-FINDING-LINE

           MOVE WSH-HOLIDAY-CODE(WS-HSUB) TO WS-SEEK-CODE
           MOVE 'N' TO WS-ONE-OFF-FLAG
           PERFORM DRAFT-VERSION-SPLIT.

      ******************************************************************
      * WRITE-FINDING-LINE - the declared side (WS-PSUB, zero when    *
      * there is none) beside our side (WS-HSUB, shown unless the day *
      * is not on our calendar).                                      *
      ******************************************************************
       WRITE-FINDING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-CALENDAR-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-FINDING-TEXT TO RPT-LINE(1:26)
           IF WS-PSUB > ZERO
               CALL 'DATECONV' USING WSP-HOLIDAY-DATE(WS-PSUB),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               MOVE WS-RPT-DATE TO RPT-LINE(28:10)
               MOVE WSP-HOLIDAY-NAME(WS-PSUB) TO RPT-LINE(39:30)
               MOVE WSP-JURISDICTION(WS-PSUB) TO RPT-LINE(70:8)
           END-IF
           IF WS-OUR-SIDE-SHOWN
               MOVE WSH-HOLIDAY-CODE(WS-HSUB) TO RPT-LINE(79:2)
               MOVE WSH-HOLIDAY-NAME(WS-HSUB) TO RPT-LINE(82:25)
               CALL 'DATECONV' USING WSH-ACTUAL-DATE(WS-HSUB),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               MOVE WS-RPT-DATE TO RPT-LINE(108:10)
               CALL 'DATECONV' USING WSH-OBS-DATE(WS-HSUB),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               MOVE WS-RPT-DATE TO RPT-LINE(119:10)
           END-IF
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * DRAFT-VERSION-SPLIT - cards taking the year out of the rule   *
      * version in force for it, the way HOLIDMNT keeps rule changes: *
      *   - the version is closed off the year before (C), or, when   *
      *     it starts in the year, deleted (D) - or, when a one-off   *
      *     is wanted, changed (C) into the one-off itself;           *
      *   - a one-off fixed-date version for the year on the declared *
      *     date, when wanted (A);                                    *
      *   - the version reopened from the year after, unless it ends  *
      *     in the year anyway (A).                                   *
      * A holiday of the year either side that falls in the year (New *
      * Year's Day observed on 31 December, say) belongs to a rule    *
      * year the split would not take out, so it is left to the       *
      * reviewer with a note and no cards.                            *
      * A holiday is drafted for once only: a second declared day     *
      * matched to it (a federal and a state list both naming the     *
      * day, say) gets its finding line and a note, not a second set  *
      * of cards for the same key.                                    *
      ******************************************************************
       DRAFT-VERSION-SPLIT.
           IF WSH-DRAFTED(WS-HSUB)
               MOVE 'CARDS ALREADY DRAFTED FOR THIS HOLIDAY ABOVE'
                   TO WS-DRAFT-TEXT
               PERFORM WRITE-DRAFT-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WSH-DRAFTED-FLAG(WS-HSUB)
           IF WSH-YEAR(WS-HSUB) NOT = WS-RECON-YEAR
               ADD 1 TO WS-NO-DRAFT-TOTAL
               MOVE SPACES TO WS-DRAFT-TEXT
               STRING WSH-YEAR(WS-HSUB)
                   ' HOLIDAY FALLING IN THE YEAR - NO DRAFT'
                   DELIMITED BY SIZE INTO WS-DRAFT-TEXT
               PERFORM WRITE-DRAFT-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-VERSION-IN-FORCE
           IF NOT WS-VERSION-FOUND
               ADD 1 TO WS-NO-DRAFT-TOTAL
               MOVE 'NO RULE VERSION OF ITS OWN IN FORCE - NO DRAFT'
                   TO WS-DRAFT-TEXT
               PERFORM WRITE-DRAFT-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VERSION-IMAGE TO HOLIDAY-MASTER-RECORD
           IF HM-HOLIDAY-CLASS = 'O'
               MOVE 'C' TO WS-ONE-OFF-CLASS
               MOVE ZERO TO WS-ONE-OFF-HOURS
           ELSE
               MOVE HM-HOLIDAY-CLASS TO WS-ONE-OFF-CLASS
               MOVE HM-CLOSURE-HOURS TO WS-ONE-OFF-HOURS
           END-IF

           IF HM-EFF-YEAR-FROM < WS-RECON-YEAR
               PERFORM MOVE-MASTER-TO-CARD
               MOVE 'C' TO HX-ACTION
               MOVE WS-PRIOR-YEAR TO HX-EFF-YEAR-TO
               MOVE 'CLOSE THE VERSION IN FORCE AT THE YEAR BEFORE'
                   TO WS-DRAFT-TEXT
               PERFORM WRITE-DRAFT-CARD
               IF WS-ONE-OFF-WANTED
                   PERFORM MOVE-ONE-OFF-TO-CARD
                   MOVE 'A' TO HX-ACTION
                   PERFORM WRITE-DRAFT-CARD
               END-IF
           ELSE
               IF WS-ONE-OFF-WANTED
                   PERFORM MOVE-ONE-OFF-TO-CARD
                   MOVE 'C' TO HX-ACTION
                   PERFORM WRITE-DRAFT-CARD
               ELSE
                   PERFORM MOVE-MASTER-TO-CARD
                   MOVE 'D' TO HX-ACTION
                   MOVE 'DELETE THE VERSION STARTING IN THE YEAR'
                       TO WS-DRAFT-TEXT
                   PERFORM WRITE-DRAFT-CARD
               END-IF
           END-IF

           MOVE WS-VERSION-IMAGE TO HOLIDAY-MASTER-RECORD
           IF HM-EFF-YEAR-TO = ZERO OR HM-EFF-YEAR-TO > WS-RECON-YEAR
               PERFORM MOVE-MASTER-TO-CARD
               MOVE 'A' TO HX-ACTION
               MOVE WS-NEXT-YEAR TO HX-EFF-YEAR-FROM
               MOVE 'REOPEN THE VERSION FROM THE YEAR AFTER'
                   TO WS-DRAFT-TEXT
               PERFORM WRITE-DRAFT-CARD
           END-IF.

       FIND-VERSION-IN-FORCE.
           MOVE 'N' TO WS-VERSION-FOUND-FLAG
           PERFORM CHECK-ONE-VERSION
               VARYING WS-VSUB FROM 1 BY 1
               UNTIL WS-VSUB > WS-VER-COUNT OR WS-VERSION-FOUND.

       CHECK-ONE-VERSION.
           MOVE WSV-IMAGE(WS-VSUB) TO HOLIDAY-MASTER-RECORD
           IF HM-HOLIDAY-CODE = WS-SEEK-CODE
              AND HM-EFF-YEAR-FROM NOT > WS-RECON-YEAR
              AND (HM-EFF-YEAR-TO = ZERO
                   OR HM-EFF-YEAR-TO NOT < WS-RECON-YEAR)
               MOVE 'Y' TO WS-VERSION-FOUND-FLAG
               MOVE WSV-IMAGE(WS-VSUB) TO WS-VERSION-IMAGE
           END-IF.

      ******************************************************************
      * DRAFT-NEW-HOLIDAY - a declared day we have nothing for: a new *
      * fixed-date closure under the calendar's next free code, in    *
      * force for the year only until the reviewer decides otherwise. *
      * The code is clear of the base and composed calendars' codes   *
      * too; when none is left, a note says whether the calendar's    *
      * own next code is taken on one of those.                       *
      ******************************************************************
       DRAFT-NEW-HOLIDAY.
           IF WS-NEXT-CODE > 99
               ADD 1 TO WS-NO-DRAFT-TOTAL
               MOVE 'NO FREE HOLIDAY CODE ON THE CALENDAR - NO DRAFT'
                   TO WS-DRAFT-TEXT
               IF WS-OWN-NEXT-CODE NOT > 99
                   MOVE 'CODE USED ON BASE/SITE CALENDAR - NO DRAFT'
                       TO WS-DRAFT-TEXT
               END-IF
               PERFORM WRITE-DRAFT-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLIDAY-MASTER-RECORD
           MOVE WS-CALENDAR-ID TO HM-CALENDAR-ID
           MOVE WS-NEXT-CODE TO HM-HOLIDAY-CODE
           MOVE WSP-HOLIDAY-NAME(WS-PSUB) TO HM-HOLIDAY-NAME
           MOVE ZERO TO HM-CLOSURE-HOURS
           MOVE 'C' TO WS-ONE-OFF-CLASS
           MOVE ZERO TO WS-ONE-OFF-HOURS
           PERFORM MOVE-ONE-OFF-TO-CARD
           MOVE 'A' TO HX-ACTION
           MOVE 'NEW HOLIDAY FOR THE YEAR ON THE DECLARED DATE'
               TO WS-DRAFT-TEXT
           PERFORM WRITE-DRAFT-CARD
           ADD 1 TO WS-NEXT-CODE.

      * The card image of the master record in HOLIDAY-MASTER-RECORD,
      * field for field as HOLIDMNT moves a card onto the master.
       MOVE-MASTER-TO-CARD.
           MOVE SPACES TO HOLIDAY-MAINT-RECORD
           MOVE HM-CALENDAR-ID       TO HX-CALENDAR-ID
           MOVE HM-HOLIDAY-CODE      TO HX-HOLIDAY-CODE
           MOVE HM-EFF-YEAR-FROM     TO HX-EFF-YEAR-FROM
           MOVE HM-HOLIDAY-NAME      TO HX-HOLIDAY-NAME
           MOVE HM-RULE-TYPE         TO HX-RULE-TYPE
           MOVE HM-HOLIDAY-MONTH     TO HX-HOLIDAY-MONTH
           MOVE HM-HOLIDAY-DAY       TO HX-HOLIDAY-DAY
           MOVE HM-FLOAT-WEEKDAY     TO HX-FLOAT-WEEKDAY
           MOVE HM-FLOAT-OCCURRENCE  TO HX-FLOAT-OCCURRENCE
           MOVE HM-ACTIVE-FLAG       TO HX-ACTIVE-FLAG
           MOVE HM-OFFSET-DAYS       TO HX-OFFSET-DAYS
           MOVE HM-BASE-HOLIDAY-CODE TO HX-BASE-HOLIDAY-CODE
           MOVE HM-HOLIDAY-CLASS     TO HX-HOLIDAY-CLASS
           MOVE HM-EFF-YEAR-TO       TO HX-EFF-YEAR-TO
           MOVE HM-WEEKEND-PATTERN   TO HX-WEEKEND-PATTERN
           MOVE HM-SUBST-RULE        TO HX-SUBST-RULE
           MOVE HM-CLOSURE-HOURS     TO HX-CLOSURE-HOURS
           MOVE HM-BASE-CALENDAR-ID  TO HX-BASE-CALENDAR-ID.

      * A fixed-date version in force for the year only, on the
      * declared date, under the calendar/code/name now in
      * HOLIDAY-MASTER-RECORD.
       MOVE-ONE-OFF-TO-CARD.
           MOVE SPACES TO HOLIDAY-MAINT-RECORD
           MOVE HM-CALENDAR-ID       TO HX-CALENDAR-ID
           MOVE HM-HOLIDAY-CODE      TO HX-HOLIDAY-CODE
           MOVE WS-RECON-YEAR        TO HX-EFF-YEAR-FROM
           MOVE HM-HOLIDAY-NAME      TO HX-HOLIDAY-NAME
           MOVE 'F'                  TO HX-RULE-TYPE
           MOVE WS-DECLARED-MONTH    TO HX-HOLIDAY-MONTH
           MOVE WS-DECLARED-DAY      TO HX-HOLIDAY-DAY
           MOVE ZERO                 TO HX-FLOAT-WEEKDAY
           MOVE ZERO                 TO HX-FLOAT-OCCURRENCE
           MOVE 'Y'                  TO HX-ACTIVE-FLAG
           MOVE ZERO                 TO HX-OFFSET-DAYS
           MOVE ZERO                 TO HX-BASE-HOLIDAY-CODE
           MOVE WS-ONE-OFF-CLASS     TO HX-HOLIDAY-CLASS
           MOVE WS-RECON-YEAR        TO HX-EFF-YEAR-TO
           MOVE WS-ONE-OFF-HOURS     TO HX-CLOSURE-HOURS
           MOVE 'ONE-OFF VERSION FOR THE YEAR ON THE DECLARED DATE'
               TO WS-DRAFT-TEXT.

      ******************************************************************
      * WRITE-DRAFT-CARD - the card goes to HOLIDAUM and is echoed    *
      * under its finding so the reviewer sees what each one does.    *
      ******************************************************************
       WRITE-DRAFT-CARD.
           WRITE HOLIDAY-MAINT-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD 1 TO WS-CARD-TOTAL
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-CALENDAR-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE HX-HOLIDAY-CODE TO WS-CODE-EDIT
           STRING '    DRAFT CARD  ' HX-ACTION ' ' HX-CALENDAR-ID ' '
               WS-CODE-EDIT ' FROM ' HX-EFF-YEAR-FROM ' TO '
               HX-EFF-YEAR-TO '  ' WS-DRAFT-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-DRAFT-NOTE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-CALENDAR-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING '    *** ' WS-DRAFT-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-CALENDAR-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ALL '=' TO RPT-LINE(1:128)
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          AUTHORITY RECONCILIATION - '
               WS-RECON-YEAR ' - CALENDAR ' WS-CALENDAR-ID
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'FINDING                    DECLARED   DECLARED AS'
               '                     JURISDIC CD OUR HOLIDAY     '
               '          ACTUAL     OBSERVED'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '-------------------------- ---------- -----------'
               '------------------- -------- -- -----------------'
               '-------- ---------- ----------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 5 TO WS-LINE-COUNT.

       WRITE-CALENDAR-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEC-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS DECLARED:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGREED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'AGREED:               ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FINDING-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FINDINGS:             ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CARD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DRAFT CARDS:          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 5 TO WS-LINE-COUNT.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '=' TO RPT-LINE(1:128)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '          AUTHORITY RECONCILIATION - '
               WS-RECON-YEAR ' - RUN TOTALS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PUB-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'PUBLISHED ENTRIES READ:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OTHER-YEAR-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'OTHER YEARS / BAD DATE:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNMAPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'NO CALENDAR FOR JURISDICTION:  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CAL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'CALENDARS RECONCILED:          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNPUBLISHED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'CALENDARS WITH NO RESULTS:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGREED-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'AGREED:                        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOT-ON-CAL-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DECLARED, NOT ON CALENDAR:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OBSERVANCE-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DECLARED, OBSERVANCE ONLY:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DISAGREE-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DATE DISAGREEMENTS:            ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOT-DECLARED-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'ON CALENDAR, NOT DECLARED:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CARD-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DRAFT CARDS WRITTEN:           ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-DRAFT-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FINDINGS WITH NO DRAFT:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DROPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'DROPPED (TABLE FULL):          ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           IF WS-REPO-IS-OPEN
               CLOSE HOLIDAY-REPO
           END-IF
           IF WS-MASTER-IS-OPEN
               CLOSE HOLIDAY-MASTER
               CLOSE PUBLISHED-LIST JURISDICTION-MAP RECON-RPT
                   DRAFT-CARDS
           END-IF
           MOVE WS-CARD-TOTAL TO WS-DISPLAY-COUNT
           DISPLAY 'HOLIDAUT: ' WS-DISPLAY-COUNT
               ' draft maintenance card(s) written'.

       END PROGRAM HOLIDAUT.
