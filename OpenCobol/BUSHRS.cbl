      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * BUSHRS - business-hours clock subprogram.  BUSDAY answers in  *
      * whole business days, but service-desk SLAs run in business    *
      * hours and the clock must stop overnight, at weekends, on      *
      * closures and after the early close of a half day.             *
      *                                                                *
      * CALL 'BUSHRS' USING BH-CALENDAR-ID, BH-START-TS, BH-END-TS,   *
      *     BH-ELAPSED-MINUTES, BH-ELAPSED-HOURS, BH-STATUS           *
      *   BH-CALENDAR-ID     X(4)   calendar whose hours apply        *
      *   BH-START-TS        9(12)  YYYYMMDDHHMM clock start          *
      *   BH-END-TS          9(12)  YYYYMMDDHHMM clock stop           *
      *   BH-ELAPSED-MINUTES 9(8)   business minutes between them     *
      *   BH-ELAPSED-HOURS   9(5)V99 the same in hours                *
      *   BH-STATUS          X(2)   00 ok, 01 invalid timestamp,      *
      *                             02 calendar not on HOLIDAY-MASTER,*
      *                             03 no business-hours profile,     *
      *                             04 end before start               *
      *                                                                *
      * Each calendar day from start to end is classified by BUSDAY   *
      * (weekend pattern, observed holidays, closure events), and a   *
      * business day contributes the part of its profile window       *
      * (HOLIDBHP, opening/closing time per weekday) that lies inside *
      * the start and end timestamps.  A half-day closure closes the  *
      * window early by its closure hours; those come from the        *
      * published holiday repository (HOLIDRPS), browsed once per     *
      * calendar - with no repository a half day counts in full.      *
      * The profile deck and the half days are cached across CALLs    *
      * the way BUSDAY caches its rules.                              *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSHRS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOURS-PROFILE ASSIGN TO 'HOLIDBHP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BHP-STATUS.
           SELECT HOLIDAY-REPO  ASSIGN TO 'HOLIDRPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-REPO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOURS-PROFILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY HOLIDBHP.
       FD  HOLIDAY-REPO.
           COPY HOLIDRPS.

       WORKING-STORAGE SECTION.
       01 WS-BHP-STATUS          PIC XX.
           88 WS-BHP-FILE-OK               VALUE '00'.
       01 WS-BHP-LOADED-FLAG     PIC X(1) VALUE 'N'.
           88 WS-BHP-LOADED                VALUE 'Y'.
       01 WS-BHP-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-BHP-EOF                   VALUE 'Y'.
       01 WS-REPO-STATUS         PIC XX.
           88 WS-REPO-OK                   VALUE '00'.
       01 WS-REPO-STATE          PIC X(1) VALUE 'N'.
           88 WS-REPO-IS-OPEN              VALUE 'Y'.
           88 WS-REPO-UNAVAILABLE          VALUE 'U'.
       01 WS-REPO-END-FLAG       PIC X(1).
           88 WS-REPO-END                  VALUE 'Y'.

      * Profile cache - the whole HOLIDBHP deck, loaded on first CALL.
       01 WS-PRF-COUNT           PIC 9(2) COMP VALUE ZERO.
       01 WS-PRF-MAX             PIC 9(2) COMP VALUE 20.
       01 WS-PRF-TABLE.
           05 WS-PRF-ENTRY OCCURS 20 TIMES.
               10 WSP-CALENDAR-ID     PIC X(04).
               10 WSP-DAY OCCURS 7 TIMES.
                   15 WSP-OPEN-TIME   PIC 9(04).
                   15 WSP-CLOSE-TIME  PIC 9(04).
       01 WS-PRF-SUB             PIC 9(2) COMP.
       01 WS-CUR-PRF             PIC 9(2) COMP.

      * Half-day cache - one slot per calendar seen, holding every
      * 'H' class observed date on the repository with its hours.
       01 WS-HD-CAL-COUNT        PIC 9(2) COMP VALUE ZERO.
       01 WS-HD-CAL-MAX          PIC 9(2) COMP VALUE 8.
       01 WS-HD-CAL-TABLE.
           05 WS-HD-CAL-ENTRY OCCURS 8 TIMES.
               10 WSD-CALENDAR-ID     PIC X(04).
               10 WSD-DAY-COUNT       PIC 9(2) COMP.
               10 WSD-DAY OCCURS 60 TIMES.
                   15 WSD-OBSERVED-DATE PIC 9(08).
                   15 WSD-CLOSURE-HOURS PIC 9(02).
       01 WS-HD-CAL-SUB          PIC 9(2) COMP.
       01 WS-CUR-HD-CAL          PIC 9(2) COMP.
       01 WS-HD-SUB              PIC 9(2) COMP.
       01 WS-HD-MAX              PIC 9(2) COMP VALUE 60.

      * Timestamp work areas.
       01 WS-START-TS            PIC 9(12).
       01 WS-START-TS-X REDEFINES WS-START-TS.
           05 WS-START-DATE       PIC 9(8).
           05 WS-START-HH         PIC 99.
           05 WS-START-MI         PIC 99.
       01 WS-END-TS              PIC 9(12).
       01 WS-END-TS-X REDEFINES WS-END-TS.
           05 WS-END-DATE         PIC 9(8).
           05 WS-END-HH           PIC 99.
           05 WS-END-MI           PIC 99.
       01 WS-START-MINUTE        PIC 9(4) COMP.
       01 WS-END-MINUTE          PIC 9(4) COMP.
       01 WS-START-INT           PIC 9(8) COMP.
       01 WS-END-INT             PIC 9(8) COMP.
       01 WS-DAY-INT             PIC 9(8) COMP.
       01 WS-DAY-DATE            PIC 9(8).
       01 WS-DOW                 PIC 9(1).
       01 WS-DOW-STATUS          PIC X(2).
           88 WS-DOW-STATUS-OK             VALUE '00'.
       01 WS-TOTAL-MINUTES       PIC 9(8) COMP.

      * One day's window, minutes after midnight.
       01 WS-HHMM                PIC 9(4).
       01 WS-HHMM-X REDEFINES WS-HHMM.
           05 WS-HHMM-HH          PIC 99.
           05 WS-HHMM-MI          PIC 99.
       01 WS-OPEN-MINUTE         PIC S9(4) COMP.
       01 WS-CLOSE-MINUTE        PIC S9(4) COMP.
       01 WS-FROM-MINUTE         PIC S9(4) COMP.
       01 WS-TO-MINUTE           PIC S9(4) COMP.
       01 WS-HALF-DAY-HOURS      PIC 9(2).

      * Parameters for the BUSDAY classification call.
       01 WS-BD-DAY-COUNT        PIC S9(4) VALUE ZERO.
       01 WS-BD-RESULT-DATE      PIC 9(8).
       01 WS-BD-HOLIDAY-FLAG     PIC X(1).
       01 WS-BD-BUSINESS-FLAG    PIC X(1).
           88 WS-BD-IS-BUSINESS            VALUE 'Y'.
       01 WS-BD-STATUS           PIC X(2).
           88 WS-BD-OK                     VALUE '00'.
           88 WS-BD-UNKNOWN-CALENDAR       VALUE '02'.

       LINKAGE SECTION.
       01 BH-CALENDAR-ID             PIC X(4).
       01 BH-START-TS                PIC 9(12).
       01 BH-END-TS                  PIC 9(12).
       01 BH-ELAPSED-MINUTES         PIC 9(8).
       01 BH-ELAPSED-HOURS           PIC 9(5)V99.
       01 BH-STATUS                  PIC X(2).
           88 BH-OK                            VALUE '00'.
           88 BH-INVALID-TIMESTAMP             VALUE '01'.
           88 BH-UNKNOWN-CALENDAR              VALUE '02'.
           88 BH-NO-PROFILE                    VALUE '03'.
           88 BH-END-BEFORE-START              VALUE '04'.

       PROCEDURE DIVISION USING BH-CALENDAR-ID, BH-START-TS,
               BH-END-TS, BH-ELAPSED-MINUTES, BH-ELAPSED-HOURS,
               BH-STATUS.
       MAIN-PROCEDURE.
           MOVE '00' TO BH-STATUS
           MOVE ZERO TO BH-ELAPSED-MINUTES
           MOVE ZERO TO BH-ELAPSED-HOURS
           MOVE ZERO TO WS-TOTAL-MINUTES

           PERFORM VALIDATE-TIMESTAMPS
           IF BH-OK
               PERFORM LOAD-PROFILES-ONCE
               PERFORM FIND-PROFILE
           END-IF
           IF BH-OK
               PERFORM FIND-HALF-DAYS
               PERFORM ADD-ONE-DAY
                   VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-END-INT OR NOT BH-OK
           END-IF
           IF BH-OK
               MOVE WS-TOTAL-MINUTES TO BH-ELAPSED-MINUTES
               COMPUTE BH-ELAPSED-HOURS ROUNDED =
                   WS-TOTAL-MINUTES / 60
           END-IF

           EXIT PROGRAM.

      ******************************************************************
      * VALIDATE-TIMESTAMPS - both dates must be real calendar dates  *
      * and both times real clock times; the end may not be earlier   *
      * than the start.                                               *
      ******************************************************************
       VALIDATE-TIMESTAMPS.
           IF BH-START-TS IS NOT NUMERIC OR BH-END-TS IS NOT NUMERIC
               MOVE '01' TO BH-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE BH-START-TS TO WS-START-TS
           MOVE BH-END-TS TO WS-END-TS
           IF WS-START-HH > 23 OR WS-START-MI > 59 OR
              WS-END-HH > 23 OR WS-END-MI > 59
               MOVE '01' TO BH-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL 'DAYOFWEEK' USING WS-START-DATE, WS-DOW, WS-DOW-STATUS
           IF NOT WS-DOW-STATUS-OK
               MOVE '01' TO BH-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL 'DAYOFWEEK' USING WS-END-DATE, WS-DOW, WS-DOW-STATUS
           IF NOT WS-DOW-STATUS-OK
               MOVE '01' TO BH-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-END-TS < WS-START-TS
               MOVE '04' TO BH-STATUS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           COMPUTE WS-START-MINUTE = WS-START-HH * 60 + WS-START-MI
           COMPUTE WS-END-MINUTE = WS-END-HH * 60 + WS-END-MI.

      ******************************************************************
      * LOAD-PROFILES-ONCE - the profile deck is small and fixed for  *
      * the run, so it is read once; no HOLIDBHP dataset leaves the   *
      * cache empty and every CALL answers 03.                        *
      ******************************************************************
       LOAD-PROFILES-ONCE.
           IF WS-BHP-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BHP-LOADED-FLAG
           OPEN INPUT HOURS-PROFILE
           IF NOT WS-BHP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BHP-EOF
               READ HOURS-PROFILE
                   AT END
                       MOVE 'Y' TO WS-BHP-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-PROFILE
               END-READ
           END-PERFORM
           CLOSE HOURS-PROFILE.

       STORE-ONE-PROFILE.
           IF WS-PRF-COUNT < WS-PRF-MAX
               ADD 1 TO WS-PRF-COUNT
               MOVE BUSINESS-HOURS-RECORD
                   TO WS-PRF-ENTRY(WS-PRF-COUNT)
           ELSE
               DISPLAY 'BUSHRS: profile table full, calendar '
                   BP-CALENDAR-ID ' dropped'
           END-IF.

       FIND-PROFILE.
           MOVE ZERO TO WS-CUR-PRF
           PERFORM CHECK-ONE-PROFILE
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT OR WS-CUR-PRF > ZERO
           IF WS-CUR-PRF = ZERO
               MOVE '03' TO BH-STATUS
           END-IF.

       CHECK-ONE-PROFILE.
           IF WSP-CALENDAR-ID(WS-PRF-SUB) = BH-CALENDAR-ID
               MOVE WS-PRF-SUB TO WS-CUR-PRF
           END-IF.

      ******************************************************************
      * FIND-HALF-DAYS - locates the calendar's half-day slot, or     *
      * browses the repository for it on first use.  The repository   *
      * key leads with the calendar id, so one positioned browse      *
      * reads every code and year published for the calendar.         *
      ******************************************************************
       FIND-HALF-DAYS.
           MOVE ZERO TO WS-CUR-HD-CAL
           PERFORM CHECK-ONE-HD-CAL
               VARYING WS-HD-CAL-SUB FROM 1 BY 1
               UNTIL WS-HD-CAL-SUB > WS-HD-CAL-COUNT
                  OR WS-CUR-HD-CAL > ZERO
           IF WS-CUR-HD-CAL = ZERO
               PERFORM LOAD-HALF-DAYS
           END-IF.

       CHECK-ONE-HD-CAL.
           IF WSD-CALENDAR-ID(WS-HD-CAL-SUB) = BH-CALENDAR-ID
               MOVE WS-HD-CAL-SUB TO WS-CUR-HD-CAL
           END-IF.

       LOAD-HALF-DAYS.
           IF WS-HD-CAL-COUNT < WS-HD-CAL-MAX
               ADD 1 TO WS-HD-CAL-COUNT
           END-IF
           MOVE WS-HD-CAL-COUNT TO WS-CUR-HD-CAL
           MOVE BH-CALENDAR-ID TO WSD-CALENDAR-ID(WS-CUR-HD-CAL)
           MOVE ZERO TO WSD-DAY-COUNT(WS-CUR-HD-CAL)

           PERFORM OPEN-REPO-ONCE
           IF NOT WS-REPO-IS-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REPO-END-FLAG
           MOVE BH-CALENDAR-ID TO RP-CALENDAR-ID
           MOVE ZERO TO RP-HOLIDAY-CODE
           MOVE ZERO TO RP-YEAR
           START HOLIDAY-REPO KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REPO-END-FLAG
           END-START
           PERFORM UNTIL WS-REPO-END
               READ HOLIDAY-REPO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REPO-END-FLAG
                   NOT AT END
                       IF RP-CALENDAR-ID NOT = BH-CALENDAR-ID
                           MOVE 'Y' TO WS-REPO-END-FLAG
                       ELSE
                           PERFORM STORE-ONE-HALF-DAY
                       END-IF
               END-READ
           END-PERFORM.

       STORE-ONE-HALF-DAY.
           IF RP-HOLIDAY-CLASS = 'H' AND
              WSD-DAY-COUNT(WS-CUR-HD-CAL) < WS-HD-MAX
               ADD 1 TO WSD-DAY-COUNT(WS-CUR-HD-CAL)
               MOVE WSD-DAY-COUNT(WS-CUR-HD-CAL) TO WS-HD-SUB
               MOVE RP-OBSERVED-YYYYMMDD
                   TO WSD-OBSERVED-DATE(WS-CUR-HD-CAL, WS-HD-SUB)
               MOVE RP-CLOSURE-HOURS
                   TO WSD-CLOSURE-HOURS(WS-CUR-HD-CAL, WS-HD-SUB)
           END-IF.

      ******************************************************************
      * OPEN-REPO-ONCE - first use opens the repository; a failed     *
      * open is remembered so later calendars do not retry it.        *
      ******************************************************************
       OPEN-REPO-ONCE.
           IF WS-REPO-STATE = 'N'
               OPEN INPUT HOLIDAY-REPO
               IF WS-REPO-OK
                   MOVE 'Y' TO WS-REPO-STATE
               ELSE
                   MOVE 'U' TO WS-REPO-STATE
               END-IF
           END-IF.

      ******************************************************************
      * ADD-ONE-DAY - business minutes the day WS-DAY-INT contributes:*
      * its profile window, shortened by a half day's closure hours,  *
      * clipped to the start time on the first day and the end time   *
      * on the last.                                                  *
      ******************************************************************
       ADD-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE
           CALL 'BUSDAY' USING BH-CALENDAR-ID, WS-DAY-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE, WS-BD-HOLIDAY-FLAG,
               WS-BD-BUSINESS-FLAG, WS-BD-STATUS
           IF WS-BD-UNKNOWN-CALENDAR
               MOVE '02' TO BH-STATUS
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BD-OK OR NOT WS-BD-IS-BUSINESS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT + 6, 7) + 1
           MOVE WSP-OPEN-TIME(WS-CUR-PRF, WS-DOW) TO WS-HHMM
           COMPUTE WS-OPEN-MINUTE = WS-HHMM-HH * 60 + WS-HHMM-MI
           MOVE WSP-CLOSE-TIME(WS-CUR-PRF, WS-DOW) TO WS-HHMM
           COMPUTE WS-CLOSE-MINUTE = WS-HHMM-HH * 60 + WS-HHMM-MI

           MOVE ZERO TO WS-HALF-DAY-HOURS
           PERFORM CHECK-ONE-HALF-DAY
               VARYING WS-HD-SUB FROM 1 BY 1
               UNTIL WS-HD-SUB > WSD-DAY-COUNT(WS-CUR-HD-CAL)
                  OR WS-HALF-DAY-HOURS > ZERO
           COMPUTE WS-CLOSE-MINUTE =
               WS-CLOSE-MINUTE - WS-HALF-DAY-HOURS * 60

           MOVE WS-OPEN-MINUTE TO WS-FROM-MINUTE
           MOVE WS-CLOSE-MINUTE TO WS-TO-MINUTE
           IF WS-DAY-INT = WS-START-INT AND
              WS-START-MINUTE > WS-FROM-MINUTE
               MOVE WS-START-MINUTE TO WS-FROM-MINUTE
           END-IF
           IF WS-DAY-INT = WS-END-INT AND
              WS-END-MINUTE < WS-TO-MINUTE
               MOVE WS-END-MINUTE TO WS-TO-MINUTE
           END-IF
           IF WS-TO-MINUTE > WS-FROM-MINUTE
               COMPUTE WS-TOTAL-MINUTES =
                   WS-TOTAL-MINUTES + WS-TO-MINUTE - WS-FROM-MINUTE
           END-IF.

       CHECK-ONE-HALF-DAY.
           IF WSD-OBSERVED-DATE(WS-CUR-HD-CAL, WS-HD-SUB) = WS-DAY-DATE
               MOVE WSD-CLOSURE-HOURS(WS-CUR-HD-CAL, WS-HD-SUB)
                   TO WS-HALF-DAY-HOURS
           END-IF.

       END PROGRAM BUSHRS.
