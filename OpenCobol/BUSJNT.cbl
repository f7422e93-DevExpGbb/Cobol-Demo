      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * BUSJNT - joint-calendar business-day arithmetic.  BUSDAY      *
      * knows one calendar at a time, but a treasury settlement or    *
      * an intercompany payment must land on a day that is open at    *
      * both ends.  BUSJNT takes the same parameters as BUSDAY plus   *
      * the member that closed the date, and accepts either a         *
      * calendar id or the id of a joint calendar set (HOLIDJCS       *
      * deck).  For a plain calendar id it is BUSDAY; for a set, a    *
      * day is a business day only when it is a business day on      *
      * EVERY member calendar, so the walk skips any day closed on    *
      * any member.                                                   *
      *                                                                *
      * CALL 'BUSJNT' USING BJ-CALENDAR-ID, BJ-DATE, BJ-DAY-COUNT,    *
      *     BJ-RESULT-DATE, BJ-HOLIDAY-FLAG, BJ-BUSINESS-FLAG,        *
      *     BJ-STATUS, BJ-CLOSED-BY                                   *
      *   BJ-CALENDAR-ID .. BJ-STATUS  as BUSDAY; for a set the       *
      *                         flags classify BJ-DATE on the set,   *
      *                         and status 02 means the set names a  *
      *                         member not on HOLIDAY-MASTER         *
      *   BJ-CLOSED-BY    X(4)  spaces when BJ-DATE is a business    *
      *                         day, else the calendar that closed   *
      *                         it (for a set, the member - one with *
      *                         a holiday or closure event before    *
      *                         one that is merely at its weekend)   *
      *                                                                *
      * The set deck is read once, on the first CALL; a set whose id  *
      * is itself a calendar on the master, or with a member count    *
      * outside 1-6, is dropped with a console message.  No HOLIDJCS  *
      * dataset means no sets, and every CALL goes straight to        *
      * BUSDAY.                                                       *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSJNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-SETS ASSIGN TO 'HOLIDJCS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-SETS
           RECORD CONTAINS 59 CHARACTERS.
           COPY HOLIDJCS.

       WORKING-STORAGE SECTION.
       01 WS-JCS-STATUS          PIC XX.
           88 WS-JCS-FILE-OK               VALUE '00'.
       01 WS-JCS-LOADED-FLAG     PIC X(1) VALUE 'N'.
           88 WS-JCS-LOADED                VALUE 'Y'.
       01 WS-JCS-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-JCS-EOF                   VALUE 'Y'.

      * Set cache - the whole HOLIDJCS deck, loaded on first CALL.
       01 WS-SET-COUNT           PIC 9(2) COMP VALUE ZERO.
       01 WS-SET-MAX             PIC 9(2) COMP VALUE 20.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 20 TIMES.
               10 WSS-SET-ID          PIC X(04).
               10 WSS-MEMBER-COUNT    PIC 9(01).
               10 WSS-MEMBER-ID       PIC X(04) OCCURS 6 TIMES.
       01 WS-SET-SUB             PIC 9(2) COMP.
       01 WS-CUR-SET             PIC 9(2) COMP.
       01 WS-MEMBER-SUB          PIC 9(2) COMP.

      * Walk work areas.
       01 WS-WORK-INT            PIC 9(8) COMP.
       01 WS-STEP                PIC S9(1) COMP.
       01 WS-REMAINING           PIC 9(4) COMP.
       01 WS-TEST-DATE           PIC 9(8).
       01 WS-DOW                 PIC 9(1).
       01 WS-DOW-STATUS          PIC X(2).
           88 WS-DOW-STATUS-OK             VALUE '00'.

      * The set's answer for WS-TEST-DATE.
       01 WS-SET-BUSINESS-FLAG   PIC X(1).
           88 WS-SET-IS-BUSINESS           VALUE 'Y'.
       01 WS-SET-HOLIDAY-FLAG    PIC X(1).
       01 WS-SET-CLOSED-BY       PIC X(4).
       01 WS-SET-STATUS          PIC X(2).
           88 WS-SET-OK                    VALUE '00'.

      * Parameters for the BUSDAY call on one member.
       01 WS-BD-CALENDAR-ID      PIC X(4).
       01 WS-BD-DAY-COUNT        PIC S9(4) VALUE ZERO.
       01 WS-BD-RESULT-DATE      PIC 9(8).
       01 WS-BD-HOLIDAY-FLAG     PIC X(1).
       01 WS-BD-BUSINESS-FLAG    PIC X(1).
           88 WS-BD-IS-BUSINESS            VALUE 'Y'.
       01 WS-BD-STATUS           PIC X(2).
           88 WS-BD-OK                     VALUE '00'.

       LINKAGE SECTION.
       01 BJ-CALENDAR-ID             PIC X(4).
       01 BJ-DATE                    PIC 9(8).
       01 BJ-DAY-COUNT               PIC S9(4).
       01 BJ-RESULT-DATE             PIC 9(8).
       01 BJ-HOLIDAY-FLAG            PIC X(1).
       01 BJ-BUSINESS-FLAG           PIC X(1).
       01 BJ-STATUS                  PIC X(2).
           88 BJ-OK                            VALUE '00'.
           88 BJ-INVALID-DATE                  VALUE '01'.
           88 BJ-UNKNOWN-CALENDAR              VALUE '02'.
       01 BJ-CLOSED-BY               PIC X(4).

       PROCEDURE DIVISION USING BJ-CALENDAR-ID, BJ-DATE,
               BJ-DAY-COUNT, BJ-RESULT-DATE, BJ-HOLIDAY-FLAG,
               BJ-BUSINESS-FLAG, BJ-STATUS, BJ-CLOSED-BY.
       MAIN-PROCEDURE.
           PERFORM LOAD-SETS-ONCE
           PERFORM FIND-SET

           IF WS-CUR-SET = ZERO
               CALL 'BUSDAY' USING BJ-CALENDAR-ID, BJ-DATE,
                   BJ-DAY-COUNT, BJ-RESULT-DATE, BJ-HOLIDAY-FLAG,
                   BJ-BUSINESS-FLAG, BJ-STATUS
               IF BJ-BUSINESS-FLAG = 'Y' OR NOT BJ-OK
                   MOVE SPACES TO BJ-CLOSED-BY
               ELSE
                   MOVE BJ-CALENDAR-ID TO BJ-CLOSED-BY
               END-IF
               EXIT PROGRAM
           END-IF

           MOVE '00' TO BJ-STATUS
           MOVE 'N' TO BJ-HOLIDAY-FLAG
           MOVE 'N' TO BJ-BUSINESS-FLAG
           MOVE SPACES TO BJ-CLOSED-BY
           MOVE ZERO TO BJ-RESULT-DATE

           CALL 'DAYOFWEEK' USING BJ-DATE, WS-DOW, WS-DOW-STATUS
           IF NOT WS-DOW-STATUS-OK
               MOVE '01' TO BJ-STATUS
               EXIT PROGRAM
           END-IF

           MOVE BJ-DATE TO WS-TEST-DATE
           PERFORM CLASSIFY-SET-DAY
           IF NOT WS-SET-OK
               MOVE WS-SET-STATUS TO BJ-STATUS
               EXIT PROGRAM
           END-IF
           MOVE WS-SET-BUSINESS-FLAG TO BJ-BUSINESS-FLAG
           MOVE WS-SET-HOLIDAY-FLAG TO BJ-HOLIDAY-FLAG
           MOVE WS-SET-CLOSED-BY TO BJ-CLOSED-BY

           PERFORM WALK-SET-DAYS
           IF NOT WS-SET-OK
               MOVE WS-SET-STATUS TO BJ-STATUS
               MOVE ZERO TO BJ-RESULT-DATE
           END-IF

           EXIT PROGRAM.

      ******************************************************************
      * LOAD-SETS-ONCE - the set deck is small and fixed for the run, *
      * so it is read once.  BUSDAY is asked to classify the set id   *
      * as a calendar: if the master knows it, the id is a calendar   *
      * and the set card cannot be allowed to hide it.                *
      ******************************************************************
       LOAD-SETS-ONCE.
           IF WS-JCS-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-JCS-LOADED-FLAG
           OPEN INPUT CALENDAR-SETS
           IF NOT WS-JCS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCS-EOF
               READ CALENDAR-SETS
                   AT END
                       MOVE 'Y' TO WS-JCS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-SET
               END-READ
           END-PERFORM
           CLOSE CALENDAR-SETS.

       STORE-ONE-SET.
           IF JS-MEMBER-COUNT IS NOT NUMERIC OR
              JS-MEMBER-COUNT < 1 OR JS-MEMBER-COUNT > 6
               DISPLAY 'BUSJNT: set ' JS-SET-ID
                   ' dropped, member count not 1-6'
               EXIT PARAGRAPH
           END-IF

           MOVE JS-SET-ID TO WS-BD-CALENDAR-ID
           ACCEPT WS-TEST-DATE FROM DATE YYYYMMDD
           CALL 'BUSDAY' USING WS-BD-CALENDAR-ID, WS-TEST-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS
           IF WS-BD-OK
               DISPLAY 'BUSJNT: set ' JS-SET-ID
                   ' dropped, id is a calendar on HOLIDAY-MASTER'
               EXIT PARAGRAPH
           END-IF

           IF WS-SET-COUNT < WS-SET-MAX
               ADD 1 TO WS-SET-COUNT
               MOVE JS-SET-ID TO WSS-SET-ID(WS-SET-COUNT)
               MOVE JS-MEMBER-COUNT TO WSS-MEMBER-COUNT(WS-SET-COUNT)
               PERFORM STORE-ONE-MEMBER
                   VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > 6
           ELSE
               DISPLAY 'BUSJNT: set table full, set '
                   JS-SET-ID ' dropped'
           END-IF.

       STORE-ONE-MEMBER.
           MOVE JS-MEMBER-ID(WS-MEMBER-SUB)
               TO WSS-MEMBER-ID(WS-SET-COUNT, WS-MEMBER-SUB).

       FIND-SET.
           MOVE ZERO TO WS-CUR-SET
           PERFORM CHECK-ONE-SET
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT OR WS-CUR-SET > ZERO.

       CHECK-ONE-SET.
           IF WSS-SET-ID(WS-SET-SUB) = BJ-CALENDAR-ID
               MOVE WS-SET-SUB TO WS-CUR-SET
           END-IF.

      ******************************************************************
      * WALK-SET-DAYS - BUSDAY's walk, with the set's classification  *
      * of each day in place of a single calendar's.  A zero count    *
      * returns BJ-DATE itself.                                       *
      ******************************************************************
       WALK-SET-DAYS.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(BJ-DATE)
           IF BJ-DAY-COUNT = ZERO
               MOVE BJ-DATE TO BJ-RESULT-DATE
               EXIT PARAGRAPH
           END-IF

           IF BJ-DAY-COUNT > ZERO
               MOVE 1 TO WS-STEP
               MOVE BJ-DAY-COUNT TO WS-REMAINING
           ELSE
               MOVE -1 TO WS-STEP
               COMPUTE WS-REMAINING = 0 - BJ-DAY-COUNT
           END-IF

           PERFORM STEP-ONE-SET-DAY
               UNTIL WS-REMAINING = ZERO OR NOT WS-SET-OK
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO BJ-RESULT-DATE.

       STEP-ONE-SET-DAY.
           COMPUTE WS-WORK-INT = WS-WORK-INT + WS-STEP
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-TEST-DATE
           PERFORM CLASSIFY-SET-DAY
           IF WS-SET-IS-BUSINESS
               SUBTRACT 1 FROM WS-REMAINING
           END-IF.

      ******************************************************************
      * CLASSIFY-SET-DAY - WS-TEST-DATE on every member of the set.   *
      * The day is a business day only if every member says so.      *
      ******************************************************************
       CLASSIFY-SET-DAY.
           MOVE '00' TO WS-SET-STATUS
           MOVE 'Y' TO WS-SET-BUSINESS-FLAG
           MOVE 'N' TO WS-SET-HOLIDAY-FLAG
           MOVE SPACES TO WS-SET-CLOSED-BY
           PERFORM CLASSIFY-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WSS-MEMBER-COUNT(WS-CUR-SET)
                  OR NOT WS-SET-OK.

       CLASSIFY-ONE-MEMBER.
           MOVE WSS-MEMBER-ID(WS-CUR-SET, WS-MEMBER-SUB)
               TO WS-BD-CALENDAR-ID
           CALL 'BUSDAY' USING WS-BD-CALENDAR-ID, WS-TEST-DATE,
               WS-BD-DAY-COUNT, WS-BD-RESULT-DATE,
               WS-BD-HOLIDAY-FLAG, WS-BD-BUSINESS-FLAG, WS-BD-STATUS
           IF NOT WS-BD-OK
               MOVE WS-BD-STATUS TO WS-SET-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-IS-BUSINESS
               EXIT PARAGRAPH
           END-IF

           IF WS-SET-IS-BUSINESS OR
              (WS-SET-HOLIDAY-FLAG = 'N' AND
               WS-BD-HOLIDAY-FLAG NOT = 'N')
               MOVE WS-BD-HOLIDAY-FLAG TO WS-SET-HOLIDAY-FLAG
               MOVE WS-BD-CALENDAR-ID TO WS-SET-CLOSED-BY
           END-IF
           MOVE 'N' TO WS-SET-BUSINESS-FLAG.

       END PROGRAM BUSJNT.
