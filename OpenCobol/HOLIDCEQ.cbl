      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDCEQ - dated closure event lookup.                        *
      * Answers "is calendar USHQ closed on 20261228 by a shutdown    *
      * or emergency closure, and what kind" with one CALL, so        *
      * BUSDAY and the programs that classify days themselves all     *
      * read the closure-event file (HOLIDCEV layout) the same way:   *
      *                                                               *
      * CALL 'HOLIDCEQ' USING CQ-CALENDAR-ID, CQ-DATE,                *
      *     CLOSURE-EVENT-RECORD, CQ-STATUS                           *
      *   CQ-CALENDAR-ID  X(4)  calendar id                           *
      *   CQ-DATE         9(8)  YYYYMMDD date to test                 *
      *   CLOSURE-EVENT-RECORD  caller's HOLIDCEV record area,        *
      *                         filled with the covering event on a   *
      *                         hit                                   *
      *   CQ-STATUS       X(2)  00 an active event covers the date,   *
      *                         23 no event covers it, 35 closure-    *
      *                         event file not available              *
      *                                                               *
      * Events belong to the calendar they are keyed on only - a      *
      * shutdown is a physical site event, so unlike master rules it  *
      * is not inherited by calendars composed on that calendar.      *
      * The file is appended to, never rewritten, so the last card    *
      * for a calendar/start-date key is the one that counts: a later *
      * active card replaces the earlier event and a later 'N' card   *
      * calls it off.  Cards with an unknown event type or a reversed *
      * date range are ignored.  The file is read once, on the first  *
      * CALL, and held in storage the way BUSDAY holds its rule       *
      * cache; where two events overlap, the one first declared wins. *
      *                                                               *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Last card per calendar/start date now wins,  *
      *                  and an 'N' card removes the event it calls   *
      *                  off - the file is append-only, so a          *
      *                  cancellation never took effect before.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDCEQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-EVENTS ASSIGN TO 'HOLIDCEV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-EVENTS
           RECORD CONTAINS 60 CHARACTERS.
           COPY HOLIDCEV.

       WORKING-STORAGE SECTION.
       01 WS-CEV-STATUS          PIC XX.
           88 WS-CEV-FILE-OK               VALUE '00'.
       01 WS-OPEN-STATE          PIC X(1) VALUE 'N'.
           88 WS-CEV-LOADED                VALUE 'Y'.
           88 WS-CEV-UNAVAILABLE           VALUE 'U'.
       01 WS-CEV-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-CEV-EOF                   VALUE 'Y'.

      * Active events, whole records, in order first declared.
       01 WS-CEV-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-CEV-MAX             PIC 9(4) COMP VALUE 500.
       01 WS-CEV-TABLE.
           05 WS-CEV-ENTRY OCCURS 500 TIMES.
               10 WSV-CALENDAR-ID     PIC X(04).
               10 WSV-START-DATE      PIC 9(08).
               10 WSV-END-DATE        PIC 9(08).
               10 WSV-EVENT-RECORD    PIC X(60).
       01 WS-CEV-SUB             PIC 9(4) COMP.
       01 WS-CEV-HIT             PIC 9(4) COMP.
       01 WS-CEV-KEY-HIT         PIC 9(4) COMP.

       LINKAGE SECTION.
       01 CQ-CALENDAR-ID             PIC X(4).
       01 CQ-DATE                    PIC 9(8).
       01 CQ-EVENT-RECORD            PIC X(60).
       01 CQ-STATUS                  PIC X(2).
           88 CQ-FOUND                         VALUE '00'.
           88 CQ-NOT-FOUND                     VALUE '23'.
           88 CQ-NO-EVENT-FILE                 VALUE '35'.

       PROCEDURE DIVISION USING CQ-CALENDAR-ID, CQ-DATE,
               CQ-EVENT-RECORD, CQ-STATUS.
       MAIN-PROCEDURE.
           PERFORM LOAD-EVENTS-ONCE
           IF WS-CEV-UNAVAILABLE
               MOVE '35' TO CQ-STATUS
               EXIT PROGRAM
           END-IF

           MOVE ZERO TO WS-CEV-HIT
           PERFORM CHECK-ONE-EVENT
               VARYING WS-CEV-SUB FROM 1 BY 1
               UNTIL WS-CEV-SUB > WS-CEV-COUNT OR WS-CEV-HIT > ZERO
           IF WS-CEV-HIT > ZERO
               MOVE WSV-EVENT-RECORD(WS-CEV-HIT) TO CQ-EVENT-RECORD
               MOVE '00' TO CQ-STATUS
           ELSE
               MOVE '23' TO CQ-STATUS
           END-IF

           EXIT PROGRAM.

       CHECK-ONE-EVENT.
           IF WSV-CALENDAR-ID(WS-CEV-SUB) = CQ-CALENDAR-ID AND
              WSV-START-DATE(WS-CEV-SUB) <= CQ-DATE AND
              WSV-END-DATE(WS-CEV-SUB) >= CQ-DATE
               MOVE WS-CEV-SUB TO WS-CEV-HIT
           END-IF.

      ******************************************************************
      * LOAD-EVENTS-ONCE - first CALL reads the whole closure-event   *
      * file into WS-CEV-TABLE; a failed open is remembered so every  *
      * later CALL answers 35 without retrying the open per lookup.   *
      ******************************************************************
       LOAD-EVENTS-ONCE.
           IF WS-OPEN-STATE NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLOSURE-EVENTS
           IF NOT WS-CEV-FILE-OK
               MOVE 'U' TO WS-OPEN-STATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OPEN-STATE
           PERFORM UNTIL WS-CEV-EOF
               READ CLOSURE-EVENTS
                   AT END
                       MOVE 'Y' TO WS-CEV-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM
           CLOSE CLOSURE-EVENTS.

      ******************************************************************
      * APPLY-ONE-CARD - a card whose calendar/start-date key is      *
      * already held supersedes that event: an active card replaces   *
      * it where it stands, an 'N' card removes it.  A new key is     *
      * added only when the card is active.                           *
      ******************************************************************
       APPLY-ONE-CARD.
           IF NOT CE-CANCELLED
               IF NOT CE-ACTIVE OR NOT CE-VALID-TYPE OR
                  CE-END-DATE < CE-START-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO WS-CEV-KEY-HIT
           PERFORM CHECK-ONE-KEY
               VARYING WS-CEV-SUB FROM 1 BY 1
               UNTIL WS-CEV-SUB > WS-CEV-COUNT OR WS-CEV-KEY-HIT > ZERO

           EVALUATE TRUE
               WHEN CE-CANCELLED AND WS-CEV-KEY-HIT > ZERO
                   PERFORM SHIFT-ONE-EVENT
                       VARYING WS-CEV-SUB FROM WS-CEV-KEY-HIT BY 1
                       UNTIL WS-CEV-SUB >= WS-CEV-COUNT
                   SUBTRACT 1 FROM WS-CEV-COUNT
               WHEN CE-CANCELLED
                   CONTINUE
               WHEN WS-CEV-KEY-HIT > ZERO
                   MOVE CE-END-DATE TO WSV-END-DATE(WS-CEV-KEY-HIT)
                   MOVE CLOSURE-EVENT-RECORD
                       TO WSV-EVENT-RECORD(WS-CEV-KEY-HIT)
               WHEN OTHER
                   PERFORM STORE-ONE-EVENT
           END-EVALUATE.

       CHECK-ONE-KEY.
           IF WSV-CALENDAR-ID(WS-CEV-SUB) = CE-CALENDAR-ID AND
              WSV-START-DATE(WS-CEV-SUB) = CE-START-DATE
               MOVE WS-CEV-SUB TO WS-CEV-KEY-HIT
           END-IF.

       SHIFT-ONE-EVENT.
           MOVE WS-CEV-ENTRY(WS-CEV-SUB + 1)
               TO WS-CEV-ENTRY(WS-CEV-SUB).

       STORE-ONE-EVENT.
           IF WS-CEV-COUNT < WS-CEV-MAX
               ADD 1 TO WS-CEV-COUNT
               MOVE CE-CALENDAR-ID TO WSV-CALENDAR-ID(WS-CEV-COUNT)
               MOVE CE-START-DATE TO WSV-START-DATE(WS-CEV-COUNT)
               MOVE CE-END-DATE TO WSV-END-DATE(WS-CEV-COUNT)
               MOVE CLOSURE-EVENT-RECORD
                   TO WSV-EVENT-RECORD(WS-CEV-COUNT)
           ELSE
               DISPLAY 'HOLIDCEQ: closure event table full, event'
                   ' dropped ' CE-KEY
           END-IF.

       END PROGRAM HOLIDCEQ.
