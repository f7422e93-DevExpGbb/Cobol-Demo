      *                  version the browse met first.                *
      *   02/09/2026 AI  HOLIDOUT record grew to 92 bytes with the    *
      *                  closure-hours field of the half-day class.   *
      *   15/10/2026 AI  Dated closure events: a weekday closed by a  *
      *                  shutdown or declared closure on the          *
      *                  closure-event file (HOLIDCEQ lookup) is now  *
      *                  non-working, so shutdown weeks lengthen the  *
      *                  holiday blocks and are never reported as     *
      *                  bridge days.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDWKD.
           88 WS-IS-WORKING                VALUE 'Y'.
       01 WS-HOLIDAY-HIT-FLAG    PIC X(1).
           88 WS-HOLIDAY-HIT               VALUE 'Y'.
      * Closure-event lookup for a day that is otherwise working.
       01 WS-EVENT-DATE          PIC 9(8).
       01 WS-CEV-RECORD          PIC X(60).
       01 WS-CQ-STATUS           PIC X(2).
           88 WS-CQ-FOUND                  VALUE '00'.
       01 WS-BLOCK-START         PIC 9(8) COMP.
       01 WS-BLOCK-END           PIC 9(8) COMP.
       01 WS-BLOCK-LENGTH        PIC 9(2).
      * days of the policy version in force for the test date's own   *
      * year, and any observed holiday on the same calendar, are      *
      * non-working; WS-HOLIDAY-HIT notes the holiday case so the     *
      * block expansion can tell them apart.  A remaining working day *
      * closed by a dated closure event is non-working too, but not a *
      * holiday hit - the block is still reported from its earliest   *
      * holiday.                                                      *
      ******************************************************************
       CLASSIFY-TEST-DAY.
           MOVE 'Y' TO WS-WORKING-FLAG
           END-IF
           PERFORM SCAN-FOR-HOLIDAY
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-HOL-COUNT OR WS-HOLIDAY-HIT
           IF WS-IS-WORKING
               COMPUTE WS-EVENT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
               CALL 'HOLIDCEQ' USING WSH-CALENDAR-ID(WS-SUB),
                   WS-EVENT-DATE, WS-CEV-RECORD, WS-CQ-STATUS
               IF WS-CQ-FOUND
                   MOVE 'N' TO WS-WORKING-FLAG
               END-IF
           END-IF.

       SCAN-FOR-HOLIDAY.
           IF WSH-CALENDAR-ID(WS-SCAN-SUB) =
