      *      without losing the rule, so it can be reactivated by a   *
      *      later C card)                                            *
      *                                                                *
      * Maker-checker: a card is not applied when it is keyed.  It    *
      * is queued on the pending-change file (HOLIDPND) under a new   *
      * change number with its maker's user id, provided the maker    *
      * is authorized to maintain the card's calendar (HOLIDUSR).     *
      * Approval cards (HOLIDAPV) in a later run - the separate       *
      * approval job HOLIDAPR - then approve or reject queued changes *
      * by number; the checker must be a different user authorized    *
      * to check that calendar, and a change queued in the current    *
      * run is never approved in it, so one job cannot both make and  *
      * approve a change.  Only an approved change is applied as      *
      * above, and its HOLIDHST entry carries the maker, the approver *
      * and the change number.                                        *
      *                                                                *
      * RC is 0 when every card was queued or decided, 4 when one or  *
      * more maintenance or approval cards were rejected (bad action, *
      * user not authorized, checker same as maker, change not        *
      * pending or queued in this run) or an approved change could    *
      * not be applied (duplicate add or key not found), 8 when the   *
      * pending queue could not be opened (nothing is queued or       *
      * applied).                                                     *
      *                                                                *
      * Modification History:                                        *
      *   23/08/2026 AI  Initial version.                             *
      *                  CALENDAR-ID) of a composed calendar's        *
      *                  code-00 policy card; card layout is now 77   *
      *                  bytes, the history record 177.               *
      *   15/10/2026 AI  Maker-checker: maintenance cards are queued  *
      *                  on the keyed pending-change file HOLIDPND    *
      *                  instead of being applied, makers and         *
      *                  checkers are validated against the           *
      *                  authorization deck HOLIDUSR, and approval    *
      *                  cards (HOLIDAPV) from a second user apply or *
      *                  reject each queued change.  The history      *
      *                  record gains the approver and change number  *
      *                  (193 bytes).                                 *
      *   15/10/2026 AI  A change queued in the current run can no    *
      *                  longer be approved in it (submit date/time   *
      *                  equal to the run's); approvals now come from *
      *                  the separate HOLIDAPR approval job.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDMNT.
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLIDAY-HIST   ASSIGN TO 'HOLIDHST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-CARDS ASSIGN TO 'HOLIDAPV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUTH     ASSIGN TO 'HOLIDUSR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-QUEUE ASSIGN TO 'HOLIDPND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-CHANGE-ID
               FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-MAINT
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  HOLIDAY-HIST
           RECORD CONTAINS 193 CHARACTERS.
           COPY HOLIDHST.
       FD  APPROVAL-CARDS
           RECORD CONTAINS 47 CHARACTERS.
           COPY HOLIDAPV.
       FD  MAINT-AUTH
           RECORD CONTAINS 13 CHARACTERS.
           COPY HOLIDUSR.
       FD  PENDING-QUEUE.
           COPY HOLIDPND.

       WORKING-STORAGE SECTION.
       01 WS-MAINT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-MAINT-EOF                 VALUE 'Y'.
       01 WS-MASTER-STATUS       PIC XX.
           88 WS-MASTER-OK                 VALUE '00'.
       01 WS-APPROVAL-EOF-FLAG   PIC X(1) VALUE 'N'.
           88 WS-APPROVAL-EOF              VALUE 'Y'.
       01 WS-AUTH-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-AUTH-EOF                  VALUE 'Y'.
      * Status 05 is "optional file not present - created": the
      * first run builds the queue with its first queued card.
       01 WS-QUEUE-STATUS        PIC XX.
           88 WS-QUEUE-OPEN-OK             VALUES '00' '05'.
       01 WS-QUEUE-FAIL-FLAG     PIC X(1) VALUE 'N'.
           88 WS-QUEUE-OPEN-FAILED         VALUE 'Y'.
       01 WS-CONTROL-FOUND-FLAG  PIC X(1) VALUE 'N'.
           88 WS-CONTROL-FOUND             VALUE 'Y'.
       01 WS-ERROR-FLAG          PIC X(1) VALUE 'N'.
       01 WS-AUTH-FOUND-FLAG     PIC X(1).
           88 WS-AUTH-FOUND                VALUE 'Y'.
       01 WS-APPLIED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUED-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-DECLINED-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-LAST-CHANGE-ID      PIC 9(8) VALUE ZERO.
       01 WS-CUR-CHANGE-ID       PIC 9(8) VALUE ZERO.
       01 WS-CUR-APPROVER-ID     PIC X(8) VALUE SPACES.

      * Authorization deck (HOLIDUSR), loaded once at start.
       01 WS-AUTH-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-AUTH-MAX            PIC 9(4) COMP VALUE 200.
       01 WS-AUTH-SUB            PIC 9(4) COMP.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 200 TIMES.
               10 WSA-USER-ID         PIC X(08).
               10 WSA-CALENDAR-ID     PIC X(04).
               10 WSA-ROLE            PIC X(01).
      * The user, calendar and role (M make, C check) being checked.
       01 WS-CHK-USER-ID         PIC X(08).
       01 WS-CHK-CALENDAR-ID     PIC X(04).
       01 WS-CHK-ROLE            PIC X(01).
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-TIME            PIC 9(8).
       01 WS-BEFORE-IMAGE        PIC X(71).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-QUEUE-OPEN-FAILED
               PERFORM UNTIL WS-MAINT-EOF
                   PERFORM READ-MAINT-CARD
                   IF NOT WS-MAINT-EOF
                       PERFORM QUEUE-MAINT-CARD
                   END-IF
               END-PERFORM
               PERFORM SAVE-CONTROL-RECORD

               PERFORM UNTIL WS-APPROVAL-EOF
                   READ APPROVAL-CARDS
                       AT END
                           MOVE 'Y' TO WS-APPROVAL-EOF-FLAG
                       NOT AT END
                           PERFORM PROCESS-APPROVAL-CARD
                   END-READ
               END-PERFORM
           END-IF

           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-QUEUE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDMNT: queueing and approving HOLIDAY-MASTER '
               'maintenance'
           OPEN INPUT HOLIDAY-MAINT
           OPEN INPUT APPROVAL-CARDS
           OPEN I-O HOLIDAY-MASTER
           OPEN EXTEND HOLIDAY-HIST
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-AUTH-TABLE

           OPEN I-O PENDING-QUEUE
           IF NOT WS-QUEUE-OPEN-OK
               DISPLAY 'HOLIDMNT: pending queue open failed, status '
                   WS-QUEUE-STATUS
               MOVE 'Y' TO WS-QUEUE-FAIL-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO PQ-CHANGE-ID
           READ PENDING-QUEUE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND-FLAG
                   MOVE PC-LAST-CHANGE-ID TO WS-LAST-CHANGE-ID
           END-READ.

      ******************************************************************
      * LOAD-AUTH-TABLE - the authorization deck is small and owned   *
      * by security; it is held in storage for the run.               *
      ******************************************************************
       LOAD-AUTH-TABLE.
           OPEN INPUT MAINT-AUTH
           PERFORM UNTIL WS-AUTH-EOF
               READ MAINT-AUTH
                   AT END
                       MOVE 'Y' TO WS-AUTH-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-AUTH
               END-READ
           END-PERFORM
           CLOSE MAINT-AUTH.

       STORE-ONE-AUTH.
           IF WS-AUTH-COUNT < WS-AUTH-MAX
               ADD 1 TO WS-AUTH-COUNT
               MOVE AU-USER-ID TO WSA-USER-ID(WS-AUTH-COUNT)
               MOVE AU-CALENDAR-ID TO WSA-CALENDAR-ID(WS-AUTH-COUNT)
               MOVE AU-ROLE TO WSA-ROLE(WS-AUTH-COUNT)
           ELSE
               DISPLAY 'HOLIDMNT: authorization table full, user '
                   AU-USER-ID ' calendar ' AU-CALENDAR-ID ' dropped'
           END-IF.

      ******************************************************************
      * CHECK-AUTHORITY - is WS-CHK-USER-ID allowed the WS-CHK-ROLE   *
      * (M make, C check) on WS-CHK-CALENDAR-ID?  A 'B' card grants   *
      * both roles; calendar '****' grants the role on every one.     *
      ******************************************************************
       CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG
           PERFORM CHECK-ONE-AUTH
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT OR WS-AUTH-FOUND.

       CHECK-ONE-AUTH.
           IF WSA-USER-ID(WS-AUTH-SUB) NOT = WS-CHK-USER-ID
               EXIT PARAGRAPH
           END-IF
           IF WSA-CALENDAR-ID(WS-AUTH-SUB) NOT = WS-CHK-CALENDAR-ID
              AND WSA-CALENDAR-ID(WS-AUTH-SUB) NOT = '****'
               EXIT PARAGRAPH
           END-IF
           IF WSA-ROLE(WS-AUTH-SUB) = WS-CHK-ROLE OR
              WSA-ROLE(WS-AUTH-SUB) = 'B'
               MOVE 'Y' TO WS-AUTH-FOUND-FLAG
           END-IF.

      ******************************************************************
      * QUEUE-MAINT-CARD - edit one maintenance card and queue it as  *
      * a pending change under the next change number.  Whether the   *
      * key exists is not checked here: the master may move before    *
      * the change is approved, so that is decided when it applies.   *
      ******************************************************************
       QUEUE-MAINT-CARD.
           IF NOT HX-VALID-ACTION
               DISPLAY 'HOLIDMNT: rejected, bad action ' HX-ACTION
                   ' for key ' HX-CALENDAR-ID HX-HOLIDAY-CODE
                   HX-EFF-YEAR-FROM
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE HX-USER-ID TO WS-CHK-USER-ID
           MOVE HX-CALENDAR-ID TO WS-CHK-CALENDAR-ID
           MOVE 'M' TO WS-CHK-ROLE
           PERFORM CHECK-AUTHORITY
           IF HX-USER-ID = SPACES OR NOT WS-AUTH-FOUND
               DISPLAY 'HOLIDMNT: rejected, user ' HX-USER-ID
                   ' not authorized to maintain calendar '
                   HX-CALENDAR-ID ', key ' HX-CALENDAR-ID
                   HX-HOLIDAY-CODE HX-EFF-YEAR-FROM
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LAST-CHANGE-ID
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-LAST-CHANGE-ID TO PQ-CHANGE-ID
           MOVE 'P' TO PQ-STATUS
           MOVE WS-RUN-DATE TO PQ-SUBMIT-DATE
           MOVE WS-RUN-TIME TO PQ-SUBMIT-TIME
           MOVE HX-USER-ID TO PQ-MAKER-ID
           MOVE ZERO TO PQ-DECISION-DATE
           MOVE ZERO TO PQ-DECISION-TIME
           MOVE HOLIDAY-MAINT-RECORD TO PQ-MAINT-CARD
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'HOLIDMNT: rejected, queue WRITE failed '
                       'for change ' WS-LAST-CHANGE-ID
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY 'HOLIDMNT: queued change ' WS-LAST-CHANGE-ID ' '
               HX-ACTION ' ' HX-CALENDAR-ID HX-HOLIDAY-CODE
               HX-EFF-YEAR-FROM ' by ' HX-USER-ID.

       SAVE-CONTROL-RECORD.
           MOVE SPACES TO PENDING-CONTROL-RECORD
           MOVE ZERO TO PC-CONTROL-KEY
           MOVE WS-LAST-CHANGE-ID TO PC-LAST-CHANGE-ID
           IF WS-CONTROL-FOUND
               REWRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY 'HOLIDMNT: queue control record not '
                           'saved, status ' WS-QUEUE-STATUS
               END-REWRITE
           ELSE
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY 'HOLIDMNT: queue control record not '
                           'saved, status ' WS-QUEUE-STATUS
               END-WRITE
               MOVE 'Y' TO WS-CONTROL-FOUND-FLAG
           END-IF.

      ******************************************************************
      * PROCESS-APPROVAL-CARD - one checker decision.  The change     *
      * must be on the queue, still pending and queued by an earlier  *
      * run, and the checker must not be its maker and must be        *
      * authorized to check its calendar.  A rejection just closes    *
      * the change; an approval applies the queued card to the master *
      * and history.                                                  *
      ******************************************************************
       PROCESS-APPROVAL-CARD.
           IF NOT AV-VALID-DECISION OR AV-CHANGE-ID IS NOT NUMERIC
              OR AV-CHANGE-ID = ZERO
               DISPLAY 'HOLIDMNT: approval rejected, bad card for '
                   'change ' AV-CHANGE-ID ' decision ' AV-DECISION
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE AV-CHANGE-ID TO PQ-CHANGE-ID
           READ PENDING-QUEUE
               INVALID KEY
                   DISPLAY 'HOLIDMNT: approval rejected, change '
                       AV-CHANGE-ID ' not on the queue'
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-READ

           IF NOT PQ-PENDING
               DISPLAY 'HOLIDMNT: approval rejected, change '
                   AV-CHANGE-ID ' already decided (' PQ-STATUS ')'
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           IF PQ-SUBMIT-DATE = WS-RUN-DATE AND
              PQ-SUBMIT-TIME = WS-RUN-TIME
               DISPLAY 'HOLIDMNT: approval rejected, change '
                   AV-CHANGE-ID ' was queued in this run - approve it '
                   'in a separate approval run'
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           IF AV-USER-ID = PQ-MAKER-ID
               DISPLAY 'HOLIDMNT: approval rejected, change '
                   AV-CHANGE-ID ' cannot be checked by its maker '
                   AV-USER-ID
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-MAINT-CARD TO HOLIDAY-MAINT-RECORD
           MOVE AV-USER-ID TO WS-CHK-USER-ID
           MOVE HX-CALENDAR-ID TO WS-CHK-CALENDAR-ID
           MOVE 'C' TO WS-CHK-ROLE
           PERFORM CHECK-AUTHORITY
           IF AV-USER-ID = SPACES OR NOT WS-AUTH-FOUND
               DISPLAY 'HOLIDMNT: approval rejected, user '
                   AV-USER-ID ' not authorized to check calendar '
                   HX-CALENDAR-ID ', change ' AV-CHANGE-ID
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-CHANGE-ID TO WS-CUR-CHANGE-ID
           MOVE AV-USER-ID TO WS-CUR-APPROVER-ID
           MOVE AV-USER-ID TO PQ-CHECKER-ID
           MOVE WS-RUN-DATE TO PQ-DECISION-DATE
           MOVE WS-RUN-TIME TO PQ-DECISION-TIME
           MOVE AV-NOTE TO PQ-DECISION-NOTE

           IF AV-REJECT
               MOVE 'R' TO PQ-STATUS
               ADD 1 TO WS-DECLINED-COUNT
               DISPLAY 'HOLIDMNT: change ' AV-CHANGE-ID
                   ' rejected by ' AV-USER-ID
           ELSE
               PERFORM APPLY-MAINT-CARD
               IF WS-ERROR-FLAG = 'N'
                   MOVE 'A' TO PQ-STATUS
                   DISPLAY 'HOLIDMNT: change ' AV-CHANGE-ID
                       ' approved by ' AV-USER-ID ' and applied'
               ELSE
                   MOVE 'F' TO PQ-STATUS
                   MOVE 'APPROVED - NOT APPLIED, SEE LOG'
                       TO PQ-DECISION-NOTE
               END-IF
           END-IF

           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'HOLIDMNT: queue REWRITE failed for change '
                       WS-CUR-CHANGE-ID
                   ADD 1 TO WS-REJECT-COUNT
           END-REWRITE.

       READ-MAINT-CARD.
           READ HOLIDAY-MAINT
           END-READ.

      ******************************************************************
      * APPLY-MAINT-CARD - dispatch one approved card.  Every action  *
      * except ADD needs the record to exist, so the keyed read is    *
      * done first and a not-found is handled per action.             *
      ******************************************************************
       APPLY-MAINT-CARD.
           MOVE 'N' TO WS-ERROR-FLAG
           MOVE HX-EFF-YEAR-FROM TO HH-EFF-YEAR-FROM
           MOVE WS-BEFORE-IMAGE TO HH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO HH-AFTER-IMAGE
           MOVE WS-CUR-APPROVER-ID TO HH-APPROVER-ID
           MOVE WS-CUR-CHANGE-ID TO HH-CHANGE-ID
           WRITE HOLIDAY-HISTORY-RECORD.

       TERMINATE-RUN.
           IF WS-QUEUE-OPEN-FAILED
               CLOSE HOLIDAY-MAINT APPROVAL-CARDS HOLIDAY-MASTER
                   HOLIDAY-HIST
           ELSE
               CLOSE HOLIDAY-MAINT APPROVAL-CARDS HOLIDAY-MASTER
                   HOLIDAY-HIST PENDING-QUEUE
           END-IF
           DISPLAY 'HOLIDMNT: ' WS-QUEUED-COUNT ' change(s) queued, '
               WS-APPLIED-COUNT ' approved and applied, '
               WS-DECLINED-COUNT ' rejected by checker, '
               WS-REJECT-COUNT ' card(s) rejected'.

       END PROGRAM HOLIDMNT.
