      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDRBK - point-in-time rebuild and rollback of HOLIDAY-     *
      * MASTER from the change history.  Until now the only recovery  *
      * from a bad HOLIDMNT batch was to find an old HOLIDUNL unload  *
      * and reload everything with HOLIDLOAD, which also threw away   *
      * every good change made since.  HOLIDHST already holds the     *
      * before and after image of every applied change, in the order  *
      * applied, so this program works back from the live master.     *
      * One control card (HOLIDRBC) picks the function:               *
      *   R  rebuild - the master is held in storage and every        *
      *      history entry stamped after the as-of date and time is   *
      *      undone, newest first, by restoring its before image.     *
      *      The result is written to HOLIDPIT in HOLIDSD seed-deck   *
      *      layout and key order for review (and, once agreed, for   *
      *      HOLIDLOAD).  The master itself is not updated.           *
      *   U  rollback - every history entry keyed by the selected     *
      *      maker inside the from/to window is undone by compensating*
      *      HOLIDMTX cards written to HOLIDRBM, one per key, taking  *
      *      the key back to what it held before the first selected   *
      *      change to it: DELETE what the selection added, ADD back  *
      *      what it deleted, CHANGE back what it changed.  The cards *
      *      carry the requester as maker and are queued by HOLIDMNT  *
      *      like any other change, so the maker's role is checked    *
      *      against HOLIDUSR there, a different user approves them   *
      *      in HOLIDAPR, and HOLIDHST records both.  The master is   *
      *      not updated here.                                        *
      *      No card is written if any selected change was followed   *
      *      by a change to the same HM-KEY outside the selection, or *
      *      if the master no longer holds what the history says the  *
      *      selection left there - each conflict is reported, so a   *
      *      rollback can never silently undo someone else's work.    *
      * On a rebuild, an undone entry whose after image does not      *
      * match the master as reconstructed so far means the master was *
      * changed outside HOLIDMNT (a HOLIDLOAD reload, say); it is     *
      * reported and the deck is still written.                       *
      * RC=0 clean, 4 when the rebuild met such a mismatch or the     *
      * rollback selected nothing, 8 when the control card is bad,    *
      * the master or history could not be held, or the rollback was  *
      * refused.                                                      *
      *                                                               *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  A rollback no longer updates HOLIDAY-MASTER  *
      *                  or HOLIDHST itself: it writes compensating   *
      *                  HOLIDMTX cards to HOLIDRBM, one per key, for *
      *                  HOLIDMNT to queue under the requester and a  *
      *                  different user to approve, so maker-checker  *
      *                  covers rollbacks too.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDRBK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-CONTROL ASSIGN TO 'HOLIDRBC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-MASTER ASSIGN TO 'HOLIDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLIDAY-HIST   ASSIGN TO 'HOLIDHST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-SEED   ASSIGN TO 'HOLIDPIT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLBACK-CARDS ASSIGN TO 'HOLIDRBM'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-CONTROL
           RECORD CONTAINS 49 CHARACTERS.
           COPY HOLIDRBC.
       FD  HOLIDAY-MASTER.
           COPY HOLIDMST.
       FD  HOLIDAY-HIST
           RECORD CONTAINS 193 CHARACTERS.
           COPY HOLIDHST.
       FD  HOLIDAY-SEED
           RECORD CONTAINS 68 CHARACTERS.
           COPY HOLIDSD.
       FD  ROLLBACK-CARDS
           RECORD CONTAINS 77 CHARACTERS.
           COPY HOLIDMTX.

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 WS-HIST-EOF                  VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF                VALUE 'Y'.
       01 WS-MASTER-STATUS       PIC XX.
           88 WS-MASTER-OK                 VALUE '00'.
       01 WS-ABORT-FLAG          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.
       01 WS-MASTER-OPEN-FLAG    PIC X(1) VALUE 'N'.
           88 WS-MASTER-OPEN               VALUE 'Y'.
       01 WS-FUNCTION            PIC X(1) VALUE SPACE.
           88 WS-REBUILD                   VALUE 'R'.
           88 WS-ROLLBACK                  VALUE 'U'.
       01 WS-SLOT-FLAG           PIC X(1).
           88 WS-SLOT-FOUND                VALUE 'Y'.
       01 WS-KEY-FOUND-FLAG      PIC X(1).
           88 WS-KEY-FOUND                 VALUE 'Y'.
       01 WS-LATER-FLAG          PIC X(1).
           88 WS-LATER-FOUND               VALUE 'Y'.
       01 WS-CONFLICT-FLAG       PIC X(1).
           88 WS-CONFLICT-FOUND            VALUE 'Y'.
       01 WS-EARLIER-FLAG        PIC X(1).
           88 WS-EARLIER-FOUND             VALUE 'Y'.

      * Stamps are change date and time side by side (YYYYMMDDHHMMSScc)
      * so one compare orders them, as HH-CHANGE-DATE/TIME do.
       01 WS-ASOF-STAMP.
           05 WS-ASOF-DATE           PIC X(8).
           05 WS-ASOF-TIME           PIC X(8).
       01 WS-FROM-STAMP.
           05 WS-FROM-DATE           PIC X(8).
           05 WS-FROM-TIME           PIC X(8).
       01 WS-TO-STAMP.
           05 WS-TO-DATE             PIC X(8).
           05 WS-TO-TIME             PIC X(8).
       01 WS-SELECT-USER-ID      PIC X(8).
       01 WS-REQUESTER-ID        PIC X(8).
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-TIME            PIC 9(8).

       01 WS-UNDONE-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-DRIFT-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-SEED-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-SELECTED-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-CONFLICT-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-CARD-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-NETTED-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.

      * The whole change history, in the order it was written - that
      * order, not the stamp, is the order the changes were applied
      * (every change approved in one HOLIDMNT run shares its stamp).
       01 WS-HIST-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-HIST-MAX            PIC 9(8) COMP VALUE 5000.
       01 WS-HSUB                PIC 9(8) COMP.
       01 WS-LSUB                PIC 9(8) COMP.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES.
               10 WSH-STAMP           PIC X(16).
               10 WSH-USER-ID         PIC X(08).
               10 WSH-ACTION          PIC X(01).
               10 WSH-KEY             PIC X(10).
               10 WSH-BEFORE-IMAGE    PIC X(71).
               10 WSH-AFTER-IMAGE     PIC X(71).
               10 WSH-CHANGE-ID       PIC 9(08).
               10 WSH-SELECT-FLAG     PIC X(01).
                   88 WSH-SELECTED              VALUE 'Y'.

      * Rebuild only: the master as reconstructed so far, kept in
      * ascending HM-KEY order so the deck comes out in load order.
       01 WS-MST-COUNT           PIC 9(8) COMP VALUE ZERO.
       01 WS-MST-MAX             PIC 9(8) COMP VALUE 2000.
       01 WS-MSUB                PIC 9(8) COMP.
       01 WS-SLOT                PIC 9(8) COMP.
       01 WS-SEEK-KEY            PIC X(10).
       01 WS-MST-TABLE.
           05 WS-MST-ENTRY OCCURS 2000 TIMES.
               10 WSM-IMAGE.
                   15 WSM-KEY         PIC X(10).
                   15 FILLER          PIC X(61).
       01 WS-CURRENT-IMAGE       PIC X(71).
       01 WS-COMP-ACTION         PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-RUN-ABORTED
               PERFORM LOAD-HISTORY
           END-IF

           IF NOT WS-RUN-ABORTED
               IF WS-REBUILD
                   PERFORM REBUILD-AS-OF
               ELSE
                   PERFORM ROLLBACK-SELECTION
               END-IF
           END-IF

           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONFLICT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DRIFT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ROLLBACK AND WS-SELECTED-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * INITIALIZE-RUN - read and edit the one control card, then     *
      * open the master.  Neither function updates it, so it is read  *
      * only.                                                         *
      ******************************************************************
       INITIALIZE-RUN.
           DISPLAY 'HOLIDRBK: HOLIDAY-MASTER recovery from change '
               'history'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT RECOVERY-CONTROL
           READ RECOVERY-CONTROL
               AT END
                   DISPLAY 'HOLIDRBK: no control card on HOLIDRBC'
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-READ
           CLOSE RECOVERY-CONTROL
           IF WS-RUN-ABORTED
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RC-REBUILD
                   PERFORM EDIT-REBUILD-CARD
               WHEN RC-ROLLBACK
                   PERFORM EDIT-ROLLBACK-CARD
               WHEN OTHER
                   DISPLAY 'HOLIDRBK: bad control card function '
                       RC-FUNCTION ' - R rebuild or U rollback'
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE
           IF WS-RUN-ABORTED
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HOLIDAY-MASTER
           IF NOT WS-MASTER-OK
               DISPLAY 'HOLIDRBK: HOLIDAY-MASTER open failed, status '
                   WS-MASTER-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN-FLAG.

       EDIT-REBUILD-CARD.
           MOVE 'R' TO WS-FUNCTION
           MOVE RC-FROM-DATE TO WS-ASOF-DATE
           MOVE RC-FROM-TIME TO WS-ASOF-TIME
           IF WS-ASOF-TIME = SPACES
               MOVE '99999999' TO WS-ASOF-TIME
           END-IF
           IF WS-ASOF-DATE IS NOT NUMERIC OR
              WS-ASOF-TIME IS NOT NUMERIC
               DISPLAY 'HOLIDRBK: bad as-of date/time ' WS-ASOF-DATE
                   ' ' WS-ASOF-TIME
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'HOLIDRBK: rebuilding the master as at '
               WS-ASOF-DATE ' ' WS-ASOF-TIME.

       EDIT-ROLLBACK-CARD.
           MOVE 'U' TO WS-FUNCTION
           MOVE RC-FROM-DATE TO WS-FROM-DATE
           MOVE RC-FROM-TIME TO WS-FROM-TIME
           MOVE RC-TO-DATE TO WS-TO-DATE
           MOVE RC-TO-TIME TO WS-TO-TIME
           MOVE RC-SELECT-USER-ID TO WS-SELECT-USER-ID
           MOVE RC-REQUESTER-ID TO WS-REQUESTER-ID
           IF WS-FROM-TIME = SPACES
               MOVE '00000000' TO WS-FROM-TIME
           END-IF
           IF WS-TO-TIME = SPACES
               MOVE '99999999' TO WS-TO-TIME
           END-IF
           IF WS-FROM-STAMP IS NOT NUMERIC OR
              WS-TO-STAMP IS NOT NUMERIC OR
              WS-FROM-STAMP > WS-TO-STAMP
               DISPLAY 'HOLIDRBK: bad rollback window ' WS-FROM-DATE
                   ' ' WS-FROM-TIME ' to ' WS-TO-DATE ' ' WS-TO-TIME
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-SELECT-USER-ID = SPACES OR WS-REQUESTER-ID = SPACES
               DISPLAY 'HOLIDRBK: rollback needs the maker whose '
                   'changes are undone and the requester signing off'
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'HOLIDRBK: rolling back changes by '
               WS-SELECT-USER-ID ' from ' WS-FROM-DATE ' '
               WS-FROM-TIME ' to ' WS-TO-DATE ' ' WS-TO-TIME
               ', requested by ' WS-REQUESTER-ID.

      ******************************************************************
      * LOAD-HISTORY - the whole of HOLIDHST, in file order.  Both    *
      * functions need to see past the changes they undo, so a        *
      * history too big for the table stops the run rather than       *
      * recovering from part of it.                                   *
      ******************************************************************
       LOAD-HISTORY.
           OPEN INPUT HOLIDAY-HIST
           PERFORM UNTIL WS-HIST-EOF OR WS-RUN-ABORTED
               READ HOLIDAY-HIST
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-HIST
           MOVE WS-HIST-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
               ' change history entries read'.

       STORE-ONE-HISTORY.
           IF WS-HIST-COUNT >= WS-HIST-MAX
               DISPLAY 'HOLIDRBK: change history table full at '
                   WS-HIST-MAX ' entries - nothing recovered'
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE HOLIDAY-HISTORY-RECORD(1:16)
               TO WSH-STAMP(WS-HIST-COUNT)
           MOVE HH-USER-ID TO WSH-USER-ID(WS-HIST-COUNT)
           MOVE HH-ACTION TO WSH-ACTION(WS-HIST-COUNT)
           MOVE HH-KEY TO WSH-KEY(WS-HIST-COUNT)
           MOVE HH-BEFORE-IMAGE TO WSH-BEFORE-IMAGE(WS-HIST-COUNT)
           MOVE HH-AFTER-IMAGE TO WSH-AFTER-IMAGE(WS-HIST-COUNT)
           MOVE HH-CHANGE-ID TO WSH-CHANGE-ID(WS-HIST-COUNT)
           MOVE 'N' TO WSH-SELECT-FLAG(WS-HIST-COUNT).

      ******************************************************************
      * REBUILD-AS-OF - load the live master, undo every later        *
      * change newest first, and write what is left as a seed deck.   *
      ******************************************************************
       REBUILD-AS-OF.
           PERFORM LOAD-MASTER-TABLE
           IF WS-RUN-ABORTED
               EXIT PARAGRAPH
           END-IF

           PERFORM UNDO-ONE-LATER-CHANGE
               VARYING WS-HSUB FROM WS-HIST-COUNT BY -1
               UNTIL WS-HSUB < 1 OR WS-RUN-ABORTED
           IF WS-RUN-ABORTED
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HOLIDAY-SEED
           PERFORM WRITE-ONE-SEED
               VARYING WS-MSUB FROM 1 BY 1
               UNTIL WS-MSUB > WS-MST-COUNT
           CLOSE HOLIDAY-SEED.

       LOAD-MASTER-TABLE.
           PERFORM UNTIL WS-MASTER-EOF OR WS-RUN-ABORTED
               READ HOLIDAY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-ONE-MASTER
               END-READ
           END-PERFORM.

       STORE-ONE-MASTER.
           IF WS-MST-COUNT >= WS-MST-MAX
               DISPLAY 'HOLIDRBK: master table full at ' WS-MST-MAX
                   ' records - nothing rebuilt'
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MST-COUNT
           MOVE HOLIDAY-MASTER-RECORD TO WSM-IMAGE(WS-MST-COUNT).

      ******************************************************************
      * UNDO-ONE-LATER-CHANGE - put one key back the way it was       *
      * before a change stamped after the as-of point.  The key       *
      * should hold the change's after image (absent after a DELETE); *
      * anything else means the master moved outside the history.     *
      ******************************************************************
       UNDO-ONE-LATER-CHANGE.
           IF WSH-STAMP(WS-HSUB) NOT > WS-ASOF-STAMP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNDONE-COUNT

           MOVE WSH-KEY(WS-HSUB) TO WS-SEEK-KEY
           PERFORM FIND-MASTER-SLOT
           IF WS-KEY-FOUND
               MOVE WSM-IMAGE(WS-SLOT) TO WS-CURRENT-IMAGE
           ELSE
               MOVE SPACES TO WS-CURRENT-IMAGE
           END-IF
           IF WS-CURRENT-IMAGE NOT = WSH-AFTER-IMAGE(WS-HSUB)
               ADD 1 TO WS-DRIFT-COUNT
               DISPLAY 'HOLIDRBK: master does not match history for '
                   WSH-KEY(WS-HSUB) ' after ' WSH-ACTION(WS-HSUB)
                   ' by ' WSH-USER-ID(WS-HSUB) ' at '
                   WSH-STAMP(WS-HSUB)
           END-IF

           EVALUATE TRUE
               WHEN WSH-BEFORE-IMAGE(WS-HSUB) = SPACES
                   IF WS-KEY-FOUND
                       PERFORM REMOVE-MASTER-SLOT
                   END-IF
               WHEN WS-KEY-FOUND
                   MOVE WSH-BEFORE-IMAGE(WS-HSUB)
                       TO WSM-IMAGE(WS-SLOT)
               WHEN OTHER
                   PERFORM INSERT-MASTER-SLOT
           END-EVALUATE.

      ******************************************************************
      * FIND-MASTER-SLOT - WS-SLOT is the entry holding WS-SEEK-KEY   *
      * (WS-KEY-FOUND), or else where it would be inserted.           *
      ******************************************************************
       FIND-MASTER-SLOT.
           MOVE 'N' TO WS-SLOT-FLAG
           MOVE 'N' TO WS-KEY-FOUND-FLAG
           COMPUTE WS-SLOT = WS-MST-COUNT + 1
           PERFORM CHECK-ONE-SLOT
               VARYING WS-MSUB FROM 1 BY 1
               UNTIL WS-MSUB > WS-MST-COUNT OR WS-SLOT-FOUND
           IF WS-SLOT <= WS-MST-COUNT
               IF WSM-KEY(WS-SLOT) = WS-SEEK-KEY
                   MOVE 'Y' TO WS-KEY-FOUND-FLAG
               END-IF
           END-IF.

       CHECK-ONE-SLOT.
           IF WSM-KEY(WS-MSUB) NOT < WS-SEEK-KEY
               MOVE WS-MSUB TO WS-SLOT
               MOVE 'Y' TO WS-SLOT-FLAG
           END-IF.

       INSERT-MASTER-SLOT.
           IF WS-MST-COUNT >= WS-MST-MAX
               DISPLAY 'HOLIDRBK: master table full at ' WS-MST-MAX
                   ' records - nothing rebuilt'
               MOVE 'Y' TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM SHIFT-ONE-UP
               VARYING WS-MSUB FROM WS-MST-COUNT BY -1
               UNTIL WS-MSUB < WS-SLOT
           ADD 1 TO WS-MST-COUNT
           MOVE WSH-BEFORE-IMAGE(WS-HSUB) TO WSM-IMAGE(WS-SLOT).

       SHIFT-ONE-UP.
           MOVE WS-MST-ENTRY(WS-MSUB) TO WS-MST-ENTRY(WS-MSUB + 1).

       REMOVE-MASTER-SLOT.
           PERFORM SHIFT-ONE-DOWN
               VARYING WS-MSUB FROM WS-SLOT BY 1
               UNTIL WS-MSUB >= WS-MST-COUNT
           SUBTRACT 1 FROM WS-MST-COUNT.

       SHIFT-ONE-DOWN.
           MOVE WS-MST-ENTRY(WS-MSUB + 1) TO WS-MST-ENTRY(WS-MSUB).

      ******************************************************************
      * WRITE-ONE-SEED - one reconstructed record in HOLIDSD layout,  *
      * field for field as HOLIDUNL unloads the live master.          *
      ******************************************************************
       WRITE-ONE-SEED.
           MOVE WSM-IMAGE(WS-MSUB)   TO HOLIDAY-MASTER-RECORD
           MOVE HM-CALENDAR-ID       TO HS-CALENDAR-ID
           MOVE HM-HOLIDAY-CODE      TO HS-HOLIDAY-CODE
           MOVE HM-EFF-YEAR-FROM     TO HS-EFF-YEAR-FROM
           MOVE HM-HOLIDAY-NAME      TO HS-HOLIDAY-NAME
           MOVE HM-RULE-TYPE         TO HS-RULE-TYPE
           MOVE HM-HOLIDAY-MONTH     TO HS-HOLIDAY-MONTH
           MOVE HM-HOLIDAY-DAY       TO HS-HOLIDAY-DAY
           MOVE HM-FLOAT-WEEKDAY     TO HS-FLOAT-WEEKDAY
           MOVE HM-FLOAT-OCCURRENCE  TO HS-FLOAT-OCCURRENCE
           MOVE HM-ACTIVE-FLAG       TO HS-ACTIVE-FLAG
           MOVE HM-OFFSET-DAYS       TO HS-OFFSET-DAYS
           MOVE HM-BASE-HOLIDAY-CODE TO HS-BASE-HOLIDAY-CODE
           MOVE HM-HOLIDAY-CLASS     TO HS-HOLIDAY-CLASS
           MOVE HM-EFF-YEAR-TO       TO HS-EFF-YEAR-TO
           MOVE HM-WEEKEND-PATTERN   TO HS-WEEKEND-PATTERN
           MOVE HM-SUBST-RULE        TO HS-SUBST-RULE
           MOVE HM-CLOSURE-HOURS     TO HS-CLOSURE-HOURS
           MOVE HM-BASE-CALENDAR-ID  TO HS-BASE-CALENDAR-ID
           WRITE HOLIDAY-SEED-RECORD
           ADD 1 TO WS-SEED-COUNT.

      ******************************************************************
      * ROLLBACK-SELECTION - mark the selected changes, refuse the    *
      * whole rollback on any conflict, otherwise write one           *
      * compensating card for each key the selection touched.         *
      ******************************************************************
       ROLLBACK-SELECTION.
           PERFORM SELECT-ONE-CHANGE
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HIST-COUNT
           MOVE WS-SELECTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
               ' change(s) selected for rollback'
           IF WS-SELECTED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ONE-SELECTED
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HIST-COUNT
           IF WS-CONFLICT-COUNT > 0
               MOVE WS-CONFLICT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'HOLIDRBK: rollback refused, '
                   WS-DISPLAY-COUNT ' conflict(s) - no cards written'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ROLLBACK-CARDS
           PERFORM COMPENSATE-ONE-CHANGE
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HIST-COUNT
           CLOSE ROLLBACK-CARDS.

       SELECT-ONE-CHANGE.
           IF WSH-USER-ID(WS-HSUB) = WS-SELECT-USER-ID AND
              WSH-STAMP(WS-HSUB) NOT < WS-FROM-STAMP AND
              WSH-STAMP(WS-HSUB) NOT > WS-TO-STAMP
               MOVE 'Y' TO WSH-SELECT-FLAG(WS-HSUB)
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

      ******************************************************************
      * CHECK-ONE-SELECTED - scan the history after a selected change *
      * for the next change to the same key.  One outside the         *
      * selection is a conflict.  If there is none at all, this is    *
      * the last change the selection made to the key, and the master *
      * must still hold its after image.                              *
      ******************************************************************
       CHECK-ONE-SELECTED.
           IF NOT WSH-SELECTED(WS-HSUB)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LATER-FLAG
           MOVE 'N' TO WS-CONFLICT-FLAG
           PERFORM CHECK-ONE-LATER
               VARYING WS-LSUB FROM WS-HSUB BY 1
               UNTIL WS-LSUB >= WS-HIST-COUNT OR WS-LATER-FOUND

           IF WS-CONFLICT-FOUND
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY 'HOLIDRBK: conflict on ' WSH-KEY(WS-HSUB)
                   ' - change ' WSH-CHANGE-ID(WS-HSUB) ' at '
                   WSH-STAMP(WS-HSUB) ' was followed by change '
                   WSH-CHANGE-ID(WS-LSUB) ' by '
                   WSH-USER-ID(WS-LSUB) ' at ' WSH-STAMP(WS-LSUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-LATER-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WSH-KEY(WS-HSUB) TO HM-KEY
           READ HOLIDAY-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE HOLIDAY-MASTER-RECORD TO WS-CURRENT-IMAGE
           END-READ
           IF WS-CURRENT-IMAGE NOT = WSH-AFTER-IMAGE(WS-HSUB)
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY 'HOLIDRBK: conflict on ' WSH-KEY(WS-HSUB)
                   ' - master no longer holds what change '
                   WSH-CHANGE-ID(WS-HSUB) ' at ' WSH-STAMP(WS-HSUB)
                   ' left'
           END-IF.

      * WS-LSUB is tested one ahead so that, when the scan stops on a
      * later change, it is left pointing at that change.
       CHECK-ONE-LATER.
           IF WSH-KEY(WS-LSUB + 1) = WSH-KEY(WS-HSUB)
               MOVE 'Y' TO WS-LATER-FLAG
               IF NOT WSH-SELECTED(WS-LSUB + 1)
                   MOVE 'Y' TO WS-CONFLICT-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * COMPENSATE-ONE-CHANGE - for the first selected change to a    *
      * key, a card taking the key from what the master holds now     *
      * (checked above to be what the selection left) back to that    *
      * change's before image: DELETE what was added, ADD back what   *
      * was deleted, CHANGE back what was changed.  One card per key  *
      * nets out the selection's changes to it, so the cards can be   *
      * approved in any order.  A key the selection left as it found  *
      * it needs no card.                                             *
      ******************************************************************
       COMPENSATE-ONE-CHANGE.
           IF NOT WSH-SELECTED(WS-HSUB)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EARLIER-FLAG
           PERFORM CHECK-ONE-EARLIER
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB >= WS-HSUB OR WS-EARLIER-FOUND
           IF WS-EARLIER-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WSH-KEY(WS-HSUB) TO HM-KEY
           READ HOLIDAY-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE HOLIDAY-MASTER-RECORD TO WS-CURRENT-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN WS-CURRENT-IMAGE = WSH-BEFORE-IMAGE(WS-HSUB)
                   ADD 1 TO WS-NETTED-COUNT
                   DISPLAY 'HOLIDRBK: ' WSH-KEY(WS-HSUB)
                       ' already as before change '
                       WSH-CHANGE-ID(WS-HSUB) ' - no card needed'
                   EXIT PARAGRAPH
               WHEN WSH-BEFORE-IMAGE(WS-HSUB) = SPACES
                   MOVE WS-CURRENT-IMAGE TO HOLIDAY-MASTER-RECORD
                   PERFORM MOVE-MASTER-TO-CARD
                   MOVE 'D' TO HX-ACTION
               WHEN WS-CURRENT-IMAGE = SPACES
                   MOVE WSH-BEFORE-IMAGE(WS-HSUB)
                       TO HOLIDAY-MASTER-RECORD
                   PERFORM MOVE-MASTER-TO-CARD
                   MOVE 'A' TO HX-ACTION
               WHEN OTHER
                   MOVE WSH-BEFORE-IMAGE(WS-HSUB)
                       TO HOLIDAY-MASTER-RECORD
                   PERFORM MOVE-MASTER-TO-CARD
                   MOVE 'C' TO HX-ACTION
           END-EVALUATE

           MOVE WS-REQUESTER-ID TO HX-USER-ID
           WRITE HOLIDAY-MAINT-RECORD
           ADD 1 TO WS-CARD-COUNT
           DISPLAY 'HOLIDRBK: ' WSH-KEY(WS-HSUB) ' back to before '
               'change ' WSH-CHANGE-ID(WS-HSUB) ' at '
               WSH-STAMP(WS-HSUB) ' by ' HX-ACTION ' card'.

       CHECK-ONE-EARLIER.
           IF WSH-KEY(WS-LSUB) = WSH-KEY(WS-HSUB) AND
              WSH-SELECTED(WS-LSUB)
               MOVE 'Y' TO WS-EARLIER-FLAG
           END-IF.

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

       TERMINATE-RUN.
           IF WS-MASTER-OPEN
               CLOSE HOLIDAY-MASTER
           END-IF
           IF WS-REBUILD AND NOT WS-RUN-ABORTED
               MOVE WS-UNDONE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
                   ' later change(s) undone'
               MOVE WS-DRIFT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
                   ' history mismatch(es)'
               MOVE WS-SEED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
                   ' record(s) written to HOLIDPIT'
           END-IF
           IF WS-ROLLBACK AND NOT WS-RUN-ABORTED
               MOVE WS-CARD-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
                   ' compensating card(s) written to HOLIDRBM for '
                   'HOLIDMNT'
               IF WS-NETTED-COUNT > 0
                   MOVE WS-NETTED-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY 'HOLIDRBK: ' WS-DISPLAY-COUNT
                       ' key(s) already as before, no card needed'
               END-IF
           END-IF.

       END PROGRAM HOLIDRBK.
