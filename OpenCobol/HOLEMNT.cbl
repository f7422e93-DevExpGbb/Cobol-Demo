      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLEMNT - employee master maintenance.  EMPSTAT used to be a  *
      * hand-kept 15-byte deck with a frozen tenure and no hire or    *
      * termination date, so HOLENTL entitled a March hire to New     *
      * Year's Day and kept paying people who had left.  This program *
      * keeps the keyed employee master (EMPSTAT layout, keyed on     *
      * ES-EMPLOYEE-ID) the way HOLIDMNT keeps HOLIDAY-MASTER: one    *
      * card per change, every applied card logged with its before    *
      * and after image to the change-history file (HOLEHST).         *
      *                                                                *
      * Card actions (HOLEMTX layout):                                *
      *   A  add an employee: status, home calendar and hire date    *
      *   C  change the status and/or correct the hire date          *
      *   T  terminate as of the card's date (last day worked)       *
      *   X  transfer to the card's calendar from the card's date;   *
      *      the calendar left is kept in the transfer history so    *
      *      holidays before the move stay on the old site           *
      *                                                                *
      * After the cards the whole master is unloaded in key order to  *
      * the sequential EMPSTAT extract every batch step reads, with   *
      * ES-TENURE-YEARS refreshed to completed years as of the run    *
      * date (as of the termination date for a leaver).               *
      *                                                                *
      * RC is 0 when every card applied, 4 when one or more cards     *
      * were rejected, 8 when the master could not be opened (no      *
      * extract is written, so the last good one is left in place).   *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLEMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MAINT ASSIGN TO 'HOLEMTX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO 'HOLEMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMPLOYEE-HIST  ASSIGN TO 'HOLEHST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-STAT  ASSIGN TO 'EMPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MAINT
           RECORD CONTAINS 30 CHARACTERS.
           COPY HOLEMTX.
       FD  EMPLOYEE-MASTER.
           COPY EMPSTAT.
       FD  EMPLOYEE-HIST
           RECORD CONTAINS 201 CHARACTERS.
           COPY HOLEHST.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
       01 EMPSTAT-OUT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-MAINT-EOF                 VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF                VALUE 'Y'.
      * Status 05 is "optional file not present - created": the
      * first run builds the master from its A cards that way.
       01 WS-MASTER-STATUS       PIC XX.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-OPEN-OK            VALUES '00' '05'.
       01 WS-MASTER-FAIL-FLAG    PIC X(1) VALUE 'N'.
           88 WS-MASTER-OPEN-FAILED        VALUE 'Y'.
       01 WS-ERROR-FLAG          PIC X(1) VALUE 'N'.
       01 WS-DATE-VALID-FLAG     PIC X(1).
           88 WS-DATE-VALID                VALUE 'Y'.
       01 WS-APPLIED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-EXTRACT-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-TIME            PIC 9(8).
       01 WS-BEFORE-IMAGE        PIC X(80).
       01 WS-AFTER-IMAGE         PIC X(80).
       01 WS-XSUB                PIC 9(4) COMP.
       01 WS-XMAX                PIC 9(4) COMP VALUE 4.

      * Tenure refresh for the extract: completed years from the hire
      * date to the run date, or to the termination date for a leaver.
       01 WS-TENURE-TO-DATE      PIC 9(8).
       01 WS-TENURE-TO-DATE-X REDEFINES WS-TENURE-TO-DATE.
           05 WS-TENURE-TO-YEAR   PIC 9(4).
           05 WS-TENURE-TO-MMDD   PIC 9(4).
       01 WS-HIRE-DATE           PIC 9(8).
       01 WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE.
           05 WS-HIRE-YEAR        PIC 9(4).
           05 WS-HIRE-MMDD        PIC 9(4).
       01 WS-TENURE-YEARS        PIC S9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-MASTER-OPEN-FAILED
               PERFORM UNTIL WS-MAINT-EOF
                   PERFORM READ-MAINT-CARD
                   IF NOT WS-MAINT-EOF
                       PERFORM APPLY-MAINT-CARD
                   END-IF
               END-PERFORM
               PERFORM WRITE-EMPSTAT-EXTRACT
           END-IF

           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-MASTER-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLEMNT: applying maintenance to employee master'
           OPEN INPUT EMPLOYEE-MAINT
           OPEN I-O EMPLOYEE-MASTER
           IF NOT WS-MASTER-OPEN-OK
               DISPLAY 'HOLEMNT: employee master open failed, status '
                   WS-MASTER-STATUS
               MOVE 'Y' TO WS-MASTER-FAIL-FLAG
           ELSE
               OPEN OUTPUT EMPLOYEE-STAT
           END-IF
           OPEN EXTEND EMPLOYEE-HIST
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

       READ-MAINT-CARD.
           READ EMPLOYEE-MAINT
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF-FLAG
           END-READ.

      ******************************************************************
      * APPLY-MAINT-CARD - dispatch one card.  Every action except    *
      * ADD needs the employee to exist, so the keyed read is done    *
      * first and a not-found is handled per action.                  *
      ******************************************************************
       APPLY-MAINT-CARD.
           MOVE 'N' TO WS-ERROR-FLAG

           IF NOT EX-VALID-ACTION
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, bad action ' EX-ACTION
                   ' for employee ' EX-EMPLOYEE-ID
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MASTER-RECORD
           PERFORM CHECK-CARD-DATE

           EVALUATE TRUE
               WHEN EX-ADD
                   PERFORM APPLY-ADD
               WHEN EX-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN EX-TERMINATE
                   PERFORM APPLY-TERMINATE
               WHEN EX-TRANSFER
                   PERFORM APPLY-TRANSFER
           END-EVALUATE

           IF WS-ERROR-FLAG = 'N'
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-HISTORY-RECORD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       READ-MASTER-RECORD.
           MOVE EX-EMPLOYEE-ID TO ES-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE '23' TO WS-MASTER-STATUS
           END-READ.

      * A usable effective date is numeric with a real month and day;
      * a blank or zero date is simply "not given".
       CHECK-CARD-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG
           IF EX-EFFECTIVE-DATE IS NUMERIC
               IF EX-EFFECTIVE-DATE > ZERO AND
                  EX-EFF-MONTH >= 1 AND EX-EFF-MONTH <= 12 AND
                  EX-EFF-DAY >= 1 AND EX-EFF-DAY <= 31
                   MOVE 'Y' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.

       APPLY-ADD.
           IF WS-MASTER-OK
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, duplicate employee on ADD '
                   EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT EX-VALID-STATUS OR EX-CALENDAR-ID = SPACES
              OR NOT WS-DATE-VALID
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, ADD needs status F/P, '
                   'calendar and hire date ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO EMPLOYEE-STATUS-RECORD
           MOVE EX-EMPLOYEE-ID TO ES-EMPLOYEE-ID
           MOVE EX-EMPLOYMENT-STATUS TO ES-EMPLOYMENT-STATUS
           MOVE ZERO TO ES-TENURE-YEARS
           MOVE EX-CALENDAR-ID TO ES-CALENDAR-ID
           MOVE EX-EFFECTIVE-DATE TO ES-HIRE-DATE
           MOVE ZERO TO ES-TERM-DATE
           MOVE ZERO TO ES-TRANSFER-COUNT
           PERFORM CLEAR-ONE-TRANSFER
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-XMAX
           WRITE EMPLOYEE-STATUS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   DISPLAY 'HOLEMNT: rejected, WRITE failed on ADD '
                       EX-EMPLOYEE-ID
           END-WRITE
           MOVE EMPLOYEE-STATUS-RECORD TO WS-AFTER-IMAGE.

       CLEAR-ONE-TRANSFER.
           MOVE ZERO TO ES-XFER-EFF-DATE(WS-XSUB)
           MOVE SPACES TO ES-XFER-FROM-CAL(WS-XSUB).

      ******************************************************************
      * APPLY-CHANGE - status and/or hire-date correction.  The       *
      * calendar is never changed here: a move between sites is a     *
      * dated X card so the holidays before it stay on the old site.  *
      * A corrected hire date must still fall on or before the        *
      * termination date and before the first transfer.               *
      ******************************************************************
       APPLY-CHANGE.
           IF NOT WS-MASTER-OK
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, employee not found on '
                   'CHANGE ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF EX-CALENDAR-ID NOT = SPACES
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, calendar changes need a '
                   'TRANSFER card ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF EX-EMPLOYMENT-STATUS NOT = SPACE AND NOT EX-VALID-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, bad status '
                   EX-EMPLOYMENT-STATUS ' on CHANGE ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF EX-EMPLOYMENT-STATUS = SPACE AND NOT WS-DATE-VALID
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, nothing to change '
                   EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-VALID
               IF (NOT ES-NOT-TERMINATED AND
                   EX-EFFECTIVE-DATE > ES-TERM-DATE) OR
                  (ES-TRANSFER-COUNT > ZERO AND
                   EX-EFFECTIVE-DATE NOT < ES-XFER-EFF-DATE(1))
                   MOVE 'Y' TO WS-ERROR-FLAG
                   DISPLAY 'HOLEMNT: rejected, hire date after '
                       'termination or transfer ' EX-EMPLOYEE-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE EMPLOYEE-STATUS-RECORD TO WS-BEFORE-IMAGE
           IF EX-EMPLOYMENT-STATUS NOT = SPACE
               MOVE EX-EMPLOYMENT-STATUS TO ES-EMPLOYMENT-STATUS
           END-IF
           IF WS-DATE-VALID
               MOVE EX-EFFECTIVE-DATE TO ES-HIRE-DATE
           END-IF
           PERFORM REWRITE-MASTER-RECORD.

       APPLY-TERMINATE.
           IF NOT WS-MASTER-OK
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, employee not found on '
                   'TERMINATE ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT ES-NOT-TERMINATED
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, already terminated '
                   ES-TERM-DATE ' ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-DATE-VALID OR EX-EFFECTIVE-DATE < ES-HIRE-DATE
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, bad termination date '
                   EX-EFFECTIVE-DATE ' ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF

           MOVE EMPLOYEE-STATUS-RECORD TO WS-BEFORE-IMAGE
           MOVE EX-EFFECTIVE-DATE TO ES-TERM-DATE
           PERFORM REWRITE-MASTER-RECORD.

      ******************************************************************
      * APPLY-TRANSFER - the calendar being left goes onto the end of *
      * the transfer history with the card's effective date, and the *
      * card's calendar becomes ES-CALENDAR-ID.  Transfers must come  *
      * in date order, after the hire date and no later than the      *
      * termination date.  With the history full the oldest transfer  *
      * is dropped: four moves cover any entitlement year, and the    *
      * earliest remaining from-calendar still answers for the days   *
      * before it.                                                    *
      ******************************************************************
       APPLY-TRANSFER.
           IF NOT WS-MASTER-OK
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, employee not found on '
                   'TRANSFER ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF EX-CALENDAR-ID = SPACES OR
              EX-CALENDAR-ID = ES-CALENDAR-ID
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, TRANSFER needs a new '
                   'calendar ' EX-EMPLOYEE-ID ' ' EX-CALENDAR-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-DATE-VALID OR
              EX-EFFECTIVE-DATE NOT > ES-HIRE-DATE
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, transfer date not after '
                   'hire date ' EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT ES-NOT-TERMINATED AND
              EX-EFFECTIVE-DATE > ES-TERM-DATE
               MOVE 'Y' TO WS-ERROR-FLAG
               DISPLAY 'HOLEMNT: rejected, transfer after termination '
                   EX-EMPLOYEE-ID
               EXIT PARAGRAPH
           END-IF
           IF ES-TRANSFER-COUNT > ZERO
               IF EX-EFFECTIVE-DATE NOT >
                  ES-XFER-EFF-DATE(ES-TRANSFER-COUNT)
                   MOVE 'Y' TO WS-ERROR-FLAG
                   DISPLAY 'HOLEMNT: rejected, transfer date not after '
                       'the last transfer ' EX-EMPLOYEE-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE EMPLOYEE-STATUS-RECORD TO WS-BEFORE-IMAGE
           IF ES-TRANSFER-COUNT NOT < WS-XMAX
               PERFORM SHIFT-ONE-TRANSFER
                   VARYING WS-XSUB FROM 2 BY 1
                   UNTIL WS-XSUB > WS-XMAX
               SUBTRACT 1 FROM ES-TRANSFER-COUNT
           END-IF
           ADD 1 TO ES-TRANSFER-COUNT
           MOVE EX-EFFECTIVE-DATE
               TO ES-XFER-EFF-DATE(ES-TRANSFER-COUNT)
           MOVE ES-CALENDAR-ID TO ES-XFER-FROM-CAL(ES-TRANSFER-COUNT)
           MOVE EX-CALENDAR-ID TO ES-CALENDAR-ID
           PERFORM REWRITE-MASTER-RECORD.

       SHIFT-ONE-TRANSFER.
           MOVE ES-XFER-EFF-DATE(WS-XSUB)
               TO ES-XFER-EFF-DATE(WS-XSUB - 1)
           MOVE ES-XFER-FROM-CAL(WS-XSUB)
               TO ES-XFER-FROM-CAL(WS-XSUB - 1).

       REWRITE-MASTER-RECORD.
           REWRITE EMPLOYEE-STATUS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   DISPLAY 'HOLEMNT: rejected, REWRITE failed '
                       EX-EMPLOYEE-ID
           END-REWRITE
           MOVE EMPLOYEE-STATUS-RECORD TO WS-AFTER-IMAGE.

       WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO EH-CHANGE-DATE
           MOVE WS-RUN-TIME TO EH-CHANGE-TIME
           MOVE EX-USER-ID TO EH-USER-ID
           MOVE EX-ACTION TO EH-ACTION
           MOVE EX-EMPLOYEE-ID TO EH-EMPLOYEE-ID
           IF WS-DATE-VALID
               MOVE EX-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO EH-EFFECTIVE-DATE
           END-IF
           MOVE WS-BEFORE-IMAGE TO EH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO EH-AFTER-IMAGE
           WRITE EMPLOYEE-HISTORY-RECORD.

      ******************************************************************
      * WRITE-EMPSTAT-EXTRACT - the whole master in key order to the  *
      * sequential EMPSTAT the batch steps read, tenure refreshed.    *
      ******************************************************************
       WRITE-EMPSTAT-EXTRACT.
           MOVE LOW-VALUES TO ES-EMPLOYEE-ID
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN ES-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM REFRESH-TENURE
                       WRITE EMPSTAT-OUT-RECORD
                           FROM EMPLOYEE-STATUS-RECORD
                       ADD 1 TO WS-EXTRACT-COUNT
               END-READ
           END-PERFORM.

       REFRESH-TENURE.
           IF ES-HIRE-DATE IS NOT NUMERIC OR ES-HIRE-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ES-HIRE-DATE TO WS-HIRE-DATE
           MOVE WS-RUN-DATE TO WS-TENURE-TO-DATE
           IF NOT ES-NOT-TERMINATED AND ES-TERM-DATE < WS-RUN-DATE
               MOVE ES-TERM-DATE TO WS-TENURE-TO-DATE
           END-IF

           COMPUTE WS-TENURE-YEARS = WS-TENURE-TO-YEAR - WS-HIRE-YEAR
           IF WS-TENURE-TO-MMDD < WS-HIRE-MMDD
               SUBTRACT 1 FROM WS-TENURE-YEARS
           END-IF
           EVALUATE TRUE
               WHEN WS-TENURE-YEARS < ZERO
                   MOVE ZERO TO ES-TENURE-YEARS
               WHEN WS-TENURE-YEARS > 99
                   MOVE 99 TO ES-TENURE-YEARS
               WHEN OTHER
                   MOVE WS-TENURE-YEARS TO ES-TENURE-YEARS
           END-EVALUATE.

       TERMINATE-RUN.
           IF WS-MASTER-OPEN-FAILED
               CLOSE EMPLOYEE-MAINT EMPLOYEE-HIST
           ELSE
               CLOSE EMPLOYEE-MAINT EMPLOYEE-MASTER EMPLOYEE-HIST
                   EMPLOYEE-STAT
           END-IF
           DISPLAY 'HOLEMNT: ' WS-APPLIED-COUNT ' change(s) applied, '
               WS-REJECT-COUNT ' rejected, ' WS-EXTRACT-COUNT
               ' employee(s) extracted'.

       END PROGRAM HOLEMNT.
