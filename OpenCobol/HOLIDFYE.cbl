      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDFYE - floating-holiday year-end carryover and forfeit.   *
      * Closes one year on the keyed floating-holiday balance file    *
      * (HOLIDFLB layout) and prints the balance statement each site  *
      * signs off.  For every open balance record of the year:        *
      *   - floaters carried in are used first, so whatever is left   *
      *     of them at year end is forfeited - a carried floater is   *
      *     never carried twice;                                      *
      *   - of the year's own grant left unused, up to                *
      *     WS-MAX-CARRYOVER floaters carry into next year and the    *
      *     rest are forfeited;                                       *
      *   - the record is marked closed (HOLIDVAC refuses further     *
      *     floaters against it) and the carryover is set into        *
      *     FB-CARRIED-IN of next year's record, which is created     *
      *     when HOLIDFLG has not granted that year yet.               *
      * Setting the carryover rather than adding it keeps the step    *
      * rerunnable: a closed record is reported again, unchanged,     *
      * and its carryover is set again to the same value.             *
      * The file is browsed once into storage and updated afterwards, *
      * so the records created for next year never disturb the        *
      * browse.  HOLIDFSR prints one statement per site (calendar),   *
      * employee by employee, with site totals, and a grand total.    *
      * The year is the PARM (YYYY); a blank PARM closes the year     *
      * before the run date's.  RC=0 clean, 4 when the year had no    *
      * balance records, 8 when the balance file rejected an update.  *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDFYE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOAT-BALANCE  ASSIGN TO 'HOLIDFLB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FLB-STATUS.
           SELECT STATEMENT-RPT  ASSIGN TO 'HOLIDFSR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FLOAT-BALANCE.
           COPY HOLIDFLB.
       FD  STATEMENT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLB-STATUS          PIC XX.
           88 WS-FLB-OK                    VALUE '00'.
       01 WS-FLB-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-FLB-EOF                   VALUE 'Y'.
       01 WS-FLB-FAIL-FLAG       PIC X(1) VALUE 'N'.
           88 WS-FLB-OPEN-FAILED           VALUE 'Y'.
       01 WS-ERROR-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-CLOSED-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-CREATED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-CLOSE-YEAR          PIC 9(4).
       01 WS-NEXT-YEAR           PIC 9(4).

      * Carryover policy.
       01 WS-MAX-CARRYOVER       PIC 9(2) VALUE 1.

      * The year's balance records, loaded by the browse.
       01 WS-BAL-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-BAL-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 1000 TIMES.
               10 WSB-EMPLOYEE-ID     PIC X(08).
               10 WSB-CALENDAR-ID     PIC X(04).
               10 WSB-GRANTED         PIC 9(02).
               10 WSB-CARRIED-IN      PIC 9(02).
               10 WSB-USED            PIC 9(02).
               10 WSB-CARRIED-OUT     PIC 9(02).
               10 WSB-FORFEITED       PIC 9(02).
               10 WSB-PRIOR-CLOSED    PIC X(01).
       01 WS-BSUB                PIC 9(4) COMP.

      * Year-end arithmetic for one record.
       01 WS-USED-FROM-GRANT     PIC 9(02).
       01 WS-GRANT-LEFT          PIC 9(02).
       01 WS-CARRY-LEFT          PIC 9(02).

      * Sites (calendars) met, for the statement, with totals.
       01 WS-SITE-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-SITE-MAX            PIC 9(2) COMP VALUE 20.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WSS-CALENDAR-ID     PIC X(04).
               10 WSS-EMPLOYEE-COUNT  PIC 9(8) COMP.
               10 WSS-GRANTED         PIC 9(8) COMP.
               10 WSS-CARRIED-IN      PIC 9(8) COMP.
               10 WSS-USED            PIC 9(8) COMP.
               10 WSS-CARRIED-OUT     PIC 9(8) COMP.
               10 WSS-FORFEITED       PIC 9(8) COMP.
       01 WS-SSUB                PIC 9(2) COMP.
       01 WS-CUR-SITE            PIC 9(2) COMP.
       01 WS-GRAND-TOTALS.
           05 WSG-EMPLOYEE-COUNT      PIC 9(8) COMP VALUE ZERO.
           05 WSG-GRANTED             PIC 9(8) COMP VALUE ZERO.
           05 WSG-CARRIED-IN          PIC 9(8) COMP VALUE ZERO.
           05 WSG-USED                PIC 9(8) COMP VALUE ZERO.
           05 WSG-CARRIED-OUT         PIC 9(8) COMP VALUE ZERO.
           05 WSG-FORFEITED           PIC 9(8) COMP VALUE ZERO.

      * Statement line edit fields.
       01 WS-EDIT-LINE.
           05 WSX-LABEL               PIC X(14).
           05 WSX-GRANTED             PIC Z(9)9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WSX-CARRIED-IN          PIC Z(9)9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WSX-USED                PIC Z(9)9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WSX-CARRIED-OUT         PIC Z(9)9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WSX-FORFEITED           PIC Z(9)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WSX-NOTE                PIC X(30).

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-FLB-OPEN-FAILED
               PERFORM LOAD-YEAR-BALANCES
               PERFORM CLOSE-ONE-BALANCE
                   VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > WS-BAL-COUNT
           END-IF

           PERFORM WRITE-STATEMENTS
           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BAL-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * INITIALIZE-RUN - the year closed is the 4-digit PARM when one *
      * is supplied, otherwise the year before the run date's (the    *
      * job runs in the first days of January).                       *
      ******************************************************************
       INITIALIZE-RUN.
           DISPLAY 'HOLIDFYE: floating-holiday year-end'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-CLOSE-YEAR
           ELSE
               COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
           DISPLAY 'HOLIDFYE: closing year ' WS-CLOSE-YEAR

           OPEN OUTPUT STATEMENT-RPT
           OPEN I-O FLOAT-BALANCE
           IF NOT WS-FLB-OK
               DISPLAY 'HOLIDFYE: balance file open failed, status '
                   WS-FLB-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'Y' TO WS-FLB-FAIL-FLAG
           END-IF.

      ******************************************************************
      * LOAD-YEAR-BALANCES - one browse of the whole file; the key    *
      * leads with the employee, so the year's records are picked     *
      * out as they pass.                                             *
      ******************************************************************
       LOAD-YEAR-BALANCES.
           MOVE LOW-VALUES TO FB-KEY
           START FLOAT-BALANCE KEY IS NOT LESS THAN FB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FLB-EOF-FLAG
           END-START
           PERFORM UNTIL WS-FLB-EOF
               READ FLOAT-BALANCE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FLB-EOF-FLAG
                   NOT AT END
                       IF FB-YEAR = WS-CLOSE-YEAR
                           PERFORM STORE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       STORE-ONE-BALANCE.
           IF WS-BAL-COUNT < WS-BAL-MAX
               ADD 1 TO WS-BAL-COUNT
               MOVE FB-EMPLOYEE-ID TO WSB-EMPLOYEE-ID(WS-BAL-COUNT)
               MOVE FB-CALENDAR-ID TO WSB-CALENDAR-ID(WS-BAL-COUNT)
               MOVE FB-GRANTED TO WSB-GRANTED(WS-BAL-COUNT)
               MOVE FB-CARRIED-IN TO WSB-CARRIED-IN(WS-BAL-COUNT)
               MOVE FB-USED TO WSB-USED(WS-BAL-COUNT)
               MOVE FB-CARRIED-OUT TO WSB-CARRIED-OUT(WS-BAL-COUNT)
               MOVE FB-FORFEITED TO WSB-FORFEITED(WS-BAL-COUNT)
               MOVE FB-YEAR-END-FLAG TO WSB-PRIOR-CLOSED(WS-BAL-COUNT)
           ELSE
               DISPLAY 'HOLIDFYE: balance table full, record not'
                   ' closed ' FB-KEY
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      ******************************************************************
      * CLOSE-ONE-BALANCE - carried-in floaters are used first; the   *
      * rest of the usage comes out of the year's grant.  A record    *
      * closed by an earlier run keeps the figures it was closed      *
      * with.                                                         *
      ******************************************************************
       CLOSE-ONE-BALANCE.
           IF WSB-PRIOR-CLOSED(WS-BSUB) NOT = 'Y'
               IF WSB-USED(WS-BSUB) > WSB-CARRIED-IN(WS-BSUB)
                   COMPUTE WS-USED-FROM-GRANT =
                       WSB-USED(WS-BSUB) - WSB-CARRIED-IN(WS-BSUB)
                   MOVE ZERO TO WS-CARRY-LEFT
               ELSE
                   MOVE ZERO TO WS-USED-FROM-GRANT
                   COMPUTE WS-CARRY-LEFT =
                       WSB-CARRIED-IN(WS-BSUB) - WSB-USED(WS-BSUB)
               END-IF
               IF WS-USED-FROM-GRANT >= WSB-GRANTED(WS-BSUB)
                   MOVE ZERO TO WS-GRANT-LEFT
               ELSE
                   COMPUTE WS-GRANT-LEFT =
                       WSB-GRANTED(WS-BSUB) - WS-USED-FROM-GRANT
               END-IF
               IF WS-GRANT-LEFT > WS-MAX-CARRYOVER
                   MOVE WS-MAX-CARRYOVER TO WSB-CARRIED-OUT(WS-BSUB)
               ELSE
                   MOVE WS-GRANT-LEFT TO WSB-CARRIED-OUT(WS-BSUB)
               END-IF
               COMPUTE WSB-FORFEITED(WS-BSUB) = WS-CARRY-LEFT
                   + WS-GRANT-LEFT - WSB-CARRIED-OUT(WS-BSUB)
               PERFORM REWRITE-CLOSED-BALANCE
           END-IF
           PERFORM SET-NEXT-YEAR-CARRYOVER.

       REWRITE-CLOSED-BALANCE.
           MOVE WSB-EMPLOYEE-ID(WS-BSUB) TO FB-EMPLOYEE-ID
           MOVE WS-CLOSE-YEAR TO FB-YEAR
           READ FLOAT-BALANCE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'HOLIDFYE: balance vanished for key '
                       FB-KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO FB-YEAR-END-FLAG
           MOVE WSB-CARRIED-OUT(WS-BSUB) TO FB-CARRIED-OUT
           MOVE WSB-FORFEITED(WS-BSUB) TO FB-FORFEITED
           REWRITE FLOAT-BALANCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'HOLIDFYE: rewrite failed for key '
                       FB-KEY ' status ' WS-FLB-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSED-COUNT
           END-REWRITE.

      ******************************************************************
      * SET-NEXT-YEAR-CARRYOVER - next year's record takes the        *
      * carryover; when HOLIDFLG has not granted that year yet the    *
      * record is created with no grant, and the grant fills it in.   *
      ******************************************************************
       SET-NEXT-YEAR-CARRYOVER.
           MOVE WSB-EMPLOYEE-ID(WS-BSUB) TO FB-EMPLOYEE-ID
           MOVE WS-NEXT-YEAR TO FB-YEAR
           READ FLOAT-BALANCE
               INVALID KEY
                   PERFORM CREATE-NEXT-YEAR-BALANCE
                   EXIT PARAGRAPH
           END-READ
           MOVE WSB-CARRIED-OUT(WS-BSUB) TO FB-CARRIED-IN
           REWRITE FLOAT-BALANCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'HOLIDFYE: rewrite failed for key '
                       FB-KEY ' status ' WS-FLB-STATUS
           END-REWRITE.

       CREATE-NEXT-YEAR-BALANCE.
           MOVE SPACES TO FLOAT-BALANCE-RECORD
           MOVE WSB-EMPLOYEE-ID(WS-BSUB) TO FB-EMPLOYEE-ID
           MOVE WS-NEXT-YEAR TO FB-YEAR
           MOVE WSB-CALENDAR-ID(WS-BSUB) TO FB-CALENDAR-ID
           MOVE ZERO TO FB-GRANTED FB-USED FB-CARRIED-OUT
               FB-FORFEITED
           MOVE ZEROS TO FB-USED-DATES
           MOVE WSB-CARRIED-OUT(WS-BSUB) TO FB-CARRIED-IN
           MOVE 'CARRYOVER - NOT YET GRANTED' TO FB-GRANT-REASON
           MOVE 'N' TO FB-YEAR-END-FLAG
           WRITE FLOAT-BALANCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'HOLIDFYE: write failed for key '
                       FB-KEY ' status ' WS-FLB-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CREATED-COUNT
           END-WRITE.

      ******************************************************************
      * WRITE-STATEMENTS - the sites in order of first appearance,    *
      * each with its employees, a site total and a page break.       *
      ******************************************************************
       WRITE-STATEMENTS.
           PERFORM COLLECT-ONE-SITE
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > WS-BAL-COUNT
           PERFORM WRITE-ONE-SITE-STATEMENT
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT
           PERFORM WRITE-GRAND-TOTALS.

       COLLECT-ONE-SITE.
           MOVE ZERO TO WS-CUR-SITE
           PERFORM CHECK-ONE-SITE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT OR WS-CUR-SITE > ZERO
           IF WS-CUR-SITE = ZERO AND WS-SITE-COUNT < WS-SITE-MAX
               ADD 1 TO WS-SITE-COUNT
               MOVE WSB-CALENDAR-ID(WS-BSUB)
                   TO WSS-CALENDAR-ID(WS-SITE-COUNT)
               MOVE ZERO TO WSS-EMPLOYEE-COUNT(WS-SITE-COUNT)
                   WSS-GRANTED(WS-SITE-COUNT)
                   WSS-CARRIED-IN(WS-SITE-COUNT)
                   WSS-USED(WS-SITE-COUNT)
                   WSS-CARRIED-OUT(WS-SITE-COUNT)
                   WSS-FORFEITED(WS-SITE-COUNT)
           END-IF.

       CHECK-ONE-SITE.
           IF WSS-CALENDAR-ID(WS-SSUB) = WSB-CALENDAR-ID(WS-BSUB)
               MOVE WS-SSUB TO WS-CUR-SITE
           END-IF.

       WRITE-ONE-SITE-STATEMENT.
           PERFORM WRITE-SITE-HEADERS
           PERFORM WRITE-ONE-EMPLOYEE-LINE
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > WS-BAL-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WSX-NOTE
           MOVE 'SITE TOTAL' TO WSX-LABEL
           MOVE WSS-GRANTED(WS-SSUB) TO WSX-GRANTED
           MOVE WSS-CARRIED-IN(WS-SSUB) TO WSX-CARRIED-IN
           MOVE WSS-USED(WS-SSUB) TO WSX-USED
           MOVE WSS-CARRIED-OUT(WS-SSUB) TO WSX-CARRIED-OUT
           MOVE WSS-FORFEITED(WS-SSUB) TO WSX-FORFEITED
           MOVE WSS-EMPLOYEE-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           STRING WS-DISPLAY-COUNT ' EMPLOYEE(S)'
               DELIMITED BY SIZE INTO WSX-NOTE
           MOVE SPACES TO RPT-LINE
           MOVE WS-EDIT-LINE TO RPT-LINE
           WRITE RPT-LINE

           ADD WSS-EMPLOYEE-COUNT(WS-SSUB) TO WSG-EMPLOYEE-COUNT
           ADD WSS-GRANTED(WS-SSUB) TO WSG-GRANTED
           ADD WSS-CARRIED-IN(WS-SSUB) TO WSG-CARRIED-IN
           ADD WSS-USED(WS-SSUB) TO WSG-USED
           ADD WSS-CARRIED-OUT(WS-SSUB) TO WSG-CARRIED-OUT
           ADD WSS-FORFEITED(WS-SSUB) TO WSG-FORFEITED.

       WRITE-SITE-HEADERS.
           IF WS-SSUB > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ALL '=' TO RPT-LINE(1:78)
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING '     FLOATING-HOLIDAY BALANCE STATEMENT - SITE '
               WSS-CALENDAR-ID(WS-SSUB) ' - YEAR ' WS-CLOSE-YEAR
               ' - RUN ' WS-RUN-MONTH '/' WS-RUN-DAY '/' WS-RUN-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE 'EMPLOYEE' TO RPT-LINE(1:8)
           MOVE 'GRANTED' TO RPT-LINE(18:7)
           MOVE 'CARRIED-IN' TO RPT-LINE(28:10)
           MOVE 'USED' TO RPT-LINE(47:4)
           MOVE 'CARRIED-OUT' TO RPT-LINE(53:11)
           MOVE 'FORFEITED' TO RPT-LINE(68:9)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE ALL '-' TO RPT-LINE(1:8)
           MOVE ALL '-' TO RPT-LINE(18:7)
           MOVE ALL '-' TO RPT-LINE(28:10)
           MOVE ALL '-' TO RPT-LINE(47:4)
           MOVE ALL '-' TO RPT-LINE(53:11)
           MOVE ALL '-' TO RPT-LINE(68:9)
           WRITE RPT-LINE.

       WRITE-ONE-EMPLOYEE-LINE.
           IF WSB-CALENDAR-ID(WS-BSUB) NOT = WSS-CALENDAR-ID(WS-SSUB)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WSX-NOTE
           MOVE WSB-EMPLOYEE-ID(WS-BSUB) TO WSX-LABEL
           MOVE WSB-GRANTED(WS-BSUB) TO WSX-GRANTED
           MOVE WSB-CARRIED-IN(WS-BSUB) TO WSX-CARRIED-IN
           MOVE WSB-USED(WS-BSUB) TO WSX-USED
           MOVE WSB-CARRIED-OUT(WS-BSUB) TO WSX-CARRIED-OUT
           MOVE WSB-FORFEITED(WS-BSUB) TO WSX-FORFEITED
           IF WSB-PRIOR-CLOSED(WS-BSUB) = 'Y'
               MOVE 'CLOSED BY AN EARLIER RUN' TO WSX-NOTE
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-EDIT-LINE TO RPT-LINE
           WRITE RPT-LINE

           ADD 1 TO WSS-EMPLOYEE-COUNT(WS-SSUB)
           ADD WSB-GRANTED(WS-BSUB) TO WSS-GRANTED(WS-SSUB)
           ADD WSB-CARRIED-IN(WS-BSUB) TO WSS-CARRIED-IN(WS-SSUB)
           ADD WSB-USED(WS-BSUB) TO WSS-USED(WS-SSUB)
           ADD WSB-CARRIED-OUT(WS-BSUB) TO WSS-CARRIED-OUT(WS-SSUB)
           ADD WSB-FORFEITED(WS-BSUB) TO WSS-FORFEITED(WS-SSUB).

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '=' TO RPT-LINE(1:78)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '     FLOATING-HOLIDAY YEAR-END ' WS-CLOSE-YEAR
               ' - ALL SITES'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WSX-NOTE
           MOVE 'GRAND TOTAL' TO WSX-LABEL
           MOVE WSG-GRANTED TO WSX-GRANTED
           MOVE WSG-CARRIED-IN TO WSX-CARRIED-IN
           MOVE WSG-USED TO WSX-USED
           MOVE WSG-CARRIED-OUT TO WSX-CARRIED-OUT
           MOVE WSG-FORFEITED TO WSX-FORFEITED
           MOVE WSG-EMPLOYEE-COUNT TO WS-DISPLAY-COUNT
           STRING WS-DISPLAY-COUNT ' EMPLOYEE(S)'
               DELIMITED BY SIZE INTO WSX-NOTE
           MOVE SPACES TO RPT-LINE
           MOVE WS-EDIT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'BALANCES CLOSED THIS RUN:     ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CREATED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'NEXT-YEAR BALANCES CREATED:   ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE STATEMENT-RPT
           IF NOT WS-FLB-OPEN-FAILED
               CLOSE FLOAT-BALANCE
           END-IF
           DISPLAY 'HOLIDFYE: ' WS-BAL-COUNT ' balance(s) for '
               WS-CLOSE-YEAR ', ' WS-CLOSED-COUNT ' closed, '
               WS-CREATED-COUNT ' created for ' WS-NEXT-YEAR ', '
               WS-ERROR-COUNT ' error(s)'.

       END PROGRAM HOLIDFYE.
