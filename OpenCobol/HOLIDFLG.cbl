      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDFLG - floating-holiday year-start grant.                 *
      * Policy gives full-timers two floating holidays a year, and    *
      * until now each site tracked them on a spreadsheet.  This step *
      * reads the employee status file (EMPSTAT layout) and grants    *
      * each employee's floaters for the year into the keyed balance  *
      * file (HOLIDFLB layout), deciding eligibility the way paid     *
      * holidays are decided - one CALL to HOLELIG for the            *
      * employee's own calendar as a full closure:                    *
      *   - eligible full-timer:  WS-FULL-TIME-GRANT floaters;        *
      *   - eligible part-timer (tenure met): WS-PART-TIME-GRANT;    *
      *   - not eligible: none, with HOLELIG's reason kept on the     *
      *     record so HOLIDVAC's refusal can be explained.            *
      * A record already on file (carryover written by last year's   *
      * HOLIDFYE, or an earlier run of this step) has only its grant  *
      * fields replaced - usage and carryover are never touched, so   *
      * the step can be rerun after an EMPSTAT correction.            *
      * The year is the PARM (YYYY); a blank PARM grants the run      *
      * date's year.  HOLIDFGR lists every grant with totals by site. *
      * RC=0 clean, 8 when the balance file rejected a write.         *
      *                                                                *
      * Modification History:                                        *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Grant decided as of 1 January of the grant   *
      *                  year (or the hire date, for a hire during    *
      *                  the year) on the calendar the employee was   *
      *                  on that day, so a leaver gets no floaters    *
      *                  for a year they never worked.  EMPSTAT is    *
      *                  now 80 bytes.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDFLG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-STAT  ASSIGN TO 'EMPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FLOAT-BALANCE ASSIGN TO 'HOLIDFLB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FLB-STATUS.
           SELECT GRANT-RPT      ASSIGN TO 'HOLIDFGR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  FLOAT-BALANCE.
           COPY HOLIDFLB.
       FD  GRANT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMP-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-EMP-EOF                   VALUE 'Y'.
      * Status 05 is "optional file not present - created": the
      * first grant ever run builds the balance file that way.
       01 WS-FLB-STATUS          PIC XX.
           88 WS-FLB-OK                    VALUES '00' '05'.
       01 WS-FLB-FAIL-FLAG       PIC X(1) VALUE 'N'.
           88 WS-FLB-OPEN-FAILED           VALUE 'Y'.
       01 WS-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-ADDED-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-UPDATED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-ERROR-COUNT         PIC 9(8) COMP VALUE ZERO.
       01 WS-FLOATERS-GRANTED    PIC 9(8) COMP VALUE ZERO.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-GRANT-YEAR          PIC 9(4).

      * Floaters per year by employment status.
       01 WS-FULL-TIME-GRANT     PIC 9(2) VALUE 2.
       01 WS-PART-TIME-GRANT     PIC 9(2) VALUE 1.
       01 WS-GRANT-COUNT         PIC 9(2).
       01 WS-RECORD-FOUND-FLAG   PIC X(1).
           88 WS-RECORD-FOUND              VALUE 'Y'.

      * Parameters for the HOLELIG call: the calendar the employee
      * was on at the start of the grant year (or at hire), an active
      * full closure - the floater stands in for one.
       01 WS-HE-CALENDAR-ID      PIC X(04).
       01 WS-HE-ACTIVE-FLAG      PIC X(01) VALUE 'Y'.
       01 WS-HE-CLASS            PIC X(01) VALUE 'C'.
       01 WS-HE-AS-OF-DATE       PIC 9(08).
       01 WS-HE-AS-OF-DATE-X REDEFINES WS-HE-AS-OF-DATE.
           05 WS-HE-AS-OF-YEAR    PIC 9(04).
           05 WS-HE-AS-OF-MMDD    PIC 9(04).
       01 WS-XSUB                PIC 9(4) COMP.
       01 WS-XFER-FOUND-FLAG     PIC X(1).
           88 WS-XFER-FOUND                VALUE 'Y'.
       01 WS-HE-ELIGIBLE-FLAG    PIC X(01).
           88 WS-HE-ELIGIBLE               VALUE 'Y'.
       01 WS-HE-REASON           PIC X(30).

      * Per-site (calendar) totals.
       01 WS-SITE-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 8 TIMES.
               10 WSS-CALENDAR-ID     PIC X(04).
               10 WSS-EMPLOYEE-COUNT  PIC 9(8) COMP.
               10 WSS-GRANTED-COUNT   PIC 9(8) COMP.
       01 WS-SSUB                PIC 9(2) COMP.
       01 WS-CUR-SITE            PIC 9(2) COMP.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           IF NOT WS-FLB-OPEN-FAILED
               PERFORM UNTIL WS-EMP-EOF
                   READ EMPLOYEE-STAT
                       AT END
                           MOVE 'Y' TO WS-EMP-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GRANT-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
           END-IF

           PERFORM WRITE-SITE-TOTALS
           PERFORM TERMINATE-RUN

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * INITIALIZE-RUN - the grant year is the 4-digit PARM when one  *
      * is supplied, otherwise the run date's year.                   *
      ******************************************************************
       INITIALIZE-RUN.
           DISPLAY 'HOLIDFLG: granting floating holidays'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-GRANT-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-GRANT-YEAR
           END-IF
           DISPLAY 'HOLIDFLG: grant year ' WS-GRANT-YEAR

           OPEN INPUT EMPLOYEE-STAT
           OPEN OUTPUT GRANT-RPT
           OPEN I-O FLOAT-BALANCE
           IF NOT WS-FLB-OK
               DISPLAY 'HOLIDFLG: balance file open failed, status '
                   WS-FLB-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'Y' TO WS-FLB-FAIL-FLAG
           END-IF
           PERFORM WRITE-REPORT-HEADERS.

      ******************************************************************
      * GRANT-ONE-EMPLOYEE - HOLELIG decides, the status picks the    *
      * count, and the year's balance record is written or has its    *
      * grant fields replaced.                                        *
      ******************************************************************
       GRANT-ONE-EMPLOYEE.
           PERFORM SET-GRANT-AS-OF
           CALL 'HOLELIG' USING EMPLOYEE-STATUS-RECORD,
               WS-HE-CALENDAR-ID, WS-HE-ACTIVE-FLAG, WS-HE-CLASS,
               WS-HE-AS-OF-DATE, WS-HE-ELIGIBLE-FLAG, WS-HE-REASON

           EVALUATE TRUE
               WHEN NOT WS-HE-ELIGIBLE
                   MOVE ZERO TO WS-GRANT-COUNT
               WHEN ES-FULL-TIME
                   MOVE WS-FULL-TIME-GRANT TO WS-GRANT-COUNT
               WHEN OTHER
                   MOVE WS-PART-TIME-GRANT TO WS-GRANT-COUNT
           END-EVALUATE

           MOVE ES-EMPLOYEE-ID TO FB-EMPLOYEE-ID
           MOVE WS-GRANT-YEAR TO FB-YEAR
           MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           READ FLOAT-BALANCE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND-FLAG
           END-READ

           IF WS-RECORD-FOUND
               PERFORM SET-GRANT-FIELDS
               REWRITE FLOAT-BALANCE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'HOLIDFLG: rewrite failed for key '
                           FB-KEY ' status ' WS-FLB-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-UPDATED-COUNT
               END-REWRITE
           ELSE
               MOVE SPACES TO FLOAT-BALANCE-RECORD
               MOVE ES-EMPLOYEE-ID TO FB-EMPLOYEE-ID
               MOVE WS-GRANT-YEAR TO FB-YEAR
               MOVE ZERO TO FB-CARRIED-IN FB-USED FB-CARRIED-OUT
                   FB-FORFEITED
               MOVE ZEROS TO FB-USED-DATES
               MOVE 'N' TO FB-YEAR-END-FLAG
               PERFORM SET-GRANT-FIELDS
               WRITE FLOAT-BALANCE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'HOLIDFLG: write failed for key '
                           FB-KEY ' status ' WS-FLB-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF

           ADD WS-GRANT-COUNT TO WS-FLOATERS-GRANTED
           PERFORM TALLY-SITE
           PERFORM WRITE-GRANT-LINE.

      ******************************************************************
      * SET-GRANT-AS-OF - 1 January of the grant year, moved up to    *
      * the hire date for a hire during that year, and the calendar   *
      * in force on that day: the from-calendar of the first          *
      * transfer not yet effective, otherwise the current one.        *
      ******************************************************************
       SET-GRANT-AS-OF.
           MOVE WS-GRANT-YEAR TO WS-HE-AS-OF-YEAR
           MOVE 0101 TO WS-HE-AS-OF-MMDD
           IF ES-HIRE-DATE IS NUMERIC
               IF ES-HIRE-DATE > WS-HE-AS-OF-DATE AND
                  ES-HIRE-DATE(1:4) = WS-GRANT-YEAR
                   MOVE ES-HIRE-DATE TO WS-HE-AS-OF-DATE
               END-IF
           END-IF

           MOVE ES-CALENDAR-ID TO WS-HE-CALENDAR-ID
           IF ES-TRANSFER-COUNT IS NUMERIC
               MOVE 'N' TO WS-XFER-FOUND-FLAG
               PERFORM CHECK-ONE-TRANSFER
                   VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > ES-TRANSFER-COUNT
                      OR WS-XSUB > 4 OR WS-XFER-FOUND
           END-IF.

       CHECK-ONE-TRANSFER.
           IF ES-XFER-EFF-DATE(WS-XSUB) IS NUMERIC AND
              WS-HE-AS-OF-DATE < ES-XFER-EFF-DATE(WS-XSUB)
               MOVE ES-XFER-FROM-CAL(WS-XSUB) TO WS-HE-CALENDAR-ID
               MOVE 'Y' TO WS-XFER-FOUND-FLAG
           END-IF.

       SET-GRANT-FIELDS.
           MOVE ES-CALENDAR-ID TO FB-CALENDAR-ID
           MOVE WS-GRANT-COUNT TO FB-GRANTED
           MOVE WS-HE-REASON TO FB-GRANT-REASON.

       TALLY-SITE.
           MOVE ZERO TO WS-CUR-SITE
           PERFORM CHECK-ONE-SITE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT OR WS-CUR-SITE > ZERO
           IF WS-CUR-SITE = ZERO AND WS-SITE-COUNT < 8
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-CUR-SITE
               MOVE ES-CALENDAR-ID TO WSS-CALENDAR-ID(WS-CUR-SITE)
               MOVE ZERO TO WSS-EMPLOYEE-COUNT(WS-CUR-SITE)
               MOVE ZERO TO WSS-GRANTED-COUNT(WS-CUR-SITE)
           END-IF
           IF WS-CUR-SITE > ZERO
               ADD 1 TO WSS-EMPLOYEE-COUNT(WS-CUR-SITE)
               ADD WS-GRANT-COUNT TO WSS-GRANTED-COUNT(WS-CUR-SITE)
           END-IF.

       CHECK-ONE-SITE.
           IF WSS-CALENDAR-ID(WS-SSUB) = ES-CALENDAR-ID
               MOVE WS-SSUB TO WS-CUR-SITE
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO RPT-LINE
           STRING '       FLOATING-HOLIDAY GRANT - YEAR '
               WS-GRANT-YEAR ' - RUN '
               WS-RUN-MONTH '/' WS-RUN-DAY '/' WS-RUN-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEE  CAL   ST  TEN  GRANTED  REASON'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '--------  ----  --  ---  -------  '
               '------------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-GRANT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING ES-EMPLOYEE-ID '  ' ES-CALENDAR-ID '  '
               ES-EMPLOYMENT-STATUS '   ' ES-TENURE-YEARS '   '
               '     ' WS-GRANT-COUNT '  ' WS-HE-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'SITE TOTALS   EMPLOYEES  FLOATERS GRANTED'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-ONE-SITE-LINE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEES READ:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ADDED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'BALANCES ADDED:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-UPDATED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'BALANCES REGRANTED:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FLOATERS-GRANTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'FLOATERS GRANTED:      ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ONE-SITE-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WSS-CALENDAR-ID(WS-SSUB) TO RPT-LINE(1:4)
           MOVE WSS-EMPLOYEE-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(16:8)
           MOVE WSS-GRANTED-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(34:8)
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE EMPLOYEE-STAT GRANT-RPT
           IF NOT WS-FLB-OPEN-FAILED
               CLOSE FLOAT-BALANCE
           END-IF
           DISPLAY 'HOLIDFLG: ' WS-READ-COUNT ' employee(s), '
               WS-ADDED-COUNT ' added, '
               WS-UPDATED-COUNT ' regranted, '
               WS-ERROR-COUNT ' error(s)'.

       END PROGRAM HOLIDFLG.
