      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDNTC - personalized annual holiday notice.  Every January *
      * HR mailed each employee their site's holiday schedule and     *
      * what they are paid for, pasted together by hand from HOLIDRPT *
      * and the HOLENTL entitlement file.  For the year in the PARM   *
      * (the run year when none is given) this step prints one        *
      * notice page per employee on the EMPSTAT extract:              *
      *   - the employee's site calendar, status and hire date;       *
      *   - every holiday on the employee's HOLENTL entitlement       *
      *     records for the year, in observed-date order, with the    *
      *     observed date and weekday and the class (closure,         *
      *     observance, half day with its hours) from the results     *
      *     repository (HOLIDRPQ), and whether it is paid - with the  *
      *     HOLELIG reason in plain English when it is not;           *
      *   - the paid-holiday count and hours.                         *
      * Notices are grouped by site (the employee's current calendar  *
      * id), sites in calendar-id order and employees in id order     *
      * within a site, and each site starts with a distribution       *
      * cover sheet listing its employees for the site admin to tick  *
      * off.  The run ends with a distribution summary of counts.     *
      * Employees who left before the year or join after it get no    *
      * notice.  RC=0 clean, 4 when an employee had no entitlement    *
      * records for the year or a holiday was not on the repository   *
      * (its notice then shows the entitlement file's date only).     *
      *                                                                *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDNTC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-STAT  ASSIGN TO 'EMPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITLE-IN     ASSIGN TO 'HOLENTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-RPT     ASSIGN TO 'HOLIDNTP'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-STAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY EMPSTAT.
       FD  ENTITLE-IN
           RECORD CONTAINS 87 CHARACTERS.
           COPY HOLIDENT.
       FD  NOTICE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMP-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-EMP-EOF                   VALUE 'Y'.
       01 WS-ENT-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-ENT-EOF                   VALUE 'Y'.
       01 WS-FOUND-FLAG          PIC X(1).
           88 WS-FOUND                     VALUE 'Y'.
       01 WS-EMP-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-ENT-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-NOTICE-COUNT        PIC 9(8) COMP VALUE ZERO.
       01 WS-LEFT-COUNT          PIC 9(8) COMP VALUE ZERO.
       01 WS-NOT-STARTED-COUNT   PIC 9(8) COMP VALUE ZERO.
       01 WS-NO-HOLIDAY-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-REPO-MISS-COUNT     PIC 9(8) COMP VALUE ZERO.
       01 WS-DROPPED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-NOTICE-YEAR         PIC 9(4).
       01 WS-YEAR-START          PIC 9(8).
       01 WS-YEAR-END            PIC 9(8).
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 40.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-RPT-HOURS           PIC Z9.
       01 WS-RPT-TOTAL-HOURS     PIC ZZZ9.
       01 WS-RPT-COUNT           PIC ZZ9.
       01 WS-RPT-DATE-FORMAT     PIC X(1) VALUE '3'.
       01 WS-RPT-DATE            PIC X(10).
       01 WS-CLASS-TEXT          PIC X(15).

      * Employees to receive a notice this year.
       01 WS-EMP-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-EMP-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-ESUB                PIC 9(4) COMP.
       01 WS-CUR-EMP             PIC 9(4) COMP.
       01 WS-LAST-EMP-ID         PIC X(8).
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
               10 WSE-EMPLOYEE-ID     PIC X(08).
               10 WSE-STATUS          PIC X(01).
               10 WSE-CALENDAR-ID     PIC X(04).
               10 WSE-HIRE-DATE       PIC 9(08).
               10 WSE-TERM-DATE       PIC 9(08).

      * The year's entitlement records.
       01 WS-ENT-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-ENT-MAX             PIC 9(5) COMP VALUE 8000.
       01 WS-NSUB                PIC 9(5) COMP.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 8000 TIMES.
               10 WSN-EMPLOYEE-ID     PIC X(08).
               10 WSN-CALENDAR-ID     PIC X(04).
               10 WSN-HOLIDAY-CODE    PIC 9(02).
               10 WSN-HOLIDAY-NAME    PIC X(25).
               10 WSN-OBSERVED-DATE   PIC X(10).
               10 WSN-HOLIDAY-CLASS   PIC X(01).
               10 WSN-ELIGIBLE-FLAG   PIC X(01).
                   88 WSN-ELIGIBLE               VALUE 'Y'.
               10 WSN-REASON          PIC X(30).
               10 WSN-ENTITLE-HOURS   PIC 9(02).

      * Sites (current calendar ids), kept in calendar-id order.
       01 WS-SITE-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-SITE-MAX            PIC 9(2) COMP VALUE 20.
       01 WS-SSUB                PIC 9(2) COMP.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WSS-CALENDAR-ID     PIC X(04).
               10 WSS-EMPLOYEE-COUNT  PIC 9(8) COMP.
               10 WSS-HOLIDAY-LINES   PIC 9(8) COMP.
               10 WSS-PAID-LINES      PIC 9(8) COMP.
               10 WSS-NO-HOLIDAY      PIC 9(8) COMP.

      * The notice in hand: its holidays, printed in observed-date
      * order (a holiday not on the repository sorts last).
       01 WS-LINE-MAX            PIC 9(2) COMP VALUE 60.
       01 WS-HOL-COUNT           PIC 9(2) COMP.
       01 WS-HSUB                PIC 9(2) COMP.
       01 WS-NEXT-HOL            PIC 9(2) COMP.
       01 WS-PAID-COUNT          PIC 9(2) COMP.
       01 WS-PAID-HOURS          PIC 9(4) COMP.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 60 TIMES.
               10 WSH-ENT-SUB         PIC 9(5) COMP.
               10 WSH-SORT-DATE       PIC 9(08).
               10 WSH-OBSERVED-DOW    PIC X(09).
               10 WSH-CLOSURE-HOURS   PIC 9(02).
               10 WSH-ON-REPO-FLAG    PIC X(01).
                   88 WSH-ON-REPO                VALUE 'Y'.
               10 WSH-PRINTED-FLAG    PIC X(01).
                   88 WSH-PRINTED                VALUE 'Y'.

      * Parameters for the HOLIDRPQ repository lookup.
       01 WS-RQ-CALENDAR-ID      PIC X(4).
       01 WS-RQ-HOLIDAY-CODE     PIC 9(2).
       01 WS-RQ-YEAR             PIC 9(4).
       01 WS-RQ-STATUS           PIC X(2).
           88 WS-RQ-FOUND                  VALUE '00'.
           COPY HOLIDRPS.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(4).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM UNTIL WS-EMP-EOF
               READ EMPLOYEE-STAT
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EMP-READ-COUNT
                       PERFORM LOAD-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-ENT-EOF
               READ ENTITLE-IN
                   AT END
                       MOVE 'Y' TO WS-ENT-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-ENTITLEMENT
               END-READ
           END-PERFORM

           PERFORM WRITE-ONE-SITE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT

           PERFORM WRITE-DISTRIBUTION-SUMMARY
           PERFORM TERMINATE-RUN

           IF WS-NO-HOLIDAY-COUNT > 0 OR WS-REPO-MISS-COUNT > 0
              OR WS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY 'HOLIDNTC: printing annual holiday notices'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN >= 4 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-NOTICE-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-NOTICE-YEAR
           END-IF
           DISPLAY 'HOLIDNTC: notice year ' WS-NOTICE-YEAR
           COMPUTE WS-YEAR-START = WS-NOTICE-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-NOTICE-YEAR * 10000 + 1231
           MOVE WS-NOTICE-YEAR TO WS-RQ-YEAR

           OPEN INPUT EMPLOYEE-STAT
           OPEN INPUT ENTITLE-IN
           OPEN OUTPUT NOTICE-RPT.

      ******************************************************************
      * LOAD-ONE-EMPLOYEE - an employee gets a notice when employed   *
      * at some point in the year.  The site is the current calendar, *
      * slotted into the site table in calendar-id order.             *
      ******************************************************************
       LOAD-ONE-EMPLOYEE.
           IF NOT ES-NOT-TERMINATED AND ES-TERM-DATE IS NUMERIC
              AND ES-TERM-DATE < WS-YEAR-START
               ADD 1 TO WS-LEFT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ES-HIRE-DATE IS NUMERIC AND ES-HIRE-DATE > WS-YEAR-END
               ADD 1 TO WS-NOT-STARTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SITE
           IF NOT WS-FOUND
               IF WS-SITE-COUNT >= WS-SITE-MAX
                   DISPLAY 'HOLIDNTC: site table full, employee '
                       ES-EMPLOYEE-ID ' site ' ES-CALENDAR-ID
                       ' not printed'
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERT-SITE
           END-IF
           IF WS-EMP-COUNT >= WS-EMP-MAX
               DISPLAY 'HOLIDNTC: employee table full, employee '
                   ES-EMPLOYEE-ID ' not printed'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-COUNT
           MOVE ES-EMPLOYEE-ID TO WSE-EMPLOYEE-ID(WS-EMP-COUNT)
           MOVE ES-EMPLOYMENT-STATUS TO WSE-STATUS(WS-EMP-COUNT)
           MOVE ES-CALENDAR-ID TO WSE-CALENDAR-ID(WS-EMP-COUNT)
           MOVE ZERO TO WSE-HIRE-DATE(WS-EMP-COUNT)
           MOVE ZERO TO WSE-TERM-DATE(WS-EMP-COUNT)
           IF ES-HIRE-DATE IS NUMERIC
               MOVE ES-HIRE-DATE TO WSE-HIRE-DATE(WS-EMP-COUNT)
           END-IF
           IF ES-TERM-DATE IS NUMERIC
               MOVE ES-TERM-DATE TO WSE-TERM-DATE(WS-EMP-COUNT)
           END-IF
           ADD 1 TO WSS-EMPLOYEE-COUNT(WS-SSUB).

      * FIND-SITE leaves WS-SSUB on the site when found.
       FIND-SITE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-SITE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SSUB
           END-IF.

       CHECK-ONE-SITE.
           IF WSS-CALENDAR-ID(WS-SSUB) = ES-CALENDAR-ID
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

      * Shift the higher calendar ids up one and slot the new site in;
      * WS-SSUB is left on the new entry.
       INSERT-SITE.
           ADD 1 TO WS-SITE-COUNT
           MOVE WS-SITE-COUNT TO WS-SSUB
           PERFORM SHIFT-ONE-SITE
               UNTIL WS-SSUB = 1
                  OR WSS-CALENDAR-ID(WS-SSUB - 1) < ES-CALENDAR-ID
           MOVE ES-CALENDAR-ID TO WSS-CALENDAR-ID(WS-SSUB)
           MOVE ZERO TO WSS-EMPLOYEE-COUNT(WS-SSUB)
               WSS-HOLIDAY-LINES(WS-SSUB)
               WSS-PAID-LINES(WS-SSUB)
               WSS-NO-HOLIDAY(WS-SSUB).

       SHIFT-ONE-SITE.
           MOVE WS-SITE-ENTRY(WS-SSUB - 1) TO WS-SITE-ENTRY(WS-SSUB)
           SUBTRACT 1 FROM WS-SSUB.

       LOAD-ONE-ENTITLEMENT.
           IF EN-YEAR NOT = WS-NOTICE-YEAR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENT-READ-COUNT
      * HOLENTL appends, so a rerun repeats a holiday - the latest
      * record for the employee, calendar and holiday wins.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM CHECK-ONE-ENTITLEMENT
               VARYING WS-NSUB FROM 1 BY 1
               UNTIL WS-NSUB > WS-ENT-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-NSUB
               PERFORM STORE-ONE-ENTITLEMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-ENT-COUNT >= WS-ENT-MAX
               DISPLAY 'HOLIDNTC: entitlement table full, '
                   EN-EMPLOYEE-ID ' ' EN-CALENDAR-ID EN-HOLIDAY-CODE
                   ' not printed'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-ENT-COUNT TO WS-NSUB
           PERFORM STORE-ONE-ENTITLEMENT.

       CHECK-ONE-ENTITLEMENT.
           IF WSN-EMPLOYEE-ID(WS-NSUB) = EN-EMPLOYEE-ID
              AND WSN-CALENDAR-ID(WS-NSUB) = EN-CALENDAR-ID
              AND WSN-HOLIDAY-CODE(WS-NSUB) = EN-HOLIDAY-CODE
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       STORE-ONE-ENTITLEMENT.
           MOVE EN-EMPLOYEE-ID TO WSN-EMPLOYEE-ID(WS-NSUB)
           MOVE EN-CALENDAR-ID TO WSN-CALENDAR-ID(WS-NSUB)
           MOVE EN-HOLIDAY-CODE TO WSN-HOLIDAY-CODE(WS-NSUB)
           MOVE EN-HOLIDAY-NAME TO WSN-HOLIDAY-NAME(WS-NSUB)
           MOVE EN-OBSERVED-DATE TO WSN-OBSERVED-DATE(WS-NSUB)
           MOVE EN-HOLIDAY-CLASS TO WSN-HOLIDAY-CLASS(WS-NSUB)
           MOVE EN-ELIGIBLE-FLAG TO WSN-ELIGIBLE-FLAG(WS-NSUB)
           MOVE EN-REASON TO WSN-REASON(WS-NSUB)
           MOVE EN-ENTITLE-HOURS TO WSN-ENTITLE-HOURS(WS-NSUB).

      ******************************************************************
      * WRITE-ONE-SITE - the cover sheet, then the site's notices in  *
      * employee-id order (each pass picks the lowest id above the    *
      * last one printed).                                            *
      ******************************************************************
       WRITE-ONE-SITE.
           PERFORM WRITE-COVER-SHEET

           MOVE LOW-VALUES TO WS-LAST-EMP-ID
           PERFORM FIND-NEXT-EMPLOYEE
           PERFORM UNTIL WS-CUR-EMP = ZERO
               PERFORM WRITE-ONE-NOTICE
               MOVE WSE-EMPLOYEE-ID(WS-CUR-EMP) TO WS-LAST-EMP-ID
               PERFORM FIND-NEXT-EMPLOYEE
           END-PERFORM.

       FIND-NEXT-EMPLOYEE.
           MOVE ZERO TO WS-CUR-EMP
           PERFORM CHECK-ONE-EMPLOYEE
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EMP-COUNT.

       CHECK-ONE-EMPLOYEE.
           IF WSE-CALENDAR-ID(WS-ESUB) NOT = WSS-CALENDAR-ID(WS-SSUB)
              OR WSE-EMPLOYEE-ID(WS-ESUB) NOT > WS-LAST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-EMP = ZERO
               MOVE WS-ESUB TO WS-CUR-EMP
           ELSE
               IF WSE-EMPLOYEE-ID(WS-ESUB) <
                  WSE-EMPLOYEE-ID(WS-CUR-EMP)
                   MOVE WS-ESUB TO WS-CUR-EMP
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-COVER-SHEET - one sheet per site for the site admin:    *
      * how many notices follow and a hand-out list in the same       *
      * order as the notices.                                         *
      ******************************************************************
       WRITE-COVER-SHEET.
           PERFORM WRITE-COVER-HEADERS

           MOVE LOW-VALUES TO WS-LAST-EMP-ID
           PERFORM FIND-NEXT-EMPLOYEE
           PERFORM UNTIL WS-CUR-EMP = ZERO
               PERFORM WRITE-COVER-LINE
               MOVE WSE-EMPLOYEE-ID(WS-CUR-EMP) TO WS-LAST-EMP-ID
               PERFORM FIND-NEXT-EMPLOYEE
           END-PERFORM.

       WRITE-COVER-HEADERS.
           PERFORM WRITE-PAGE-BREAK
           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY NOTICE DISTRIBUTION - SITE '
               WSS-CALENDAR-ID(WS-SSUB) ' - ' WS-NOTICE-YEAR
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WSS-EMPLOYEE-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'SITE ADMINISTRATOR: ' WS-DISPLAY-COUNT
               ' NOTICE(S) FOLLOW FOR SITE ' WSS-CALENDAR-ID(WS-SSUB)
               ', ONE PAGE PER EMPLOYEE, IN THE ORDER BELOW.'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEE  STATUS      HANDED OUT'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '--------  ----------  ----------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 6 TO WS-LINE-COUNT.

       WRITE-COVER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-COVER-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WSE-EMPLOYEE-ID(WS-CUR-EMP) TO RPT-LINE(1:8)
           EVALUATE WSE-STATUS(WS-CUR-EMP)
               WHEN 'F'
                   MOVE 'FULL-TIME' TO RPT-LINE(11:10)
               WHEN 'P'
                   MOVE 'PART-TIME' TO RPT-LINE(11:10)
               WHEN OTHER
                   MOVE 'UNKNOWN' TO RPT-LINE(11:10)
           END-EVALUATE
           MOVE '__________' TO RPT-LINE(23:10)
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * WRITE-ONE-NOTICE - gather the employee's entitlement records  *
      * (every calendar they were on this year), look each holiday    *
      * up on the repository for its observed date, weekday and       *
      * hours, and print them in date order.                          *
      ******************************************************************
       WRITE-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE ZERO TO WS-HOL-COUNT
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-PAID-HOURS
           PERFORM COLLECT-ONE-HOLIDAY
               VARYING WS-NSUB FROM 1 BY 1
               UNTIL WS-NSUB > WS-ENT-COUNT

           PERFORM WRITE-NOTICE-HEADERS

           IF WS-HOL-COUNT = ZERO
               ADD 1 TO WS-NO-HOLIDAY-COUNT
               ADD 1 TO WSS-NO-HOLIDAY(WS-SSUB)
               MOVE SPACES TO RPT-LINE
               STRING '*** NO HOLIDAYS ON THE ENTITLEMENT FILE FOR '
                   WS-NOTICE-YEAR ' - PLEASE CONTACT HR ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'HOLIDNTC: no entitlement records for '
                   WSE-EMPLOYEE-ID(WS-CUR-EMP)
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-NEXT-HOLIDAY WS-HOL-COUNT TIMES
           PERFORM WRITE-NOTICE-FOOTER.

       COLLECT-ONE-HOLIDAY.
           IF WSN-EMPLOYEE-ID(WS-NSUB) NOT =
              WSE-EMPLOYEE-ID(WS-CUR-EMP)
               EXIT PARAGRAPH
           END-IF
           IF WS-HOL-COUNT >= WS-LINE-MAX
               DISPLAY 'HOLIDNTC: too many holidays for '
                   WSE-EMPLOYEE-ID(WS-CUR-EMP) ', '
                   WSN-CALENDAR-ID(WS-NSUB) WSN-HOLIDAY-CODE(WS-NSUB)
                   ' not printed'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOL-COUNT
           MOVE WS-NSUB TO WSH-ENT-SUB(WS-HOL-COUNT)
           MOVE 'N' TO WSH-PRINTED-FLAG(WS-HOL-COUNT)
           MOVE WSN-CALENDAR-ID(WS-NSUB) TO WS-RQ-CALENDAR-ID
           MOVE WSN-HOLIDAY-CODE(WS-NSUB) TO WS-RQ-HOLIDAY-CODE
           CALL 'HOLIDRPQ' USING WS-RQ-CALENDAR-ID,
               WS-RQ-HOLIDAY-CODE, WS-RQ-YEAR, HOLIDAY-REPO-RECORD,
               WS-RQ-STATUS
           IF WS-RQ-FOUND
               MOVE 'Y' TO WSH-ON-REPO-FLAG(WS-HOL-COUNT)
               MOVE RP-OBSERVED-YYYYMMDD TO WSH-SORT-DATE(WS-HOL-COUNT)
               MOVE RP-OBSERVED-DOW TO WSH-OBSERVED-DOW(WS-HOL-COUNT)
               MOVE RP-CLOSURE-HOURS TO WSH-CLOSURE-HOURS(WS-HOL-COUNT)
           ELSE
               MOVE 'N' TO WSH-ON-REPO-FLAG(WS-HOL-COUNT)
               MOVE 99999999 TO WSH-SORT-DATE(WS-HOL-COUNT)
               MOVE SPACES TO WSH-OBSERVED-DOW(WS-HOL-COUNT)
               MOVE WSN-ENTITLE-HOURS(WS-NSUB)
                   TO WSH-CLOSURE-HOURS(WS-HOL-COUNT)
               ADD 1 TO WS-REPO-MISS-COUNT
               DISPLAY 'HOLIDNTC: ' WSN-CALENDAR-ID(WS-NSUB)
                   WSN-HOLIDAY-CODE(WS-NSUB) ' ' WS-NOTICE-YEAR
                   ' not on the repository, status ' WS-RQ-STATUS
           END-IF.

       WRITE-NOTICE-HEADERS.
           PERFORM WRITE-PAGE-BREAK
           MOVE SPACES TO RPT-LINE
           STRING '          ANNUAL HOLIDAY NOTICE - ' WS-NOTICE-YEAR
               '          SITE ' WSS-CALENDAR-ID(WS-SSUB)
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEE: ' WSE-EMPLOYEE-ID(WS-CUR-EMP)
               '    HOLIDAY CALENDAR: ' WSE-CALENDAR-ID(WS-CUR-EMP)
               DELIMITED BY SIZE INTO RPT-LINE
           EVALUATE WSE-STATUS(WS-CUR-EMP)
               WHEN 'F'
                   MOVE 'FULL-TIME' TO RPT-LINE(47:10)
               WHEN 'P'
                   MOVE 'PART-TIME' TO RPT-LINE(47:10)
           END-EVALUATE
           IF WSE-HIRE-DATE(WS-CUR-EMP) > ZERO
               CALL 'DATECONV' USING WSE-HIRE-DATE(WS-CUR-EMP),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               STRING 'HIRED ' WS-RPT-DATE
                   DELIMITED BY SIZE INTO RPT-LINE(60:16)
           END-IF
           IF WSE-TERM-DATE(WS-CUR-EMP) > ZERO
               CALL 'DATECONV' USING WSE-TERM-DATE(WS-CUR-EMP),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               STRING 'LAST DAY ' WS-RPT-DATE
                   DELIMITED BY SIZE INTO RPT-LINE(79:19)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'YOUR HOLIDAYS FOR ' WS-NOTICE-YEAR
               ' AND WHETHER YOU ARE PAID FOR EACH ONE:'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'OBSERVED    DAY        HOLIDAY                    '
               'CAL   CLASS            PAID  HOURS  NOTE'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----------  ---------  -------------------------  '
               '----  ---------------  ----  -----  '
               '------------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 8 TO WS-LINE-COUNT.

      ******************************************************************
      * WRITE-NEXT-HOLIDAY - the earliest holiday not yet printed.    *
      ******************************************************************
       WRITE-NEXT-HOLIDAY.
           MOVE ZERO TO WS-NEXT-HOL
           PERFORM CHECK-ONE-HOLIDAY
               VARYING WS-HSUB FROM 1 BY 1
               UNTIL WS-HSUB > WS-HOL-COUNT
           MOVE 'Y' TO WSH-PRINTED-FLAG(WS-NEXT-HOL)
           MOVE WSH-ENT-SUB(WS-NEXT-HOL) TO WS-NSUB
           PERFORM WRITE-HOLIDAY-LINE.

       CHECK-ONE-HOLIDAY.
           IF WSH-PRINTED(WS-HSUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-HOL = ZERO
               MOVE WS-HSUB TO WS-NEXT-HOL
           ELSE
               IF WSH-SORT-DATE(WS-HSUB) <
                  WSH-SORT-DATE(WS-NEXT-HOL)
                   MOVE WS-HSUB TO WS-NEXT-HOL
               END-IF
           END-IF.

       WRITE-HOLIDAY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-NOTICE-HEADERS
           END-IF

           MOVE SPACES TO RPT-LINE
           IF WSH-ON-REPO(WS-NEXT-HOL)
               CALL 'DATECONV' USING WSH-SORT-DATE(WS-NEXT-HOL),
                   WS-RPT-DATE-FORMAT, WS-RPT-DATE
               MOVE WS-RPT-DATE TO RPT-LINE(1:10)
               MOVE WSH-OBSERVED-DOW(WS-NEXT-HOL) TO RPT-LINE(13:9)
           ELSE
               MOVE WSN-OBSERVED-DATE(WS-NSUB) TO RPT-LINE(1:10)
           END-IF
           MOVE WSN-HOLIDAY-NAME(WS-NSUB) TO RPT-LINE(24:25)
           MOVE WSN-CALENDAR-ID(WS-NSUB) TO RPT-LINE(51:4)

           MOVE SPACES TO WS-CLASS-TEXT
           EVALUATE WSN-HOLIDAY-CLASS(WS-NSUB)
               WHEN 'C'
                   MOVE 'CLOSURE' TO WS-CLASS-TEXT
               WHEN 'O'
                   MOVE 'OBSERVANCE' TO WS-CLASS-TEXT
               WHEN 'H'
                   MOVE WSH-CLOSURE-HOURS(WS-NEXT-HOL) TO WS-RPT-HOURS
                   STRING 'HALF DAY ' WS-RPT-HOURS ' HRS'
                       DELIMITED BY SIZE INTO WS-CLASS-TEXT
               WHEN OTHER
                   MOVE 'CLOSURE' TO WS-CLASS-TEXT
           END-EVALUATE
           MOVE WS-CLASS-TEXT TO RPT-LINE(57:15)

           ADD 1 TO WSS-HOLIDAY-LINES(WS-SSUB)
           IF WSN-ELIGIBLE(WS-NSUB)
               MOVE 'YES' TO RPT-LINE(74:4)
               MOVE WSN-ENTITLE-HOURS(WS-NSUB) TO WS-RPT-HOURS
               MOVE WS-RPT-HOURS TO RPT-LINE(80:2)
               ADD 1 TO WS-PAID-COUNT
               ADD WSN-ENTITLE-HOURS(WS-NSUB) TO WS-PAID-HOURS
               ADD 1 TO WSS-PAID-LINES(WS-SSUB)
           ELSE
               MOVE 'NO' TO RPT-LINE(74:4)
               MOVE WSN-REASON(WS-NSUB) TO RPT-LINE(87:30)
           END-IF
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-NOTICE-FOOTER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PAID-COUNT TO WS-RPT-COUNT
           MOVE WS-PAID-HOURS TO WS-RPT-TOTAL-HOURS
           MOVE SPACES TO RPT-LINE
           STRING 'PAID HOLIDAYS: ' WS-RPT-COUNT
               '     PAID HOLIDAY HOURS: ' WS-RPT-TOTAL-HOURS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'A HOLIDAY THAT FALLS ON A WEEKEND IS SHOWN ON THE '
               'DAY IT IS OBSERVED.  QUESTIONS ABOUT THIS NOTICE: '
               'YOUR SITE HR ADMINISTRATOR.'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      * Each cover sheet, notice and summary starts a new page.
       WRITE-PAGE-BREAK.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ALL '=' TO RPT-LINE(1:116)
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * WRITE-DISTRIBUTION-SUMMARY - counts per site and for the run, *
      * so HR can reconcile notices printed against notices handed    *
      * out.                                                          *
      ******************************************************************
       WRITE-DISTRIBUTION-SUMMARY.
           PERFORM WRITE-PAGE-BREAK
           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY NOTICE DISTRIBUTION SUMMARY - '
               WS-NOTICE-YEAR ' - RUN ' WS-RUN-MONTH '/' WS-RUN-DAY
               '/' WS-RUN-YEAR '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'SITE      NOTICES  HOLIDAY LINES     PAID LINES'
               '  NO HOLIDAYS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '----  ----------  -------------  -------------'
               '  -----------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-SITE-COUNT-LINE
               VARYING WS-SSUB FROM 1 BY 1
               UNTIL WS-SSUB > WS-SITE-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-EMP-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEES READ:              ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NOTICE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'NOTICES PRINTED:             ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LEFT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'NO NOTICE - LEFT BEFORE YEAR:' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NOT-STARTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'NO NOTICE - HIRED AFTER YEAR:' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ENT-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'ENTITLEMENT RECORDS FOR YEAR:' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NO-HOLIDAY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'NOTICES WITH NO HOLIDAYS:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REPO-MISS-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'HOLIDAYS NOT ON REPOSITORY:  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DROPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'ITEMS NOT PRINTED (TABLES):  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WSS-CALENDAR-ID(WS-SSUB) TO RPT-LINE(1:4)
           MOVE WSS-EMPLOYEE-COUNT(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(9:8)
           MOVE WSS-HOLIDAY-LINES(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(24:8)
           MOVE WSS-PAID-LINES(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(39:8)
           MOVE WSS-NO-HOLIDAY(WS-SSUB) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO RPT-LINE(52:8)
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE EMPLOYEE-STAT ENTITLE-IN NOTICE-RPT
           DISPLAY 'HOLIDNTC: ' WS-NOTICE-COUNT
               ' notice(s) printed for ' WS-SITE-COUNT ' site(s)'.

       END PROGRAM HOLIDNTC.
