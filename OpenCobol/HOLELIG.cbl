      *                  as a full closure - only the HOURS differ,   *
      *                  and those are carried on the entitlement     *
      *                  record by HOLENTL, not decided here.         *
      *   15/10/2026 AI  New HE-AS-OF-DATE parameter (the holiday's   *
      *                  observed date): the decision is made as of   *
      *                  that day from the dated EMPSTAT fields - not *
      *                  yet hired or already terminated is not paid, *
      *                  tenure is counted from ES-HIRE-DATE, and the *
      *                  location test uses the calendar the employee *
      *                  was on that day after any site transfer.  A  *
      *                  zero as-of date, or a record without the     *
      *                  dated fields, decides on ES-TENURE-YEARS and *
      *                  ES-CALENDAR-ID as before.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLELIG.
           88 WS-SAME-LOCATION                 VALUE 'Y'.
       01 WS-MIN-TENURE-MET-FLAG     PIC X(1).
           88 WS-MIN-TENURE-MET                VALUE 'Y'.
       01 WS-NOT-YET-HIRED-FLAG      PIC X(1).
           88 WS-NOT-YET-HIRED                 VALUE 'Y'.
       01 WS-TERMINATED-FLAG         PIC X(1).
           88 WS-TERMINATED                    VALUE 'Y'.
       01 WS-CALENDAR-IN-FORCE       PIC X(04).
       01 WS-TENURE-AS-OF            PIC 9(02).
       01 WS-XSUB                    PIC 9(4) COMP.
       01 WS-XFER-FOUND-FLAG         PIC X(1).
           88 WS-XFER-FOUND                    VALUE 'Y'.
       01 WS-AS-OF-DATE              PIC 9(8).
       01 WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR           PIC 9(4).
           05 WS-AS-OF-MMDD           PIC 9(4).
       01 WS-HIRE-DATE               PIC 9(8).
       01 WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE.
           05 WS-HIRE-YEAR            PIC 9(4).
           05 WS-HIRE-MMDD            PIC 9(4).

       LINKAGE SECTION.
       COPY EMPSTAT.
       01 HE-HOLIDAY-CLASS           PIC X(01).
           88 HE-CLASS-OBSERVANCE              VALUE 'O'.
           88 HE-CLASS-HALF-DAY                VALUE 'H'.
      * Day the decision is made for - the holiday's observed date
      * (YYYYMMDD); zero decides on the record as it stands today.
       01 HE-AS-OF-DATE              PIC 9(08).
       01 HE-ELIGIBLE-FLAG           PIC X(01).
           88 HE-IS-ELIGIBLE                   VALUE 'Y'.
       01 HE-REASON                  PIC X(30).

       PROCEDURE DIVISION USING EMPLOYEE-STATUS-RECORD,
               HE-HOLIDAY-CALENDAR-ID, HE-HOLIDAY-ACTIVE-FLAG,
               HE-HOLIDAY-CLASS, HE-AS-OF-DATE, HE-ELIGIBLE-FLAG,
               HE-REASON.
       MAIN-PROCEDURE.
           MOVE 'N' TO HE-ELIGIBLE-FLAG
           MOVE SPACES TO HE-REASON

           PERFORM SET-AS-OF-FACTS

           MOVE 'N' TO WS-SAME-LOCATION-FLAG
           IF WS-CALENDAR-IN-FORCE = HE-HOLIDAY-CALENDAR-ID
               MOVE 'Y' TO WS-SAME-LOCATION-FLAG
           END-IF

           MOVE 'N' TO WS-MIN-TENURE-MET-FLAG
           IF WS-TENURE-AS-OF >= 1
               MOVE 'Y' TO WS-MIN-TENURE-MET-FLAG
           END-IF

                   MOVE 'OBSERVANCE ONLY - NOT PAID'
                       TO HE-REASON

               WHEN WS-NOT-YET-HIRED
                   MOVE 'N' TO HE-ELIGIBLE-FLAG
                   MOVE 'NOT YET HIRED ON HOLIDAY'
                       TO HE-REASON

               WHEN WS-TERMINATED
                   MOVE 'N' TO HE-ELIGIBLE-FLAG
                   MOVE 'TERMINATED BEFORE HOLIDAY'
                       TO HE-REASON

               WHEN NOT WS-SAME-LOCATION
                   MOVE 'N' TO HE-ELIGIBLE-FLAG
                   MOVE 'EMPLOYEE NOT AT THIS LOCATION'

           EXIT PROGRAM.

      ******************************************************************
      * SET-AS-OF-FACTS - hired/terminated, completed tenure and the  *
      * calendar in force on HE-AS-OF-DATE.  Each dated field is used *
      * only when it is present and numeric, so a record from an      *
      * older 15-byte deck decides exactly as it always did.          *
      ******************************************************************
       SET-AS-OF-FACTS.
           MOVE 'N' TO WS-NOT-YET-HIRED-FLAG
           MOVE 'N' TO WS-TERMINATED-FLAG
           MOVE ES-CALENDAR-ID TO WS-CALENDAR-IN-FORCE
           IF ES-TENURE-YEARS IS NUMERIC
               MOVE ES-TENURE-YEARS TO WS-TENURE-AS-OF
           ELSE
               MOVE ZERO TO WS-TENURE-AS-OF
           END-IF

           IF HE-AS-OF-DATE IS NOT NUMERIC OR HE-AS-OF-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE HE-AS-OF-DATE TO WS-AS-OF-DATE

           IF ES-HIRE-DATE IS NUMERIC AND ES-HIRE-DATE > ZERO
               MOVE ES-HIRE-DATE TO WS-HIRE-DATE
               IF WS-AS-OF-DATE < WS-HIRE-DATE
                   MOVE 'Y' TO WS-NOT-YET-HIRED-FLAG
                   MOVE ZERO TO WS-TENURE-AS-OF
               ELSE
                   COMPUTE WS-TENURE-AS-OF =
                       WS-AS-OF-YEAR - WS-HIRE-YEAR
                   IF WS-AS-OF-MMDD < WS-HIRE-MMDD
                       SUBTRACT 1 FROM WS-TENURE-AS-OF
                   END-IF
               END-IF
           END-IF

           IF ES-TERM-DATE IS NUMERIC AND NOT ES-NOT-TERMINATED
               IF WS-AS-OF-DATE > ES-TERM-DATE
                   MOVE 'Y' TO WS-TERMINATED-FLAG
               END-IF
           END-IF

      * Transfers are oldest first: the first one not yet effective
      * on the as-of date names the calendar the employee was on.
           IF ES-TRANSFER-COUNT IS NUMERIC
               MOVE 'N' TO WS-XFER-FOUND-FLAG
               PERFORM CHECK-ONE-TRANSFER
                   VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > ES-TRANSFER-COUNT
                      OR WS-XSUB > 4 OR WS-XFER-FOUND
           END-IF.

       CHECK-ONE-TRANSFER.
           IF ES-XFER-EFF-DATE(WS-XSUB) IS NUMERIC AND
              WS-AS-OF-DATE < ES-XFER-EFF-DATE(WS-XSUB)
               MOVE ES-XFER-FROM-CAL(WS-XSUB) TO WS-CALENDAR-IN-FORCE
               MOVE 'Y' TO WS-XFER-FOUND-FLAG
           END-IF.

       END PROGRAM HOLELIG.
