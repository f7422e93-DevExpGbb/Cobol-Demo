      ******************************************************************
      * Author: AI Assistant                                          *
      * Date: 15/10/2026                                              *
      * HOLIDGLI - holiday-pay general-ledger interface.  Accounting  *
      * re-keyed the HOLIDREG cost-center subtotals into the ledger   *
      * by hand, and a cost center was once keyed twice.  This step   *
      * reads the register extract HOLIDREG writes (HOLIDRGX) and     *
      * journals it for the accounting period in the PARM (YYYYMM,    *
      * the run month when none is given):                            *
      *   - per calendar and cost center, a debit to the holiday-pay  *
      *     expense account and a credit to accrued payroll, the      *
      *     accounts taken from the account-mapping deck (HOLIDGLM);  *
      *   - every line carries the period and the batch reference     *
      *     HP-yyyymm-nn, nn counting the postings for the period;    *
      *   - a trailer of control totals that must tie to the          *
      *     register's grand total.                                   *
      * The posting log (HOLIDGLP in, HOLIDGLN out - a GDG) holds the *
      * lines currently posted for every period.  When the register   *
      * is re-run for a period already posted, the previous posting   *
      * is reversed line for line in the same batch before the new    *
      * one is posted, so the ledger carries the period once.         *
      * The batch is refused - no journal lines, the log carried      *
      * forward unchanged - when the extract has no trailer, its      *
      * details do not add up to the register total, a calendar/cost  *
      * center has no account mapping, or the PARM is not a valid     *
      * period.  RC=0 clean, 4 when a mapping card was rejected, 8    *
      * when the batch was refused.                                   *
      *                                                                *
      * Modification History:                                         *
      *   15/10/2026 AI  Initial version.                             *
      *   15/10/2026 AI  Mapping fallback now tries the calendar's    *
      *                  '******' default before the '****' cost-     *
      *                  center card, the order HOLIDGLM documents.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDGLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-EXTRACT ASSIGN TO 'HOLIDRGX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MAP   ASSIGN TO 'HOLIDGLM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-LOG-IN ASSIGN TO 'HOLIDGLP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-LOG-OUT ASSIGN TO 'HOLIDGLN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-OUT   ASSIGN TO 'HOLIDGLJ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT     ASSIGN TO 'HOLIDGLR'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-EXTRACT
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLIDRGX.
       FD  ACCOUNT-MAP
           RECORD CONTAINS 50 CHARACTERS.
           COPY HOLIDGLM.
       FD  POSTED-LOG-IN
           RECORD CONTAINS 107 CHARACTERS.
       01 POSTED-IN-RECORD          PIC X(107).
       FD  POSTED-LOG-OUT
           RECORD CONTAINS 107 CHARACTERS.
       01 POSTED-OUT-RECORD         PIC X(107).
       FD  JOURNAL-OUT
           RECORD CONTAINS 107 CHARACTERS.
       01 JOURNAL-OUT-RECORD        PIC X(107).
       FD  GL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MAP-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-MAP-EOF                   VALUE 'Y'.
       01 WS-RX-EOF-FLAG         PIC X(1) VALUE 'N'.
           88 WS-RX-EOF                    VALUE 'Y'.
       01 WS-LOG-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 WS-LOG-EOF                   VALUE 'Y'.
       01 WS-TRAILER-FLAG        PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN              VALUE 'Y'.
       01 WS-REFUSED-FLAG        PIC X(1) VALUE 'N'.
           88 WS-BATCH-REFUSED             VALUE 'Y'.
       01 WS-TIES-FLAG           PIC X(1) VALUE 'N'.
           88 WS-JOURNAL-TIES              VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 99.
           05 WS-RUN-DAY          PIC 99.
       01 WS-PERIOD              PIC 9(6).
       01 WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR      PIC 9(4).
           05 WS-PERIOD-MONTH     PIC 99.
       01 WS-BATCH-REF           PIC X(12).
       01 WS-BATCH-SEQ           PIC 99 VALUE ZERO.
       01 WS-PRIOR-BATCH-REF     PIC X(12) VALUE SPACES.
       01 WS-PRIOR-SEQ           PIC 99 VALUE ZERO.
       01 WS-LOG-SEQ             PIC 99.
       01 WS-LINE-COUNT          PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 50.
       01 WS-DISPLAY-COUNT       PIC Z(7)9.
       01 WS-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REFUSE-TEXT         PIC X(60).
       01 WS-JOURNAL-LINE-NO     PIC 9(5) VALUE ZERO.

      * Counts and control totals.
       01 WS-MAP-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-MAP-REJECT-COUNT    PIC 9(8) COMP VALUE ZERO.
       01 WS-RX-READ-COUNT       PIC 9(8) COMP VALUE ZERO.
       01 WS-LOG-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-LOG-KEPT-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-UNMAPPED-COUNT      PIC 9(8) COMP VALUE ZERO.
       01 WS-RX-DETAIL-LINES     PIC 9(9) COMP VALUE ZERO.
       01 WS-RX-DETAIL-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-REGISTER-LINES      PIC 9(9) COMP VALUE ZERO.
       01 WS-REGISTER-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-POST-DEBITS         PIC 9(11)V99 VALUE ZERO.
       01 WS-POST-CREDITS        PIC 9(11)V99 VALUE ZERO.
       01 WS-REV-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01 WS-REV-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.

      * Account-mapping cards.
       01 WS-MAP-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-MAP-MAX             PIC 9(4) COMP VALUE 300.
       01 WS-MSUB                PIC 9(4) COMP.
       01 WS-CUR-MAP             PIC 9(4) COMP.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 300 TIMES.
               10 WSM-CALENDAR-ID     PIC X(04).
               10 WSM-COST-CENTER     PIC X(06).
               10 WSM-EXPENSE-ACCOUNT PIC X(10).
               10 WSM-ACCRUAL-ACCOUNT PIC X(10).
       01 WS-LOOK-CALENDAR-ID    PIC X(04).
       01 WS-LOOK-COST-CENTER    PIC X(06).

      * Register extract details: calendar/cost center dollars.
       01 WS-RX-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-RX-MAX              PIC 9(4) COMP VALUE 200.
       01 WS-XSUB                PIC 9(4) COMP.
       01 WS-RX-TABLE.
           05 WS-RX-ENTRY OCCURS 200 TIMES.
               10 WSX-CALENDAR-ID     PIC X(04).
               10 WSX-COST-CENTER     PIC X(06).
               10 WSX-AMOUNT          PIC 9(09)V99.
               10 WSX-MAP-SUB         PIC 9(4) COMP.

      * The period's previous posting, from the posting log.
       01 WS-PRIOR-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-PRIOR-MAX           PIC 9(4) COMP VALUE 400.
       01 WS-PSUB                PIC 9(4) COMP.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 400 TIMES.
               10 WSP-LOG-RECORD      PIC X(107).

      * The journal line being built, and the log line being read.
           COPY HOLIDGLJ.

       LINKAGE SECTION.
       01 LK-STEP-PARM.
           05 LK-PARM-LEN            PIC S9(4) COMP.
           05 LK-PARM-TEXT           PIC X(6).

       PROCEDURE DIVISION USING LK-STEP-PARM.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-REGISTER-EXTRACT
           PERFORM LOAD-POSTED-LOG
           PERFORM CHECK-BATCH

           IF WS-BATCH-REFUSED
               PERFORM REFUSE-BATCH
           ELSE
               PERFORM WRITE-JOURNAL
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM TERMINATE-RUN

           EVALUATE TRUE
               WHEN WS-BATCH-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MAP-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * INITIALIZE-RUN - the accounting period comes from the PARM    *
      * (YYYYMM); with no PARM it is the run month.  A PARM that is   *
      * not a valid period refuses the batch rather than post to the  *
      * wrong month.                                                  *
      ******************************************************************
       INITIALIZE-RUN.
           DISPLAY 'HOLIDGLI: holiday-pay GL interface'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LEN = ZERO
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH
           ELSE
               IF LK-PARM-LEN >= 6 AND LK-PARM-TEXT IS NUMERIC
                   MOVE LK-PARM-TEXT TO WS-PERIOD
               ELSE
                   MOVE ZERO TO WS-PERIOD
               END-IF
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                  OR WS-PERIOD-YEAR < 1900
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE 'PARM IS NOT A VALID ACCOUNTING PERIOD YYYYMM'
                       TO WS-REFUSE-TEXT
                   DISPLAY 'HOLIDGLI: invalid period PARM '
                       LK-PARM-TEXT
               END-IF
           END-IF
           DISPLAY 'HOLIDGLI: accounting period ' WS-PERIOD

           OPEN INPUT REGISTER-EXTRACT
           OPEN INPUT ACCOUNT-MAP
           OPEN INPUT POSTED-LOG-IN
           OPEN OUTPUT POSTED-LOG-OUT
           OPEN OUTPUT JOURNAL-OUT
           OPEN OUTPUT GL-REPORT.

      ******************************************************************
      * LOAD-ACCOUNT-MAP - cards with a blank account are rejected;   *
      * the most specific card wins at lookup, so duplicates are      *
      * harmless except that the first one read is used.              *
      ******************************************************************
       LOAD-ACCOUNT-MAP.
           PERFORM UNTIL WS-MAP-EOF
               READ ACCOUNT-MAP
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MAP-READ-COUNT
                       PERFORM STORE-ONE-MAP
               END-READ
           END-PERFORM.

       STORE-ONE-MAP.
           IF GM-CALENDAR-ID = SPACES OR GM-COST-CENTER = SPACES
              OR GM-EXPENSE-ACCOUNT = SPACES
              OR GM-ACCRUAL-ACCOUNT = SPACES
               ADD 1 TO WS-MAP-REJECT-COUNT
               DISPLAY 'HOLIDGLI: mapping card rejected, blank field - '
                   GM-CALENDAR-ID ' ' GM-COST-CENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT >= WS-MAP-MAX
               ADD 1 TO WS-MAP-REJECT-COUNT
               DISPLAY 'HOLIDGLI: mapping table full, card dropped - '
                   GM-CALENDAR-ID ' ' GM-COST-CENTER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GM-CALENDAR-ID TO WSM-CALENDAR-ID(WS-MAP-COUNT)
           MOVE GM-COST-CENTER TO WSM-COST-CENTER(WS-MAP-COUNT)
           MOVE GM-EXPENSE-ACCOUNT TO WSM-EXPENSE-ACCOUNT(WS-MAP-COUNT)
           MOVE GM-ACCRUAL-ACCOUNT TO WSM-ACCRUAL-ACCOUNT(WS-MAP-COUNT).

       LOAD-REGISTER-EXTRACT.
           PERFORM UNTIL WS-RX-EOF
               READ REGISTER-EXTRACT
                   AT END
                       MOVE 'Y' TO WS-RX-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RX-READ-COUNT
                       PERFORM STORE-ONE-EXTRACT
               END-READ
           END-PERFORM.

       STORE-ONE-EXTRACT.
           IF RX-TRAILER
               MOVE 'Y' TO WS-TRAILER-FLAG
               MOVE RX-LINE-COUNT TO WS-REGISTER-LINES
               MOVE RX-AMOUNT TO WS-REGISTER-TOTAL
               EXIT PARAGRAPH
           END-IF
           ADD RX-LINE-COUNT TO WS-RX-DETAIL-LINES
           ADD RX-AMOUNT TO WS-RX-DETAIL-TOTAL
           IF WS-RX-COUNT >= WS-RX-MAX
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'REGISTER EXTRACT TABLE FULL' TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RX-COUNT
           MOVE RX-CALENDAR-ID TO WSX-CALENDAR-ID(WS-RX-COUNT)
           MOVE RX-COST-CENTER TO WSX-COST-CENTER(WS-RX-COUNT)
           MOVE RX-AMOUNT TO WSX-AMOUNT(WS-RX-COUNT).

      ******************************************************************
      * LOAD-POSTED-LOG - other periods' lines go straight to the new *
      * log; this period's lines are held as the previous posting,    *
      * to be reversed (or carried forward again if the batch is      *
      * refused).  The highest posting number seen for the period     *
      * gives the next batch reference.                               *
      ******************************************************************
       LOAD-POSTED-LOG.
           PERFORM UNTIL WS-LOG-EOF
               READ POSTED-LOG-IN
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       PERFORM SORT-ONE-LOG-LINE
               END-READ
           END-PERFORM.

       SORT-ONE-LOG-LINE.
           MOVE POSTED-IN-RECORD TO GL-JOURNAL-RECORD
           IF GJ-PERIOD NOT = WS-PERIOD
               MOVE POSTED-IN-RECORD TO POSTED-OUT-RECORD
               WRITE POSTED-OUT-RECORD
               ADD 1 TO WS-LOG-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-COUNT >= WS-PRIOR-MAX
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'PREVIOUS POSTING TOO LARGE TO REVERSE'
                   TO WS-REFUSE-TEXT
               MOVE POSTED-IN-RECORD TO POSTED-OUT-RECORD
               WRITE POSTED-OUT-RECORD
               ADD 1 TO WS-LOG-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE POSTED-IN-RECORD TO WSP-LOG-RECORD(WS-PRIOR-COUNT)
           IF GJ-BATCH-REF(11:2) IS NUMERIC
               MOVE GJ-BATCH-REF(11:2) TO WS-LOG-SEQ
               IF WS-LOG-SEQ > WS-PRIOR-SEQ
                   MOVE WS-LOG-SEQ TO WS-PRIOR-SEQ
                   MOVE GJ-BATCH-REF TO WS-PRIOR-BATCH-REF
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-BATCH - the extract must end in the register trailer,   *
      * its details must add up to the trailer, and every calendar/   *
      * cost center must map to accounts, before anything is posted.  *
      ******************************************************************
       CHECK-BATCH.
           IF WS-BATCH-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'REGISTER EXTRACT HAS NO TRAILER - INCOMPLETE RUN'
                   TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-RX-DETAIL-TOTAL NOT = WS-REGISTER-TOTAL
              OR WS-RX-DETAIL-LINES NOT = WS-REGISTER-LINES
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'EXTRACT DETAILS DO NOT ADD UP TO REGISTER TOTAL'
                   TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-SEQ >= 99
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'PERIOD ALREADY POSTED 99 TIMES' TO WS-REFUSE-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM MAP-ONE-EXTRACT
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-RX-COUNT
           IF WS-UNMAPPED-COUNT > 0
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'CALENDAR/COST CENTER WITH NO ACCOUNT MAPPING'
                   TO WS-REFUSE-TEXT
           END-IF.

       MAP-ONE-EXTRACT.
           MOVE WSX-CALENDAR-ID(WS-XSUB) TO WS-LOOK-CALENDAR-ID
           MOVE WSX-COST-CENTER(WS-XSUB) TO WS-LOOK-COST-CENTER
           PERFORM FIND-MAPPING
           IF WS-CUR-MAP = ZERO
               MOVE '******' TO WS-LOOK-COST-CENTER
               PERFORM FIND-MAPPING
           END-IF
           IF WS-CUR-MAP = ZERO
               MOVE '****' TO WS-LOOK-CALENDAR-ID
               MOVE WSX-COST-CENTER(WS-XSUB) TO WS-LOOK-COST-CENTER
               PERFORM FIND-MAPPING
           END-IF
           IF WS-CUR-MAP = ZERO
               MOVE '******' TO WS-LOOK-COST-CENTER
               PERFORM FIND-MAPPING
           END-IF
           MOVE WS-CUR-MAP TO WSX-MAP-SUB(WS-XSUB)
           IF WS-CUR-MAP = ZERO
               ADD 1 TO WS-UNMAPPED-COUNT
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACES TO RPT-LINE
               STRING '*** NO ACCOUNT MAPPING FOR CALENDAR '
                   WSX-CALENDAR-ID(WS-XSUB) ' COST CENTER '
                   WSX-COST-CENTER(WS-XSUB) ' ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       FIND-MAPPING.
           MOVE ZERO TO WS-CUR-MAP
           PERFORM CHECK-ONE-MAPPING
               VARYING WS-MSUB FROM 1 BY 1
               UNTIL WS-MSUB > WS-MAP-COUNT OR WS-CUR-MAP > ZERO.

       CHECK-ONE-MAPPING.
           IF WSM-CALENDAR-ID(WS-MSUB) = WS-LOOK-CALENDAR-ID
              AND WSM-COST-CENTER(WS-MSUB) = WS-LOOK-COST-CENTER
               MOVE WS-MSUB TO WS-CUR-MAP
           END-IF.

      ******************************************************************
      * REFUSE-BATCH - nothing is journaled; the period's previous    *
      * posting stays on the log as it was.                           *
      ******************************************************************
       REFUSE-BATCH.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-LINE
           STRING '*** BATCH REFUSED - ' WS-REFUSE-TEXT
               DELIMITED BY '  ' INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '*** NOTHING POSTED FOR PERIOD ' WS-PERIOD
               ' - CORRECT AND RERUN THE REGISTER ***'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT
           DISPLAY 'HOLIDGLI: batch refused - ' WS-REFUSE-TEXT

           PERFORM KEEP-ONE-PRIOR
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PRIOR-COUNT.

       KEEP-ONE-PRIOR.
           MOVE WSP-LOG-RECORD(WS-PSUB) TO POSTED-OUT-RECORD
           WRITE POSTED-OUT-RECORD
           ADD 1 TO WS-LOG-KEPT-COUNT.

      ******************************************************************
      * WRITE-JOURNAL - reverse the period's previous posting, if     *
      * any, then post the register, all under the new batch          *
      * reference; the batch ends with its control-total trailer.     *
      ******************************************************************
       WRITE-JOURNAL.
           COMPUTE WS-BATCH-SEQ = WS-PRIOR-SEQ + 1
           MOVE SPACES TO WS-BATCH-REF
           STRING 'HP-' WS-PERIOD '-' WS-BATCH-SEQ
               DELIMITED BY SIZE INTO WS-BATCH-REF
           DISPLAY 'HOLIDGLI: batch ' WS-BATCH-REF

           PERFORM REVERSE-ONE-PRIOR
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PRIOR-COUNT

           PERFORM POST-ONE-EXTRACT
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-RX-COUNT

           COMPUTE WS-TOTAL-DEBITS = WS-POST-DEBITS + WS-REV-DEBITS
           COMPUTE WS-TOTAL-CREDITS = WS-POST-CREDITS + WS-REV-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              AND WS-POST-DEBITS = WS-REGISTER-TOTAL
              AND WS-POST-CREDITS = WS-REGISTER-TOTAL
               MOVE 'Y' TO WS-TIES-FLAG
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE WS-BATCH-REF TO GJ-BATCH-REF
           MOVE WS-PERIOD TO GJ-PERIOD
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-JOURNAL-LINE-NO TO GJ-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
           MOVE WS-REV-DEBITS TO GJ-REVERSAL-TOTAL
           MOVE WS-REGISTER-TOTAL TO GJ-REGISTER-TOTAL
           MOVE GL-JOURNAL-RECORD TO JOURNAL-OUT-RECORD
           WRITE JOURNAL-OUT-RECORD.

      * A reversal swaps the debit and credit of the posted line.
       REVERSE-ONE-PRIOR.
           MOVE WSP-LOG-RECORD(WS-PSUB) TO GL-JOURNAL-RECORD
           IF NOT GJ-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE GJ-BATCH-REF TO GJ-REVERSES-REF
           MOVE 'R' TO GJ-ENTRY-TYPE
           IF GJ-DEBIT
               MOVE 'C' TO GJ-DR-CR
           ELSE
               MOVE 'D' TO GJ-DR-CR
           END-IF
           MOVE SPACES TO GJ-DESCRIPTION
           STRING 'REVERSE ' GJ-REVERSES-REF
               DELIMITED BY SIZE INTO GJ-DESCRIPTION
           PERFORM WRITE-JOURNAL-LINE.

       POST-ONE-EXTRACT.
           MOVE WSX-MAP-SUB(WS-XSUB) TO WS-CUR-MAP
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'P' TO GJ-ENTRY-TYPE
           MOVE WSX-COST-CENTER(WS-XSUB) TO GJ-COST-CENTER
           MOVE WSX-CALENDAR-ID(WS-XSUB) TO GJ-CALENDAR-ID
           MOVE WSX-AMOUNT(WS-XSUB) TO GJ-AMOUNT
           MOVE WSM-EXPENSE-ACCOUNT(WS-CUR-MAP) TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DR-CR
           STRING 'HOLIDAY PAY EXP '
               WSX-CALENDAR-ID(WS-XSUB) ' '
               WSX-COST-CENTER(WS-XSUB)
               DELIMITED BY SIZE INTO GJ-DESCRIPTION
           PERFORM WRITE-JOURNAL-LINE

           MOVE WSM-ACCRUAL-ACCOUNT(WS-CUR-MAP) TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DR-CR
           MOVE SPACES TO GJ-DESCRIPTION
           STRING 'ACCRUED PAYROLL '
               WSX-CALENDAR-ID(WS-XSUB) ' '
               WSX-COST-CENTER(WS-XSUB)
               DELIMITED BY SIZE INTO GJ-DESCRIPTION
           PERFORM WRITE-JOURNAL-LINE.

      ******************************************************************
      * WRITE-JOURNAL-LINE - stamps the line with the batch, period   *
      * and line number, writes it, tallies it, prints it, and keeps  *
      * posting lines on the new log as the period's current posting. *
      ******************************************************************
       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINE-NO
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE WS-BATCH-REF TO GJ-BATCH-REF
           MOVE WS-PERIOD TO GJ-PERIOD
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-JOURNAL-LINE-NO TO GJ-LINE-NUMBER
           MOVE GL-JOURNAL-RECORD TO JOURNAL-OUT-RECORD
           WRITE JOURNAL-OUT-RECORD

           EVALUATE TRUE
               WHEN GJ-POSTING AND GJ-DEBIT
                   ADD GJ-AMOUNT TO WS-POST-DEBITS
               WHEN GJ-POSTING
                   ADD GJ-AMOUNT TO WS-POST-CREDITS
               WHEN GJ-DEBIT
                   ADD GJ-AMOUNT TO WS-REV-DEBITS
               WHEN OTHER
                   ADD GJ-AMOUNT TO WS-REV-CREDITS
           END-EVALUATE

           IF GJ-POSTING
               MOVE GL-JOURNAL-RECORD TO POSTED-OUT-RECORD
               WRITE POSTED-OUT-RECORD
           END-IF

           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO RPT-LINE
           MOVE GJ-LINE-NUMBER TO RPT-LINE(1:5)
           IF GJ-POSTING
               MOVE 'POST' TO RPT-LINE(8:7)
           ELSE
               MOVE 'REVERSE' TO RPT-LINE(8:7)
           END-IF
           MOVE GJ-ACCOUNT TO RPT-LINE(17:10)
           MOVE GJ-COST-CENTER TO RPT-LINE(29:6)
           MOVE GJ-CALENDAR-ID TO RPT-LINE(37:4)
           MOVE GJ-AMOUNT TO WS-EDIT-AMOUNT
           IF GJ-DEBIT
               MOVE WS-EDIT-AMOUNT TO RPT-LINE(43:14)
           ELSE
               MOVE WS-EDIT-AMOUNT TO RPT-LINE(59:14)
           END-IF
           MOVE GJ-DESCRIPTION TO RPT-LINE(75:30)
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '          HOLIDAY-PAY GL JOURNAL - PERIOD '
               WS-PERIOD-YEAR '/' WS-PERIOD-MONTH ' - RUN '
               WS-RUN-MONTH '/' WS-RUN-DAY '/' WS-RUN-YEAR
               '          PAGE: ' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'LINE   ENTRY    ACCOUNT     CC      CAL   '
               '         DEBIT          CREDIT  DESCRIPTION'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING '-----  -------  ----------  ------  ----  '
               '--------------  --------------  '
               '------------------------------'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 5 TO WS-LINE-COUNT.

      ******************************************************************
      * WRITE-CONTROL-TOTALS - the journal must balance and its       *
      * posting must equal the register's grand total.                *
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           IF WS-PAGE-COUNT = ZERO
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'BATCH REFERENCE:              ' WS-BATCH-REF
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-BATCH-REFUSED
               MOVE 'NONE - REFUSED' TO RPT-LINE(31:14)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'PREVIOUS POSTING REVERSED:    ' WS-PRIOR-BATCH-REF
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-PRIOR-COUNT = ZERO
               MOVE 'NONE - FIRST POSTING FOR PERIOD' TO RPT-LINE(31:31)
           ELSE
               IF WS-BATCH-REFUSED
                   MOVE 'NONE - LEFT IN PLACE' TO RPT-LINE(31:20)
               END-IF
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REGISTER-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'REGISTER GRAND TOTAL:         ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RX-DETAIL-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'EXTRACT DETAIL TOTAL:         ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-POST-DEBITS TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'POSTING DEBITS (EXPENSE):     ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-POST-CREDITS TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'POSTING CREDITS (ACCRUAL):    ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REV-DEBITS TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'REVERSAL DEBITS:              ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REV-CREDITS TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'REVERSAL CREDITS:             ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TOTAL-DEBITS TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'BATCH TOTAL DEBITS:           ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TOTAL-CREDITS TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING 'BATCH TOTAL CREDITS:          ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-BATCH-REFUSED
                   MOVE '*** BATCH REFUSED - NOTHING POSTED ***'
                       TO RPT-LINE
               WHEN WS-JOURNAL-TIES
                   MOVE 'JOURNAL BALANCED AND TIES TO THE REGISTER'
                       TO RPT-LINE
               WHEN OTHER
                   MOVE '*** JOURNAL DOES NOT TIE TO THE REGISTER ***'
                       TO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RX-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'EXTRACT RECORDS READ:         ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REGISTER-LINES TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'REGISTER LINES PRICED:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-JOURNAL-LINE-NO TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'JOURNAL LINES WRITTEN:        ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-MAP-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'MAPPING CARDS READ:           ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-MAP-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'MAPPING CARDS REJECTED:       ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-UNMAPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'UNMAPPED CALENDAR/COST CTRS:  ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LOG-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'POSTING LOG LINES READ:       ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LOG-KEPT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'POSTING LOG LINES CARRIED:    ' WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       TERMINATE-RUN.
           CLOSE REGISTER-EXTRACT ACCOUNT-MAP POSTED-LOG-IN
               POSTED-LOG-OUT JOURNAL-OUT GL-REPORT
           DISPLAY 'HOLIDGLI: ' WS-JOURNAL-LINE-NO
               ' journal line(s) for period ' WS-PERIOD.

       END PROGRAM HOLIDGLI.
