      ******************************************************************
      * HOLIDGLJ - Holiday-pay general-ledger journal record, written *
      * by HOLIDGLI.  Detail lines debit holiday-pay expense and      *
      * credit accrued payroll per calendar and cost center; every    *
      * line carries the accounting period and the batch reference    *
      * ('HP-yyyymm-nn', nn = posting number within the period).  A   *
      * re-run for a period first reverses the period's previous      *
      * posting (entry type R, debit and credit swapped, reversed     *
      * batch in GJ-REVERSES-REF).  The batch ends with one trailer   *
      * of control totals.  The same layout is used for the posting   *
      * log, which holds the detail lines currently posted for each   *
      * period.                                                       *
      ******************************************************************
       01 GL-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE           PIC X(01).
               88 GJ-DETAIL                      VALUE 'D'.
               88 GJ-TRAILER                     VALUE 'T'.
           05 GJ-BATCH-REF             PIC X(12).
           05 GJ-PERIOD                PIC 9(06).
           05 GJ-RUN-DATE              PIC 9(08).
           05 GJ-DETAIL-AREA.
               10 GJ-LINE-NUMBER       PIC 9(05).
               10 GJ-ENTRY-TYPE        PIC X(01).
                   88 GJ-POSTING                 VALUE 'P'.
                   88 GJ-REVERSAL                VALUE 'R'.
               10 GJ-ACCOUNT           PIC X(10).
               10 GJ-COST-CENTER       PIC X(06).
               10 GJ-CALENDAR-ID       PIC X(04).
               10 GJ-DR-CR             PIC X(01).
                   88 GJ-DEBIT                   VALUE 'D'.
                   88 GJ-CREDIT                  VALUE 'C'.
               10 GJ-AMOUNT            PIC 9(09)V99.
               10 GJ-REVERSES-REF      PIC X(12).
               10 GJ-DESCRIPTION       PIC X(30).
           05 GJ-TRAILER-AREA REDEFINES GJ-DETAIL-AREA.
               10 GJ-LINE-COUNT        PIC 9(05).
               10 GJ-TOTAL-DEBITS      PIC 9(11)V99.
               10 GJ-TOTAL-CREDITS     PIC 9(11)V99.
               10 GJ-REVERSAL-TOTAL    PIC 9(11)V99.
               10 GJ-REGISTER-TOTAL    PIC 9(11)V99.
               10 FILLER               PIC X(23).
