      * from Easter Sunday of the year (HM-OFFSET-DAYS, e.g. -002 for
      * Good Friday); O = offset in days from another holiday on the
      * same calendar (HM-BASE-HOLIDAY-CODE names the base holiday,
      * which may itself be rule F, N, E or T but not another O);
      * T = looked up per year on the holiday date table (HOLIDDTB)
      * for lunar/religious and proclaimed dates no rule can compute.
           05 HM-HOLIDAY-NAME          PIC X(25).
           05 HM-RULE-TYPE             PIC X(01).
               88 HM-FIXED-DATE                 VALUE 'F'.
               88 HM-FLOATING-DATE              VALUE 'N'.
               88 HM-EASTER-OFFSET              VALUE 'E'.
               88 HM-HOLIDAY-OFFSET             VALUE 'O'.
               88 HM-TABLE-DATE                 VALUE 'T'.
           05 HM-HOLIDAY-MONTH         PIC 99.
           05 HM-HOLIDAY-DAY           PIC 99.
           05 HM-FLOAT-WEEKDAY         PIC 9(01).
