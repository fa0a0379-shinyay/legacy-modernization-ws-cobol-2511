           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Flextime - appended so patterns written before flextime
      *    existed read as fixed-hour patterns. A flextime pattern
      *    settles hours over a period of SETTLE-MONTHS months (1-3)
      *    counted from SETTLE-ANCHOR-MONTH (1 = January) instead of
      *    day by day: the required total is the period's business
      *    days times DAILY-HOURS, and a shortfall is carried to the
      *    next period when SHORTFALL-CARRY is set (otherwise it is
      *    deducted)
           05  FLEX-FLAG           PIC X     VALUE 'N'.
               88  PATTERN-FLEXTIME    VALUE 'Y'.
           05  SETTLE-MONTHS       PIC 9     VALUE 0.
           05  SETTLE-ANCHOR-MONTH PIC 9(2)  VALUE 0.
           05  SHORTFALL-CARRY     PIC X     VALUE 'N'.
               88  CARRY-SHORTFALL     VALUE 'Y'.
           05  FILLER              PIC X(94) VALUE SPACES.
