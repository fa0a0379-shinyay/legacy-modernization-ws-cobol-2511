           05  OUT-TIMECARD.
               COPY timecard REPLACING ==05== BY ==10==.
      *    OP-SUM-PERIOD totals across the employee's timecards whose
      *    WORK-DATE falls inside Q-PAY-PERIOD; TIMECARD-COUNT is the
      *    days attended, a day split across projects counting once
           05  PERIOD-REGULAR-HOURS PIC 9(4)V99.
           05  PERIOD-OVERTIME-HOURS PIC 9(4)V99.
           05  PERIOD-NIGHT-HOURS  PIC 9(4)V99.
           05  PERIOD-HOLIDAY-HOURS PIC 9(4)V99.
           05  TIMECARD-COUNT      PIC 9(4).
      *    Why an ADD was refused, where the caller may route the
      *    card elsewhere rather than reject it - spaces otherwise
           05  ADD-REJECT-REASON   PIC X.
               88  REJECT-NOT-SCHEDULED VALUE 'N'.
