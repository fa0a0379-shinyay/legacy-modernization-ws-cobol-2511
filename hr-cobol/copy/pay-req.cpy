      *    (R/B/S per payroll.cpy); SPACES closes every run type in
      *    the period, the original behavior
           05  Q-RUN-TYPE          PIC X.
      *    For OP-CLOSE: restricts the close to one pay frequency
      *    (M/S/W) and, for semi-monthly or weekly, one sequence
      *    within the month; SPACES closes every frequency
           05  Q-PAY-FREQUENCY     PIC X     VALUE SPACE.
           05  Q-PERIOD-SEQ        PIC 9     VALUE 0.
      *    For OP-MARK-PAID: the date the bank confirms the money
      *    moved (0 resolves to today)
           05  Q-PAID-DATE         PIC 9(8).
           05  Q-VOID-REASON       PIC X(100).
      *    For OP-CLOSE: 'Y' asks to close despite steps missing
      *    from the period close checklist - honored for an active
      *    admin operator only, and only with a reason, which the
      *    audit trail keeps
           05  Q-CLOSE-OVERRIDE    PIC X     VALUE SPACE.
               88  CLOSE-OVERRIDE-REQUESTED VALUE 'Y'.
           05  Q-OVERRIDE-REASON   PIC X(80) VALUE SPACES.
      *    How many history rows to skip, newest first - pages the
      *    OP-HISTORY inquiry the way Q-CURSOR pages
      *    SEARCH-EMPLOYEES
