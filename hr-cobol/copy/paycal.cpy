           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Which payroll the row schedules: a monthly row keys by
      *    period alone (sequence 0, attendance across the calendar
      *    month); semi-monthly and weekly rows carry the sequence
      *    within the month their pay date falls in (1-2, 1-5) and
      *    the first attendance day, ATTENDANCE-CUTOFF being the
      *    last. Spaces on rows from before frequencies read as
      *    monthly.
           05  PAY-FREQUENCY       PIC X     VALUE 'M'.
               88  CAL-MONTHLY         VALUE 'M' ' '.
               88  CAL-SEMI-MONTHLY    VALUE 'S'.
               88  CAL-WEEKLY          VALUE 'W'.
           05  PERIOD-SEQ          PIC 9     VALUE 0.
           05  PERIOD-FROM         PIC 9(8)  VALUE 0.
           05  FILLER              PIC X(104) VALUE SPACES.
