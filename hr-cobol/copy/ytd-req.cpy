               88  OP-APPLY            VALUE 'A'.
               88  OP-REVERSE          VALUE 'R'.
               88  OP-INQUIRE          VALUE 'I'.
      *        SPLIT closes the year's amounts so far off under
      *        Q-COMPANY-CODE (the company left) on an intercompany
      *        transfer; UNSPLIT folds them back, its compensating
      *        entry
               88  OP-SPLIT            VALUE 'S'.
               88  OP-UNSPLIT          VALUE 'U'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  IN-GROSS            PIC S9(11)V99.
           05  IN-DEDUCTIONS       PIC S9(11)V99.
           05  IN-NET              PIC S9(11)V99.
      *    Company that paid the amounts (payroll COMPANY-CODE, 01
      *    for spaces) - an APPLY or REVERSE for the company the
      *    employee left earlier in the year lands in the prior
      *    bucket. Spaces means the current company.
           05  Q-COMPANY-CODE      PIC X(2).
      *    SPLIT only: the intercompany transfer date
           05  Q-SPLIT-DATE        PIC 9(8).
