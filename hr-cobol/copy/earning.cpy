               88  EARN-ALLOWANCE      VALUE 'A'.
               88  EARN-OVERTIME       VALUE 'O'.
               88  EARN-OTHER          VALUE 'T'.
      *        Host-country allowance of an overseas assignee (cost
      *        of living, hardship, home leave) - EXPATRPT lists them
      *        apart from the home pay
               88  EARN-HOST-ALLOWANCE VALUE 'H'.
      *    Amount added to GROSS-PAY each period, in the payroll's
      *    own currency terms
           05  EARN-AMOUNT         PIC 9(9)V99.
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Monthly overtime hours a fixed overtime premium
      *    (EARN-OVERTIME) is paid in advance for - OTTRUEUP values
      *    the hours actually worked against it each month
           05  COVERED-OT-HOURS    PIC 9(3)V99 VALUE 0.
           05  FILLER              PIC X(52) VALUE SPACES.
