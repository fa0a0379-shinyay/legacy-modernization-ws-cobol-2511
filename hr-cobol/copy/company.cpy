           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    The pay frequency an employee of this entity is on
      *    unless the employee record names another
           05  DEFAULT-PAY-FREQUENCY PIC X   VALUE 'M'.
               88  CO-FREQ-MONTHLY     VALUE 'M' ' '.
               88  CO-FREQ-SEMI-MONTHLY VALUE 'S'.
               88  CO-FREQ-WEEKLY      VALUE 'W'.
           05  FILLER              PIC X(91) VALUE SPACES.
