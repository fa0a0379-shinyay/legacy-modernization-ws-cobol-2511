           05  EXPIRY-DATE         PIC 9(8).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Of TAKEN-DAYS, the days charged as company-designated
      *    planned leave (PLNLEAVE) - capped at five per grant, and
      *    never so many that fewer than five of the grant stay at
      *    the employee's own discretion
           05  PLANNED-DAYS        PIC 9(2)V9 VALUE 0.
           05  FILLER              PIC X(125) VALUE SPACES.
