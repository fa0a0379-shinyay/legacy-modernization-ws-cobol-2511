      *        year and answers the month's amount
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND-FOR-MONTH   VALUE 'M'.
      *        RECORD-CHANGE books a leaver's or transferee's change
      *        notification on the row covering Q-PAY-PERIOD (the
      *        change month); MARK-ISSUED flags its notification
      *        issued
               88  OP-RECORD-CHANGE    VALUE 'C'.
               88  OP-MARK-ISSUED      VALUE 'I'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
