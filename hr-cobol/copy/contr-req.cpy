               88  OP-ADD              VALUE 'A'.
               88  OP-FIND-CURRENT     VALUE 'F'.
               88  OP-SCAN             VALUE 'S'.
      *        REENGAGE marks Q-EMP-ID's current term a re-engagement
      *        after retirement (Q-ORIG-EMP-ID, Q-RETIRE-DATE);
      *        SET-WAGE-AT-60 stores Q-WAGE-AT-60/Q-WAGE-MONTHS on
      *        the current re-engaged term
               88  OP-REENGAGE         VALUE 'G'.
               88  OP-SET-WAGE-AT-60   VALUE 'W'.
      *        TENURE totals Q-EMP-ID's fixed-term chain for the
      *        five-year conversion right (OUT-TENURE); CONVERT
      *        records the employee's conversion request
      *        (Q-REQUEST-DATE), ends the chain with the current
      *        term and queues the move to Q-NEW-EMP-TYPE (default
      *        F) for the day after that term ends
               88  OP-TENURE           VALUE 'T'.
               88  OP-CONVERT          VALUE 'V'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-CONTRACT-END      PIC 9(8).
      *    For OP-SCAN: cursor key of the last record returned
           05  Q-CURSOR-SEQ        PIC 9(3).
      *    For OP-REENGAGE and OP-SET-WAGE-AT-60
           05  Q-ORIG-EMP-ID       PIC 9(9).
           05  Q-RETIRE-DATE       PIC 9(8).
           05  Q-WAGE-AT-60        PIC 9(9).
           05  Q-WAGE-MONTHS       PIC 9.
      *    For OP-CONVERT
           05  Q-REQUEST-DATE      PIC 9(8).
           05  Q-NEW-EMP-TYPE      PIC X.
