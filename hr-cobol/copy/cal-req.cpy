      *        adjusted to the prior business day on the way in);
      *        FIND answers one period; FIND-OPEN answers the
      *        earliest open period - the default the batches take
      *        when run without an explicit period; NEXT-OPEN
      *        answers the next open period after Q-PAY-PERIOD.
      *        Every operation works within one pay frequency -
      *        Q-PAY-FREQUENCY, spaces meaning monthly - and FIND
      *        and NEXT-OPEN take the sequence within the month too
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-FIND-OPEN        VALUE 'O'.
               88  OP-NEXT-OPEN        VALUE 'N'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-PAY-PERIOD        PIC 9(6).
           05  Q-PAY-FREQUENCY     PIC X     VALUE SPACE.
           05  Q-PERIOD-SEQ        PIC 9     VALUE 0.
           05  IN-PAYCAL.
               COPY paycal REPLACING ==05== BY ==10==.
