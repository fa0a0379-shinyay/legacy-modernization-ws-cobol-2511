      *        funding order - the allocation list EXPPAY splits
      *        NET-PAY across
               88  OP-LIST-ACTIVE      VALUE 'L'.
      *        VALIDATE runs the ADD checks - routing fields, holder
      *        kana, employee on file, bank directory - and answers
      *        the normalized account; nothing is written
               88  OP-VALIDATE         VALUE 'V'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
