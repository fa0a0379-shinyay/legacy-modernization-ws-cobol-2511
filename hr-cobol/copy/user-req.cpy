               88  OP-VERIFY           VALUE 'V'.
               88  OP-SET-PASSWORD     VALUE 'P'.
               88  OP-RESET-PASSWORD   VALUE 'R'.
      *        LIST pages every operator in ID order (Q-OPERATOR-ID
      *        of the last one returned, spaces to start); DISABLE
      *        takes Q-OPERATOR-ID out of service for
      *        Q-DISABLE-REASON; RECERTIFY records a reviewer's keep
      *        decision on Q-OPERATOR-ID
               88  OP-LIST             VALUE 'L'.
               88  OP-DISABLE          VALUE 'D'.
               88  OP-RECERTIFY        VALUE 'K'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-OPERATOR-ID       PIC X(8).
      *    (RESET-PASSWORD - blank means the operator ID itself)
           05  Q-PASSWORD          PIC X(16).
           05  Q-NEW-PASSWORD      PIC X(16).
      *    DISABLE: U dormant, T employee terminated, R revoked at
      *    recertification, A admin
           05  Q-DISABLE-REASON    PIC X.
           05  IN-OPERATOR.
               COPY user REPLACING ==05== BY ==10==.
