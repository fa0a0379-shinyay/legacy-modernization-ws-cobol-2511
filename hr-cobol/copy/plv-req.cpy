      ******************************************************************
      * PLV-REQ.CPY - Planned leave calendar request structure
      * Purpose: Request structure for PLNLV-SVC operations
      ******************************************************************
       01  PLNLV-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts a planned day not yet charged; DELETE
      *        removes one; LIST pages the calendar in date order
      *        (Q-PLAN-DATE/Q-SCOPE-TYPE/Q-SCOPE-CODE of the last one
      *        returned, zero/spaces to start); MARK-CHARGED records
      *        the PLNLEAVE run's counts against the day
               88  OP-ADD              VALUE 'A'.
               88  OP-DELETE           VALUE 'D'.
               88  OP-LIST             VALUE 'L'.
               88  OP-MARK-CHARGED     VALUE 'M'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-PLAN-DATE         PIC 9(8).
           05  Q-SCOPE-TYPE        PIC X.
           05  Q-SCOPE-CODE        PIC X(6).
           05  Q-CHARGED-COUNT     PIC 9(5).
           05  Q-EXCEPTION-COUNT   PIC 9(5).
           05  IN-PLNLV.
               COPY planlv REPLACING ==05== BY ==10==.
