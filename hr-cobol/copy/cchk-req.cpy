      ******************************************************************
      * CCHK-REQ.CPY - Period close checklist request structure
      * Purpose: Request structure for CLSCHK-SVC operations
      ******************************************************************
       01  CLSCHK-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts a step of a run type's checklist; DELETE
      *        removes one; LIST pages the steps on file (Q-RUN-TYPE/
      *        Q-STEP-SEQ of the last one returned, spaces/zero to
      *        start); EVALUATE checks a run type's steps for
      *        Q-PAY-PERIOD against the run history and the
      *        transmission register
               88  OP-ADD              VALUE 'A'.
               88  OP-DELETE           VALUE 'D'.
               88  OP-LIST             VALUE 'L'.
               88  OP-EVALUATE         VALUE 'E'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-RUN-TYPE          PIC X.
           05  Q-STEP-SEQ          PIC 9(2).
           05  Q-PAY-PERIOD        PIC X(6).
           05  IN-CLSCHK.
               COPY closechk REPLACING ==05== BY ==10==.
