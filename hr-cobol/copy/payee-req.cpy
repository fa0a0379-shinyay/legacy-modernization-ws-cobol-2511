      ******************************************************************
      * PAYEE-REQ.CPY - Remittance payee service request structure
      * Purpose: Request structure for PAYEE-SVC operations
      ******************************************************************
       01  PAYEE-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD writes a new payee; FIND answers one by type and
      *        reference; UPDATE rewrites one; LIST pages through
      *        them in key order (Q-CURSOR spaces to start, the
      *        returned key to continue)
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-LIST             VALUE 'L'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-PAYEE-TYPE        PIC X.
           05  Q-PAYEE-REF         PIC X(30).
           05  Q-CURSOR            PIC X(31).
           05  IN-PAYEE.
               COPY payee REPLACING ==05== BY ==10==.
