      ******************************************************************
      * MDREQ-REQ.CPY - Master data required item request structure
      * Purpose: Request structure for MDREQ-SVC operations
      ******************************************************************
       01  MDREQ-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        PUT writes IN-MDREQ (or replaces the owner and grace
      *        days of one already on file); DELETE removes the
      *        company/type/item named in IN-MDREQ; LIST pages
      *        through every item (Q-CURSOR spaces to start, the
      *        returned cursor to continue)
               88  OP-PUT              VALUE 'P'.
               88  OP-DELETE           VALUE 'D'.
               88  OP-LIST             VALUE 'L'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-CURSOR            PIC X(7).
           05  IN-MDREQ.
               COPY mdreq REPLACING ==05== BY ==10==.
