      ******************************************************************
      * REQN-REQ.CPY - Job requisition service request structure
      * Purpose: Request structure for REQN-SVC operations
      ******************************************************************
       01  REQN-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD opens a pending requisition (REQN-ID assigned);
      *        FIND answers Q-REQN-ID; UPDATE rewrites a pending
      *        one; LIST pages through them (Q-CURSOR 0 to start,
      *        the returned cursor to continue)
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-LIST             VALUE 'L'.
      *        APPROVE checks Q-REQN-ID against the department's
      *        remaining budgeted headcount; REJECT and CANCEL close
      *        it unfilled; FILL records Q-EMP-ID as the hire
               88  OP-APPROVE          VALUE 'AP'.
               88  OP-REJECT           VALUE 'RJ'.
               88  OP-CANCEL           VALUE 'CN'.
               88  OP-FILL             VALUE 'FL'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-REQN-ID           PIC 9(9).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-FILL-DATE         PIC 9(8).
           05  Q-CURSOR            PIC 9(9)  VALUE 0.
           05  IN-REQN.
               COPY requisition REPLACING ==05== BY ==10==.
