      ******************************************************************
      * GLMAP-REQ.CPY - GL account mapping service request structure
      * Purpose: Request structure for GLMAP-SVC operations
      ******************************************************************
       01  GLMAP-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD writes a new mapping; FIND answers one by its full
      *        key; UPDATE rewrites one; LIST pages through them in
      *        key order (Q-CURSOR spaces to start, the returned key
      *        to continue); RESOLVE answers the mapping a posting
      *        line takes - the most specific active row for its
      *        line type, code, run type, department and company
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-LIST             VALUE 'L'.
               88  OP-RESOLVE          VALUE 'R'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-LINE-TYPE         PIC X.
           05  Q-LINE-CODE         PIC X(20).
           05  Q-RUN-TYPE          PIC X.
           05  Q-SCOPE-TYPE        PIC X.
           05  Q-SCOPE-CODE        PIC X(6).
      *    RESOLVE only - where the line posts (zero for a company-
      *    level line) and the run's entity (spaces read as 01)
           05  Q-DEPT-ID           PIC 9(6).
           05  Q-COMPANY-CODE      PIC X(2).
           05  Q-CURSOR            PIC X(29).
           05  IN-GLMAP.
               COPY glmap REPLACING ==05== BY ==10==.
