      ******************************************************************
      * EXPT-REQ.CPY - Overseas assignment service request structure
      * Purpose: Request structure for EXPAT-SVC operations
      ******************************************************************
       01  EXPAT-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD posts an assignment from IN-EXPAT, or replaces the
      *        one with the same EMP-ID and DEPART-DATE (an extension
      *        or settlement re-keys it); FIND answers the assignment
      *        covering Q-EMP-ID on Q-AS-OF-DATE with the residency
      *        that day; RETURN records Q-RETURN-DATE on the
      *        assignment Q-EMP-ID/Q-DEPART-DATE; LIST pages every
      *        assignment in employee order (Q-EMP-ID/Q-DEPART-DATE
      *        of the last one returned, zeros to start)
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-RETURN           VALUE 'E'.
               88  OP-LIST             VALUE 'L'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-DEPART-DATE       PIC 9(8).
           05  Q-AS-OF-DATE        PIC 9(8).
           05  Q-RETURN-DATE       PIC 9(8).
           05  IN-EXPAT.
               COPY expat REPLACING ==05== BY ==10==.
