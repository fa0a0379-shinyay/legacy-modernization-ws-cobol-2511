      ******************************************************************
      * MINW-REQ.CPY - Minimum wage service request structure
      * Purpose: Request structure for MINWAGE-SVC operations
      ******************************************************************
       01  MINWAGE-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts a prefecture's rate for an effective date
      *        (a corrected import refreshes it); FIND-AS-OF resolves
      *        the rate in force in Q-PREFECTURE-CODE on
      *        Q-AS-OF-DATE
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND-AS-OF       VALUE 'F'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-PREFECTURE-CODE   PIC X(2).
           05  Q-AS-OF-DATE        PIC 9(8).
           05  IN-MINWAGE.
               COPY minwage REPLACING ==05== BY ==10==.
