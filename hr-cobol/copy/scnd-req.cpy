      ******************************************************************
      * SCND-REQ.CPY - Secondment service request structure
      * Purpose: Request structure for SCND-SVC operations
      ******************************************************************
       01  SCND-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts the employee's secondment (a new posting
      *        replaces the old record); FIND answers it; END records
      *        the return date in Q-END-DATE
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-END              VALUE 'E'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-END-DATE          PIC 9(8).
           05  IN-SCND.
               COPY secondment REPLACING ==05== BY ==10==.
