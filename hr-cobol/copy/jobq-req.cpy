      ******************************************************************
      * JOBQ-REQ.CPY - Batch job request queue request structure
      * Purpose: Request structure for JOBQ-SVC operations
      ******************************************************************
       01  JOBQ-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        SUBMIT queues IN-JOBQ under the next request number
      *        (409 when the same job with the same parameters is
      *        already queued or running); LIST pages the queue
      *        past Q-CURSOR, limited to Q-SUBMITTED-BY when given;
      *        NEXT answers the first queued request past Q-CURSOR
      *        for the runner; UPDATE moves Q-REQ-ID to Q-NEW-STATUS
      *        ('R' claims a queued request, 'C'/'F' close a running
      *        one, 'X' cancels a queued one)
               88  OP-SUBMIT           VALUE 'S'.
               88  OP-LIST             VALUE 'L'.
               88  OP-NEXT             VALUE 'N'.
               88  OP-UPDATE           VALUE 'U'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-REQ-ID            PIC 9(6).
           05  Q-CURSOR            PIC 9(6).
           05  Q-SUBMITTED-BY      PIC X(8).
           05  Q-NEW-STATUS        PIC X.
      *    For OP-UPDATE closing a run: the outcome to record
           05  Q-RETURN-CODE       PIC 9(4).
           05  Q-RPT-GEN           PIC 9(6).
           05  Q-RPT-NAME          PIC X(8).
           05  Q-MESSAGE           PIC X(40).
           05  IN-JOBQ.
               COPY jobq REPLACING ==05== BY ==10==.
