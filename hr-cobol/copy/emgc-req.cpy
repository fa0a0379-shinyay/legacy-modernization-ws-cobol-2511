      ******************************************************************
      * EMGC-REQ.CPY - Emergency contact service request structure
      * Purpose: Request structure for EMGC-SVC operations
      ******************************************************************
       01  EMGC-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        SET upserts the employee's record from IN-EMGC (a
      *        replace must carry the REC-VERSION it read); GET
      *        answers it; VALIDATE runs SET's checks on the
      *        details without writing (EMP-ID not needed), for
      *        ONBOARD's up-front bundle check; SCRUB blanks it, the
      *        PURGEPII path
               88  OP-SET              VALUE 'S'.
               88  OP-GET              VALUE 'G'.
               88  OP-VALIDATE         VALUE 'V'.
               88  OP-SCRUB            VALUE 'X'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  IN-EMGC.
               COPY emgcont REPLACING ==05== BY ==10==.
