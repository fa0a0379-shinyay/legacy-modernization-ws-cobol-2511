      ******************************************************************
      * QUAL-REQ.CPY - Qualification service request structure
      * Purpose: Request structure for QUAL-SVC operations
      ******************************************************************
       01  QUAL-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD writes a new qualification; FIND answers
      *        Q-QUAL-CODE; UPDATE rewrites one; LIST pages through
      *        them (Q-CURSOR spaces to start, the returned cursor
      *        to continue)
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-LIST             VALUE 'L'.
      *        NEED-ADD links IN-NEED's grade or department to a
      *        qualification, NEED-DELETE removes the link,
      *        NEED-LIST pages through every link
               88  OP-NEED-ADD         VALUE 'NA'.
               88  OP-NEED-DELETE      VALUE 'ND'.
               88  OP-NEED-LIST        VALUE 'NL'.
      *        HOLD-PUT upserts IN-HOLDING; HOLD-FIND answers
      *        Q-EMP-ID's Q-QUAL-CODE holding; HOLD-LIST pages
      *        through Q-EMP-ID's holdings
               88  OP-HOLD-PUT         VALUE 'HP'.
               88  OP-HOLD-FIND        VALUE 'HF'.
               88  OP-HOLD-LIST        VALUE 'HL'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-QUAL-CODE         PIC X(6).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-CURSOR            PIC X(15).
           05  IN-QUAL.
               COPY qualmast REPLACING ==05== BY ==10==.
           05  IN-NEED.
               COPY qualneed REPLACING ==05== BY ==10==.
           05  IN-HOLDING.
               COPY empqual REPLACING ==05== BY ==10==.
