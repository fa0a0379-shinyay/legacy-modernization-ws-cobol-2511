      ******************************************************************
      * CNST-REQ.CPY - Electronic delivery consent request structure
      * Purpose: Request structure for CNST-SVC operations
      ******************************************************************
       01  CNST-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        GRANT records a consent (or re-dates a withdrawn one);
      *        FIND answers one record; WITHDRAW ends the consent
      *        from Q-DATE; CHECK answers whether the consent for
      *        Q-DOC-TYPE is in force on Q-DATE, for the document
      *        programs
               88  OP-GRANT            VALUE 'G'.
               88  OP-FIND             VALUE 'F'.
               88  OP-WITHDRAW         VALUE 'W'.
               88  OP-CHECK            VALUE 'C'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-DOC-TYPE          PIC X.
           05  Q-DATE              PIC 9(8).
           05  IN-CONSENT.
               COPY consent REPLACING ==05== BY ==10==.
