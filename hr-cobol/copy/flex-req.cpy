      ******************************************************************
      * FLEX-REQ.CPY - Flextime hours bank service request structure
      * Purpose: Request structure for FLEX-SVC operations
      ******************************************************************
       01  FLEX-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        REFRESH accumulates Q-EMP-ID's timecard hours for the
      *        settlement period holding Q-AS-OF-DATE under
      *        Q-PATTERN-CODE and answers the balance so far; FIND
      *        answers the period starting Q-SETTLE-FROM
               88  OP-REFRESH          VALUE 'R'.
               88  OP-FIND             VALUE 'F'.
      *        SETTLE closes the period when Q-PAY-PERIOD is its last
      *        month, stamped with Q-PAY-ID; RELEASE reopens every
      *        period Q-PAY-ID settled for Q-EMP-ID
               88  OP-SETTLE           VALUE 'T'.
               88  OP-RELEASE          VALUE 'X'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-PATTERN-CODE      PIC X(4).
           05  Q-AS-OF-DATE        PIC 9(8).
           05  Q-PAY-PERIOD        PIC 9(6).
           05  Q-PAY-ID            PIC 9(12).
           05  Q-SETTLE-FROM       PIC 9(6).
