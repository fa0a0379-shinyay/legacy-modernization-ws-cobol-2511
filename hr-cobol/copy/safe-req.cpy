      ******************************************************************
      * SAFE-REQ.CPY - Safety confirmation service request structure
      * Purpose: Request structure for SAFETY-SVC operations
      ******************************************************************
       01  SAFETY-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD puts IN-SAFETY on the event's roster, unaccounted;
      *        LIST pages Q-EVENT-ID's roster past Q-CURSOR (an
      *        EMP-ID), limited to Q-MANAGER-EMP-ID's people when
      *        given and to the unaccounted when Q-UNACCOUNTED-ONLY
      *        is 'Y'; RECORD sets Q-EMP-ID's status on the event to
      *        Q-STATUS with Q-NOTE
               88  OP-ADD              VALUE 'A'.
               88  OP-LIST             VALUE 'L'.
               88  OP-RECORD           VALUE 'R'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EVENT-ID          PIC X(8).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-CURSOR            PIC 9(9).
           05  Q-MANAGER-EMP-ID    PIC 9(9).
           05  Q-UNACCOUNTED-ONLY  PIC X.
           05  Q-STATUS            PIC X.
           05  Q-NOTE              PIC X(40).
           05  IN-SAFETY.
               COPY safety REPLACING ==05== BY ==10==.
