      ******************************************************************
      * TCSUSP-REQ.CPY - Timecard exception suspense request structure
      * Purpose: Request structure for TCSUSP-SVC operations
      ******************************************************************
       01  TCSUSP-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD holds IN-TCSUSP under the next suspense number;
      *        LIST pages the exceptions past Q-CURSOR, limited to
      *        Q-MANAGER-EMP-ID's reports when given and to open
      *        ones when Q-OPEN-ONLY is 'Y'; RELEASE writes Q-SUSP-ID
      *        to the timecard master - Q-RESOLUTION 'C' with the
      *        corrected hours in IN-TCSUSP, or 'A' as sent with
      *        the note in Q-NOTE; DELETE discards it; COUNT-OPEN
      *        counts Q-EMP-ID's open exceptions dated from
      *        Q-FROM-DATE through Q-THRU-DATE when given, else in
      *        Q-PAY-PERIOD (YYYYMM)
               88  OP-ADD              VALUE 'A'.
               88  OP-LIST             VALUE 'L'.
               88  OP-RELEASE          VALUE 'R'.
               88  OP-DELETE           VALUE 'D'.
               88  OP-COUNT-OPEN       VALUE 'C'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-SUSP-ID           PIC 9(6).
           05  Q-CURSOR            PIC 9(6).
           05  Q-MANAGER-EMP-ID    PIC 9(9).
           05  Q-OPEN-ONLY         PIC X.
           05  Q-EMP-ID            PIC 9(9).
           05  Q-PAY-PERIOD        PIC 9(6).
           05  Q-FROM-DATE         PIC 9(8).
           05  Q-THRU-DATE         PIC 9(8).
           05  Q-RESOLUTION        PIC X.
           05  Q-NOTE              PIC X(40).
           05  IN-TCSUSP.
               COPY tcsusp REPLACING ==05== BY ==10==.
