      ******************************************************************
      * HLTH-REQ.CPY - Health check service request structure
      * Purpose: Request structure for HLTH-SVC operations
      ******************************************************************
       01  HLTH-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        PUT upserts the screen-kept part of an employee's year
      *        (scheduled and completed dates, follow-up flag,
      *        interview dates) and leaves HLTHMON's flags alone;
      *        FIND answers Q-EMP-ID's Q-FISCAL-YEAR record
               88  OP-PUT              VALUE 'P'.
               88  OP-FIND             VALUE 'F'.
      *        FLAG-NIGHT marks Q-EMP-ID a regular night worker for
      *        the fiscal year holding Q-PERIOD; FLAG-LONG-HOURS
      *        records Q-HOURS of overtime plus holiday work for the
      *        month Q-PERIOD and flags it past the 80-hour line
               88  OP-FLAG-NIGHT       VALUE 'N'.
               88  OP-FLAG-LONG-HOURS  VALUE 'L'.
      *        SET-RESULT and GET-RESULT reach the restricted result
      *        file - admin operators only, GET-RESULT with
      *        Q-PURPOSE, every retrieval audited; SCRUB blanks every
      *        result Q-EMP-ID has, the PURGEPII path
               88  OP-SET-RESULT       VALUE 'R'.
               88  OP-GET-RESULT       VALUE 'G'.
               88  OP-SCRUB            VALUE 'X'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-FISCAL-YEAR       PIC 9(4).
           05  Q-PERIOD            PIC 9(6).
           05  Q-HOURS             PIC 9(3)V99.
      *    Why the result is being retrieved - written to the audit
      *    trail
           05  Q-PURPOSE           PIC X(40).
           05  IN-HEALTH.
               COPY healthchk REPLACING ==05== BY ==10==.
           05  IN-RESULT.
               COPY hlthres REPLACING ==05== BY ==10==.
