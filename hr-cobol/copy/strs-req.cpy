      ******************************************************************
      * STRS-REQ.CPY - Stress check service request structure
      * Purpose: Request structure for STRESS-SVC operations
      ******************************************************************
       01  STRESS-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        PUT upserts the participation part of an employee's
      *        cycle (invited, completed, interview requested and
      *        held); FIND answers Q-EMP-ID's Q-FISCAL-YEAR record
               88  OP-PUT              VALUE 'P'.
               88  OP-FIND             VALUE 'F'.
      *        SET-RESULT and GET-RESULT reach the restricted result
      *        file - designated implementers only, GET-RESULT with
      *        Q-PURPOSE, every retrieval audited; SCRUB blanks every
      *        result Q-EMP-ID has, the PURGEPII path
               88  OP-SET-RESULT       VALUE 'R'.
               88  OP-GET-RESULT       VALUE 'G'.
               88  OP-SCRUB            VALUE 'X'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-FISCAL-YEAR       PIC 9(4).
           05  Q-PURPOSE           PIC X(40).
           05  IN-STRESS.
               COPY stresschk REPLACING ==05== BY ==10==.
           05  IN-STRESS-RESULT.
               COPY strsres REPLACING ==05== BY ==10==.
