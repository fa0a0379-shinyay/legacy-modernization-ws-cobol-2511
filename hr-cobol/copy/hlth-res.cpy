      ******************************************************************
      * HLTH-RES.CPY - Health check service response structure
      * Purpose: Response structure for HLTH-SVC operations
      ******************************************************************
       01  HLTH-SVC-RES.
           COPY status-codes.
           05  OUT-HEALTH.
               COPY healthchk REPLACING ==05== BY ==10==.
           05  OUT-RESULT.
               COPY hlthres REPLACING ==05== BY ==10==.
      *    FLAG-NIGHT / FLAG-LONG-HOURS: whether this call set a flag
      *    that was not already set
           05  NEWLY-FLAGGED       PIC X     VALUE 'N'.
               88  FLAG-IS-NEW         VALUE 'Y'.
               88  FLAG-WAS-SET        VALUE 'N'.
