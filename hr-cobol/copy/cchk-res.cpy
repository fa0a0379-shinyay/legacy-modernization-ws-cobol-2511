      ******************************************************************
      * CCHK-RES.CPY - Period close checklist response structure
      * Purpose: Response structure for CLSCHK-SVC operations
      ******************************************************************
       01  CLSCHK-SVC-RES.
           COPY status-codes.
           05  OUT-CLSCHK.
               COPY closechk REPLACING ==05== BY ==10==.
      *    EVALUATE: one line per step in sequence, whether the
      *    steps came from the file or the standard sequence, and
      *    how many are still outstanding
           05  STEPS-SOURCE        PIC X.
               88  STEPS-ON-FILE       VALUE 'F'.
               88  STEPS-STANDARD      VALUE 'S'.
           05  STEP-COUNT          PIC 9(2).
           05  MISSING-COUNT       PIC 9(2).
           05  STEP-RESULT OCCURS 10 TIMES.
               10  RES-JOB-NAME        PIC X(8).
               10  RES-STEP-DESC       PIC X(40).
               10  RES-DONE-FLAG       PIC X.
                   88  STEP-DONE           VALUE 'Y'.
                   88  STEP-MISSING        VALUE 'N'.
      *        What the history showed - the run date, or why the
      *        step does not count yet
               10  RES-DETAIL          PIC X(30).
