      ******************************************************************
      * EXPT-RES.CPY - Overseas assignment service response structure
      * Purpose: Response structure for EXPAT-SVC operations
      ******************************************************************
       01  EXPAT-SVC-RES.
           COPY status-codes.
      *    FIND: the tax residency on Q-AS-OF-DATE under the
      *    assignment answered
           05  RESIDENCY-ON-DATE   PIC X.
               88  RESIDENT-ON-DATE    VALUE 'R'.
               88  NONRESIDENT-ON-DATE VALUE 'N'.
           05  OUT-EXPAT.
               COPY expat REPLACING ==05== BY ==10==.
