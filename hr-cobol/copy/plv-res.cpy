      ******************************************************************
      * PLV-RES.CPY - Planned leave calendar response structure
      * Purpose: Response structure for PLNLV-SVC operations
      ******************************************************************
       01  PLNLV-SVC-RES.
           COPY status-codes.
           05  OUT-PLNLV.
               COPY planlv REPLACING ==05== BY ==10==.
