      ******************************************************************
      * MINW-RES.CPY - Minimum wage service response structure
      * Purpose: Response structure for MINWAGE-SVC operations
      ******************************************************************
       01  MINWAGE-SVC-RES.
           COPY status-codes.
           05  OUT-MINWAGE.
               COPY minwage REPLACING ==05== BY ==10==.
