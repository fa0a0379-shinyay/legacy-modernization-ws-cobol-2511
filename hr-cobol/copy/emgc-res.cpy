      ******************************************************************
      * EMGC-RES.CPY - Emergency contact service response structure
      * Purpose: Response structure for EMGC-SVC operations
      ******************************************************************
       01  EMGC-SVC-RES.
           COPY status-codes.
           05  OUT-EMGC.
               COPY emgcont REPLACING ==05== BY ==10==.
