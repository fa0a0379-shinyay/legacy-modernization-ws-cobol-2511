      ******************************************************************
      * SCND-RES.CPY - Secondment service response structure
      * Purpose: Response structure for SCND-SVC operations
      ******************************************************************
       01  SCND-SVC-RES.
           COPY status-codes.
           05  OUT-SCND.
               COPY secondment REPLACING ==05== BY ==10==.
