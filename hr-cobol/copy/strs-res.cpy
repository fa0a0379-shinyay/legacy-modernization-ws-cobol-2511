      ******************************************************************
      * STRS-RES.CPY - Stress check service response structure
      * Purpose: Response structure for STRESS-SVC operations
      ******************************************************************
       01  STRESS-SVC-RES.
           COPY status-codes.
           05  OUT-STRESS.
               COPY stresschk REPLACING ==05== BY ==10==.
           05  OUT-STRESS-RESULT.
               COPY strsres REPLACING ==05== BY ==10==.
