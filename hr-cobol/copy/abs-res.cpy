      ******************************************************************
      * ABS-RES.CPY - Absence case service response structure
      * Purpose: Response structure for ABSCASE-SVC operations
      ******************************************************************
       01  ABSCASE-SVC-RES.
           COPY status-codes.
           05  OUT-ABSCASE.
               COPY abscase REPLACING ==05== BY ==10==.
