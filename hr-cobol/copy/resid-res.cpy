      ******************************************************************
      * RESID-RES.CPY - Residence status service response structure
      * Purpose: Response structure for RESID-SVC operations
      ******************************************************************
       01  RESID-SVC-RES.
           COPY status-codes.
           05  OUT-RESID.
               COPY residence REPLACING ==05== BY ==10==.
