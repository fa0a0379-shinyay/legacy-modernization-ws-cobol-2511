      ******************************************************************
      * PROJ-RES.CPY - Project master service response structure
      * Purpose: Response structure for PROJ-SVC operations
      ******************************************************************
       01  PROJ-SVC-RES.
           COPY status-codes.
           05  OUT-PROJECT.
               COPY project REPLACING ==05== BY ==10==.
