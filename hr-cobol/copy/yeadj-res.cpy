      ******************************************************************
      * YEADJ-RES.CPY - Year-end adjustment service response
      * Purpose: Response structure for YEADJ-SVC operations
      ******************************************************************
       01  YEADJ-SVC-RES.
           COPY status-codes.
           05  OUT-YEADJ.
               COPY yeadj REPLACING ==05== BY ==10==.
