      ******************************************************************
      * CNST-RES.CPY - Electronic delivery consent response structure
      * Purpose: Response structure for CNST-SVC operations
      ******************************************************************
       01  CNST-SVC-RES.
           COPY status-codes.
           05  OUT-CONSENT.
               COPY consent REPLACING ==05== BY ==10==.
      *    CHECK: whether the document may go to the portal
           05  DELIVERY-SW         PIC X.
               88  DELIVER-PORTAL      VALUE 'Y'.
               88  DELIVER-PRINT       VALUE 'N'.
