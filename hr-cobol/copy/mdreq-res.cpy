      ******************************************************************
      * MDREQ-RES.CPY - Master data required item response structure
      * Purpose: Response structure for MDREQ-SVC operations
      ******************************************************************
       01  MDREQ-SVC-RES.
           COPY status-codes.
           05  OUT-MDREQ.
               COPY mdreq REPLACING ==05== BY ==10==.
      *    LIST paging - the cursor to hand back, and whether more
      *    records follow it
           05  NEXT-CURSOR         PIC X(7).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
