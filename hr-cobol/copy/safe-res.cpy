      ******************************************************************
      * SAFE-RES.CPY - Safety confirmation service response structure
      * Purpose: Response structure for SAFETY-SVC operations
      ******************************************************************
       01  SAFETY-SVC-RES.
           COPY status-codes.
           05  OUT-SAFETY.
               COPY safety REPLACING ==05== BY ==10==.
      *    LIST paging - the cursor to hand back, and whether more
      *    roster entries follow it
           05  NEXT-CURSOR         PIC 9(9).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
