      ******************************************************************
      * JOBQ-RES.CPY - Batch job request queue response structure
      * Purpose: Response structure for JOBQ-SVC operations
      ******************************************************************
       01  JOBQ-SVC-RES.
           COPY status-codes.
           05  OUT-JOBQ.
               COPY jobq REPLACING ==05== BY ==10==.
      *    LIST/NEXT paging - the cursor to hand back, and whether
      *    more requests follow it
           05  NEXT-CURSOR         PIC 9(6).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
