      ******************************************************************
      * QUAL-RES.CPY - Qualification service response structure
      * Purpose: Response structure for QUAL-SVC operations
      ******************************************************************
       01  QUAL-SVC-RES.
           COPY status-codes.
           05  OUT-QUAL.
               COPY qualmast REPLACING ==05== BY ==10==.
           05  OUT-NEED.
               COPY qualneed REPLACING ==05== BY ==10==.
           05  OUT-HOLDING.
               COPY empqual REPLACING ==05== BY ==10==.
      *    LIST paging - the cursor to hand back, and whether more
      *    records follow it
           05  NEXT-CURSOR         PIC X(15).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
