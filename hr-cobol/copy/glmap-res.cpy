      ******************************************************************
      * GLMAP-RES.CPY - GL account mapping service response structure
      * Purpose: Response structure for GLMAP-SVC operations
      ******************************************************************
       01  GLMAP-SVC-RES.
           COPY status-codes.
           05  OUT-GLMAP.
               COPY glmap REPLACING ==05== BY ==10==.
      *    LIST paging - the cursor to hand back, and whether more
      *    mappings follow it
           05  NEXT-CURSOR         PIC X(29).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
