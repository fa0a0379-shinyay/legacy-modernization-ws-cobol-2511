      ******************************************************************
      * REQN-RES.CPY - Job requisition service response structure
      * Purpose: Response structure for REQN-SVC operations
      ******************************************************************
       01  REQN-SVC-RES.
           COPY status-codes.
           05  OUT-REQN.
               COPY requisition REPLACING ==05== BY ==10==.
      *    The headcount position APPROVE judged the requisition on
           05  BUDGET-HEADS        PIC 9(5).
           05  ACTUAL-HEADS        PIC 9(5).
           05  OPEN-REQNS          PIC 9(5).
           05  HEADROOM            PIC S9(5).
      *    LIST paging - the cursor to hand back, and whether more
      *    records follow it
           05  NEXT-CURSOR         PIC 9(9).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
