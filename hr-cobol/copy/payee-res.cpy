      ******************************************************************
      * PAYEE-RES.CPY - Remittance payee service response structure
      * Purpose: Response structure for PAYEE-SVC operations
      ******************************************************************
       01  PAYEE-SVC-RES.
           COPY status-codes.
           05  OUT-PAYEE.
               COPY payee REPLACING ==05== BY ==10==.
      *    The directory names of the payee's bank and branch, as
      *    validated on ADD/UPDATE and answered on FIND
           05  OUT-BANK-NAME       PIC X(30).
           05  OUT-BRANCH-NAME     PIC X(30).
      *    LIST paging - the cursor to hand back, and whether more
      *    payees follow it
           05  NEXT-CURSOR         PIC X(31).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
