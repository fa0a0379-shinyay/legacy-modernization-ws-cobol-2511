      ******************************************************************
      * TCSUSP-RES.CPY - Timecard exception suspense response structure
      * Purpose: Response structure for TCSUSP-SVC operations
      ******************************************************************
       01  TCSUSP-SVC-RES.
           COPY status-codes.
           05  OUT-TCSUSP.
               COPY tcsusp REPLACING ==05== BY ==10==.
      *    COUNT-OPEN's answer
           05  OPEN-COUNT          PIC 9(4).
      *    LIST paging - the cursor to hand back, and whether more
      *    exceptions follow it
           05  NEXT-CURSOR         PIC 9(6).
           05  MORE-RESULTS-FLAG   PIC X.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
