      ******************************************************************
      * SUBH-RES.CPY - Rest-day exchange service response structure
      * Purpose: Response structure for SUBHOL-SVC operations
      ******************************************************************
       01  SUBHOL-SVC-RES.
           COPY status-codes.
           05  OUT-SUBHOL.
               COPY subhol REPLACING ==05== BY ==10==.
           05  NEXT-CURSOR         PIC 9(8)  VALUE 0.
           05  NEXT-SCAN-CURSOR    PIC X(17) VALUE SPACES.
           05  HAS-MORE            PIC X     VALUE 'N'.
               88  MORE-RESULTS        VALUE 'Y'.
               88  NO-MORE-RESULTS     VALUE 'N'.
