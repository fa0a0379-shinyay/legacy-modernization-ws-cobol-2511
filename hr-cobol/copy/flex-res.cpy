      ******************************************************************
      * FLEX-RES.CPY - Flextime hours bank service response structure
      * Purpose: Response structure for FLEX-SVC operations
      ******************************************************************
       01  FLEX-SVC-RES.
           COPY status-codes.
           05  OUT-FLEXBANK.
               COPY flexbank REPLACING ==05== BY ==10==.
      *    Hours worked less the required hours to date and the
      *    shortfall carried in - negative while in deficit
           05  BALANCE-HOURS       PIC S9(4)V99 VALUE 0.
      *    SETTLE's answer: whether the period closed on this call
           05  SETTLED-NOW         PIC X     VALUE 'N'.
               88  PERIOD-SETTLED-NOW  VALUE 'Y'.
               88  PERIOD-STILL-OPEN   VALUE 'N'.
