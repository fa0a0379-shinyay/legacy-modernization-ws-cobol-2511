      ******************************************************************
      * SAVE-RES.CPY - Savings-plan service response structure
      * Purpose: Response structure for SAVE-SVC operations
      ******************************************************************
       01  SAVE-SVC-RES.
           COPY status-codes.
           05  OUT-SAVINGS.
               COPY savings REPLACING ==05== BY ==10==.
      *    FIND-ACTIVE answers every plan type the employee can hold
           05  ACTIVE-COUNT        PIC 9.
           05  ACTIVE-PLANS.
               10  ACTIVE-ENTRY OCCURS 4 TIMES.
                   15  ACT-PLAN-TYPE       PIC X.
                       88  ACT-PLAN-STOCK      VALUE 'K'.
                       88  ACT-PLAN-PENSION    VALUE 'P'.
                       88  ACT-PLAN-HOUSING    VALUE 'H'.
                   15  ACT-MONTHLY-AMOUNT  PIC 9(7)V99.
                   15  ACT-BONUS-AMOUNT    PIC 9(7)V99.
                   15  ACT-INCENTIVE-PCT   PIC 9(3)V99.
