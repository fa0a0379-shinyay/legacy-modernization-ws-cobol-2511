      ******************************************************************
      * SAVE-REQ.CPY - Savings-plan service request structure
      * Purpose: Request structure for SAVE-SVC operations
      ******************************************************************
       01  SAVE-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD enrolls; FIND answers one enrollment; UPDATE
      *        changes the amounts, trustee and member number;
      *        SUSPEND, RESUME and WITHDRAW change the status from
      *        Q-DATE; FIND-ACTIVE answers the plans that deduct on
      *        pay date Q-DATE, for CALCULATE-PAYROLL
               88  OP-ADD              VALUE 'A'.
               88  OP-FIND             VALUE 'F'.
               88  OP-UPDATE           VALUE 'U'.
               88  OP-SUSPEND          VALUE 'S'.
               88  OP-RESUME           VALUE 'R'.
               88  OP-WITHDRAW         VALUE 'W'.
               88  OP-FIND-ACTIVE      VALUE 'L'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
           05  Q-EMP-ID            PIC 9(9).
           05  Q-PLAN-TYPE         PIC X.
           05  Q-DATE              PIC 9(8).
           05  IN-SAVINGS.
               COPY savings REPLACING ==05== BY ==10==.
