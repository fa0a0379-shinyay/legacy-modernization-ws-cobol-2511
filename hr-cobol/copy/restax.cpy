           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
      *    Special-collection change notification (tokubetsu choshu
      *    ido todoke) for an employee who leaves, or moves to the
      *    other company, during the fiscal year: the last pay
      *    period the monthly amount comes out of our pay, what had
      *    been collected when the change was recorded, the balance
      *    scheduled after that period, and how that balance is to
      *    be collected
           05  CHANGE-REASON       PIC X     VALUE SPACE.
               88  CHANGE-NONE         VALUE SPACE.
               88  CHANGE-TERMINATION  VALUE 'T'.
               88  CHANGE-TRANSFER     VALUE 'X'.
           05  CHANGE-DATE         PIC 9(8)  VALUE 0.
           05  LAST-COLLECT-PERIOD PIC 9(6)  VALUE 0.
           05  COLLECTED-AMOUNT    PIC 9(9)V99 VALUE 0.
           05  REMAINING-AMOUNT    PIC 9(9)V99 VALUE 0.
      *    Lump sum from the final pay (leavers January-May only),
      *    ordinary collection by the municipality from the employee,
      *    or continued special collection by the new employer
           05  REMAINDER-METHOD    PIC X     VALUE SPACE.
               88  REMAINDER-LUMP-SUM      VALUE 'L'.
               88  REMAINDER-ORDINARY      VALUE 'O'.
               88  REMAINDER-NEW-EMPLOYER  VALUE 'N'.
           05  NEW-COMPANY-CODE    PIC X(2)  VALUE SPACES.
           05  NOTICE-STATUS       PIC X     VALUE SPACE.
               88  NOTICE-NONE         VALUE SPACE.
               88  NOTICE-PENDING      VALUE 'P'.
               88  NOTICE-ISSUED       VALUE 'I'.
           05  NOTICE-DATE         PIC 9(8)  VALUE 0.
           05  FILLER              PIC X(55) VALUE SPACES.
