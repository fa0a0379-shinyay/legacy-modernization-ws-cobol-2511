           05  BANKDIR-POLICY      PIC X     VALUE 'W'.
               88  BANKDIR-WARN    VALUE 'W'.
               88  BANKDIR-BLOCK   VALUE 'B'.
      *    Days without a logon before RECERT disables an operator
      *    account as dormant; 0 disables the check
           05  OPER-DORMANT-DAYS   PIC 9(4)  VALUE 90.
      *    Whether CALCULATE-PAYROLL warns or blocks when the pay
      *    period still holds unresolved timecard exceptions past the
      *    pay calendar's attendance cutoff - same warn-or-block
      *    scheme as DUPLICATE-POLICY
           05  TCEXC-POLICY        PIC X     VALUE 'W'.
               88  TCEXC-WARN      VALUE 'W'.
               88  TCEXC-BLOCK     VALUE 'B'.
