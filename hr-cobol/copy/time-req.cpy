      *    the same YYYYMM shape PAYROLL.CPY's PAY-PERIOD carries
           05  Q-EMP-ID            PIC 9(9).
           05  Q-PAY-PERIOD        PIC 9(6).
      *    A semi-monthly or weekly pay sums its own attendance
      *    window instead: when Q-FROM-DATE is non-zero the two
      *    dates bound the sum and Q-PAY-PERIOD is not used
           05  Q-FROM-DATE         PIC 9(8)  VALUE 0.
           05  Q-TO-DATE           PIC 9(8)  VALUE 0.
      *    'Y' lets an ADD through on a day the employee's schedule
      *    pattern does not cover - the supervisor's override for a
      *    genuine off-pattern day worked
