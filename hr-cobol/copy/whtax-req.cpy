      ******************************************************************
      * WHTAX-REQ.CPY - Withholding tax table service request
      * Purpose: Request structure for WHTAX-SVC operations
      ******************************************************************
       01  WHTAX-SVC-REQ.
           05  OP-CODE             PIC X(2).
      *        ADD upserts one table row; PURGE-YEAR drops a year's
      *        rows ahead of the January reload; COMPUTE answers the
      *        withholding for a regular or bonus payment; RETIREMENT
      *        the separately taxed income and resident tax on a
      *        retirement allowance
               88  OP-ADD              VALUE 'A'.
               88  OP-PURGE-YEAR       VALUE 'P'.
               88  OP-COMPUTE          VALUE 'C'.
               88  OP-RETIREMENT       VALUE 'R'.
           05  USER-ID             PIC X(16).
           05  CORR-ID             PIC X(16).
      *    For OP-PURGE-YEAR: the year to drop
           05  Q-TABLE-YEAR        PIC 9(4).
      *    For OP-COMPUTE: the payment date (its year picks the
      *    table, falling back to the prior year's until the new
      *    one is loaded), kou/otsu, the tax dependent count, and
      *    the taxable amount after social insurance premiums. A
      *    bonus computation (Q-BONUS 'Y') also needs the prior
      *    month's taxable pay, which drives the rate lookup.
           05  Q-PAY-DATE          PIC 9(8).
           05  Q-TAX-COLUMN        PIC X.
               88  Q-COLUMN-KOU        VALUE 'K' ' '.
               88  Q-COLUMN-OTSU       VALUE 'O'.
           05  Q-DEP-COUNT         PIC 9(2).
           05  Q-TAXABLE-AMOUNT    PIC 9(11)V99.
           05  Q-BONUS             PIC X.
               88  Q-BONUS-PAYMENT     VALUE 'Y'.
           05  Q-PRIOR-TAXABLE     PIC 9(11)V99.
      *    The regular pay's frequency (payroll.cpy): a semi-monthly
      *    pay is taxed as half a month on the monthly table, a
      *    weekly pay on the daily table at one seventh. Spaces
      *    mean monthly.
           05  Q-PAY-FREQUENCY     PIC X     VALUE SPACE.
           05  IN-WHTAX.
               COPY whtax REPLACING ==05== BY ==10==.
      *    For OP-RETIREMENT: the allowance in Q-TAXABLE-AMOUNT, the
      *    years of service (a part year counts as a whole one), and
      *    whether the employee submitted the retirement income
      *    declaration
           05  Q-SERVICE-YEARS     PIC 9(2).
           05  Q-RETIRE-DECLARED   PIC X.
               88  Q-DECLARATION-FILED VALUE 'Y'.
