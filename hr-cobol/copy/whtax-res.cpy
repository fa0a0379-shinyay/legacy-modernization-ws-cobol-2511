      ******************************************************************
      * WHTAX-RES.CPY - Withholding tax table service response
      * Purpose: Response structure for WHTAX-SVC operations
      ******************************************************************
       01  WHTAX-SVC-RES.
           COPY status-codes.
           05  OUT-WHTAX.
               COPY whtax REPLACING ==05== BY ==10==.
      *    OP-COMPUTE: the whole-yen tax to withhold, the table year
      *    used, and (bonus) the rate that was applied
           05  TAX-DUE             PIC 9(9).
           05  TABLE-YEAR-USED     PIC 9(4).
           05  RATE-APPLIED        PIC 9V9(6).
      *    OP-PURGE-YEAR: rows dropped
           05  ROWS-PURGED         PIC 9(6).
      *    OP-RETIREMENT: the retirement income deduction, the
      *    taxable retirement income, and the resident tax on it
      *    split municipal / prefectural - TAX-DUE carries the
      *    income tax with the reconstruction surtax, RATE-APPLIED
      *    the flat rate when no declaration was submitted
           05  RETIRE-DEDUCTION    PIC 9(11).
           05  RETIRE-INCOME       PIC 9(11).
           05  RETIRE-MUNI-TAX     PIC 9(9).
           05  RETIRE-PREF-TAX     PIC 9(9).
