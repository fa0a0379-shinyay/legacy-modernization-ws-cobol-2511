               COPY restax REPLACING ==05== BY ==10==.
      *    The amount due for the requested pay period's month
           05  MONTH-AMOUNT        PIC 9(9)V99.
      *    The fiscal year's total - June plus eleven monthly amounts
           05  ANNUAL-AMOUNT       PIC 9(9)V99.
      *    The remaining balance taken from this period's pay when
      *    it is the final collection period of a lump-sum leaver
           05  LUMP-SUM-AMOUNT     PIC 9(9)V99.
