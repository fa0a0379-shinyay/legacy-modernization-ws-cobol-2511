           COPY status-codes.
           05  OUT-CONTRACT.
               COPY contract REPLACING ==05== BY ==10==.
      *    For OP-TENURE (and OP-CONVERT): the fixed-term chain the
      *    latest term belongs to - where it started after the last
      *    cooling-off reset, its total length in months and days
      *    including the latest term, and the conversion right
           05  OUT-TENURE.
               10  OUT-CHAIN-START     PIC 9(8).
               10  OUT-TENURE-MONTHS   PIC 9(4).
               10  OUT-TENURE-DAYS     PIC 9(2).
               10  OUT-RIGHT-STATUS    PIC X.
                   88  RIGHT-NONE          VALUE ' '.
      *            The right has arisen - OUT-RIGHT-DATE is the start
      *            of the term that took the chain past five years
                   88  RIGHT-HELD          VALUE 'H'.
      *            A renewal as long as the latest term would take
      *            it past five years - OUT-RIGHT-DATE is the day
      *            that renewal would start
                   88  RIGHT-NEXT-TERM     VALUE 'N'.
      *            The latest term is a re-engagement after
      *            retirement, outside the rule
                   88  RIGHT-EXEMPT        VALUE 'X'.
               10  OUT-RIGHT-DATE      PIC 9(8).
