      *        Arrears activity: the shortfall a negative net left
      *        outstanding, or the recovery a later period took
               88  LINE-ARREARS        VALUE 'W'.
      *        The month's municipal resident tax amount (LINE-CODE
      *        'RESTAX'), a leaver's fiscal-year balance taken as
      *        a lump sum from the final pay ('RESTAX-LUMP'), or the
      *        resident tax specially collected from a retirement
      *        allowance ('RESTAX-RETIRE')
               88  LINE-RESIDENT-TAX   VALUE 'T'.
      *        A court-ordered garnishment draw - traces to its
      *        order by LINE-CODE (the ORDER-REF)
      *        salaried employee - the day and hour shortfall is in
      *        LINE-DESCR
               88  LINE-ABSENCE        VALUE 'N'.
      *        Withheld national income tax from the withholding
      *        table - LINE-CODE 'INCOMETAX', the column and taxable
      *        base in LINE-DESCR; on a retirement allowance
      *        'RETIRE-INCTAX', the taxable retirement income in
      *        LINE-DESCR
               88  LINE-INCOME-TAX     VALUE 'I'.
      *        The year-end tax adjustment settled in this run -
      *        LINE-CODE 'YEAREND-ADJ'; a refund is a negative
      *        amount
               88  LINE-YEAR-END-ADJ   VALUE 'Y'.
      *        Company housing rent - LINE-CODE 'HOUSING-' + the
      *        PROPERTY-CODE, the nights charged in LINE-DESCR
               88  LINE-HOUSING        VALUE 'H'.
      *        Memo only - the taxable benefit-in-kind of housing let
      *        below half its statutory rental value (LINE-CODE
      *        'HOUSING-BIK'). Neither paid nor deducted; it is added
      *        to the income tax base.
               88  LINE-BENEFIT-IN-KIND VALUE 'K'.
      *        Savings-plan contribution - LINE-CODE 'SAVINGS-' + the
      *        PLAN-TYPE (K stock, G general, P pension, H housing);
      *        the stock incentive passed on to the association is
      *        'SAVINGS-K-INCENTIVE'
               88  LINE-SAVINGS        VALUE 'S'.
      *    RULE-ID or BENEFIT-CODE (or earnings code) behind the line
           05  LINE-CODE           PIC X(20).
           05  LINE-DESCR          PIC X(40).
