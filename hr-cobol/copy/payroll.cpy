      *    on records from before the second entity existed, read
      *    everywhere as company 01.
           05  COMPANY-CODE        PIC X(2)  VALUE SPACES.
      *    The withholding base CALCULATE-DEDUCTIONS looked the income
      *    tax up on - gross less the non-taxable commuting component,
      *    the social insurance premiums and any absence deduction,
      *    plus any housing benefit-in-kind. A bonus run reads the
      *    prior month's regular-run figure for its rate.
           05  TAXABLE-PAY         PIC 9(11)V99 VALUE 0.
      *    A special run (retirement allowance): Y when the employee
      *    submitted the retirement income declaration, so the tax
      *    is worked out at the progressive rates rather than the
      *    flat rate
           05  RETIRE-DECLARATION  PIC X     VALUE SPACE.
               88  RETIRE-DECLARED     VALUE 'Y'.
      *    Company housing at calculation: the taxable benefit-in-
      *    kind of rent below half the statutory rental value
      *    (already inside TAXABLE-PAY), and the lease cost the rent
      *    did not cover - the employer's side of the labor cost
           05  BENEFIT-IN-KIND     PIC 9(9)V99 VALUE 0.
           05  HOUSING-COST        PIC 9(9)V99 VALUE 0.
      *    N when CALCULATE-PAYROLL withheld at the flat non-resident
      *    rate because the employee was abroad on an overseas
      *    assignment on PAY-DATE - YEARADJ leaves such payrolls out
      *    of the resident year
           05  TAX-RESIDENCY       PIC X     VALUE SPACE.
               88  NONRESIDENT-TAXED   VALUE 'N'.
      *    The payroll this pay belongs to: PAY-PERIOD stays the
      *    month of PAY-DATE, so monthly reporting and the year-to-
      *    date rollups take every frequency alike; a semi-monthly
      *    or weekly pay adds its sequence within that month and
      *    the attendance window (first and last day) it covers,
      *    both copied from the pay calendar. Spaces on payrolls
      *    from before frequencies read as monthly.
           05  PAY-FREQUENCY       PIC X     VALUE 'M'.
               88  PERIOD-MONTHLY      VALUE 'M' ' '.
               88  PERIOD-SEMI-MONTHLY VALUE 'S'.
               88  PERIOD-WEEKLY       VALUE 'W'.
           05  PERIOD-SEQ          PIC 9     VALUE 0.
           05  PERIOD-FROM         PIC 9(8)  VALUE 0.
           05  PERIOD-TO           PIC 9(8)  VALUE 0.
           05  FILLER              PIC X(120) VALUE SPACES.
