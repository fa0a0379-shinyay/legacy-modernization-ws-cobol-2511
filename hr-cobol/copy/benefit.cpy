               88  BENEFIT-HEALTH      VALUE 'H'.
               88  BENEFIT-RETIREMENT  VALUE 'R'.
               88  BENEFIT-OTHER       VALUE 'O'.
      *        Hypothetical tax withheld from a tax-equalized
      *        overseas assignee - the home tax they would have paid,
      *        settled against the actual taxes in EXPATRPT
               88  BENEFIT-HYPO-TAX    VALUE 'Y'.
           05  DEDUCT-AMOUNT       PIC 9(9)V99.
           05  BENEFIT-STATUS      PIC X.
               88  BENEFIT-ACTIVE      VALUE 'A'.
