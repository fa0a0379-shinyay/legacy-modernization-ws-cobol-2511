      *    input); the result floors at zero. Zero for rules that
      *    do not vary by dependents.
           05  PER-DEP-AMOUNT      PIC S9(9)V99 VALUE 0.
      *    Age band a social-insurance rule is limited to, tested
      *    against the employee's age in the pay period through
      *    AGE-UTIL. Space for rules that apply at every age.
           05  AGE-CLASS           PIC X     VALUE SPACE.
               88  AGE-ANY             VALUE SPACE.
      *        Nursing care premium - from 40 until 65
               88  AGE-NURSING-CARE    VALUE 'C'.
      *        Welfare pension premium - until 70
               88  AGE-PENSION         VALUE 'P'.
      *        Health insurance premium - until 75
               88  AGE-HEALTH          VALUE 'H'.
           05  FILLER              PIC X(186) VALUE SPACES.
