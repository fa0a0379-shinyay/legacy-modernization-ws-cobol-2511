      ******************************************************************
      * EXPAT.CPY - Overseas assignment record structure
      * Purpose: One record per overseas assignment of an employee -
      *          the host country, the departure and return dates,
      *          and the tax residency the assignment gives them. An
      *          employee leaving Japan for a year or more is a
      *          non-resident from NONRES-FROM until the return:
      *          CALCULATE-PAYROLL withholds the flat non-resident
      *          rate on the pay for duties performed in Japan only,
      *          and YEARADJ leaves them out of the year-end
      *          adjustment. Tax equalization settles against the
      *          hypothetical tax withheld (BENEFIT-HYPO-TAX) - see
      *          EXPATRPT.
      * Pre: Constants defined in calling program
      * Post: Complete overseas assignment structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  DEPART-DATE         PIC 9(8).
      *    ISO country code, and the currency the host allowances
      *    are paid in
           05  HOST-COUNTRY        PIC X(2).
           05  HOST-CITY           PIC X(20).
           05  HOST-CURRENCY       PIC X(3).
      *    The return planned at posting (OPEN-ENDED-DATE when not
      *    yet known); RETURN-DATE is zero until the employee is
      *    back - the day they are a resident again
           05  PLANNED-RETURN      PIC 9(8).
           05  RETURN-DATE         PIC 9(8)  VALUE 0.
      *    Derived at posting from the planned stay when not keyed:
      *    a year or more makes a non-resident from the departure.
      *    An assignment extended past a year turns non-resident
      *    from the day the extension is recorded.
           05  TAX-STATUS          PIC X.
               88  TAX-RESIDENT        VALUE 'R'.
               88  TAX-NONRESIDENT     VALUE 'N'.
           05  NONRES-FROM         PIC 9(8)  VALUE 0.
      *    Share of the pay that is for duties performed in Japan
      *    (business trips home) - the only part a non-resident is
      *    withheld on
           05  JAPAN-DUTY-PCT      PIC 9(3)V99 VALUE 0.
           05  EQUALIZATION        PIC X     VALUE 'N'.
               88  EQUALIZATION-ON     VALUE 'Y'.
               88  EQUALIZATION-OFF    VALUE 'N'.
      *    The settled hypothetical tax for the assignment (zero
      *    until the equalization calculation is done), and the
      *    host-country tax the company paid on the employee's
      *    behalf - for the statement only
           05  HYPO-TAX-FINAL      PIC 9(9)V99 VALUE 0.
           05  HOST-TAX-PAID       PIC 9(9)V99 VALUE 0.
           05  EXP-STATUS          PIC X.
               88  EXP-ACTIVE          VALUE 'A'.
               88  EXP-RETURNED        VALUE 'E'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(49) VALUE SPACES.
