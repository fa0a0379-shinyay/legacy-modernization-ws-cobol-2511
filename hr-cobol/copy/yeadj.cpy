      ******************************************************************
      * YEADJ.CPY - Year-end tax adjustment record structure
      * Purpose: One record per employee per tax year for the
      *          year-end adjustment (nenmatsu chosei): the
      *          declarations the employee files with us (insurance
      *          premiums, spouse and basic deduction claims, housing
      *          loan credit, a mid-year hire's prior-employer
      *          income), the annual tax YEARADJ worked out from
      *          them, and the refund or extra collection booked
      *          into the December (or January) regular run.
      * Pre: Constants defined in calling program
      * Post: Complete year-end adjustment structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
           05  TAX-YEAR            PIC 9(4).
      *    Declarations - the premiums paid in the year under the
      *    new-system life insurance categories and earthquake
      *    insurance, the spouse and basic deduction amounts claimed
      *    (basic defaults to the statutory amount when left zero),
      *    the housing loan special credit from the bank's year-end
      *    balance certificate, and the withholding slip of an
      *    employer the employee left earlier in the year
           05  LIFE-INS-GENERAL    PIC 9(9)V99.
           05  LIFE-INS-MEDICAL    PIC 9(9)V99.
           05  LIFE-INS-PENSION    PIC 9(9)V99.
           05  EARTHQUAKE-PREMIUM  PIC 9(9)V99.
           05  SPOUSE-DEDUCTION    PIC 9(9)V99.
           05  BASIC-DEDUCTION     PIC 9(9)V99.
           05  HOUSING-LOAN-CREDIT PIC 9(9)V99.
           05  PRIOR-EMP-PAY       PIC 9(11)V99.
           05  PRIOR-EMP-SI        PIC 9(9)V99.
           05  PRIOR-EMP-TAX       PIC 9(9)V99.
      *    Results - written by YEARADJ. ANNUAL-PAY includes the
      *    prior employer's pay; WITHHELD-TAX is the year's
      *    withheld income tax lines plus the prior employer's.
      *    ADJUST-AMOUNT is ANNUAL-TAX less WITHHELD-TAX: positive
      *    is collected as an extra deduction, negative refunded.
           05  ANNUAL-PAY          PIC 9(11)V99.
           05  EMPLOYMENT-INCOME   PIC 9(11)V99.
           05  SI-DEDUCTION        PIC 9(11)V99.
           05  LIFE-INS-DEDUCTION  PIC 9(9)V99.
           05  EARTHQUAKE-DEDUCTION PIC 9(9)V99.
           05  DEPENDENT-DEDUCTION PIC 9(9)V99.
           05  TAXABLE-INCOME      PIC 9(11)V99.
           05  ANNUAL-TAX          PIC 9(11)V99.
           05  WITHHELD-TAX        PIC 9(11)V99.
           05  ADJUST-AMOUNT       PIC S9(11)V99.
           05  ADJ-STATUS          PIC X     VALUE 'D'.
               88  ADJ-DECLARED        VALUE 'D'.
               88  ADJ-COMPUTED        VALUE 'C'.
               88  ADJ-BOOKED          VALUE 'B'.
      *    The regular run the adjustment goes into, and the payroll
      *    that took it once booked
           05  TARGET-PAY-PERIOD   PIC 9(6)  VALUE 0.
           05  BOOKED-PAY-ID       PIC 9(12) VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(77) VALUE SPACES.
