      ******************************************************************
      * WHTAX.CPY - Withholding income tax table record structure
      * Purpose: One row of the National Tax Agency's published
      *          withholding tables, reloaded every January. The
      *          monthly table (TABLE-MONTHLY) answers a tax amount
      *          for a taxable-pay range in one column - kou with
      *          0 to 7 dependents, or otsu; the bonus table
      *          (TABLE-BONUS) answers the rate applied to a bonus
      *          for a range of the prior month's taxable pay in the
      *          same columns; the daily table (TABLE-DAILY) answers
      *          the tax on one day's pay, which weekly pay is taxed
      *          on. The top row of a column carries the marginal
      *          rate on the excess over its RANGE-FROM.
      * Pre: Constants defined in calling program
      * Post: Complete withholding table structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    The calendar year the published table applies from
           05  TABLE-YEAR          PIC 9(4).
           05  TABLE-KIND          PIC X.
               88  TABLE-MONTHLY       VALUE 'M'.
               88  TABLE-BONUS         VALUE 'B'.
               88  TABLE-DAILY         VALUE 'D'.
      *    '0'-'7' the kou column for that many dependents; 'O' the
      *    otsu column (no dependent declaration filed with us)
           05  TABLE-COLUMN        PIC X.
               88  COLUMN-OTSU         VALUE 'O'.
      *    Whole-yen taxable pay range, RANGE-TO exclusive; a zero
      *    RANGE-TO marks the open-ended top row
           05  RANGE-FROM          PIC 9(9).
           05  RANGE-TO            PIC 9(9).
      *    Monthly table: the tax for the range. Bonus table: unused.
           05  TAX-AMOUNT          PIC 9(9)V99.
      *    Monthly table: the rate on the excess over RANGE-FROM
      *    (top rows, and the otsu percentage rows). Bonus table:
      *    the rate applied to the bonus's taxable amount.
           05  TAX-RATE            PIC 9V9(6).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(103) VALUE SPACES.
