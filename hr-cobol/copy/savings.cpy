      ******************************************************************
      * SAVINGS.CPY - Employee savings-plan enrollment record
      * Purpose: One record per employee per payroll savings plan -
      *          the employee shareholding association (mochikabukai)
      *          or a property-accumulation savings plan (zaikei
      *          chochiku: general, pension or housing) - with the
      *          contribution CALCULATE-PAYROLL deducts on a regular
      *          run, the separate amount a bonus run deducts, and
      *          for the stock plan the company incentive paid as a
      *          taxable earning on top. SAVREMIT totals what was
      *          deducted per plan and trustee for the remittance.
      * Pre: Constants defined in calling program
      * Post: Complete savings-plan enrollment structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    One enrollment per plan type per employee
           05  PLAN-TYPE           PIC X.
               88  PLAN-STOCK          VALUE 'K'.
               88  PLAN-GENERAL        VALUE 'G'.
               88  PLAN-PENSION        VALUE 'P'.
               88  PLAN-HOUSING        VALUE 'H'.
               88  PLAN-TYPE-VALID     VALUE 'K' 'G' 'P' 'H'.
      *    The association or bank that holds the plan, and the
      *    member's number on its books - the remittance file and
      *    the listing are reconciled against its statement by them
           05  TRUSTEE-CODE        PIC X(8).
           05  MEMBER-NO           PIC X(12).
      *    Deducted on every regular run, and on every bonus run
           05  MONTHLY-AMOUNT      PIC 9(7)V99.
           05  BONUS-AMOUNT        PIC 9(7)V99.
      *    Stock plan only: the company incentive, as a percentage
      *    of each contribution, paid as a taxable earning and
      *    remitted with the contribution
           05  INCENTIVE-PCT       PIC 9(3)V99 VALUE 0.
           05  START-DATE          PIC 9(8).
      *    A suspension or withdrawal takes effect from STATUS-DATE
      *    - a pay date before it still deducts
           05  PLAN-STATUS         PIC X.
               88  PLAN-ACTIVE         VALUE 'A'.
               88  PLAN-SUSPENDED      VALUE 'S'.
               88  PLAN-WITHDRAWN      VALUE 'W'.
           05  STATUS-DATE         PIC 9(8)  VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(75) VALUE SPACES.
