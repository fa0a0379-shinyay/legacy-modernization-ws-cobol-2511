      ******************************************************************
      * PAYEE.CPY - Remittance payee master record structure
      * Purpose: One record per party the company remits withheld
      *          money to - a municipality for resident tax, a
      *          court-order payee for garnishment draws, an insurer
      *          for a benefit premium or a trustee for a savings
      *          plan - with the designated account the remittance
      *          transfer file pays into. The company's own account
      *          the transfers are drawn on is kept here too, as a
      *          REMITTER row per COMPANY-CODE.
      * Pre: Constants defined in calling program
      * Post: Complete payee structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    PAYEE-TYPE + PAYEE-REF (positions 12-42) is the key
           05  PAYEE-TYPE          PIC X.
               88  PAYEE-MUNICIPALITY  VALUE 'M'.
               88  PAYEE-GARNISH       VALUE 'G'.
               88  PAYEE-INSURER       VALUE 'I'.
               88  PAYEE-TRUSTEE       VALUE 'T'.
               88  PAYEE-REMITTER      VALUE 'C'.
               88  PAYEE-TYPE-VALID    VALUE 'M' 'G' 'I' 'T' 'C'.
      *    What the payroll lines are matched on: the
      *    MUNICIPALITY-CODE on the resident tax notification, the
      *    PAYEE-NAME on the garnishment order, the BENEFIT-CODE, the
      *    savings plan TRUSTEE-CODE, or - for the remitter row -
      *    the COMPANY-CODE
           05  PAYEE-REF           PIC X(30).
           05  PAYEE-NAME          PIC X(40).
      *    Recipient (or, on the remitter row, consignor) name in
      *    half-width kana, the form the transfer file carries
           05  PAYEE-KANA          PIC X(30).
           05  BANK-CODE           PIC X(4).
           05  BRANCH-CODE         PIC X(3).
           05  ACCT-TYPE           PIC X.
               88  ACCT-ORDINARY       VALUE '1'.
               88  ACCT-CHECKING       VALUE '2'.
               88  ACCT-SAVINGS        VALUE '4'.
           05  ACCT-NUMBER         PIC X(7).
      *    Remitter row only - the consignor code the bank assigned
      *    the company for general transfers
           05  CONSIGNOR-CODE      PIC X(10).
           05  PAYEE-STATUS        PIC X.
               88  PAYEE-ACTIVE        VALUE 'A'.
               88  PAYEE-INACTIVE      VALUE 'I'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(68) VALUE SPACES.
