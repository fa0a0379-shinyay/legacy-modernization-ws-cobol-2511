      *          second pair of eyes: the maker's proposed employee
      *          image rides the record whole, and only an approval
      *          by a different operator applies it through EMP-SVC.
      *          Covers field updates (names, grade, address) and
      *          terminations, and the employee's own bank account,
      *          dependent and commuting changes - for those the
      *          proposed image is the bank account, dependent or
      *          commuting record, applied through BANK-SVC, DEP-SVC
      *          or COMMUTE-SVC instead.
      * Pre: Constants defined in calling program
      * Post: Complete pending change structure (1200 bytes - the
      *       header plus the 1000-byte proposed employee image)
           05  CHG-TYPE            PIC X.
               88  CHG-UPDATE          VALUE 'U'.
               88  CHG-TERMINATE       VALUE 'T'.
               88  CHG-BANK-ACCOUNT    VALUE 'B'.
               88  CHG-DEPENDENT       VALUE 'D'.
               88  CHG-COMMUTE         VALUE 'C'.
               88  CHG-TYPE-VALID      VALUE 'U' 'T' 'B' 'D' 'C'.
           05  CHG-STATUS          PIC X.
               88  CHG-PENDING         VALUE 'P'.
               88  CHG-APPROVED        VALUE 'A'.
           05  CREATED-AT          PIC 9(14).
           05  DECIDED-AT          PIC 9(14).
           05  DECISION-NOTE       PIC X(80).
      *    Where the change came from - keyed by an operator, or
      *    sent by the employee through the HR portal (IMPESS), with
      *    the portal's own request number
           05  CHG-SOURCE          PIC X     VALUE SPACE.
               88  SOURCE-OPERATOR     VALUE SPACE.
               88  SOURCE-PORTAL       VALUE 'P'.
           05  PORTAL-REQ-ID       PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE SPACES.
      *    The maker's full proposed record - the employee.cpy image
      *    for U and T, the bankacct.cpy, depend.cpy or commute.cpy
      *    image for B, D and C - what approval hands to the owning
      *    service unchanged
           05  PROPOSED-IMAGE      PIC X(1000).
