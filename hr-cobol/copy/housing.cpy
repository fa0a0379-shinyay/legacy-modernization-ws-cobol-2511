      ******************************************************************
      * HOUSING.CPY - Company housing record structure
      * Purpose: One record per apartment the company leases for its
      *          employees: the lease we pay the landlord, the rent
      *          the occupant pays by payroll deduction, the fixed-
      *          asset tax figures the statutory rental value is
      *          worked out from, and who lives there. The occupant
      *          before the current one is kept alongside, so the
      *          month a flat changes hands still charges both.
      *          PAY-SVC deducts the rent and declares the taxable
      *          benefit from it; HOUSERPT reports occupancy.
      * Pre: Constants defined in calling program
      * Post: Complete company housing structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  PROPERTY-CODE       PIC X(8).
           05  PROPERTY-NAME       PIC X(40).
      *    The monthly rent we pay the landlord, and the monthly
      *    rent the occupant pays us by deduction
           05  LEASE-COST          PIC 9(7)V99.
           05  EMPLOYEE-RENT       PIC 9(7)V99.
      *    Statutory rental value inputs - the fixed-asset tax
      *    assessments of the building and of the land, and the
      *    total floor area in square meters
           05  BLDG-TAX-VALUE      PIC 9(11).
           05  LAND-TAX-VALUE      PIC 9(11).
           05  FLOOR-AREA          PIC 9(4)V99.
      *    The monthly statutory rental value, worked out from the
      *    inputs above whenever the record is saved: building value
      *    x 0.2% + 12 yen x (floor area / 3.3 m2) + land value x
      *    0.22%. Rent below half of it makes the shortfall up to
      *    the full value taxable pay.
           05  STATUTORY-RENT      PIC 9(7)V99.
           05  LEASE-START         PIC 9(8).
      *    OPEN-ENDED-DATE until the lease is given up
           05  LEASE-END           PIC 9(8).
           05  LEASE-STATUS        PIC X.
               88  LEASE-ACTIVE        VALUE 'A'.
               88  LEASE-ENDED         VALUE 'E'.
      *    The current occupant - zero when the flat stands empty.
      *    MOVE-OUT-DATE is the last night there, OPEN-ENDED-DATE
      *    while they still live in it.
           05  OCCUPANT-EMP-ID     PIC 9(9).
           05  MOVE-IN-DATE        PIC 9(8).
           05  MOVE-OUT-DATE       PIC 9(8).
      *    The occupant before the current one
           05  PREV-OCCUPANT-EMP-ID PIC 9(9).
           05  PREV-MOVE-IN-DATE   PIC 9(8).
           05  PREV-MOVE-OUT-DATE  PIC 9(8).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(75) VALUE SPACES.
