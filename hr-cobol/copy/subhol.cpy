      ******************************************************************
      * SUBHOL.CPY - Rest-day work / day-off exchange record structure
      * Purpose: One record per employee per scheduled rest day
      *          worked, linking it to the day off taken in exchange:
      *          a substitute holiday designated in advance (furikae)
      *          or a compensatory day off granted afterwards
      *          (daikyu), the deadline for taking it, and whether
      *          the rest-day work has been settled on a payroll.
      * Pre: Constants defined in calling program
      * Post: Complete rest-day exchange structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  EMP-ID              PIC 9(9).
      *    The scheduled rest day that was worked
           05  WORK-DATE           PIC 9(8).
           05  SUBHOL-TYPE         PIC X.
               88  SUBHOL-SUBSTITUTE   VALUE 'F'.
               88  SUBHOL-COMPENSATORY VALUE 'D'.
           05  WORKED-HOURS        PIC 9(2)V99.
      *    The day off taken in exchange - zero until it is taken
      *    (or, for a substitute holiday, designated)
           05  DAY-OFF-DATE        PIC 9(8)  VALUE 0.
           05  TAKE-BY-DATE        PIC 9(8).
           05  SUBHOL-STATUS       PIC X.
               88  SUBHOL-OPEN         VALUE 'O'.
               88  SUBHOL-TAKEN        VALUE 'T'.
               88  SUBHOL-CANCELLED    VALUE 'C'.
      *    Settlement of the rest-day work on a payroll: the PAY-ID
      *    that paid it, the amount and the percentage of the hourly
      *    rate applied (135 full premium, 35 premium portion only,
      *    100 ordinary time, 0 nothing due)
           05  PREMIUM-PAID        PIC X     VALUE 'N'.
               88  PREMIUM-IS-PAID     VALUE 'Y'.
               88  PREMIUM-NOT-PAID    VALUE 'N'.
           05  PAID-PAY-ID         PIC 9(12) VALUE 0.
           05  PAID-AMOUNT         PIC 9(9)V99 VALUE 0.
           05  PAID-RATE-PCT       PIC 9(3)  VALUE 0.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(79) VALUE SPACES.
