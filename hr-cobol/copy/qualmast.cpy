      ******************************************************************
      * QUALMAST.CPY - Qualification / license master record
      * Purpose: One record per qualification the company tracks -
      *          a training course completed or a license held
      *          (forklift, hazardous materials, first aid ...) -
      *          with the renewal interval that sets a holding's
      *          expiry and, where the law sets one, the minimum
      *          number of holders each establishment must have.
      * Pre: Constants defined in calling program
      * Post: Complete qualification structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  QUAL-CODE           PIC X(6).
           05  QUAL-NAME           PIC X(40).
           05  QUAL-KIND           PIC X     VALUE 'L'.
               88  QUAL-LICENSE        VALUE 'L'.
               88  QUAL-TRAINING       VALUE 'T'.
      *    Months a holding stays valid from its issue date; 0 when
      *    it never lapses
           05  RENEWAL-MONTHS      PIC 9(3)  VALUE 0.
      *    Days ahead of expiry a holding starts showing as expiring
      *    on QUALRPT; 0 takes the report's default
           05  EXPIRY-WARN-DAYS    PIC 9(3)  VALUE 0.
      *    Statutory minimum holders per establishment - a fixed
      *    number, and/or one holder per STAT-PER-WORKERS workers
      *    in service there (the larger governs); both 0 when the
      *    law sets none
           05  STAT-MIN-HOLDERS    PIC 9(3)  VALUE 0.
           05  STAT-PER-WORKERS    PIC 9(5)  VALUE 0.
           05  QUAL-STATUS         PIC X     VALUE 'A'.
               88  QUAL-ACTIVE         VALUE 'A'.
               88  QUAL-RETIRED        VALUE 'R'.
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  MODIFIED-BY         PIC X(8).
           05  MODIFIED-AT         PIC 9(14).
           05  FILLER              PIC X(83) VALUE SPACES.
