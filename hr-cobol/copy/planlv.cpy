      ******************************************************************
      * PLANLV.CPY - Planned annual leave day record structure
      * Purpose: One record per planned leave day (keikakuteki fuyo)
      *          the company designates under the labor agreement -
      *          a date and the staff it applies to: a whole company,
      *          a department, or everyone at a location. The PLNLEAVE
      *          batch charges the day against each eligible
      *          employee's paid-leave grant and marks it charged.
      * Pre: Constants defined in calling program
      * Post: Complete planned leave day structure (120 bytes)
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
           05  PLV-DATE            PIC 9(8).
           05  PLV-SCOPE-TYPE      PIC X.
               88  SCOPE-COMPANY       VALUE 'C'.
               88  SCOPE-DEPARTMENT    VALUE 'D'.
               88  SCOPE-LOCATION      VALUE 'L'.
               88  PLV-SCOPE-VALID     VALUE 'C' 'D' 'L'.
      *    COMPANY-CODE, DEPT-ID (six digits) or LOCATION-CODE, left
      *    justified
           05  PLV-SCOPE-CODE      PIC X(6).
      *    A full day (1.0) or a half day (0.5)
           05  PLV-DAYS            PIC 9V9.
           05  PLV-DESC            PIC X(30).
           05  PLV-STATUS          PIC X.
               88  PLV-PLANNED         VALUE 'P'.
               88  PLV-CHARGED         VALUE 'C'.
      *    Filled in when PLNLEAVE charges the day - who it reached
      *    and who landed on the exception list
           05  PLV-CHARGED-AT      PIC 9(14).
           05  PLV-CHARGED-COUNT   PIC 9(5).
           05  PLV-EXCEPTION-COUNT PIC 9(5).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  FILLER              PIC X(15) VALUE SPACES.
