      ******************************************************************
      * SAFETY.CPY - Safety confirmation record structure
      * Purpose: One record per employee on a disaster safety
      *          confirmation roster. SAFEROST seeds a record for
      *          every active employee working at the event's site
      *          (or sites in the event's prefecture) - under their
      *          own location or a concurrent assignment there -
      *          stamped with the department and the manager whose
      *          list they land on, status unaccounted. Supervisors
      *          then record each person's confirmed status.
      * Pre: Constants defined in calling program
      * Post: Complete safety confirmation structure
      *
      * Version Fields:
      * - RECORD-VERSION: Schema/copybook version (backward compatibility)
      * - REC-VERSION: Optimistic concurrency control (update detection)
      ******************************************************************
           05  RECORD-VERSION      PIC 9(2)  VALUE 1.
           05  REC-VERSION         PIC 9(9)  VALUE 1.
      *    The event (drill or disaster) the roster was drawn for -
      *    operator-chosen, e.g. DRL2026A
           05  SAFE-EVENT-ID       PIC X(8).
           05  SAFE-EMP-ID         PIC 9(9).
      *    The site the employee was listed under, and whether by
      *    their own location or a concurrent assignment there
           05  SAFE-LOCATION-CODE  PIC X(4).
           05  SAFE-ROSTER-SOURCE  PIC X.
               88  SAFE-FROM-PRIMARY   VALUE 'P'.
               88  SAFE-FROM-CONCURRENT VALUE 'C'.
      *    The department and manager the employee is grouped under
      *    - the supervisor who confirms them
           05  SAFE-DEPT-ID        PIC 9(6).
           05  SAFE-MANAGER-EMP-ID PIC 9(9).
           05  SAFE-STATUS         PIC X.
               88  SAFE-UNACCOUNTED    VALUE 'U'.
               88  SAFE-CONFIRMED-SAFE VALUE 'S'.
               88  SAFE-INJURED        VALUE 'I'.
               88  SAFE-NEEDS-HELP     VALUE 'A'.
           05  SAFE-NOTE           PIC X(40).
           05  CONFIRMED-BY        PIC X(8).
           05  CONFIRMED-AT        PIC 9(14).
           05  CREATED-BY          PIC X(8).
           05  CREATED-AT          PIC 9(14).
           05  FILLER              PIC X(167) VALUE SPACES.
